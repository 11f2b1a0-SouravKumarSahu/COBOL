000100******************************************************************
000110* IDENTIFICATION DIVISION                                       *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    BANSCHM.
000150 AUTHOR.        D SPRAGUE.
000160 INSTALLATION.  REPORT PRODUCTION - BATCH SUPPORT.
000170 DATE-WRITTEN.  10/15/26.
000180 DATE-COMPILED.
000190******************************************************************
000200* MODIFICATION HISTORY                                          *
000210* 10/15/26  DPS  ORIGINAL.  MAINTENANCE FOR THE BANSCHD          *
000220*                STANDING SCHEDULE (VSAM KSDS KEYED ON SCHEDULE  *
000230*                ENTRY ID), BUILT ON THE SAME TRANSACTION        *
000240*                PATTERN AS BANPROFM AND BANSECM.  READS CARDS   *
000250*                FROM BANSHTXN - A=ADD, C=CHANGE, D=DELETE,      *
000260*                L=LIST (A BLANK ENTRY ID ON AN L CARD LISTS     *
000270*                THE WHOLE SCHEDULE).  EACH ENTRY CARRIES THE    *
000280*                BANPROF PROFILE, JOB ID, OPERATOR,              *
000290*                DESTINATION, FREQUENCY RULE, WEEKDAY FLAGS,     *
000300*                ACTIVE FLAG, AND OPTIONAL BANNER TEXT THAT      *
000310*                BANSCHG TURNS INTO THE NIGHT'S DECKIN CARDS.    *
000320*                A BLANK ACTIVE FLAG FILES AS Y, A BLANK         *
000330*                WEEKDAY FLAG AS N.                              *
000340******************************************************************
000350*
000360* PURPOSE.  ADDS, CHANGES, DELETES, AND LISTS ENTRIES ON THE
000370*           BANSCHD STANDING SCHEDULE.
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-370.
000420 OBJECT-COMPUTER.  IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BANN-TXN-FILE      ASSIGN TO BANSHTXN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-TXN-STATUS.
000480     SELECT OPTIONAL BANN-SCHED-FILE ASSIGN TO BANSCHD
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SCHD-ENTRY-ID
000520         FILE STATUS IS WS-SCH-STATUS.
000530******************************************************************
000540* DATA DIVISION                                                 *
000550******************************************************************
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  BANN-TXN-FILE
000590     RECORDING MODE IS F.
000600 01  BANN-TXN-RECORD.
000610     05  TXN-ACTION           PIC X(01).
000620         88  TXN-ACTION-ADD       VALUE 'A'.
000630         88  TXN-ACTION-CHANGE    VALUE 'C'.
000640         88  TXN-ACTION-DELETE    VALUE 'D'.
000650         88  TXN-ACTION-LIST      VALUE 'L'.
000660     05  TXN-ENTRY-ID         PIC X(08).
000670     05  TXN-PROFILE-ID       PIC X(08).
000680     05  TXN-JOB-ID           PIC X(08).
000690     05  TXN-OPERATOR-ID      PIC X(08).
000700     05  TXN-DEST-CODE        PIC X(01).
000710     05  TXN-FREQUENCY        PIC X(01).
000720         88  TXN-FREQ-VALID       VALUE 'D' 'W' 'M' 'Q' 'F'.
000730         88  TXN-FREQ-WEEKDAYS    VALUE 'W'.
000740     05  TXN-WEEKDAYS.
000750         10  TXN-WEEKDAY-FLAG PIC X(01) OCCURS 5 TIMES.
000760     05  TXN-ACTIVE-FLAG      PIC X(01).
000770     05  TXN-TEXT             PIC X(20).
000780     05  TXN-TEXT2            PIC X(20).
000790     05  TXN-TEXT3            PIC X(20).
000800     05  FILLER               PIC X(19).
000810 FD  BANN-SCHED-FILE.
000820 01  BANN-SCHED-RECORD.
000830     COPY BANNSCHD.
000840******************************************************************
000850*    WORKING-STORAGE SECTION                                    *
000860******************************************************************
000870 WORKING-STORAGE SECTION.
000880 01  WS-TXN-STATUS            PIC X(02) VALUE '00'.
000890 01  WS-SCH-STATUS            PIC X(02) VALUE '00'.
000900 01  WS-TXN-EOF               PIC X(01) VALUE 'N'.
000910     88  WS-TXN-EOF-YES           VALUE 'Y'.
000920 01  WS-LIST-DONE             PIC X(01) VALUE 'N'.
000930     88  WS-LIST-DONE-YES         VALUE 'Y'.
000940 01  WS-TXN-VALID             PIC X(01) VALUE 'Y'.
000950     88  WS-TXN-VALID-YES         VALUE 'Y'.
000960     88  WS-TXN-VALID-NO          VALUE 'N'.
000970 01  WS-TXN-CTR               PIC 9(05) COMP VALUE ZERO.
000980 01  WS-ADD-CTR               PIC 9(05) COMP VALUE ZERO.
000990 01  WS-CHANGE-CTR            PIC 9(05) COMP VALUE ZERO.
001000 01  WS-DELETE-CTR            PIC 9(05) COMP VALUE ZERO.
001010 01  WS-ERROR-CTR             PIC 9(05) COMP VALUE ZERO.
001020 01  WS-LISTED-CTR            PIC 9(05) COMP VALUE ZERO.
001030 01  WS-DAY-IX                PIC 9(01) COMP.
001040 01  WS-DAYS-ON-CTR           PIC 9(01) COMP.
001050******************************************************************
001060* PROCEDURE DIVISION                                            *
001070******************************************************************
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001110     PERFORM 2000-PROCESS-ONE-TXN THRU 2000-EXIT
001120         UNTIL WS-TXN-EOF-YES
001130     PERFORM 3000-WRAP-UP THRU 3000-EXIT
001140     CLOSE BANN-TXN-FILE
001150     CLOSE BANN-SCHED-FILE
001160     STOP RUN.
001170******************************************************************
001180*    1000-INITIALIZE THRU 1000-EXIT                              *
001190******************************************************************
001200 1000-INITIALIZE.
001210     OPEN INPUT BANN-TXN-FILE
001220     IF WS-TXN-STATUS NOT = '00'
001230         DISPLAY 'BANSHM0010E - BANSHTXN OPEN FAILED, STATUS '
001240             WS-TXN-STATUS
001250         MOVE 16 TO RETURN-CODE
001260         STOP RUN
001270     END-IF
001280     OPEN I-O BANN-SCHED-FILE
001290     IF WS-SCH-STATUS NOT = '00' AND WS-SCH-STATUS NOT = '05'
001300         DISPLAY 'BANSHM0011E - BANSCHD OPEN FAILED, STATUS '
001310             WS-SCH-STATUS
001320         MOVE 16 TO RETURN-CODE
001330         STOP RUN
001340     END-IF.
001350 1000-EXIT.
001360     EXIT.
001370******************************************************************
001380*    1100-READ-TXN-RECORD THRU 1100-EXIT                         *
001390******************************************************************
001400 1100-READ-TXN-RECORD.
001410     READ BANN-TXN-FILE
001420         AT END
001430             SET WS-TXN-EOF-YES TO TRUE
001440         NOT AT END
001450             IF WS-TXN-STATUS NOT = '00'
001460                 DISPLAY 'BANSHM0012E - BANSHTXN READ FAILED, '
001470                     'STATUS ' WS-TXN-STATUS
001480                 MOVE 16 TO RETURN-CODE
001490                 STOP RUN
001500             END-IF
001510             ADD 1 TO WS-TXN-CTR
001520     END-READ.
001530 1100-EXIT.
001540     EXIT.
001550******************************************************************
001560*    2000-PROCESS-ONE-TXN THRU 2000-EXIT                         *
001570******************************************************************
001580 2000-PROCESS-ONE-TXN.
001590     PERFORM 1100-READ-TXN-RECORD THRU 1100-EXIT
001600     IF NOT WS-TXN-EOF-YES
001610         EVALUATE TRUE
001620             WHEN TXN-ACTION-ADD
001630                 PERFORM 2100-ADD-ENTRY THRU 2100-EXIT
001640             WHEN TXN-ACTION-CHANGE
001650                 PERFORM 2200-CHANGE-ENTRY THRU 2200-EXIT
001660             WHEN TXN-ACTION-DELETE
001670                 PERFORM 2300-DELETE-ENTRY THRU 2300-EXIT
001680             WHEN TXN-ACTION-LIST
001690                 PERFORM 2400-LIST-ENTRIES THRU 2400-EXIT
001700             WHEN OTHER
001710                 DISPLAY 'BANSHM0013E - TXN ' WS-TXN-CTR
001720                     ' REJECTED - INVALID ACTION CODE '
001730                     TXN-ACTION
001740                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
001750         END-EVALUATE
001760     END-IF.
001770 2000-EXIT.
001780     EXIT.
001790******************************************************************
001800*    2100-ADD-ENTRY THRU 2100-EXIT                               *
001810******************************************************************
001820 2100-ADD-ENTRY.
001830     PERFORM 2500-VALIDATE-TXN-FIELDS THRU 2500-EXIT
001840     IF WS-TXN-VALID-YES
001850         MOVE SPACES TO BANN-SCHED-RECORD
001860         MOVE TXN-ENTRY-ID TO SCHD-ENTRY-ID
001870         PERFORM 2600-MOVE-ENTRY-FIELDS THRU 2600-EXIT
001880         WRITE BANN-SCHED-RECORD
001890             INVALID KEY
001900                 DISPLAY 'BANSHM0014E - TXN ' WS-TXN-CTR
001910                     ' REJECTED - ENTRY ' TXN-ENTRY-ID
001920                     ' ALREADY ON THE SCHEDULE'
001930                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
001940             NOT INVALID KEY
001950                 ADD 1 TO WS-ADD-CTR
001960                 DISPLAY 'BANSHM0020I - ENTRY '
001970                     TXN-ENTRY-ID ' ADDED'
001980         END-WRITE
001990         PERFORM 8100-CHECK-SCHED-IO THRU 8100-EXIT
002000     END-IF.
002010 2100-EXIT.
002020     EXIT.
002030******************************************************************
002040*    2200-CHANGE-ENTRY THRU 2200-EXIT                            *
002050******************************************************************
002060 2200-CHANGE-ENTRY.
002070     PERFORM 2500-VALIDATE-TXN-FIELDS THRU 2500-EXIT
002080     IF WS-TXN-VALID-YES
002090         MOVE TXN-ENTRY-ID TO SCHD-ENTRY-ID
002100         READ BANN-SCHED-FILE
002110             INVALID KEY
002120                 DISPLAY 'BANSHM0015E - TXN ' WS-TXN-CTR
002130                     ' REJECTED - ENTRY ' TXN-ENTRY-ID
002140                     ' NOT ON THE SCHEDULE'
002150                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
002160             NOT INVALID KEY
002170                 PERFORM 2600-MOVE-ENTRY-FIELDS THRU 2600-EXIT
002180                 REWRITE BANN-SCHED-RECORD
002190                 ADD 1 TO WS-CHANGE-CTR
002200                 DISPLAY 'BANSHM0021I - ENTRY '
002210                     TXN-ENTRY-ID ' CHANGED'
002220         END-READ
002230         PERFORM 8100-CHECK-SCHED-IO THRU 8100-EXIT
002240     END-IF.
002250 2200-EXIT.
002260     EXIT.
002270******************************************************************
002280*    2300-DELETE-ENTRY THRU 2300-EXIT                            *
002290*    SETTING THE ACTIVE FLAG TO N STOPS AN ENTRY GENERATING BUT  *
002300*    KEEPS IT ON FILE; DELETE IS FOR ENTRIES THAT ARE GONE.      *
002310******************************************************************
002320 2300-DELETE-ENTRY.
002330     IF TXN-ENTRY-ID = SPACES
002340         DISPLAY 'BANSHM0016E - TXN ' WS-TXN-CTR
002350             ' REJECTED - ENTRY ID MUST NOT BE BLANK'
002360         PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
002370     ELSE
002380         MOVE TXN-ENTRY-ID TO SCHD-ENTRY-ID
002390         DELETE BANN-SCHED-FILE
002400             INVALID KEY
002410                 DISPLAY 'BANSHM0015E - TXN ' WS-TXN-CTR
002420                     ' REJECTED - ENTRY ' TXN-ENTRY-ID
002430                     ' NOT ON THE SCHEDULE'
002440                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
002450             NOT INVALID KEY
002460                 ADD 1 TO WS-DELETE-CTR
002470                 DISPLAY 'BANSHM0022I - ENTRY '
002480                     TXN-ENTRY-ID ' DELETED'
002490         END-DELETE
002500         PERFORM 8100-CHECK-SCHED-IO THRU 8100-EXIT
002510     END-IF.
002520 2300-EXIT.
002530     EXIT.
002540******************************************************************
002550*    2400-LIST-ENTRIES THRU 2400-EXIT                            *
002560*    A BLANK ENTRY ID LISTS THE WHOLE SCHEDULE IN KEY ORDER;     *
002570*    A NAMED ONE LISTS JUST THAT ENTRY.                          *
002580******************************************************************
002590 2400-LIST-ENTRIES.
002600     IF TXN-ENTRY-ID = SPACES
002610         MOVE LOW-VALUES TO SCHD-ENTRY-ID
002620         START BANN-SCHED-FILE KEY NOT < SCHD-ENTRY-ID
002630             INVALID KEY
002640                 DISPLAY 'BANSHM0023I - SCHEDULE IS EMPTY'
002650             NOT INVALID KEY
002660                 MOVE 'N' TO WS-LIST-DONE
002670                 PERFORM 2450-LIST-NEXT-ENTRY THRU 2450-EXIT
002680                     UNTIL WS-LIST-DONE-YES
002690         END-START
002700     ELSE
002710         MOVE TXN-ENTRY-ID TO SCHD-ENTRY-ID
002720         READ BANN-SCHED-FILE
002730             INVALID KEY
002740                 DISPLAY 'BANSHM0015E - TXN ' WS-TXN-CTR
002750                     ' REJECTED - ENTRY ' TXN-ENTRY-ID
002760                     ' NOT ON THE SCHEDULE'
002770                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
002780             NOT INVALID KEY
002790                 PERFORM 2460-DISPLAY-ONE-ENTRY THRU 2460-EXIT
002800         END-READ
002810     END-IF.
002820 2400-EXIT.
002830     EXIT.
002840 2450-LIST-NEXT-ENTRY.
002850     READ BANN-SCHED-FILE NEXT
002860         AT END
002870             SET WS-LIST-DONE-YES TO TRUE
002880         NOT AT END
002890             PERFORM 2460-DISPLAY-ONE-ENTRY THRU 2460-EXIT
002900     END-READ.
002910 2450-EXIT.
002920     EXIT.
002930 2460-DISPLAY-ONE-ENTRY.
002940     DISPLAY 'BANSHM0024I - ENTRY ' SCHD-ENTRY-ID
002950         ' PROFILE ' SCHD-PROFILE-ID
002960         ' JOB ' SCHD-JOB-ID
002970         ' OPER ' SCHD-OPERATOR-ID
002980         ' DEST ' SCHD-DEST-CODE
002990         ' FREQ ' SCHD-FREQUENCY
003000         ' DAYS M-F ' SCHD-WEEKDAYS
003010         ' ACTIVE ' SCHD-ACTIVE-FLAG
003020     IF SCHD-TEXT NOT = SPACES OR SCHD-TEXT2 NOT = SPACES
003030         OR SCHD-TEXT3 NOT = SPACES
003040         DISPLAY 'BANSHM0024I -     TEXT ' SCHD-TEXT
003050             '/' SCHD-TEXT2 '/' SCHD-TEXT3
003060     END-IF
003070     ADD 1 TO WS-LISTED-CTR.
003080 2460-EXIT.
003090     EXIT.
003100******************************************************************
003110*    2500-VALIDATE-TXN-FIELDS THRU 2500-EXIT                     *
003120*    A SCHEDULE ENTRY NEEDS AN ID, A PROFILE, A JOB ID, AND AN   *
003130*    OPERATOR; A DESTINATION OF 1 THROUGH 4 OR BLANK; ONE OF THE *
003140*    FIVE FREQUENCY RULES; USABLE Y/N (OR BLANK) WEEKDAY AND     *
003150*    ACTIVE FLAGS; AND, ON A W ENTRY, AT LEAST ONE WEEKDAY       *
003160*    FLAGGED Y - OTHERWISE IT COULD NEVER COME DUE.  THE PROFILE *
003170*    ITSELF IS PROVED AGAINST BANPROF BY BANSCHG ON THE NIGHT,   *
003180*    SINCE IT CAN BE DELETED AFTER THE ENTRY IS FILED.           *
003190******************************************************************
003200 2500-VALIDATE-TXN-FIELDS.
003210     SET WS-TXN-VALID-YES TO TRUE
003220     IF TXN-ENTRY-ID = SPACES
003230         DISPLAY 'BANSHM0016E - TXN ' WS-TXN-CTR
003240             ' REJECTED - ENTRY ID MUST NOT BE BLANK'
003250         SET WS-TXN-VALID-NO TO TRUE
003260     END-IF
003270     IF WS-TXN-VALID-YES
003280         AND (TXN-PROFILE-ID = SPACES OR TXN-JOB-ID = SPACES
003290         OR TXN-OPERATOR-ID = SPACES)
003300         DISPLAY 'BANSHM0017E - TXN ' WS-TXN-CTR
003310             ' REJECTED - PROFILE, JOB ID, AND OPERATOR MUST NOT'
003320             ' BE BLANK'
003330         SET WS-TXN-VALID-NO TO TRUE
003340     END-IF
003350     IF WS-TXN-VALID-YES
003360         AND TXN-DEST-CODE NOT = SPACE
003370         AND (TXN-DEST-CODE < '1' OR TXN-DEST-CODE > '4')
003380         DISPLAY 'BANSHM0018E - TXN ' WS-TXN-CTR
003390             ' REJECTED - DESTINATION ' TXN-DEST-CODE
003400             ' MUST BE 1 THROUGH 4 OR BLANK'
003410         SET WS-TXN-VALID-NO TO TRUE
003420     END-IF
003430     IF WS-TXN-VALID-YES AND NOT TXN-FREQ-VALID
003440         DISPLAY 'BANSHM0019E - TXN ' WS-TXN-CTR
003450             ' REJECTED - FREQUENCY ' TXN-FREQUENCY
003460             ' MUST BE D, W, M, Q, OR F'
003470         SET WS-TXN-VALID-NO TO TRUE
003480     END-IF
003490     IF WS-TXN-VALID-YES
003500         MOVE ZERO TO WS-DAYS-ON-CTR
003510         PERFORM 2550-CHECK-ONE-WEEKDAY THRU 2550-EXIT
003520             VARYING WS-DAY-IX FROM 1 BY 1
003530             UNTIL WS-DAY-IX > 5
003540     END-IF
003550     IF WS-TXN-VALID-YES AND TXN-FREQ-WEEKDAYS
003560         AND WS-DAYS-ON-CTR = ZERO
003570         DISPLAY 'BANSHM0034E - TXN ' WS-TXN-CTR
003580             ' REJECTED - A W ENTRY NEEDS AT LEAST ONE WEEKDAY'
003590             ' FLAGGED Y'
003600         SET WS-TXN-VALID-NO TO TRUE
003610     END-IF
003620     IF WS-TXN-VALID-YES
003630         AND TXN-ACTIVE-FLAG NOT = 'Y'
003640         AND TXN-ACTIVE-FLAG NOT = 'N'
003650         AND TXN-ACTIVE-FLAG NOT = SPACE
003660         DISPLAY 'BANSHM0035E - TXN ' WS-TXN-CTR
003670             ' REJECTED - ACTIVE FLAG ' TXN-ACTIVE-FLAG
003680             ' MUST BE Y, N, OR BLANK'
003690         SET WS-TXN-VALID-NO TO TRUE
003700     END-IF
003710     IF WS-TXN-VALID-NO
003720         PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
003730     END-IF.
003740 2500-EXIT.
003750     EXIT.
003760 2550-CHECK-ONE-WEEKDAY.
003770     IF TXN-WEEKDAY-FLAG (WS-DAY-IX) = 'Y'
003780         ADD 1 TO WS-DAYS-ON-CTR
003790     ELSE
003800         IF TXN-WEEKDAY-FLAG (WS-DAY-IX) NOT = 'N'
003810             AND TXN-WEEKDAY-FLAG (WS-DAY-IX) NOT = SPACE
003820             DISPLAY 'BANSHM0033E - TXN ' WS-TXN-CTR
003830                 ' REJECTED - WEEKDAY ' WS-DAY-IX
003840                 ' FLAG ' TXN-WEEKDAY-FLAG (WS-DAY-IX)
003850                 ' MUST BE Y, N, OR BLANK'
003860             SET WS-TXN-VALID-NO TO TRUE
003870         END-IF
003880     END-IF.
003890 2550-EXIT.
003900     EXIT.
003910******************************************************************
003920*    2600-MOVE-ENTRY-FIELDS THRU 2600-EXIT                       *
003930*    FILES THE CARD'S FIELDS - A BLANK WEEKDAY FLAG FILES AS     *
003940*    N AND A BLANK ACTIVE FLAG AS Y.                             *
003950******************************************************************
003960 2600-MOVE-ENTRY-FIELDS.
003970     MOVE TXN-PROFILE-ID TO SCHD-PROFILE-ID
003980     MOVE TXN-JOB-ID TO SCHD-JOB-ID
003990     MOVE TXN-OPERATOR-ID TO SCHD-OPERATOR-ID
004000     MOVE TXN-DEST-CODE TO SCHD-DEST-CODE
004010     MOVE TXN-FREQUENCY TO SCHD-FREQUENCY
004020     MOVE TXN-TEXT TO SCHD-TEXT
004030     MOVE TXN-TEXT2 TO SCHD-TEXT2
004040     MOVE TXN-TEXT3 TO SCHD-TEXT3
004050     PERFORM 2650-MOVE-ONE-WEEKDAY THRU 2650-EXIT
004060         VARYING WS-DAY-IX FROM 1 BY 1
004070         UNTIL WS-DAY-IX > 5
004080     IF TXN-ACTIVE-FLAG = 'N'
004090         SET SCHD-INACTIVE TO TRUE
004100     ELSE
004110         SET SCHD-ACTIVE TO TRUE
004120     END-IF.
004130 2600-EXIT.
004140     EXIT.
004150 2650-MOVE-ONE-WEEKDAY.
004160     IF TXN-WEEKDAY-FLAG (WS-DAY-IX) = 'Y'
004170         MOVE 'Y' TO SCHD-WEEKDAY-FLAG (WS-DAY-IX)
004180     ELSE
004190         MOVE 'N' TO SCHD-WEEKDAY-FLAG (WS-DAY-IX)
004200     END-IF.
004210 2650-EXIT.
004220     EXIT.
004230******************************************************************
004240*    3000-WRAP-UP THRU 3000-EXIT                                 *
004250******************************************************************
004260 3000-WRAP-UP.
004270     DISPLAY 'BANSHM0025I - TRANSACTIONS READ    ' WS-TXN-CTR
004280     DISPLAY 'BANSHM0026I - ENTRIES ADDED        ' WS-ADD-CTR
004290     DISPLAY 'BANSHM0027I - ENTRIES CHANGED      ' WS-CHANGE-CTR
004300     DISPLAY 'BANSHM0028I - ENTRIES DELETED      ' WS-DELETE-CTR
004310     DISPLAY 'BANSHM0029I - ENTRIES LISTED       ' WS-LISTED-CTR
004320     DISPLAY 'BANSHM0030I - TRANSACTIONS IN ERROR' WS-ERROR-CTR
004330     IF WS-TXN-CTR = ZERO
004340         DISPLAY 'BANSHM0031W - BANSHTXN IS EMPTY, NOTHING TO DO'
004350         MOVE 4 TO RETURN-CODE
004360     END-IF.
004370 3000-EXIT.
004380     EXIT.
004390******************************************************************
004400*    8000-COUNT-TXN-ERROR THRU 8000-EXIT                         *
004410*    A REJECTED TRANSACTION IS SKIPPED (THE REST OF THE DECK     *
004420*    STILL RUNS) AND THE JOB STEP RETURN CODE IS RAISED TO 16.   *
004430******************************************************************
004440 8000-COUNT-TXN-ERROR.
004450     ADD 1 TO WS-ERROR-CTR
004460     MOVE 16 TO RETURN-CODE.
004470 8000-EXIT.
004480     EXIT.
004490******************************************************************
004500*    8100-CHECK-SCHED-IO THRU 8100-EXIT                          *
004510*    A HARD I/O FAILURE ON THE SCHEDULE (ANYTHING BEYOND THE     *
004520*    DUPLICATE/NOT-FOUND STATUSES THE INVALID KEY PHRASES        *
004530*    ALREADY HANDLE) ABENDS THE STEP RATHER THAN QUIETLY         *
004540*    SKIPPING UPDATES.                                           *
004550******************************************************************
004560 8100-CHECK-SCHED-IO.
004570     IF WS-SCH-STATUS NOT = '00' AND WS-SCH-STATUS NOT = '02'
004580         AND WS-SCH-STATUS NOT = '22' AND WS-SCH-STATUS NOT = '23'
004590         DISPLAY 'BANSHM0032E - BANSCHD I/O FAILED, STATUS '
004600             WS-SCH-STATUS
004610         MOVE 16 TO RETURN-CODE
004620         STOP RUN
004630     END-IF.
004640 8100-EXIT.
004650     EXIT.
