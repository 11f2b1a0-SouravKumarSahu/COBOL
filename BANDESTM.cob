000100******************************************************************
000110* IDENTIFICATION DIVISION                                       *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    BANDESTM.
000150 AUTHOR.        D SPRAGUE.
000160 INSTALLATION.  REPORT PRODUCTION - BATCH SUPPORT.
000170 DATE-WRITTEN.  10/15/26.
000180 DATE-COMPILED.
000190******************************************************************
000200* MODIFICATION HISTORY                                          *
000210* 10/15/26  DPS  ORIGINAL.  MAINTENANCE FOR THE BANDEST          *
000220*                DESTINATION MASTER (VSAM KSDS KEYED ON          *
000230*                DESTINATION CODE), BUILT ON THE SAME            *
000240*                TRANSACTION PATTERN AS BANPROFM AND BANSECM.    *
000250*                READS CARDS FROM BANDSTXN - A=ADD, C=CHANGE,    *
000260*                D=DELETE, L=LIST (A BLANK DESTINATION ON AN L   *
000270*                CARD LISTS THE WHOLE MASTER).  EACH ENTRY       *
000280*                CARRIES THE DESTINATION'S NAME, OWNING          *
000290*                DEPARTMENT, FORMS CODE, PAGE DEPTH, ACTIVE      *
000300*                FLAG, AND PAGE HEADER TEXT.  A BLANK ACTIVE     *
000310*                FLAG FILES AS Y.                                *
000320******************************************************************
000330*
000340* PURPOSE.  ADDS, CHANGES, DELETES, AND LISTS DESTINATION ENTRIES
000350*           ON THE BANDEST DESTINATION MASTER.
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.  IBM-370.
000400 OBJECT-COMPUTER.  IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT BANN-TXN-FILE      ASSIGN TO BANDSTXN
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-TXN-STATUS.
000460     SELECT OPTIONAL BANN-DEST-FILE ASSIGN TO BANDEST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS DEST-CODE
000500         FILE STATUS IS WS-DST-STATUS.
000510******************************************************************
000520* DATA DIVISION                                                 *
000530******************************************************************
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  BANN-TXN-FILE
000570     RECORDING MODE IS F.
000580 01  BANN-TXN-RECORD.
000590     05  TXN-ACTION           PIC X(01).
000600         88  TXN-ACTION-ADD       VALUE 'A'.
000610         88  TXN-ACTION-CHANGE    VALUE 'C'.
000620         88  TXN-ACTION-DELETE    VALUE 'D'.
000630         88  TXN-ACTION-LIST      VALUE 'L'.
000640     05  TXN-DEST-CODE        PIC X(01).
000650     05  TXN-NAME             PIC X(24).
000660     05  TXN-OWNER-DEPT       PIC X(08).
000670     05  TXN-FORMS-CODE       PIC X(08).
000680     05  TXN-PAGE-DEPTH       PIC 9(03).
000690     05  TXN-ACTIVE-FLAG      PIC X(01).
000700     05  TXN-HEADER-TEXT      PIC X(40).
000710     05  FILLER               PIC X(14).
000720 FD  BANN-DEST-FILE.
000730 01  BANN-DEST-RECORD.
000740     COPY BANNDEST.
000750******************************************************************
000760*    WORKING-STORAGE SECTION                                    *
000770******************************************************************
000780 WORKING-STORAGE SECTION.
000790 01  WS-TXN-STATUS            PIC X(02) VALUE '00'.
000800 01  WS-DST-STATUS            PIC X(02) VALUE '00'.
000810 01  WS-TXN-EOF               PIC X(01) VALUE 'N'.
000820     88  WS-TXN-EOF-YES           VALUE 'Y'.
000830 01  WS-LIST-DONE             PIC X(01) VALUE 'N'.
000840     88  WS-LIST-DONE-YES         VALUE 'Y'.
000850 01  WS-TXN-VALID             PIC X(01) VALUE 'Y'.
000860     88  WS-TXN-VALID-YES         VALUE 'Y'.
000870     88  WS-TXN-VALID-NO          VALUE 'N'.
000880 01  WS-TXN-CTR               PIC 9(05) COMP VALUE ZERO.
000890 01  WS-ADD-CTR               PIC 9(05) COMP VALUE ZERO.
000900 01  WS-CHANGE-CTR            PIC 9(05) COMP VALUE ZERO.
000910 01  WS-DELETE-CTR            PIC 9(05) COMP VALUE ZERO.
000920 01  WS-ERROR-CTR             PIC 9(05) COMP VALUE ZERO.
000930 01  WS-LISTED-CTR            PIC 9(05) COMP VALUE ZERO.
000940******************************************************************
000950* PROCEDURE DIVISION                                            *
000960******************************************************************
000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001000     PERFORM 2000-PROCESS-ONE-TXN THRU 2000-EXIT
001010         UNTIL WS-TXN-EOF-YES
001020     PERFORM 3000-WRAP-UP THRU 3000-EXIT
001030     CLOSE BANN-TXN-FILE
001040     CLOSE BANN-DEST-FILE
001050     STOP RUN.
001060******************************************************************
001070*    1000-INITIALIZE THRU 1000-EXIT                              *
001080******************************************************************
001090 1000-INITIALIZE.
001100     OPEN INPUT BANN-TXN-FILE
001110     IF WS-TXN-STATUS NOT = '00'
001120         DISPLAY 'BANDSM0010E - BANDSTXN OPEN FAILED, STATUS '
001130             WS-TXN-STATUS
001140         MOVE 16 TO RETURN-CODE
001150         STOP RUN
001160     END-IF
001170     OPEN I-O BANN-DEST-FILE
001180     IF WS-DST-STATUS NOT = '00' AND WS-DST-STATUS NOT = '05'
001190         DISPLAY 'BANDSM0011E - BANDEST OPEN FAILED, STATUS '
001200             WS-DST-STATUS
001210         MOVE 16 TO RETURN-CODE
001220         STOP RUN
001230     END-IF.
001240 1000-EXIT.
001250     EXIT.
001260******************************************************************
001270*    1100-READ-TXN-RECORD THRU 1100-EXIT                         *
001280******************************************************************
001290 1100-READ-TXN-RECORD.
001300     READ BANN-TXN-FILE
001310         AT END
001320             SET WS-TXN-EOF-YES TO TRUE
001330         NOT AT END
001340             IF WS-TXN-STATUS NOT = '00'
001350                 DISPLAY 'BANDSM0012E - BANDSTXN READ FAILED, '
001360                     'STATUS ' WS-TXN-STATUS
001370                 MOVE 16 TO RETURN-CODE
001380                 STOP RUN
001390             END-IF
001400             ADD 1 TO WS-TXN-CTR
001410     END-READ.
001420 1100-EXIT.
001430     EXIT.
001440******************************************************************
001450*    2000-PROCESS-ONE-TXN THRU 2000-EXIT                         *
001460******************************************************************
001470 2000-PROCESS-ONE-TXN.
001480     PERFORM 1100-READ-TXN-RECORD THRU 1100-EXIT
001490     IF NOT WS-TXN-EOF-YES
001500         EVALUATE TRUE
001510             WHEN TXN-ACTION-ADD
001520                 PERFORM 2100-ADD-DESTINATION THRU 2100-EXIT
001530             WHEN TXN-ACTION-CHANGE
001540                 PERFORM 2200-CHANGE-DESTINATION THRU 2200-EXIT
001550             WHEN TXN-ACTION-DELETE
001560                 PERFORM 2300-DELETE-DESTINATION THRU 2300-EXIT
001570             WHEN TXN-ACTION-LIST
001580                 PERFORM 2400-LIST-DESTINATIONS THRU 2400-EXIT
001590             WHEN OTHER
001600                 DISPLAY 'BANDSM0013E - TXN ' WS-TXN-CTR
001610                     ' REJECTED - INVALID ACTION CODE '
001620                     TXN-ACTION
001630                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
001640         END-EVALUATE
001650     END-IF.
001660 2000-EXIT.
001670     EXIT.
001680******************************************************************
001690*    2100-ADD-DESTINATION THRU 2100-EXIT                         *
001700******************************************************************
001710 2100-ADD-DESTINATION.
001720     PERFORM 2500-VALIDATE-TXN-FIELDS THRU 2500-EXIT
001730     IF WS-TXN-VALID-YES
001740         MOVE SPACES TO BANN-DEST-RECORD
001750         MOVE TXN-DEST-CODE TO DEST-CODE
001760         PERFORM 2600-MOVE-DEST-FIELDS THRU 2600-EXIT
001770         WRITE BANN-DEST-RECORD
001780             INVALID KEY
001790                 DISPLAY 'BANDSM0014E - TXN ' WS-TXN-CTR
001800                     ' REJECTED - DESTINATION ' TXN-DEST-CODE
001810                     ' ALREADY ON THE MASTER'
001820                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
001830             NOT INVALID KEY
001840                 ADD 1 TO WS-ADD-CTR
001850                 DISPLAY 'BANDSM0020I - DESTINATION '
001860                     TXN-DEST-CODE ' ADDED'
001870         END-WRITE
001880         PERFORM 8100-CHECK-DEST-IO THRU 8100-EXIT
001890     END-IF.
001900 2100-EXIT.
001910     EXIT.
001920******************************************************************
001930*    2200-CHANGE-DESTINATION THRU 2200-EXIT                      *
001940******************************************************************
001950 2200-CHANGE-DESTINATION.
001960     PERFORM 2500-VALIDATE-TXN-FIELDS THRU 2500-EXIT
001970     IF WS-TXN-VALID-YES
001980         MOVE TXN-DEST-CODE TO DEST-CODE
001990         READ BANN-DEST-FILE
002000             INVALID KEY
002010                 DISPLAY 'BANDSM0015E - TXN ' WS-TXN-CTR
002020                     ' REJECTED - DESTINATION ' TXN-DEST-CODE
002030                     ' NOT ON THE MASTER'
002040                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
002050             NOT INVALID KEY
002060                 PERFORM 2600-MOVE-DEST-FIELDS THRU 2600-EXIT
002070                 REWRITE BANN-DEST-RECORD
002080                 ADD 1 TO WS-CHANGE-CTR
002090                 DISPLAY 'BANDSM0021I - DESTINATION '
002100                     TXN-DEST-CODE ' CHANGED'
002110         END-READ
002120         PERFORM 8100-CHECK-DEST-IO THRU 8100-EXIT
002130     END-IF.
002140 2200-EXIT.
002150     EXIT.
002160******************************************************************
002170*    2300-DELETE-DESTINATION THRU 2300-EXIT                      *
002180*    DELETING AN ENTRY TAKES THE DECK OUT OF SERVICE - THE       *
002190*    BANNER STEP REJECTS ANY CARD STILL ROUTED TO IT.  SETTING   *
002200*    THE ACTIVE FLAG TO N DOES THE SAME BUT KEEPS THE NAME FOR   *
002210*    THE REPORTS THAT LIST OLD HISTORY.                          *
002220******************************************************************
002230 2300-DELETE-DESTINATION.
002240     IF TXN-DEST-CODE = SPACE
002250         DISPLAY 'BANDSM0016E - TXN ' WS-TXN-CTR
002260             ' REJECTED - DESTINATION MUST NOT BE BLANK'
002270         PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
002280     ELSE
002290         MOVE TXN-DEST-CODE TO DEST-CODE
002300         DELETE BANN-DEST-FILE
002310             INVALID KEY
002320                 DISPLAY 'BANDSM0015E - TXN ' WS-TXN-CTR
002330                     ' REJECTED - DESTINATION ' TXN-DEST-CODE
002340                     ' NOT ON THE MASTER'
002350                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
002360             NOT INVALID KEY
002370                 ADD 1 TO WS-DELETE-CTR
002380                 DISPLAY 'BANDSM0022I - DESTINATION '
002390                     TXN-DEST-CODE ' DELETED'
002400         END-DELETE
002410         PERFORM 8100-CHECK-DEST-IO THRU 8100-EXIT
002420     END-IF.
002430 2300-EXIT.
002440     EXIT.
002450******************************************************************
002460*    2400-LIST-DESTINATIONS THRU 2400-EXIT                       *
002470*    A BLANK DESTINATION LISTS THE WHOLE MASTER IN KEY ORDER;    *
002480*    A NAMED ONE LISTS JUST THAT ENTRY.                          *
002490******************************************************************
002500 2400-LIST-DESTINATIONS.
002510     IF TXN-DEST-CODE = SPACE
002520         MOVE LOW-VALUES TO DEST-CODE
002530         START BANN-DEST-FILE KEY NOT < DEST-CODE
002540             INVALID KEY
002550                 DISPLAY 'BANDSM0023I - MASTER IS EMPTY'
002560             NOT INVALID KEY
002570                 MOVE 'N' TO WS-LIST-DONE
002580                 PERFORM 2450-LIST-NEXT-DEST THRU 2450-EXIT
002590                     UNTIL WS-LIST-DONE-YES
002600         END-START
002610     ELSE
002620         MOVE TXN-DEST-CODE TO DEST-CODE
002630         READ BANN-DEST-FILE
002640             INVALID KEY
002650                 DISPLAY 'BANDSM0015E - TXN ' WS-TXN-CTR
002660                     ' REJECTED - DESTINATION ' TXN-DEST-CODE
002670                     ' NOT ON THE MASTER'
002680                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
002690             NOT INVALID KEY
002700                 PERFORM 2460-DISPLAY-ONE-DEST THRU 2460-EXIT
002710         END-READ
002720     END-IF.
002730 2400-EXIT.
002740     EXIT.
002750 2450-LIST-NEXT-DEST.
002760     READ BANN-DEST-FILE NEXT
002770         AT END
002780             SET WS-LIST-DONE-YES TO TRUE
002790         NOT AT END
002800             PERFORM 2460-DISPLAY-ONE-DEST THRU 2460-EXIT
002810     END-READ.
002820 2450-EXIT.
002830     EXIT.
002840 2460-DISPLAY-ONE-DEST.
002850     DISPLAY 'BANDSM0024I - DESTINATION ' DEST-CODE
002860         ' ' DEST-NAME
002870         ' OWNER ' DEST-OWNER-DEPT
002880         ' FORMS ' DEST-FORMS-CODE
002890         ' DEPTH ' DEST-PAGE-DEPTH
002900         ' ACTIVE ' DEST-ACTIVE-FLAG
002910     IF DEST-HEADER-TEXT NOT = SPACES
002920         DISPLAY 'BANDSM0024I -     HEADER ' DEST-HEADER-TEXT
002930     END-IF
002940     ADD 1 TO WS-LISTED-CTR.
002950 2460-EXIT.
002960     EXIT.
002970******************************************************************
002980*    2500-VALIDATE-TXN-FIELDS THRU 2500-EXIT                     *
002990*    A DESTINATION ENTRY NEEDS ONE OF THE FOUR REPORT DATASET    *
003000*    CODES, A NAME AND AN OWNING DEPARTMENT, A PAGE DEPTH THE    *
003010*    FORM CAN ACTUALLY HOLD (10 THROUGH 132 LINES - THE HEADING  *
003020*    AND ITS BLANK LINE COME OUT OF THAT), AND A USABLE Y/N (OR  *
003030*    BLANK, FILED AS Y) ACTIVE FLAG.                             *
003040******************************************************************
003050 2500-VALIDATE-TXN-FIELDS.
003060     SET WS-TXN-VALID-YES TO TRUE
003070     IF TXN-DEST-CODE < '1' OR TXN-DEST-CODE > '4'
003080         DISPLAY 'BANDSM0017E - TXN ' WS-TXN-CTR
003090             ' REJECTED - DESTINATION ' TXN-DEST-CODE
003100             ' MUST BE 1 THROUGH 4'
003110         SET WS-TXN-VALID-NO TO TRUE
003120     END-IF
003130     IF WS-TXN-VALID-YES
003140         AND (TXN-NAME = SPACES OR TXN-OWNER-DEPT = SPACES)
003150         DISPLAY 'BANDSM0018E - TXN ' WS-TXN-CTR
003160             ' REJECTED - NAME AND OWNING DEPARTMENT MUST NOT'
003170             ' BE BLANK'
003180         SET WS-TXN-VALID-NO TO TRUE
003190     END-IF
003200     IF WS-TXN-VALID-YES
003210         IF TXN-PAGE-DEPTH NOT NUMERIC
003220             OR TXN-PAGE-DEPTH < 10 OR TXN-PAGE-DEPTH > 132
003230             DISPLAY 'BANDSM0019E - TXN ' WS-TXN-CTR
003240                 ' REJECTED - PAGE DEPTH ' TXN-PAGE-DEPTH
003250                 ' MUST BE 10 THROUGH 132'
003260             SET WS-TXN-VALID-NO TO TRUE
003270         END-IF
003280     END-IF
003290     IF WS-TXN-VALID-YES
003300         AND TXN-ACTIVE-FLAG NOT = 'Y'
003310         AND TXN-ACTIVE-FLAG NOT = 'N'
003320         AND TXN-ACTIVE-FLAG NOT = SPACE
003330         DISPLAY 'BANDSM0033E - TXN ' WS-TXN-CTR
003340             ' REJECTED - ACTIVE FLAG ' TXN-ACTIVE-FLAG
003350             ' MUST BE Y, N, OR BLANK'
003360         SET WS-TXN-VALID-NO TO TRUE
003370     END-IF
003380     IF WS-TXN-VALID-NO
003390         PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
003400     END-IF.
003410 2500-EXIT.
003420     EXIT.
003430******************************************************************
003440*    2600-MOVE-DEST-FIELDS THRU 2600-EXIT                        *
003450*    FILES THE CARD'S FIELDS, A BLANK ACTIVE FLAG FILING AS Y SO *
003460*    A NEW DECK IS IN SERVICE UNLESS SOMEONE SAYS OTHERWISE.     *
003470******************************************************************
003480 2600-MOVE-DEST-FIELDS.
003490     MOVE TXN-NAME TO DEST-NAME
003500     MOVE TXN-OWNER-DEPT TO DEST-OWNER-DEPT
003510     MOVE TXN-FORMS-CODE TO DEST-FORMS-CODE
003520     MOVE TXN-PAGE-DEPTH TO DEST-PAGE-DEPTH
003530     MOVE TXN-HEADER-TEXT TO DEST-HEADER-TEXT
003540     IF TXN-ACTIVE-FLAG = 'N'
003550         SET DEST-INACTIVE TO TRUE
003560     ELSE
003570         SET DEST-ACTIVE TO TRUE
003580     END-IF.
003590 2600-EXIT.
003600     EXIT.
003610******************************************************************
003620*    3000-WRAP-UP THRU 3000-EXIT                                 *
003630******************************************************************
003640 3000-WRAP-UP.
003650     DISPLAY 'BANDSM0025I - TRANSACTIONS READ    ' WS-TXN-CTR
003660     DISPLAY 'BANDSM0026I - DESTINATIONS ADDED   ' WS-ADD-CTR
003670     DISPLAY 'BANDSM0027I - DESTINATIONS CHANGED ' WS-CHANGE-CTR
003680     DISPLAY 'BANDSM0028I - DESTINATIONS DELETED ' WS-DELETE-CTR
003690     DISPLAY 'BANDSM0029I - DESTINATIONS LISTED  ' WS-LISTED-CTR
003700     DISPLAY 'BANDSM0030I - TRANSACTIONS IN ERROR' WS-ERROR-CTR
003710     IF WS-TXN-CTR = ZERO
003720         DISPLAY 'BANDSM0031W - BANDSTXN IS EMPTY, NOTHING TO DO'
003730         MOVE 4 TO RETURN-CODE
003740     END-IF.
003750 3000-EXIT.
003760     EXIT.
003770******************************************************************
003780*    8000-COUNT-TXN-ERROR THRU 8000-EXIT                         *
003790*    A REJECTED TRANSACTION IS SKIPPED (THE REST OF THE DECK     *
003800*    STILL RUNS) AND THE JOB STEP RETURN CODE IS RAISED TO 16.   *
003810******************************************************************
003820 8000-COUNT-TXN-ERROR.
003830     ADD 1 TO WS-ERROR-CTR
003840     MOVE 16 TO RETURN-CODE.
003850 8000-EXIT.
003860     EXIT.
003870******************************************************************
003880*    8100-CHECK-DEST-IO THRU 8100-EXIT                           *
003890*    A HARD I/O FAILURE ON THE MASTER (ANYTHING BEYOND THE       *
003900*    DUPLICATE/NOT-FOUND STATUSES THE INVALID KEY PHRASES        *
003910*    ALREADY HANDLE) ABENDS THE STEP RATHER THAN QUIETLY         *
003920*    SKIPPING UPDATES.                                           *
003930******************************************************************
003940 8100-CHECK-DEST-IO.
003950     IF WS-DST-STATUS NOT = '00' AND WS-DST-STATUS NOT = '02'
003960         AND WS-DST-STATUS NOT = '22' AND WS-DST-STATUS NOT = '23'
003970         DISPLAY 'BANDSM0032E - BANDEST I/O FAILED, STATUS '
003980             WS-DST-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020 8100-EXIT.
004030     EXIT.
