000100******************************************************************
000110* IDENTIFICATION DIVISION                                       *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    BANSCHG.
000150 AUTHOR.        D SPRAGUE.
000160 INSTALLATION.  REPORT PRODUCTION - BATCH SUPPORT.
000170 DATE-WRITTEN.  10/15/26.
000180 DATE-COMPILED.
000190******************************************************************
000200* MODIFICATION HISTORY                                          *
000210* 10/15/26  DPS  ORIGINAL.  STANDING SCHEDULE DECK GENERATOR.    *
000220*                TAKES THE BUSINESS DATE (BANPARM BUSDATE        *
000230*                OVERRIDE HONORED, OTHERWISE TODAY), WORKS OUT   *
000240*                FROM THE BANHOLI HOLIDAY CALENDAR WHETHER IT    *
000250*                IS A BUSINESS DAY AND WHETHER IT IS THE FIRST   *
000260*                OR LAST BUSINESS DAY OF ITS MONTH OR QUARTER,   *
000270*                AND RUNS EVERY ACTIVE BANSCHD STANDING          *
000280*                SCHEDULE ENTRY AGAINST ITS FREQUENCY RULE.      *
000290*                EACH ENTRY DUE GETS A PROFILE-NAMED REQUEST     *
000300*                CARD ON DECKIN, READY FOR BANDECKB TO TYPE AND  *
000310*                BALANCE, SO THE OVERNIGHT DECK IS BUILT THE     *
000320*                SAME WAY EVERY NIGHT INSTEAD OF BEING KEYED.    *
000330*                THE SCHRPT01 LISTING SHOWS EVERY CARD           *
000340*                GENERATED AND EVERY ENTRY SKIPPED BECAUSE THE   *
000350*                DATE IS A HOLIDAY.  AN ENTRY WHOSE PROFILE IS   *
000360*                NO LONGER ON BANPROF IS LISTED, NOT GENERATED,  *
000370*                AND THE STEP ENDS RC 4.                         *
000380******************************************************************
000390*
000400* PURPOSE.  GENERATES THE NIGHT'S DECKIN REQUEST CARDS FROM THE
000410*           BANSCHD STANDING SCHEDULE AND LISTS WHAT WAS GENERATED
000420*           AND WHAT WAS SKIPPED FOR A HOLIDAY.
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OPTIONAL BANN-PARM-FILE ASSIGN TO BANPARM
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PRM-STATUS.
000530     SELECT OPTIONAL HOL-CAL-FILE ASSIGN TO BANHOLI
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-HOL-STATUS.
000560     SELECT BANN-SCHED-FILE    ASSIGN TO BANSCHD
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS SCHD-ENTRY-ID
000600         FILE STATUS IS WS-SCH-STATUS.
000610     SELECT BANN-PROFILE-FILE  ASSIGN TO BANPROF
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS PROF-PROFILE-ID
000650         FILE STATUS IS WS-PRF-STATUS.
000660     SELECT DECK-IN-FILE       ASSIGN TO DECKIN
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-DIN-STATUS.
000690     SELECT SCH-RPT-FILE       ASSIGN TO SCHRPT01
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RPT-STATUS.
000720******************************************************************
000730* DATA DIVISION                                                 *
000740******************************************************************
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  BANN-PARM-FILE
000780     RECORDING MODE IS F.
000790 01  BANN-PARM-RECORD.
000800     05  PARM-RUN-MODE        PIC X(08).
000810         88  PARM-KEY-BUSDATE     VALUE 'BUSDATE'.
000820     05  PARM-BUS-DATE        PIC X(08).
000830     05  FILLER               PIC X(64).
000840 FD  HOL-CAL-FILE
000850     RECORDING MODE IS F.
000860 01  HOL-CAL-RECORD.
000870     COPY BANNHOL.
000880 FD  BANN-SCHED-FILE.
000890 01  BANN-SCHED-RECORD.
000900     COPY BANNSCHD.
000910 FD  BANN-PROFILE-FILE.
000920 01  BANN-PROFILE-RECORD.
000930     COPY BANNPROF.
000940*    DECKIN CARRIES BANDECKB'S PLAIN REQUEST CARD - THE BANNCTL
000950*    CARD-DATA COLUMNS WITH NO TYPE CODE.
000960 FD  DECK-IN-FILE
000970     RECORDING MODE IS F.
000980 01  DECK-IN-RECORD.
000990     05  DIN-HEIGHT           PIC X(03).
001000     05  DIN-WIDTH            PIC X(03).
001010     05  DIN-SHAPE            PIC X(01).
001020     05  DIN-JOB-ID           PIC X(08).
001030     05  DIN-OPERATOR-ID      PIC X(08).
001040     05  DIN-FILL-CHAR        PIC X(01).
001050     05  DIN-TEXT             PIC X(20).
001060     05  DIN-PROFILE-ID       PIC X(08).
001070     05  DIN-DEST-CODE        PIC X(01).
001080     05  DIN-TEXT2            PIC X(20).
001090     05  DIN-TEXT3            PIC X(20).
001100     05  FILLER               PIC X(06).
001110 FD  SCH-RPT-FILE
001120     RECORDING MODE IS F.
001130 01  SCH-RPT-RECORD              PIC X(132).
001140******************************************************************
001150*    WORKING-STORAGE SECTION                                    *
001160******************************************************************
001170 WORKING-STORAGE SECTION.
001180 01  WS-PRM-STATUS            PIC X(02) VALUE '00'.
001190 01  WS-HOL-STATUS            PIC X(02) VALUE '00'.
001200 01  WS-SCH-STATUS            PIC X(02) VALUE '00'.
001210 01  WS-PRF-STATUS            PIC X(02) VALUE '00'.
001220 01  WS-DIN-STATUS            PIC X(02) VALUE '00'.
001230 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
001240 01  WS-PRM-EOF               PIC X(01) VALUE 'N'.
001250     88  WS-PRM-EOF-YES           VALUE 'Y'.
001260 01  WS-HOL-EOF               PIC X(01) VALUE 'N'.
001270     88  WS-HOL-EOF-YES           VALUE 'Y'.
001280 01  WS-SCH-EOF               PIC X(01) VALUE 'N'.
001290     88  WS-SCH-EOF-YES           VALUE 'Y'.
001300 01  WS-BUS-DATE              PIC 9(08) VALUE ZERO.
001310 01  WS-BUS-DATE-SET          PIC X(01) VALUE 'N'.
001320     88  WS-BUS-DATE-SET-YES      VALUE 'Y'.
001330 01  WS-RUN-DATE              PIC 9(08).
001340 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001350     05  WS-RUN-YEAR          PIC 9(04).
001360     05  WS-RUN-MONTH         PIC 9(02).
001370         88  WS-RUN-QUARTER-MONTH VALUE 3 6 9 12.
001380     05  WS-RUN-DAY           PIC 9(02).
001390 01  WS-RUN-INT               PIC 9(07) COMP VALUE ZERO.
001400 01  WS-RUN-DOW               PIC 9(01) COMP VALUE ZERO.
001410 01  WS-RUN-HOLIDAY           PIC X(01) VALUE 'N'.
001420     88  WS-RUN-HOLIDAY-YES       VALUE 'Y'.
001430 01  WS-RUN-HOL-NAME          PIC X(30) VALUE SPACES.
001440 01  WS-TEST-INT              PIC 9(07) COMP.
001450 01  WS-WORK-INT              PIC 9(07) COMP.
001460 01  WS-QUOTIENT              PIC 9(07) COMP.
001470 01  WS-TEST-DATE             PIC 9(08).
001480 01  WS-TEST-DATE-R REDEFINES WS-TEST-DATE.
001490     05  WS-TEST-YEAR         PIC 9(04).
001500     05  WS-TEST-MONTH        PIC 9(02).
001510     05  WS-TEST-DAY          PIC 9(02).
001520 01  WS-TEST-DOW              PIC 9(01) COMP.
001530 01  WS-TEST-BUSDAY           PIC X(01).
001540     88  WS-TEST-BUSDAY-YES       VALUE 'Y'.
001550 01  WS-TEST-HOLIDAY          PIC X(01).
001560     88  WS-TEST-HOLIDAY-YES      VALUE 'Y'.
001570*    CALENDAR FLAGS FOR THE BUSINESS DATE, WORKED OUT TWICE -
001580*    ENTRY 1 OBSERVES THE HOLIDAY CALENDAR, ENTRY 2 COUNTS EVERY
001590*    WEEKDAY AS A BUSINESS DAY.  AN ENTRY DUE UNDER 2 BUT NOT
001600*    UNDER 1 IS ONE THE HOLIDAY SKIPPED.
001610 01  WS-CAL-IX                PIC 9(01) COMP.
001620 01  WS-CAL-TABLE.
001630     05  WS-CAL-ENTRY OCCURS 2 TIMES.
001640         10  WS-CAL-BUSDAY    PIC X(01).
001650         10  WS-CAL-MONTH-END PIC X(01).
001660         10  WS-CAL-QTR-END   PIC X(01).
001670         10  WS-CAL-MONTH-1ST PIC X(01).
001680 01  WS-ENTRY-DUE             PIC X(01).
001690     88  WS-ENTRY-DUE-YES         VALUE 'Y'.
001700 01  WS-PROFILE-FOUND         PIC X(01).
001710     88  WS-PROFILE-FOUND-YES     VALUE 'Y'.
001720 01  WS-HOL-COUNT             PIC 9(03) COMP VALUE ZERO.
001730 01  WS-HOL-IX                PIC 9(03) COMP.
001740 01  WS-HOL-HIT               PIC 9(03) COMP.
001750 01  WS-HOL-CARD-CTR          PIC 9(05) COMP VALUE ZERO.
001760 01  WS-HOL-TABLE.
001770     05  WS-HOL-ENTRY OCCURS 200 TIMES.
001780         10  WS-HOL-TBL-DATE  PIC 9(08).
001790         10  WS-HOL-TBL-NAME  PIC X(30).
001800 01  WS-DAY-NAMES.
001810     05  FILLER               PIC X(09) VALUE 'MONDAY'.
001820     05  FILLER               PIC X(09) VALUE 'TUESDAY'.
001830     05  FILLER               PIC X(09) VALUE 'WEDNESDAY'.
001840     05  FILLER               PIC X(09) VALUE 'THURSDAY'.
001850     05  FILLER               PIC X(09) VALUE 'FRIDAY'.
001860     05  FILLER               PIC X(09) VALUE 'SATURDAY'.
001870     05  FILLER               PIC X(09) VALUE 'SUNDAY'.
001880 01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
001890     05  WS-DAY-NAME          PIC X(09) OCCURS 7 TIMES.
001900 01  WS-ENTRY-CTR             PIC 9(05) COMP VALUE ZERO.
001910 01  WS-INACTIVE-CTR          PIC 9(05) COMP VALUE ZERO.
001920 01  WS-NOT-DUE-CTR           PIC 9(05) COMP VALUE ZERO.
001930 01  WS-GENERATED-CTR         PIC 9(05) COMP VALUE ZERO.
001940 01  WS-HOLIDAY-CTR           PIC 9(05) COMP VALUE ZERO.
001950 01  WS-NO-PROFILE-CTR        PIC 9(05) COMP VALUE ZERO.
001960 01  WS-LINE-CNT              PIC 9(03) COMP VALUE 99.
001970 01  WS-PAGE-NUM              PIC 9(05) COMP VALUE ZERO.
001980 01  WS-PAGE-DEPTH            PIC 9(03) COMP VALUE 60.
001990 01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
002000 01  WS-HEADING-1.
002010     05  FILLER               PIC X(10) VALUE 'BANSCHG'.
002020     05  FILLER               PIC X(20) VALUE SPACES.
002030     05  FILLER               PIC X(36) VALUE
002040         'STANDING SCHEDULE DECK GENERATION'.
002050     05  FILLER               PIC X(14) VALUE 'BUSINESS DATE '.
002060     05  HD1-BUS-DATE         PIC 9(08).
002070     05  FILLER               PIC X(29) VALUE SPACES.
002080     05  FILLER               PIC X(05) VALUE 'PAGE '.
002090     05  HD1-PAGE             PIC ZZZZ9.
002100     05  FILLER               PIC X(05) VALUE SPACES.
002110 01  WS-HEADING-2.
002120     05  FILLER               PIC X(10) VALUE 'ENTRY'.
002130     05  FILLER               PIC X(10) VALUE 'PROFILE'.
002140     05  FILLER               PIC X(10) VALUE 'JOB ID'.
002150     05  FILLER               PIC X(10) VALUE 'OPERATOR'.
002160     05  FILLER               PIC X(06) VALUE 'DEST'.
002170     05  FILLER               PIC X(06) VALUE 'FREQ'.
002180     05  FILLER               PIC X(10) VALUE 'DAYS M-F'.
002190     05  FILLER               PIC X(70) VALUE 'ACTION'.
002200 01  WS-CALENDAR-LINE.
002210     05  FILLER               PIC X(14) VALUE 'BUSINESS DATE '.
002220     05  CAL-DATE             PIC 9(08).
002230     05  FILLER               PIC X(02) VALUE SPACES.
002240     05  CAL-DAY-NAME         PIC X(09).
002250     05  FILLER               PIC X(02) VALUE SPACES.
002260     05  CAL-NOTE             PIC X(30).
002270     05  CAL-HOL-NAME         PIC X(30).
002280     05  FILLER               PIC X(37) VALUE SPACES.
002290 01  WS-DETAIL-LINE.
002300     05  DET-ENTRY            PIC X(08).
002310     05  FILLER               PIC X(02) VALUE SPACES.
002320     05  DET-PROFILE          PIC X(08).
002330     05  FILLER               PIC X(02) VALUE SPACES.
002340     05  DET-JOB              PIC X(08).
002350     05  FILLER               PIC X(02) VALUE SPACES.
002360     05  DET-OPER             PIC X(08).
002370     05  FILLER               PIC X(02) VALUE SPACES.
002380     05  DET-DEST             PIC X(01).
002390     05  FILLER               PIC X(05) VALUE SPACES.
002400     05  DET-FREQ             PIC X(01).
002410     05  FILLER               PIC X(05) VALUE SPACES.
002420     05  DET-DAYS             PIC X(05).
002430     05  FILLER               PIC X(05) VALUE SPACES.
002440     05  DET-ACTION           PIC X(20).
002450     05  DET-ACTION-NOTE      PIC X(50).
002460 01  WS-TOTAL-LINE.
002470     05  FILLER               PIC X(02) VALUE SPACES.
002480     05  TOT-LABEL            PIC X(30).
002490     05  TOT-COUNT            PIC ZZZZ9.
002500     05  FILLER               PIC X(95) VALUE SPACES.
002510******************************************************************
002520* PROCEDURE DIVISION                                            *
002530******************************************************************
002540 PROCEDURE DIVISION.
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002570     PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
002580         UNTIL WS-SCH-EOF-YES
002590     PERFORM 3000-WRAP-UP THRU 3000-EXIT
002600     CLOSE BANN-SCHED-FILE
002610     CLOSE BANN-PROFILE-FILE
002620     CLOSE DECK-IN-FILE
002630     CLOSE SCH-RPT-FILE
002640     STOP RUN.
002650******************************************************************
002660*    1000-INITIALIZE THRU 1000-EXIT                              *
002670*    SETS THE BUSINESS DATE, LOADS THE HOLIDAY CALENDAR, OPENS   *
002680*    THE SCHEDULE, THE PROFILE CATALOG, THE CARD OUTPUT, AND THE *
002690*    LISTING, WORKS OUT THE CALENDAR FLAGS FOR THE DATE, AND     *
002700*    PRIMES THE FIRST SCHEDULE ENTRY.                            *
002710******************************************************************
002720 1000-INITIALIZE.
002730     PERFORM 1050-READ-RUN-OPTIONS THRU 1050-EXIT
002740     MOVE WS-RUN-DATE TO HD1-BUS-DATE
002750     PERFORM 1100-LOAD-HOLIDAYS THRU 1100-EXIT
002760     OPEN INPUT BANN-SCHED-FILE
002770     IF WS-SCH-STATUS NOT = '00'
002780         DISPLAY 'BANSHG0018E - BANSCHD OPEN FAILED, STATUS '
002790             WS-SCH-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF
002830     OPEN INPUT BANN-PROFILE-FILE
002840     IF WS-PRF-STATUS NOT = '00'
002850         DISPLAY 'BANSHG0019E - BANPROF OPEN FAILED, STATUS '
002860             WS-PRF-STATUS
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF
002900     OPEN OUTPUT DECK-IN-FILE
002910     IF WS-DIN-STATUS NOT = '00'
002920         DISPLAY 'BANSHG0020E - DECKIN OPEN FAILED, STATUS '
002930             WS-DIN-STATUS
002940         MOVE 16 TO RETURN-CODE
002950         STOP RUN
002960     END-IF
002970     OPEN OUTPUT SCH-RPT-FILE
002980     IF WS-RPT-STATUS NOT = '00'
002990         DISPLAY 'BANSHG0021E - SCHRPT01 OPEN FAILED, STATUS '
003000             WS-RPT-STATUS
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF
003040     PERFORM 1400-SET-CALENDAR THRU 1400-EXIT
003050     PERFORM 1500-PRINT-CALENDAR THRU 1500-EXIT
003060     PERFORM 1900-READ-SCHEDULE THRU 1900-EXIT.
003070 1000-EXIT.
003080     EXIT.
003090******************************************************************
003100*    1050-READ-RUN-OPTIONS THRU 1050-EXIT                        *
003110*    SAME OPTIONAL BANPARM BUSDATE OVERRIDE THE BANNER STEP      *
003120*    TAKES, SO A DECK REBUILT THE NEXT MORNING IS GENERATED FOR  *
003130*    THE BUSINESS DATE IT BELONGS TO.  RUN-MODE RECORDS ON THE   *
003140*    FILE BELONG TO THE BANNER STEP AND ARE READ PAST.           *
003150******************************************************************
003160 1050-READ-RUN-OPTIONS.
003170     OPEN INPUT BANN-PARM-FILE
003180     IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '05'
003190         PERFORM 1060-READ-ONE-OPTION THRU 1060-EXIT
003200             UNTIL WS-PRM-EOF-YES
003210         CLOSE BANN-PARM-FILE
003220     ELSE
003230         IF WS-PRM-STATUS NOT = '35'
003240             DISPLAY 'BANSHG0010E - BANPARM OPEN FAILED, STATUS '
003250                 WS-PRM-STATUS
003260             MOVE 16 TO RETURN-CODE
003270             STOP RUN
003280         END-IF
003290     END-IF
003300     IF WS-BUS-DATE-SET-YES
003310         MOVE WS-BUS-DATE TO WS-RUN-DATE
003320         DISPLAY 'BANSHG0011I - BUSINESS DATE OVERRIDE '
003330             WS-RUN-DATE ' IN EFFECT FOR THIS RUN'
003340     ELSE
003350         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
003360     END-IF.
003370 1050-EXIT.
003380     EXIT.
003390 1060-READ-ONE-OPTION.
003400     READ BANN-PARM-FILE
003410         AT END
003420             SET WS-PRM-EOF-YES TO TRUE
003430         NOT AT END
003440             IF PARM-KEY-BUSDATE
003450                 IF PARM-BUS-DATE NUMERIC
003460                     AND PARM-BUS-DATE (5:2) >= '01'
003470                     AND PARM-BUS-DATE (5:2) <= '12'
003480                     AND PARM-BUS-DATE (7:2) >= '01'
003490                     AND PARM-BUS-DATE (7:2) <= '31'
003500                     MOVE PARM-BUS-DATE TO WS-BUS-DATE
003510                     SET WS-BUS-DATE-SET-YES TO TRUE
003520                 ELSE
003530                     DISPLAY 'BANSHG0012E - BUSDATE VALUE '
003540                         PARM-BUS-DATE ' ON BANPARM IS NOT A'
003550                         ' VALID YYYYMMDD DATE'
003560                     MOVE 16 TO RETURN-CODE
003570                     STOP RUN
003580                 END-IF
003590             END-IF
003600     END-READ.
003610 1060-EXIT.
003620     EXIT.
003630******************************************************************
003640*    1100-LOAD-HOLIDAYS THRU 1100-EXIT                           *
003650*    LOADS THE BANHOLI CALENDAR INTO WS-HOL-TABLE.  NO CALENDAR  *
003660*    (OR AN EMPTY ONE) STILL GENERATES - ONLY SATURDAYS AND      *
003670*    SUNDAYS ARE SKIPPED - BUT BEHIND A WARNING, SINCE A MISSING *
003680*    CALENDAR WOULD SEND A FULL DECK THROUGH ON CHRISTMAS.       *
003690******************************************************************
003700 1100-LOAD-HOLIDAYS.
003710     OPEN INPUT HOL-CAL-FILE
003720     IF WS-HOL-STATUS = '00' OR WS-HOL-STATUS = '05'
003730         PERFORM 1150-LOAD-ONE-HOLIDAY THRU 1150-EXIT
003740             UNTIL WS-HOL-EOF-YES
003750         CLOSE HOL-CAL-FILE
003760     ELSE
003770         IF WS-HOL-STATUS NOT = '35'
003780             DISPLAY 'BANSHG0013E - BANHOLI OPEN FAILED, STATUS '
003790                 WS-HOL-STATUS
003800             MOVE 16 TO RETURN-CODE
003810             STOP RUN
003820         END-IF
003830     END-IF
003840     IF WS-HOL-COUNT = ZERO
003850         DISPLAY 'BANSHG0017W - NO HOLIDAYS ON BANHOLI - ONLY'
003860             ' SATURDAYS AND SUNDAYS WILL BE SKIPPED'
003870         IF RETURN-CODE = ZERO
003880             MOVE 4 TO RETURN-CODE
003890         END-IF
003900     END-IF.
003910 1100-EXIT.
003920     EXIT.
003930 1150-LOAD-ONE-HOLIDAY.
003940     READ HOL-CAL-FILE
003950         AT END
003960             SET WS-HOL-EOF-YES TO TRUE
003970         NOT AT END
003980             IF WS-HOL-STATUS NOT = '00'
003990                 DISPLAY 'BANSHG0014E - BANHOLI READ FAILED, '
004000                     'STATUS ' WS-HOL-STATUS
004010                 MOVE 16 TO RETURN-CODE
004020                 STOP RUN
004030             END-IF
004040             ADD 1 TO WS-HOL-CARD-CTR
004050             PERFORM 1160-FILE-ONE-HOLIDAY THRU 1160-EXIT
004060     END-READ.
004070 1150-EXIT.
004080     EXIT.
004090******************************************************************
004100*    1160-FILE-ONE-HOLIDAY THRU 1160-EXIT                        *
004110*    A BAD CALENDAR CARD IS SKIPPED AND THE STEP RETURN CODE     *
004120*    RAISED, SAME AS A BAD HISTSEL CARD IN BANHISTQ.             *
004130******************************************************************
004140 1160-FILE-ONE-HOLIDAY.
004150     IF WS-HOL-COUNT >= 200
004160         DISPLAY 'BANSHG0015E - CALENDAR CARD ' WS-HOL-CARD-CTR
004170             ' REJECTED - HOLIDAY TABLE IS FULL (200 ENTRIES)'
004180         MOVE 16 TO RETURN-CODE
004190         GO TO 1160-EXIT
004200     END-IF
004210     IF HOL-DATE NOT NUMERIC
004220         OR HOL-DATE (5:2) < '01' OR HOL-DATE (5:2) > '12'
004230         OR HOL-DATE (7:2) < '01' OR HOL-DATE (7:2) > '31'
004240         DISPLAY 'BANSHG0016E - CALENDAR CARD ' WS-HOL-CARD-CTR
004250             ' REJECTED - DATE ' HOL-DATE
004260             ' IS NOT A VALID YYYYMMDD DATE'
004270         MOVE 16 TO RETURN-CODE
004280         GO TO 1160-EXIT
004290     END-IF
004300     ADD 1 TO WS-HOL-COUNT
004310     MOVE HOL-DATE-N TO WS-HOL-TBL-DATE (WS-HOL-COUNT)
004320     MOVE HOL-NAME TO WS-HOL-TBL-NAME (WS-HOL-COUNT).
004330 1160-EXIT.
004340     EXIT.
004350******************************************************************
004360*    1400-SET-CALENDAR THRU 1400-EXIT                            *
004370*    NOTES THE BUSINESS DATE'S WEEKDAY AND WHETHER IT IS A       *
004380*    HOLIDAY, THEN FILLS BOTH WS-CAL-ENTRY COLUMNS - THE ONE     *
004390*    THAT OBSERVES HOLIDAYS AND THE ONE THAT DOES NOT.           *
004400******************************************************************
004410 1400-SET-CALENDAR.
004420     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
004430     MOVE 1 TO WS-CAL-IX
004440     MOVE WS-RUN-INT TO WS-TEST-INT
004450     PERFORM 1600-TEST-ONE-DAY THRU 1600-EXIT
004460     MOVE WS-TEST-DOW TO WS-RUN-DOW
004470     IF WS-TEST-HOLIDAY-YES
004480         SET WS-RUN-HOLIDAY-YES TO TRUE
004490         MOVE WS-HOL-TBL-NAME (WS-HOL-HIT) TO WS-RUN-HOL-NAME
004500     END-IF
004510     PERFORM 1450-SET-ONE-COLUMN THRU 1450-EXIT
004520         VARYING WS-CAL-IX FROM 1 BY 1
004530         UNTIL WS-CAL-IX > 2.
004540 1400-EXIT.
004550     EXIT.
004560******************************************************************
004570*    1450-SET-ONE-COLUMN THRU 1450-EXIT                          *
004580*    THE DATE IS THE LAST BUSINESS DAY OF ITS MONTH WHEN THE     *
004590*    NEXT BUSINESS DAY FALLS IN ANOTHER MONTH, AND THE FIRST     *
004600*    WHEN THE PRIOR ONE DOES.  A NON-BUSINESS DAY IS NEITHER.    *
004610******************************************************************
004620 1450-SET-ONE-COLUMN.
004630     MOVE 'NNNN' TO WS-CAL-ENTRY (WS-CAL-IX)
004640     MOVE WS-RUN-INT TO WS-TEST-INT
004650     PERFORM 1600-TEST-ONE-DAY THRU 1600-EXIT
004660     IF NOT WS-TEST-BUSDAY-YES
004670         GO TO 1450-EXIT
004680     END-IF
004690     MOVE 'Y' TO WS-CAL-BUSDAY (WS-CAL-IX)
004700     PERFORM 1700-FIND-NEXT-BUSDAY THRU 1700-EXIT
004710     IF WS-TEST-MONTH NOT = WS-RUN-MONTH
004720         MOVE 'Y' TO WS-CAL-MONTH-END (WS-CAL-IX)
004730         IF WS-RUN-QUARTER-MONTH
004740             MOVE 'Y' TO WS-CAL-QTR-END (WS-CAL-IX)
004750         END-IF
004760     END-IF
004770     PERFORM 1750-FIND-PRIOR-BUSDAY THRU 1750-EXIT
004780     IF WS-TEST-MONTH NOT = WS-RUN-MONTH
004790         MOVE 'Y' TO WS-CAL-MONTH-1ST (WS-CAL-IX)
004800     END-IF.
004810 1450-EXIT.
004820     EXIT.
004830******************************************************************
004840*    1500-PRINT-CALENDAR THRU 1500-EXIT                          *
004850*    HEADS THE LISTING WITH WHAT KIND OF DAY THE BUSINESS DATE   *
004860*    IS.                                                         *
004870******************************************************************
004880 1500-PRINT-CALENDAR.
004890     MOVE WS-RUN-DATE TO CAL-DATE
004900     MOVE WS-DAY-NAME (WS-RUN-DOW) TO CAL-DAY-NAME
004910     MOVE SPACES TO CAL-HOL-NAME
004920     EVALUATE TRUE
004930         WHEN WS-RUN-DOW > 5
004940             MOVE 'NOT A BUSINESS DAY - WEEKEND' TO CAL-NOTE
004950             DISPLAY 'BANSHG0023W - BUSINESS DATE ' WS-RUN-DATE
004960                 ' IS A ' WS-DAY-NAME (WS-RUN-DOW)
004970                 ' - NOTHING IS DUE'
004980             IF RETURN-CODE = ZERO
004990                 MOVE 4 TO RETURN-CODE
005000             END-IF
005010         WHEN WS-RUN-HOLIDAY-YES
005020             MOVE 'NOT A BUSINESS DAY - HOLIDAY' TO CAL-NOTE
005030             MOVE WS-RUN-HOL-NAME TO CAL-HOL-NAME
005040         WHEN WS-CAL-QTR-END (1) = 'Y'
005050             MOVE 'BUSINESS DAY - QUARTER-END' TO CAL-NOTE
005060         WHEN WS-CAL-MONTH-END (1) = 'Y'
005070             MOVE 'BUSINESS DAY - MONTH-END' TO CAL-NOTE
005080         WHEN WS-CAL-MONTH-1ST (1) = 'Y'
005090             MOVE 'BUSINESS DAY - FIRST OF MONTH' TO CAL-NOTE
005100         WHEN OTHER
005110             MOVE 'BUSINESS DAY' TO CAL-NOTE
005120     END-EVALUATE
005130     DISPLAY 'BANSHG0022I - BUSINESS DATE ' WS-RUN-DATE ' '
005140         CAL-DAY-NAME ' ' CAL-NOTE ' ' CAL-HOL-NAME
005150     MOVE WS-CALENDAR-LINE TO WS-PRINT-LINE
005160     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005170     MOVE SPACES TO WS-PRINT-LINE
005180     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005190 1500-EXIT.
005200     EXIT.
005210******************************************************************
005220*    1600-TEST-ONE-DAY THRU 1600-EXIT                            *
005230*    FOR THE DAY NUMBER IN WS-TEST-INT, SETS WS-TEST-DATE, ITS   *
005240*    WEEKDAY (1=MONDAY ...  7=SUNDAY - DAY 1 OF THE INTEGER DATE *
005250*    CALENDAR, 01/01/1601, WAS A MONDAY), WHETHER IT IS ON THE   *
005260*    HOLIDAY CALENDAR, AND WHETHER IT IS A BUSINESS DAY UNDER    *
005270*    CALENDAR COLUMN WS-CAL-IX.                                  *
005280******************************************************************
005290 1600-TEST-ONE-DAY.
005300     COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER (WS-TEST-INT)
005310     COMPUTE WS-WORK-INT = WS-TEST-INT - 1
005320     DIVIDE WS-WORK-INT BY 7 GIVING WS-QUOTIENT
005330         REMAINDER WS-TEST-DOW
005340     ADD 1 TO WS-TEST-DOW
005350     MOVE 'N' TO WS-TEST-HOLIDAY
005360     MOVE ZERO TO WS-HOL-HIT
005370     PERFORM 1650-MATCH-ONE-HOLIDAY THRU 1650-EXIT
005380         VARYING WS-HOL-IX FROM 1 BY 1
005390         UNTIL WS-HOL-IX > WS-HOL-COUNT OR WS-TEST-HOLIDAY-YES
005400     MOVE 'Y' TO WS-TEST-BUSDAY
005410     IF WS-TEST-DOW > 5
005420         MOVE 'N' TO WS-TEST-BUSDAY
005430     END-IF
005440     IF WS-TEST-HOLIDAY-YES AND WS-CAL-IX = 1
005450         MOVE 'N' TO WS-TEST-BUSDAY
005460     END-IF.
005470 1600-EXIT.
005480     EXIT.
005490 1650-MATCH-ONE-HOLIDAY.
005500     IF WS-HOL-TBL-DATE (WS-HOL-IX) = WS-TEST-DATE
005510         SET WS-TEST-HOLIDAY-YES TO TRUE
005520         MOVE WS-HOL-IX TO WS-HOL-HIT
005530     END-IF.
005540 1650-EXIT.
005550     EXIT.
005560******************************************************************
005570*    1700-FIND-NEXT-BUSDAY THRU 1700-EXIT                        *
005580*    LEAVES THE FIRST BUSINESS DAY AFTER THE BUSINESS DATE IN    *
005590*    WS-TEST-DATE.                                               *
005600******************************************************************
005610 1700-FIND-NEXT-BUSDAY.
005620     MOVE WS-RUN-INT TO WS-TEST-INT
005630     MOVE 'N' TO WS-TEST-BUSDAY
005640     PERFORM 1710-STEP-FORWARD THRU 1710-EXIT
005650         UNTIL WS-TEST-BUSDAY-YES.
005660 1700-EXIT.
005670     EXIT.
005680 1710-STEP-FORWARD.
005690     ADD 1 TO WS-TEST-INT
005700     PERFORM 1600-TEST-ONE-DAY THRU 1600-EXIT.
005710 1710-EXIT.
005720     EXIT.
005730******************************************************************
005740*    1750-FIND-PRIOR-BUSDAY THRU 1750-EXIT                       *
005750*    LEAVES THE LAST BUSINESS DAY BEFORE THE BUSINESS DATE IN    *
005760*    WS-TEST-DATE.                                               *
005770******************************************************************
005780 1750-FIND-PRIOR-BUSDAY.
005790     MOVE WS-RUN-INT TO WS-TEST-INT
005800     MOVE 'N' TO WS-TEST-BUSDAY
005810     PERFORM 1760-STEP-BACK THRU 1760-EXIT
005820         UNTIL WS-TEST-BUSDAY-YES.
005830 1750-EXIT.
005840     EXIT.
005850 1760-STEP-BACK.
005860     SUBTRACT 1 FROM WS-TEST-INT
005870     PERFORM 1600-TEST-ONE-DAY THRU 1600-EXIT.
005880 1760-EXIT.
005890     EXIT.
005900******************************************************************
005910*    1900-READ-SCHEDULE THRU 1900-EXIT                           *
005920******************************************************************
005930 1900-READ-SCHEDULE.
005940     READ BANN-SCHED-FILE
005950         AT END
005960             SET WS-SCH-EOF-YES TO TRUE
005970         NOT AT END
005980             IF WS-SCH-STATUS NOT = '00'
005990                 DISPLAY 'BANSHG0024E - BANSCHD READ FAILED, '
006000                     'STATUS ' WS-SCH-STATUS
006010                 MOVE 16 TO RETURN-CODE
006020                 STOP RUN
006030             END-IF
006040             ADD 1 TO WS-ENTRY-CTR
006050     END-READ.
006060 1900-EXIT.
006070     EXIT.
006080******************************************************************
006090*    2000-PROCESS-ONE-ENTRY THRU 2000-EXIT                       *
006100*    AN ACTIVE ENTRY DUE ON THE BUSINESS DATE GETS ITS CARD.  A  *
006110*    DAILY OR WEEKDAY ENTRY THAT WOULD HAVE BEEN DUE BUT FOR A   *
006120*    HOLIDAY IS LISTED AS SKIPPED.  MONTH-END, QUARTER-END, AND  *
006130*    FIRST-BUSINESS-DAY ENTRIES ARE NEVER SKIPPED - A HOLIDAY    *
006140*    ONLY MOVES THEM TO THE NEIGHBORING BUSINESS DAY.  ANYTHING  *
006150*    ELSE IS SIMPLY NOT DUE TODAY AND IS ONLY COUNTED.           *
006160******************************************************************
006170 2000-PROCESS-ONE-ENTRY.
006180     IF SCHD-INACTIVE
006190         ADD 1 TO WS-INACTIVE-CTR
006200         GO TO 2000-READ-NEXT
006210     END-IF
006220     MOVE 1 TO WS-CAL-IX
006230     PERFORM 2100-TEST-ENTRY-DUE THRU 2100-EXIT
006240     IF WS-ENTRY-DUE-YES
006250         PERFORM 2200-GENERATE-CARD THRU 2200-EXIT
006260         GO TO 2000-READ-NEXT
006270     END-IF
006280     MOVE 2 TO WS-CAL-IX
006290     PERFORM 2100-TEST-ENTRY-DUE THRU 2100-EXIT
006300     IF WS-ENTRY-DUE-YES
006310         AND (SCHD-FREQ-DAILY OR SCHD-FREQ-WEEKDAYS)
006320         ADD 1 TO WS-HOLIDAY-CTR
006330         MOVE 'SKIPPED - HOLIDAY' TO DET-ACTION
006340         MOVE WS-RUN-HOL-NAME TO DET-ACTION-NOTE
006350         PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT
006360     ELSE
006370         ADD 1 TO WS-NOT-DUE-CTR
006380     END-IF.
006390 2000-READ-NEXT.
006400     PERFORM 1900-READ-SCHEDULE THRU 1900-EXIT.
006410 2000-EXIT.
006420     EXIT.
006430******************************************************************
006440*    2100-TEST-ENTRY-DUE THRU 2100-EXIT                          *
006450*    APPLIES THE ENTRY'S FREQUENCY RULE TO CALENDAR COLUMN       *
006460*    WS-CAL-IX.  NOTHING IS DUE ON A NON-BUSINESS DAY.           *
006470******************************************************************
006480 2100-TEST-ENTRY-DUE.
006490     MOVE 'N' TO WS-ENTRY-DUE
006500     IF WS-CAL-BUSDAY (WS-CAL-IX) NOT = 'Y'
006510         GO TO 2100-EXIT
006520     END-IF
006530     EVALUATE TRUE
006540         WHEN SCHD-FREQ-DAILY
006550             SET WS-ENTRY-DUE-YES TO TRUE
006560         WHEN SCHD-FREQ-WEEKDAYS
006570             IF SCHD-WEEKDAY-FLAG (WS-RUN-DOW) = 'Y'
006580                 SET WS-ENTRY-DUE-YES TO TRUE
006590             END-IF
006600         WHEN SCHD-FREQ-MONTH-END
006610             IF WS-CAL-MONTH-END (WS-CAL-IX) = 'Y'
006620                 SET WS-ENTRY-DUE-YES TO TRUE
006630             END-IF
006640         WHEN SCHD-FREQ-QUARTER-END
006650             IF WS-CAL-QTR-END (WS-CAL-IX) = 'Y'
006660                 SET WS-ENTRY-DUE-YES TO TRUE
006670             END-IF
006680         WHEN SCHD-FREQ-FIRST-BUSDAY
006690             IF WS-CAL-MONTH-1ST (WS-CAL-IX) = 'Y'
006700                 SET WS-ENTRY-DUE-YES TO TRUE
006710             END-IF
006720         WHEN OTHER
006730             CONTINUE
006740     END-EVALUATE.
006750 2100-EXIT.
006760     EXIT.
006770******************************************************************
006780*    2200-GENERATE-CARD THRU 2200-EXIT                           *
006790*    PROVES THE ENTRY'S PROFILE IS STILL ON BANPROF              *
006800*    (STARTRIANGLE WOULD REJECT THE CARD OVERNIGHT IF NOT) AND   *
006810*    WRITES THE PLAIN REQUEST CARD.  HEIGHT, WIDTH, SHAPE, AND   *
006820*    FILL ARE LEFT BLANK - THE PROFILE SUPPLIES THEM AT RUN      *
006830*    TIME.                                                       *
006840******************************************************************
006850 2200-GENERATE-CARD.
006860     MOVE SCHD-PROFILE-ID TO PROF-PROFILE-ID
006870     READ BANN-PROFILE-FILE
006880         INVALID KEY
006890             MOVE 'N' TO WS-PROFILE-FOUND
006900         NOT INVALID KEY
006910             SET WS-PROFILE-FOUND-YES TO TRUE
006920     END-READ
006930     IF WS-PRF-STATUS NOT = '00' AND WS-PRF-STATUS NOT = '23'
006940         DISPLAY 'BANSHG0025E - BANPROF READ FAILED, STATUS '
006950             WS-PRF-STATUS
006960         MOVE 16 TO RETURN-CODE
006970         STOP RUN
006980     END-IF
006990     IF NOT WS-PROFILE-FOUND-YES
007000         ADD 1 TO WS-NO-PROFILE-CTR
007010         DISPLAY 'BANSHG0026W - ENTRY ' SCHD-ENTRY-ID
007020             ' NOT GENERATED - PROFILE ' SCHD-PROFILE-ID
007030             ' IS NOT ON BANPROF'
007040         IF RETURN-CODE = ZERO
007050             MOVE 4 TO RETURN-CODE
007060         END-IF
007070         MOVE 'NOT GENERATED' TO DET-ACTION
007080         MOVE 'PROFILE NOT ON BANPROF' TO DET-ACTION-NOTE
007090         PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT
007100         GO TO 2200-EXIT
007110     END-IF
007120     MOVE SPACES TO DECK-IN-RECORD
007130     MOVE SCHD-JOB-ID TO DIN-JOB-ID
007140     MOVE SCHD-OPERATOR-ID TO DIN-OPERATOR-ID
007150     MOVE SCHD-PROFILE-ID TO DIN-PROFILE-ID
007160     MOVE SCHD-DEST-CODE TO DIN-DEST-CODE
007170     MOVE SCHD-TEXT TO DIN-TEXT
007180     MOVE SCHD-TEXT2 TO DIN-TEXT2
007190     MOVE SCHD-TEXT3 TO DIN-TEXT3
007200     WRITE DECK-IN-RECORD
007210     IF WS-DIN-STATUS NOT = '00'
007220         DISPLAY 'BANSHG0027E - DECKIN WRITE FAILED, STATUS '
007230             WS-DIN-STATUS
007240         MOVE 16 TO RETURN-CODE
007250         STOP RUN
007260     END-IF
007270     ADD 1 TO WS-GENERATED-CTR
007280     MOVE 'GENERATED' TO DET-ACTION
007290     MOVE SPACES TO DET-ACTION-NOTE
007300     PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT.
007310 2200-EXIT.
007320     EXIT.
007330******************************************************************
007340*    2400-PRINT-DETAIL THRU 2400-EXIT                            *
007350*    ONE LISTING LINE FOR THE CURRENT ENTRY - DET-ACTION AND     *
007360*    DET-ACTION-NOTE ARE SET BY THE CALLER.                      *
007370******************************************************************
007380 2400-PRINT-DETAIL.
007390     MOVE SCHD-ENTRY-ID TO DET-ENTRY
007400     MOVE SCHD-PROFILE-ID TO DET-PROFILE
007410     MOVE SCHD-JOB-ID TO DET-JOB
007420     MOVE SCHD-OPERATOR-ID TO DET-OPER
007430     MOVE SCHD-DEST-CODE TO DET-DEST
007440     MOVE SCHD-FREQUENCY TO DET-FREQ
007450     IF SCHD-FREQ-WEEKDAYS
007460         MOVE SCHD-WEEKDAYS TO DET-DAYS
007470     ELSE
007480         MOVE SPACES TO DET-DAYS
007490     END-IF
007500     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
007510     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007520 2400-EXIT.
007530     EXIT.
007540******************************************************************
007550*    3000-WRAP-UP THRU 3000-EXIT                                 *
007560*    PRINTS THE GENERATION TOTALS ON THE LISTING AND ECHOES THEM *
007570*    TO SYSOUT FOR THE SCHEDULER'S LOG.                          *
007580******************************************************************
007590 3000-WRAP-UP.
007600     MOVE SPACES TO WS-PRINT-LINE
007610     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007620     MOVE 'SCHEDULE ENTRIES READ         ' TO TOT-LABEL
007630     MOVE WS-ENTRY-CTR TO TOT-COUNT
007640     PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
007650     MOVE 'ENTRIES INACTIVE              ' TO TOT-LABEL
007660     MOVE WS-INACTIVE-CTR TO TOT-COUNT
007670     PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
007680     MOVE 'ENTRIES NOT DUE TODAY         ' TO TOT-LABEL
007690     MOVE WS-NOT-DUE-CTR TO TOT-COUNT
007700     PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
007710     MOVE 'CARDS GENERATED               ' TO TOT-LABEL
007720     MOVE WS-GENERATED-CTR TO TOT-COUNT
007730     PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
007740     MOVE 'ENTRIES SKIPPED FOR HOLIDAY   ' TO TOT-LABEL
007750     MOVE WS-HOLIDAY-CTR TO TOT-COUNT
007760     PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
007770     MOVE 'NOT GENERATED - NO PROFILE    ' TO TOT-LABEL
007780     MOVE WS-NO-PROFILE-CTR TO TOT-COUNT
007790     PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
007800     DISPLAY 'BANSHG0028I - SCHEDULE ENTRIES READ ' WS-ENTRY-CTR
007810     DISPLAY 'BANSHG0029I - ENTRIES INACTIVE      '
007820         WS-INACTIVE-CTR
007830     DISPLAY 'BANSHG0030I - ENTRIES NOT DUE       ' WS-NOT-DUE-CTR
007840     DISPLAY 'BANSHG0031I - CARDS GENERATED       '
007850         WS-GENERATED-CTR
007860     DISPLAY 'BANSHG0032I - SKIPPED FOR HOLIDAY   '
007870         WS-HOLIDAY-CTR
007880     DISPLAY 'BANSHG0033I - NO PROFILE ON BANPROF '
007890         WS-NO-PROFILE-CTR
007900     IF WS-ENTRY-CTR = ZERO
007910         DISPLAY 'BANSHG0034W - BANSCHD IS EMPTY, NO CARDS'
007920             ' GENERATED'
007930         IF RETURN-CODE = ZERO
007940             MOVE 4 TO RETURN-CODE
007950         END-IF
007960     END-IF.
007970 3000-EXIT.
007980     EXIT.
007990 3100-PRINT-TOTAL.
008000     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
008010     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008020 3100-EXIT.
008030     EXIT.
008040******************************************************************
008050*    7000-WRITE-REPORT-LINE THRU 7000-EXIT                       *
008060*    COUNTS LINES AGAINST THE PAGE DEPTH AND STARTS A NEW HEADED *
008070*    PAGE WHEN THE CURRENT ONE IS FULL.                          *
008080******************************************************************
008090 7000-WRITE-REPORT-LINE.
008100     IF WS-LINE-CNT >= WS-PAGE-DEPTH
008110         PERFORM 7100-START-NEW-PAGE THRU 7100-EXIT
008120     END-IF
008130     MOVE WS-PRINT-LINE TO SCH-RPT-RECORD
008140     WRITE SCH-RPT-RECORD AFTER ADVANCING 1 LINE
008150     IF WS-RPT-STATUS NOT = '00'
008160         DISPLAY 'BANSHG0035E - SCHRPT01 WRITE FAILED, STATUS '
008170             WS-RPT-STATUS
008180         MOVE 16 TO RETURN-CODE
008190         STOP RUN
008200     END-IF
008210     ADD 1 TO WS-LINE-CNT.
008220 7000-EXIT.
008230     EXIT.
008240******************************************************************
008250*    7100-START-NEW-PAGE THRU 7100-EXIT                          *
008260******************************************************************
008270 7100-START-NEW-PAGE.
008280     ADD 1 TO WS-PAGE-NUM
008290     MOVE WS-PAGE-NUM TO HD1-PAGE
008300     MOVE WS-HEADING-1 TO SCH-RPT-RECORD
008310     WRITE SCH-RPT-RECORD AFTER ADVANCING PAGE
008320     IF WS-RPT-STATUS NOT = '00'
008330         DISPLAY 'BANSHG0035E - SCHRPT01 WRITE FAILED, STATUS '
008340             WS-RPT-STATUS
008350         MOVE 16 TO RETURN-CODE
008360         STOP RUN
008370     END-IF
008380     MOVE WS-HEADING-2 TO SCH-RPT-RECORD
008390     WRITE SCH-RPT-RECORD AFTER ADVANCING 1 LINE
008400     IF WS-RPT-STATUS NOT = '00'
008410         DISPLAY 'BANSHG0035E - SCHRPT01 WRITE FAILED, STATUS '
008420             WS-RPT-STATUS
008430         MOVE 16 TO RETURN-CODE
008440         STOP RUN
008450     END-IF
008460     MOVE SPACES TO SCH-RPT-RECORD
008470     WRITE SCH-RPT-RECORD AFTER ADVANCING 1 LINE
008480     IF WS-RPT-STATUS NOT = '00'
008490         DISPLAY 'BANSHG0035E - SCHRPT01 WRITE FAILED, STATUS '
008500             WS-RPT-STATUS
008510         MOVE 16 TO RETURN-CODE
008520         STOP RUN
008530     END-IF
008540     MOVE 3 TO WS-LINE-CNT.
008550 7100-EXIT.
008560     EXIT.
