000100******************************************************************
000110* IDENTIFICATION DIVISION                                       *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    BANRECERT.
000150 AUTHOR.        D SPRAGUE.
000160 INSTALLATION.  REPORT PRODUCTION - BATCH SUPPORT.
000170 DATE-WRITTEN.  10/15/26.
000180 DATE-COMPILED.
000190******************************************************************
000200* MODIFICATION HISTORY                                          *
000210* 10/15/26  DPS  ORIGINAL.  QUARTERLY OPERATOR ACCESS            *
000220*                RECERTIFICATION FOR INTERNAL AUDIT, REPLACING   *
000230*                THE BANSECM L-LISTING AS THE ACCESS REVIEW.     *
000240*                MATCHES EVERY BANSEC OPERATOR AGAINST THE       *
000250*                BANHISTI AUDIT HISTORY MASTER AND PRINTS, ONE   *
000260*                DEPARTMENT AT A TIME, EACH OPERATOR'S CLEARED   *
000270*                AND ACTUALLY-USED DESTINATIONS, LAST BANNER,    *
000280*                AND BANNERS IN THE REVIEW PERIOD.  AN OPERATOR  *
000290*                WITH NO BANNER IN THE DORMANCY THRESHOLD        *
000300*                (CRTPARM DORMDAYS, DEFAULT 90 DAYS) IS MARKED   *
000310*                DORMANT; A DESTINATION CLEARED IN               *
000320*                SEC-DEST-FLAG THAT THE OPERATOR HAS NEVER       *
000330*                ROUTED TO IS MARKED EXCESS AUTHORITY.  EACH     *
000340*                DEPARTMENT ENDS IN A SIGN-OFF BLOCK FOR ITS     *
000350*                HEAD TO CERTIFY.  HISTORY RECORDS IN THE        *
000360*                REVIEW PERIOD UNDER AN OPERATOR NO LONGER ON    *
000370*                BANSEC ARE LISTED UNDER UNASSIGN WITH A         *
000380*                SIGN-OFF OF THEIR OWN.  THE REVIEW PERIOD       *
000390*                DEFAULTS TO THE CALENDAR QUARTER BEFORE THE     *
000400*                RUN DATE.                                       *
000401* 10/15/26  DPS  THE AUDIT HISTORY MASTER IS NOW A VSAM KSDS.    *
000402*                THE OPERATOR PASS STILL READS IT IN KEY         *
000403*                SEQUENCE FROM THE FRONT, SINCE DORMANCY NEEDS   *
000404*                EACH OPERATOR'S LAST BANNER EVER; THE UNASSIGN  *
000405*                LISTING NOW STARTS AT THE REVIEW PERIOD AND     *
000406*                ENDS AT THE FIRST RECORD PAST IT.               *
000410******************************************************************
000420*
000430* PURPOSE.  PRINTS THE OPERATOR ACCESS RECERTIFICATION (CRTRPT01)
000440*           - DORMANT OPERATORS, EXCESS DESTINATION AUTHORITY, AND
000450*           ACTIVITY BY OPERATORS NO LONGER ON BANSEC.
000460*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.  IBM-370.
000500 OBJECT-COMPUTER.  IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT HIST-MAST-FILE     ASSIGN TO BANHISTI
000540         ORGANIZATION IS INDEXED
000541         ACCESS MODE IS DYNAMIC
000542         RECORD KEY IS HIST-KEY
000543         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID WITH DUPLICATES
000544         ALTERNATE RECORD KEY IS HIST-DEST-CODE WITH DUPLICATES
000550         FILE STATUS IS WS-HIN-STATUS.
000560     SELECT BANN-SECURITY-FILE ASSIGN TO BANSEC
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS SEC-OPERATOR-ID
000600         FILE STATUS IS WS-SEC-STATUS.
000610     SELECT OPTIONAL BANN-DEST-FILE ASSIGN TO BANDEST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS DEST-CODE
000650         FILE STATUS IS WS-DST-STATUS.
000660     SELECT OPTIONAL CRT-PARM-FILE ASSIGN TO CRTPARM
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PRM-STATUS.
000690     SELECT CRT-RPT-FILE       ASSIGN TO CRTRPT01
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RPT-STATUS.
000720******************************************************************
000730* DATA DIVISION                                                 *
000740******************************************************************
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  HIST-MAST-FILE.
000790 01  HIST-MAST-RECORD.
000800     COPY BANNHIST.
000810 FD  BANN-SECURITY-FILE.
000820 01  BANN-SECURITY-RECORD.
000830     COPY BANNSEC.
000840 FD  BANN-DEST-FILE.
000850 01  BANN-DEST-RECORD.
000860     COPY BANNDEST.
000870******************************************************************
000880* CRTPARM CARDS ARE KEYWORD/VALUE PAIRS, ALL OPTIONAL:           *
000890*   DORMDAYS nnn        DAYS WITHOUT A BANNER BEFORE AN OPERATOR *
000900*                       IS DORMANT (DEFAULT 090)                 *
000910*   FROMDATE YYYYMMDD   FIRST DAY OF THE REVIEW PERIOD           *
000920*   TODATE   YYYYMMDD   LAST DAY OF THE REVIEW PERIOD - ALSO THE *
000930*                       DATE DORMANCY IS MEASURED FROM           *
000940* THE PERIOD DEFAULTS TO THE CALENDAR QUARTER BEFORE THE RUN     *
000950* DATE.                                                          *
000960******************************************************************
000970 FD  CRT-PARM-FILE
000980     RECORDING MODE IS F.
000990 01  CRT-PARM-RECORD.
001000     05  CRTP-KEYWORD         PIC X(08).
001010         88  CRTP-KEY-DORMDAYS    VALUE 'DORMDAYS'.
001020         88  CRTP-KEY-FROMDATE    VALUE 'FROMDATE'.
001030         88  CRTP-KEY-TODATE      VALUE 'TODATE'.
001040     05  FILLER               PIC X(01).
001050     05  CRTP-VALUE           PIC X(10).
001060     05  FILLER               PIC X(61).
001070 FD  CRT-RPT-FILE
001080     RECORDING MODE IS F.
001090 01  CRT-RPT-RECORD           PIC X(132).
001100******************************************************************
001110*    WORKING-STORAGE SECTION                                    *
001120******************************************************************
001130 WORKING-STORAGE SECTION.
001140 01  WS-HIN-STATUS            PIC X(02) VALUE '00'.
001150 01  WS-SEC-STATUS            PIC X(02) VALUE '00'.
001160 01  WS-DST-STATUS            PIC X(02) VALUE '00'.
001170 01  WS-PRM-STATUS            PIC X(02) VALUE '00'.
001180 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
001190 01  WS-HIN-EOF               PIC X(01) VALUE 'N'.
001200     88  WS-HIN-EOF-YES           VALUE 'Y'.
001210 01  WS-SEC-EOF               PIC X(01) VALUE 'N'.
001220     88  WS-SEC-EOF-YES           VALUE 'Y'.
001230 01  WS-PRM-EOF               PIC X(01) VALUE 'N'.
001240     88  WS-PRM-EOF-YES           VALUE 'Y'.
001250 01  WS-RUN-DATE              PIC 9(08).
001260 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001270     05  WS-RUN-YEAR          PIC 9(04).
001280     05  WS-RUN-MONTH         PIC 9(02).
001290     05  WS-RUN-DAY           PIC 9(02).
001300 01  WS-FROM-DATE             PIC 9(08).
001310 01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
001320     05  WS-FROM-YEAR         PIC 9(04).
001330     05  WS-FROM-MONTH        PIC 9(02).
001340     05  WS-FROM-DAY          PIC 9(02).
001350 01  WS-TO-DATE               PIC 9(08).
001360 01  WS-TO-DATE-R REDEFINES WS-TO-DATE.
001370     05  WS-TO-YEAR           PIC 9(04).
001380     05  WS-TO-MONTH          PIC 9(02).
001390     05  WS-TO-DAY            PIC 9(02).
001400 01  WS-DORM-DAYS             PIC 9(03) VALUE 90.
001410 01  WS-DORM-CUTOFF           PIC 9(08).
001420 01  WS-TO-INT                PIC 9(07) COMP.
001430 01  WS-LAST-INT              PIC 9(07) COMP.
001440 01  WS-IDLE-DAYS             PIC 9(07) COMP.
001450 01  WS-QUARTER               PIC 9(01) COMP.
001460 01  WS-DEST-IX               PIC 9(01) COMP.
001470 01  WS-CUR-DEST              PIC 9(01).
001480 01  WS-DEPT-IX               PIC 9(03) COMP.
001490 01  WS-DEPT-HIT              PIC 9(03) COMP VALUE ZERO.
001500 01  WS-DEPT-COUNT            PIC 9(03) COMP VALUE ZERO.
001510 01  WS-SHIFT-IX              PIC 9(03) COMP.
001520 01  WS-CUR-DEPT              PIC X(08).
001530 01  WS-OPER-IX               PIC 9(04) COMP.
001540 01  WS-OPER-COUNT            PIC 9(04) COMP VALUE ZERO.
001550 01  WS-PREV-OPER             PIC X(08) VALUE LOW-VALUES.
001560 01  WS-OPER-DORMANT          PIC X(01).
001570     88  WS-OPER-DORMANT-YES      VALUE 'Y'.
001580 01  WS-OPER-EXCESS           PIC X(01).
001590     88  WS-OPER-EXCESS-YES       VALUE 'Y'.
001600 01  WS-DEST-NAME-TABLE.
001610     05  WS-DEST-NAME         PIC X(24) OCCURS 4 TIMES.
001620******************************************************************
001630* ONE ENTRY PER BANSEC OPERATOR, LOADED IN KEY ORDER OFF THE     *
001640* MASTER SO EACH HISTORY RECORD'S OPERATOR CAN BE FOUND BY A     *
001650* BINARY SEARCH.  THE UNUSED TAIL OF THE TABLE IS HIGH-VALUES SO *
001660* IT SORTS AFTER EVERY REAL OPERATOR.  CLEARED IS THE OPERATOR'S *
001670* SEC-DEST-FLAG; ROUTED IS SET FOR EACH DESTINATION THE HISTORY  *
001680* SHOWS A BANNER SENT TO, UP TO THE END OF THE REVIEW PERIOD.    *
001690******************************************************************
001700 01  WS-OPER-TABLE.
001710     05  WS-OPER-ENTRY OCCURS 2000 TIMES
001720             ASCENDING KEY IS WS-OPER-ID
001730             INDEXED BY WS-OPER-NX.
001740         10  WS-OPER-ID           PIC X(08).
001750         10  WS-OPER-DEPT         PIC X(08).
001760         10  WS-OPER-CLEARED      PIC X(01) OCCURS 4 TIMES.
001770         10  WS-OPER-ROUTED       PIC X(01) OCCURS 4 TIMES.
001780         10  WS-OPER-LAST-DATE    PIC 9(08).
001790         10  WS-OPER-PERIOD-CTR   PIC 9(07) COMP.
001800 01  WS-DEPT-TABLE.
001810     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
001820         10  WS-DEPT-NAME         PIC X(08).
001830         10  WS-DEPT-OPERS        PIC 9(05) COMP.
001840******************************************************************
001850* COUNTERS.                                                      *
001860******************************************************************
001870 01  WS-HIST-READ-CTR         PIC 9(07) COMP VALUE ZERO.
001880 01  WS-REPRINT-CTR           PIC 9(07) COMP VALUE ZERO.
001890 01  WS-PERIOD-CTR            PIC 9(07) COMP VALUE ZERO.
001900 01  WS-ORPHAN-CTR            PIC 9(07) COMP VALUE ZERO.
001910 01  WS-ORPHAN-LISTED-CTR     PIC 9(07) COMP VALUE ZERO.
001920 01  WS-DEPT-DORMANT          PIC 9(05) COMP.
001930 01  WS-DEPT-EXCESS           PIC 9(05) COMP.
001940 01  WS-TOT-DORMANT           PIC 9(05) COMP VALUE ZERO.
001950 01  WS-TOT-EXCESS            PIC 9(05) COMP VALUE ZERO.
001960 01  WS-TOT-EXCESS-GRANTS     PIC 9(05) COMP VALUE ZERO.
001970******************************************************************
001980* REPORT LINES.                                                  *
001990******************************************************************
002000 01  WS-LINE-CNT              PIC 9(03) COMP VALUE 99.
002010 01  WS-PAGE-NUM              PIC 9(05) COMP VALUE ZERO.
002020 01  WS-PAGE-DEPTH            PIC 9(03) COMP VALUE 60.
002030 01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
002040 01  WS-HEADING-1.
002050     05  FILLER               PIC X(10) VALUE 'BANRECERT'.
002060     05  FILLER               PIC X(20) VALUE SPACES.
002070     05  FILLER               PIC X(36) VALUE
002080         'OPERATOR ACCESS RECERTIFICATION'.
002090     05  FILLER               PIC X(14) VALUE 'REVIEW PERIOD '.
002100     05  HD1-FROM             PIC 9(08).
002110     05  FILLER               PIC X(03) VALUE ' - '.
002120     05  HD1-TO               PIC 9(08).
002130     05  FILLER               PIC X(18) VALUE SPACES.
002140     05  FILLER               PIC X(05) VALUE 'PAGE '.
002150     05  HD1-PAGE             PIC ZZZZ9.
002160     05  FILLER               PIC X(05) VALUE SPACES.
002170*    LINE 2 NAMES THE SECTION THE PAGE BELONGS TO, LINE 3 IS THE
002180*    DESTINATION LEGEND ON A DEPARTMENT PAGE, AND LINES 4 AND 5
002190*    CARRY THE SECTION'S COLUMN HEADINGS, SO A DEPARTMENT THAT
002200*    RUNS ONTO A SECOND PAGE IS STILL HEADED AS ITS OWN.
002210 01  WS-HEADING-2.
002220     05  HD2-TEXT             PIC X(60).
002230     05  FILLER               PIC X(72) VALUE SPACES.
002240 01  WS-HEADING-3             PIC X(132) VALUE SPACES.
002250 01  WS-HEADING-4             PIC X(132) VALUE SPACES.
002260 01  WS-HEADING-5             PIC X(132) VALUE SPACES.
002270 01  WS-OPER-HEADING.
002280     05  FILLER               PIC X(12) VALUE '  OPERATOR'.
002290     05  FILLER               PIC X(10) VALUE 'CLEARED'.
002300     05  FILLER               PIC X(10) VALUE 'ROUTED'.
002310     05  FILLER               PIC X(10) VALUE 'NEVER'.
002320     05  FILLER               PIC X(12) VALUE 'LAST BANNER'.
002330     05  FILLER               PIC X(08) VALUE 'DAYS'.
002340     05  FILLER               PIC X(10) VALUE 'BANNERS'.
002350     05  FILLER               PIC X(60) VALUE 'FINDING'.
002360 01  WS-OPER-HEADING-B.
002370     05  FILLER               PIC X(12) VALUE SPACES.
002380     05  FILLER               PIC X(10) VALUE 'DESTS'.
002390     05  FILLER               PIC X(10) VALUE 'TO'.
002400     05  FILLER               PIC X(10) VALUE 'ROUTED'.
002410     05  FILLER               PIC X(12) VALUE SPACES.
002420     05  FILLER               PIC X(08) VALUE 'IDLE'.
002430     05  FILLER               PIC X(10) VALUE 'IN PERIOD'.
002440     05  FILLER               PIC X(60) VALUE SPACES.
002450 01  WS-ORPHAN-HEADING.
002460     05  FILLER               PIC X(12) VALUE '  RUN DATE'.
002470     05  FILLER               PIC X(10) VALUE 'JOB'.
002480     05  FILLER               PIC X(06) VALUE 'REQ'.
002490     05  FILLER               PIC X(11) VALUE 'OPERATOR'.
002500     05  FILLER               PIC X(31) VALUE 'DESTINATION'.
002510     05  FILLER               PIC X(08) VALUE '   ROWS'.
002520     05  FILLER               PIC X(54) VALUE SPACES.
002530 01  WS-LEGEND-LINE.
002540     05  FILLER               PIC X(15) VALUE '  DESTINATIONS '.
002550     05  LEG-ENTRY OCCURS 4 TIMES.
002560         10  LEG-CODE         PIC 9(01).
002570         10  FILLER           PIC X(01).
002580         10  LEG-NAME         PIC X(24).
002590         10  FILLER           PIC X(02).
002600     05  FILLER               PIC X(05) VALUE SPACES.
002610 01  WS-OPER-LINE.
002620     05  FILLER               PIC X(02) VALUE SPACES.
002630     05  OPL-OPER             PIC X(08).
002640     05  FILLER               PIC X(02) VALUE SPACES.
002650     05  OPL-CLEARED          PIC X(08).
002660     05  FILLER               PIC X(02) VALUE SPACES.
002670     05  OPL-ROUTED           PIC X(08).
002680     05  FILLER               PIC X(02) VALUE SPACES.
002690     05  OPL-NEVER            PIC X(08).
002700     05  FILLER               PIC X(02) VALUE SPACES.
002710     05  OPL-LAST             PIC X(08).
002720     05  FILLER               PIC X(02) VALUE SPACES.
002730     05  OPL-IDLE             PIC X(06).
002740     05  OPL-IDLE-N REDEFINES OPL-IDLE
002750                              PIC ZZZZZ9.
002760     05  FILLER               PIC X(03) VALUE SPACES.
002770     05  OPL-BANNERS          PIC ZZZ,ZZ9.
002780     05  FILLER               PIC X(03) VALUE SPACES.
002790     05  OPL-FINDING          PIC X(34).
002800     05  OPL-DECISION         PIC X(23).
002810     05  FILLER               PIC X(02) VALUE SPACES.
002820 01  WS-ORPHAN-LINE.
002830     05  FILLER               PIC X(02) VALUE SPACES.
002840     05  ORL-RUN-DATE         PIC 9(08).
002850     05  FILLER               PIC X(02) VALUE SPACES.
002860     05  ORL-JOB              PIC X(08).
002870     05  FILLER               PIC X(02) VALUE SPACES.
002880     05  ORL-REQUEST          PIC 9(03).
002890     05  FILLER               PIC X(03) VALUE SPACES.
002900     05  ORL-OPER             PIC X(08).
002910     05  FILLER               PIC X(03) VALUE SPACES.
002920     05  ORL-DEST             PIC 9(01).
002930     05  FILLER               PIC X(02) VALUE SPACES.
002940     05  ORL-DEST-NAME        PIC X(24).
002950     05  FILLER               PIC X(02) VALUE SPACES.
002960     05  ORL-ROWS             PIC ZZ,ZZ9.
002970     05  FILLER               PIC X(02) VALUE SPACES.
002980     05  ORL-NOTE             PIC X(20).
002990     05  FILLER               PIC X(34) VALUE SPACES.
003000 01  WS-DEPT-TOTAL-LINE.
003010     05  FILLER               PIC X(02) VALUE SPACES.
003020     05  DTT-COUNT-1          PIC ZZZZ9.
003030     05  DTT-LABEL-1          PIC X(12).
003040     05  DTT-COUNT-2          PIC ZZZZ9.
003050     05  DTT-LABEL-2          PIC X(11).
003060     05  DTT-COUNT-3          PIC ZZZZ9.
003070     05  DTT-LABEL-3          PIC X(30).
003080     05  FILLER               PIC X(62) VALUE SPACES.
003090 01  WS-SUMMARY-LINE.
003100     05  FILLER               PIC X(02) VALUE SPACES.
003110     05  SUM-LABEL            PIC X(50).
003120     05  SUM-VALUE            PIC X(11).
003130     05  SUM-COUNT REDEFINES SUM-VALUE
003140                              PIC ZZZ,ZZZ,ZZ9.
003150     05  FILLER               PIC X(69) VALUE SPACES.
003160******************************************************************
003170* THE SIGN-OFF BLOCK EVERY SECTION ENDS WITH.  SIGN-3 NAMES WHO  *
003180* SIGNS - THE DEPARTMENT HEAD FOR A DEPARTMENT, THE SECURITY     *
003190* ADMINISTRATOR FOR THE UNASSIGN LIST.                           *
003200******************************************************************
003210 01  WS-SIGN-1.
003220     05  FILLER               PIC X(02) VALUE SPACES.
003230     05  FILLER               PIC X(43) VALUE
003240         'I HAVE REVIEWED THE ENTRIES ABOVE.  ACCESS '.
003250     05  FILLER               PIC X(52) VALUE
003260         'IS APPROPRIATE EXCEPT WHERE MARKED REMOVE, WHICH IS '.
003270     05  FILLER               PIC X(35) VALUE 'TO BE WITHDRAWN'.
003280 01  WS-SIGN-2.
003290     05  FILLER               PIC X(02) VALUE SPACES.
003300     05  FILLER               PIC X(60) VALUE
003310         'THROUGH BANSECM WITHIN 30 DAYS OF THIS CERTIFICATION.'.
003320     05  FILLER               PIC X(70) VALUE SPACES.
003330 01  WS-SIGN-3.
003340     05  FILLER               PIC X(02) VALUE SPACES.
003350     05  SGN-ROLE             PIC X(24).
003360     05  FILLER               PIC X(30) VALUE ALL '_'.
003370     05  FILLER               PIC X(13) VALUE '   SIGNATURE '.
003380     05  FILLER               PIC X(30) VALUE ALL '_'.
003390     05  FILLER               PIC X(08) VALUE '   DATE '.
003400     05  FILLER               PIC X(10) VALUE ALL '_'.
003410     05  FILLER               PIC X(15) VALUE SPACES.
003420******************************************************************
003430* PROCEDURE DIVISION                                            *
003440******************************************************************
003450 PROCEDURE DIVISION.
003460 0000-MAINLINE.
003470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003480     PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
003490         UNTIL WS-HIN-EOF-YES
003500     CLOSE HIST-MAST-FILE
003510     PERFORM 3000-PRINT-DEPARTMENTS THRU 3000-EXIT
003520     PERFORM 4000-LIST-UNASSIGNED THRU 4000-EXIT
003530     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
003540     CLOSE CRT-RPT-FILE
003550     STOP RUN.
003560******************************************************************
003570*    1000-INITIALIZE THRU 1000-EXIT                              *
003580*    SETS THE REVIEW PERIOD AND DORMANCY THRESHOLD FROM CRTPARM, *
003590*    LOADS THE DESTINATION NAMES AND THE OPERATOR TABLE, OPENS   *
003600*    THE HISTORY AND THE LISTING, AND PRIMES THE FIRST HISTORY   *
003610*    RECORD.                                                     *
003620******************************************************************
003630 1000-INITIALIZE.
003640     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
003650     PERFORM 1050-READ-RUN-OPTIONS THRU 1050-EXIT
003660     MOVE WS-FROM-DATE TO HD1-FROM
003670     MOVE WS-TO-DATE TO HD1-TO
003680     COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
003690     COMPUTE WS-DORM-CUTOFF = FUNCTION DATE-OF-INTEGER
003700         (WS-TO-INT - WS-DORM-DAYS)
003710     DISPLAY 'BANCRT0010I - REVIEW PERIOD ' WS-FROM-DATE ' - '
003720         WS-TO-DATE ', DORMANT AFTER ' WS-DORM-DAYS ' DAYS'
003730     PERFORM 1100-LOAD-DEST-NAMES THRU 1100-EXIT
003740     PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT
003750     OPEN INPUT HIST-MAST-FILE
003760     IF WS-HIN-STATUS NOT = '00'
003770         DISPLAY 'BANCRT0011E - BANHISTI OPEN FAILED, STATUS '
003780             WS-HIN-STATUS
003790         MOVE 16 TO RETURN-CODE
003800         STOP RUN
003810     END-IF
003820     OPEN OUTPUT CRT-RPT-FILE
003830     IF WS-RPT-STATUS NOT = '00'
003840         DISPLAY 'BANCRT0012E - CRTRPT01 OPEN FAILED, STATUS '
003850             WS-RPT-STATUS
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF
003890     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
003900 1000-EXIT.
003910     EXIT.
003920******************************************************************
003930*    1050-READ-RUN-OPTIONS THRU 1050-EXIT                        *
003940*    NO CRTPARM DD (OR NO DATE CARDS) REVIEWS THE CALENDAR       *
003950*    QUARTER BEFORE THE RUN DATE - THE NORMAL RUN IN THE FIRST   *
003960*    WEEKS OF A NEW QUARTER.  A BAD CARD FAILS THE STEP RATHER   *
003970*    THAN CERTIFYING THE WRONG PERIOD.                           *
003980******************************************************************
003990 1050-READ-RUN-OPTIONS.
004000     COMPUTE WS-QUARTER = (WS-RUN-MONTH + 2) / 3
004010     IF WS-QUARTER = 1
004020         COMPUTE WS-FROM-YEAR = WS-RUN-YEAR - 1
004030         MOVE 10 TO WS-FROM-MONTH
004040     ELSE
004050         MOVE WS-RUN-YEAR TO WS-FROM-YEAR
004060         COMPUTE WS-FROM-MONTH = (WS-QUARTER - 2) * 3 + 1
004070     END-IF
004080     MOVE 1 TO WS-FROM-DAY
004090     MOVE WS-FROM-YEAR TO WS-TO-YEAR
004100     COMPUTE WS-TO-MONTH = WS-FROM-MONTH + 2
004110     IF WS-TO-MONTH = 3 OR WS-TO-MONTH = 12
004120         MOVE 31 TO WS-TO-DAY
004130     ELSE
004140         MOVE 30 TO WS-TO-DAY
004150     END-IF
004160     OPEN INPUT CRT-PARM-FILE
004170     IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '05'
004180         PERFORM 1060-READ-ONE-OPTION THRU 1060-EXIT
004190             UNTIL WS-PRM-EOF-YES
004200         CLOSE CRT-PARM-FILE
004210     ELSE
004220         IF WS-PRM-STATUS NOT = '35'
004230             DISPLAY 'BANCRT0013E - CRTPARM OPEN FAILED, STATUS '
004240                 WS-PRM-STATUS
004250             MOVE 16 TO RETURN-CODE
004260             STOP RUN
004270         END-IF
004280     END-IF
004290     IF WS-FROM-DATE > WS-TO-DATE
004300         DISPLAY 'BANCRT0014E - REVIEW PERIOD ' WS-FROM-DATE
004310             ' - ' WS-TO-DATE ' ENDS BEFORE IT BEGINS'
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350 1050-EXIT.
004360     EXIT.
004370 1060-READ-ONE-OPTION.
004380     READ CRT-PARM-FILE
004390         AT END
004400             SET WS-PRM-EOF-YES TO TRUE
004410             GO TO 1060-EXIT
004420     END-READ
004430     EVALUATE TRUE
004440         WHEN CRTP-KEY-DORMDAYS
004450             IF CRTP-VALUE (1:3) NUMERIC
004460                 AND CRTP-VALUE (1:3) NOT = '000'
004470                 MOVE CRTP-VALUE (1:3) TO WS-DORM-DAYS
004480             ELSE
004490                 DISPLAY 'BANCRT0015E - DORMDAYS VALUE '
004500                     CRTP-VALUE
004510                     ' ON CRTPARM IS NOT 001-999 DAYS'
004520                 MOVE 16 TO RETURN-CODE
004530                 STOP RUN
004540             END-IF
004550         WHEN CRTP-KEY-FROMDATE
004560             IF CRTP-VALUE (1:8) NUMERIC
004570                 AND CRTP-VALUE (5:2) >= '01'
004580                 AND CRTP-VALUE (5:2) <= '12'
004590                 AND CRTP-VALUE (7:2) >= '01'
004600                 AND CRTP-VALUE (7:2) <= '31'
004610                 MOVE CRTP-VALUE (1:8) TO WS-FROM-DATE
004620             ELSE
004630                 DISPLAY 'BANCRT0016E - FROMDATE VALUE '
004640                     CRTP-VALUE
004650                     ' ON CRTPARM IS NOT A VALID YYYYMMDD DATE'
004660                 MOVE 16 TO RETURN-CODE
004670                 STOP RUN
004680             END-IF
004690         WHEN CRTP-KEY-TODATE
004700             IF CRTP-VALUE (1:8) NUMERIC
004710                 AND CRTP-VALUE (5:2) >= '01'
004720                 AND CRTP-VALUE (5:2) <= '12'
004730                 AND CRTP-VALUE (7:2) >= '01'
004740                 AND CRTP-VALUE (7:2) <= '31'
004750                 MOVE CRTP-VALUE (1:8) TO WS-TO-DATE
004760             ELSE
004770                 DISPLAY 'BANCRT0017E - TODATE VALUE ' CRTP-VALUE
004780                     ' ON CRTPARM IS NOT A VALID YYYYMMDD DATE'
004790                 MOVE 16 TO RETURN-CODE
004800                 STOP RUN
004810             END-IF
004820         WHEN CRT-PARM-RECORD = SPACES
004830             CONTINUE
004840         WHEN OTHER
004850             DISPLAY 'BANCRT0018E - UNKNOWN CRTPARM KEYWORD '
004860                 CRTP-KEYWORD
004870             MOVE 16 TO RETURN-CODE
004880             STOP RUN
004890     END-EVALUATE.
004900 1060-EXIT.
004910     EXIT.
004920******************************************************************
004930*    1100-LOAD-DEST-NAMES THRU 1100-EXIT                         *
004940*    PULLS THE NAME OF EACH OF THE FOUR DESTINATIONS OFF THE     *
004950*    BANDEST MASTER FOR THE LEGEND AT THE HEAD OF EACH           *
004960*    DEPARTMENT.  NO MASTER AT ALL LEAVES THE NAMES BLANK AND    *
004970*    WARNS, SINCE THE REVIEW ITSELF IS STILL GOOD BY CODE.       *
004980******************************************************************
004990 1100-LOAD-DEST-NAMES.
005000     MOVE SPACES TO WS-DEST-NAME-TABLE
005010     OPEN INPUT BANN-DEST-FILE
005020     IF WS-DST-STATUS = '00'
005030         PERFORM 1110-LOAD-ONE-DEST-NAME THRU 1110-EXIT
005040             VARYING WS-DEST-IX FROM 1 BY 1
005050             UNTIL WS-DEST-IX > 4
005060         CLOSE BANN-DEST-FILE
005070     ELSE
005080         IF WS-DST-STATUS NOT = '05' AND WS-DST-STATUS NOT = '35'
005090             DISPLAY 'BANCRT0019E - BANDEST OPEN FAILED, STATUS '
005100                 WS-DST-STATUS
005110             MOVE 16 TO RETURN-CODE
005120             STOP RUN
005130         END-IF
005140         IF WS-DST-STATUS = '05'
005150             CLOSE BANN-DEST-FILE
005160         END-IF
005170         DISPLAY 'BANCRT0020W - BANDEST NOT AVAILABLE, '
005180             'DESTINATIONS PRINT BY CODE ONLY'
005190         MOVE 4 TO RETURN-CODE
005200     END-IF
005210     MOVE SPACES TO WS-LEGEND-LINE
005220     MOVE '  DESTINATIONS ' TO WS-LEGEND-LINE (1:15)
005230     PERFORM 1120-BUILD-ONE-LEGEND THRU 1120-EXIT
005240         VARYING WS-DEST-IX FROM 1 BY 1
005250         UNTIL WS-DEST-IX > 4.
005260 1100-EXIT.
005270     EXIT.
005280 1110-LOAD-ONE-DEST-NAME.
005290     MOVE WS-DEST-IX TO DEST-CODE
005300     READ BANN-DEST-FILE
005310         INVALID KEY
005320             MOVE '*** UNDEFINED ***' TO WS-DEST-NAME (WS-DEST-IX)
005330         NOT INVALID KEY
005340             MOVE DEST-NAME TO WS-DEST-NAME (WS-DEST-IX)
005350     END-READ
005360     IF WS-DST-STATUS NOT = '00' AND WS-DST-STATUS NOT = '23'
005370         DISPLAY 'BANCRT0021E - BANDEST READ FAILED, STATUS '
005380             WS-DST-STATUS
005390         MOVE 16 TO RETURN-CODE
005400         STOP RUN
005410     END-IF.
005420 1110-EXIT.
005430     EXIT.
005440 1120-BUILD-ONE-LEGEND.
005450     MOVE WS-DEST-IX TO LEG-CODE (WS-DEST-IX)
005460     MOVE WS-DEST-NAME (WS-DEST-IX) TO LEG-NAME (WS-DEST-IX).
005470 1120-EXIT.
005480     EXIT.
005490******************************************************************
005500*    1200-LOAD-OPERATORS THRU 1200-EXIT                          *
005510*    ONE SEQUENTIAL PASS OF BANSEC INTO WS-OPER-TABLE, OPENING A *
005520*    DEPARTMENT ENTRY FOR EACH DEPARTMENT MET ALONG THE WAY.     *
005530******************************************************************
005540 1200-LOAD-OPERATORS.
005550     MOVE HIGH-VALUES TO WS-OPER-TABLE
005560     OPEN INPUT BANN-SECURITY-FILE
005570     IF WS-SEC-STATUS NOT = '00'
005580         DISPLAY 'BANCRT0022E - BANSEC OPEN FAILED, STATUS '
005590             WS-SEC-STATUS
005600         MOVE 16 TO RETURN-CODE
005610         STOP RUN
005620     END-IF
005630     PERFORM 1210-LOAD-ONE-OPERATOR THRU 1210-EXIT
005640         UNTIL WS-SEC-EOF-YES
005650     CLOSE BANN-SECURITY-FILE
005660     IF WS-OPER-COUNT = ZERO
005670         DISPLAY 'BANCRT0023W - BANSEC IS EMPTY, NO OPERATORS '
005680             'TO CERTIFY'
005690         MOVE 4 TO RETURN-CODE
005700     END-IF.
005710 1200-EXIT.
005720     EXIT.
005730 1210-LOAD-ONE-OPERATOR.
005740     READ BANN-SECURITY-FILE
005750         AT END
005760             SET WS-SEC-EOF-YES TO TRUE
005770             GO TO 1210-EXIT
005780     END-READ
005790     IF WS-SEC-STATUS NOT = '00'
005800         DISPLAY 'BANCRT0024E - BANSEC READ FAILED, STATUS '
005810             WS-SEC-STATUS
005820         MOVE 16 TO RETURN-CODE
005830         STOP RUN
005840     END-IF
005850     IF WS-OPER-COUNT >= 2000
005860         DISPLAY 'BANCRT0025E - MORE THAN 2000 OPERATORS - '
005870             'OPERATOR TABLE IS FULL'
005880         MOVE 16 TO RETURN-CODE
005890         STOP RUN
005900     END-IF
005910     ADD 1 TO WS-OPER-COUNT
005920     MOVE WS-OPER-COUNT TO WS-OPER-IX
005930     MOVE SEC-OPERATOR-ID TO WS-OPER-ID (WS-OPER-IX)
005940     MOVE SEC-DEPARTMENT TO WS-OPER-DEPT (WS-OPER-IX)
005950     PERFORM 1220-LOAD-ONE-FLAG THRU 1220-EXIT
005960         VARYING WS-DEST-IX FROM 1 BY 1
005970         UNTIL WS-DEST-IX > 4
005980     MOVE ZERO TO WS-OPER-LAST-DATE (WS-OPER-IX)
005990     MOVE ZERO TO WS-OPER-PERIOD-CTR (WS-OPER-IX)
006000     MOVE SEC-DEPARTMENT TO WS-CUR-DEPT
006010     PERFORM 1250-LOCATE-DEPT-ENTRY THRU 1250-EXIT
006020     ADD 1 TO WS-DEPT-OPERS (WS-DEPT-HIT).
006030 1210-EXIT.
006040     EXIT.
006050 1220-LOAD-ONE-FLAG.
006060     IF SEC-DEST-FLAG (WS-DEST-IX) = 'Y'
006070         MOVE 'Y' TO WS-OPER-CLEARED (WS-OPER-IX, WS-DEST-IX)
006080     ELSE
006090         MOVE 'N' TO WS-OPER-CLEARED (WS-OPER-IX, WS-DEST-IX)
006100     END-IF
006110     MOVE 'N' TO WS-OPER-ROUTED (WS-OPER-IX, WS-DEST-IX).
006120 1220-EXIT.
006130     EXIT.
006140******************************************************************
006150*    1250-LOCATE-DEPT-ENTRY THRU 1250-EXIT                       *
006160*    FINDS THE DEPARTMENT'S TABLE ENTRY, OR OPENS A NEW ONE IN   *
006170*    DEPARTMENT-NAME ORDER SO THE SECTIONS COME OUT SORTED.      *
006180******************************************************************
006190 1250-LOCATE-DEPT-ENTRY.
006200     MOVE ZERO TO WS-DEPT-HIT
006210     PERFORM 1260-MATCH-ONE-DEPT THRU 1260-EXIT
006220         VARYING WS-DEPT-IX FROM 1 BY 1
006230         UNTIL WS-DEPT-IX > WS-DEPT-COUNT
006240         OR WS-DEPT-HIT NOT = ZERO
006250     IF WS-DEPT-HIT NOT = ZERO
006260         IF WS-DEPT-NAME (WS-DEPT-HIT) = WS-CUR-DEPT
006270             GO TO 1250-EXIT
006280         END-IF
006290     ELSE
006300         COMPUTE WS-DEPT-HIT = WS-DEPT-COUNT + 1
006310     END-IF
006320     IF WS-DEPT-COUNT >= 200
006330         DISPLAY 'BANCRT0026E - MORE THAN 200 DEPARTMENTS - '
006340             'DEPARTMENT TABLE IS FULL'
006350         MOVE 16 TO RETURN-CODE
006360         STOP RUN
006370     END-IF
006380     PERFORM 1270-SHIFT-ONE-DEPT THRU 1270-EXIT
006390         VARYING WS-SHIFT-IX FROM WS-DEPT-COUNT BY -1
006400         UNTIL WS-SHIFT-IX < WS-DEPT-HIT
006410     ADD 1 TO WS-DEPT-COUNT
006420     MOVE WS-CUR-DEPT TO WS-DEPT-NAME (WS-DEPT-HIT)
006430     MOVE ZERO TO WS-DEPT-OPERS (WS-DEPT-HIT).
006440 1250-EXIT.
006450     EXIT.
006460*    STOPS AT THE FIRST ENTRY NOT LOWER THAN THE DEPARTMENT
006470*    WANTED - EITHER ITS OWN ENTRY OR WHERE IT BELONGS.
006480 1260-MATCH-ONE-DEPT.
006490     IF WS-DEPT-NAME (WS-DEPT-IX) NOT < WS-CUR-DEPT
006500         MOVE WS-DEPT-IX TO WS-DEPT-HIT
006510     END-IF.
006520 1260-EXIT.
006530     EXIT.
006540 1270-SHIFT-ONE-DEPT.
006550     MOVE WS-DEPT-ENTRY (WS-SHIFT-IX) TO
006560         WS-DEPT-ENTRY (WS-SHIFT-IX + 1).
006570 1270-EXIT.
006580     EXIT.
006590******************************************************************
006600*    1300-READ-HISTORY THRU 1300-EXIT                            *
006610******************************************************************
006620 1300-READ-HISTORY.
006630     READ HIST-MAST-FILE NEXT RECORD
006640         AT END
006650             SET WS-HIN-EOF-YES TO TRUE
006660         NOT AT END
006670             IF WS-HIN-STATUS NOT = '00'
006680                 DISPLAY 'BANCRT0027E - BANHISTI READ FAILED, '
006690                     'STATUS ' WS-HIN-STATUS
006700                 MOVE 16 TO RETURN-CODE
006710                 STOP RUN
006720             END-IF
006730     END-READ.
006740 1300-EXIT.
006750     EXIT.
006760******************************************************************
006770*    2000-PROCESS-ONE-RECORD THRU 2000-EXIT                      *
006780*    CREDITS ONE HISTORY RECORD TO ITS OPERATOR - LAST BANNER    *
006790*    DATE, DESTINATION ROUTED TO, AND THE PERIOD COUNT.  HISTORY *
006800*    AFTER THE END OF THE REVIEW PERIOD IS NOT COUNTED, SO A     *
006810*    PAST QUARTER CAN BE RE-CERTIFIED AS IT STOOD.  A REPRINT    *
006820*    RECORD CARRIES THE ORIGINAL BANNER'S OPERATOR AND DATE AND  *
006830*    IS NOT NEW ACTIVITY.  A RECORD IN THE PERIOD WHOSE OPERATOR *
006840*    IS NOT ON BANSEC IS ONLY COUNTED HERE - 4000 LISTS IT.      *
006850******************************************************************
006860 2000-PROCESS-ONE-RECORD.
006870     ADD 1 TO WS-HIST-READ-CTR
006880     IF HIST-REPRINT
006890         ADD 1 TO WS-REPRINT-CTR
006900         GO TO 2000-READ-NEXT
006910     END-IF
006920     IF HIST-RUN-DATE NOT NUMERIC
006930         OR HIST-RUN-DATE > WS-TO-DATE
006940         GO TO 2000-READ-NEXT
006950     END-IF
006960     IF HIST-DEST-CODE NOT NUMERIC OR HIST-DEST-CODE < 1
006970         OR HIST-DEST-CODE > 4
006980         MOVE 1 TO WS-CUR-DEST
006990     ELSE
007000         MOVE HIST-DEST-CODE TO WS-CUR-DEST
007010     END-IF
007020     IF HIST-RUN-DATE NOT < WS-FROM-DATE
007030         ADD 1 TO WS-PERIOD-CTR
007040     END-IF
007050     SEARCH ALL WS-OPER-ENTRY
007060         AT END
007070             IF HIST-RUN-DATE NOT < WS-FROM-DATE
007080                 ADD 1 TO WS-ORPHAN-CTR
007090             END-IF
007100             GO TO 2000-READ-NEXT
007110         WHEN WS-OPER-ID (WS-OPER-NX) = HIST-OPERATOR-ID
007120             SET WS-OPER-IX TO WS-OPER-NX
007130     END-SEARCH
007140     MOVE 'Y' TO WS-OPER-ROUTED (WS-OPER-IX, WS-CUR-DEST)
007150     IF HIST-RUN-DATE > WS-OPER-LAST-DATE (WS-OPER-IX)
007160         MOVE HIST-RUN-DATE TO WS-OPER-LAST-DATE (WS-OPER-IX)
007170     END-IF
007180     IF HIST-RUN-DATE NOT < WS-FROM-DATE
007190         ADD 1 TO WS-OPER-PERIOD-CTR (WS-OPER-IX)
007200     END-IF.
007210 2000-READ-NEXT.
007220     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
007230 2000-EXIT.
007240     EXIT.
007250******************************************************************
007260*    3000-PRINT-DEPARTMENTS THRU 3000-EXIT                       *
007270******************************************************************
007280 3000-PRINT-DEPARTMENTS.
007290     MOVE WS-LEGEND-LINE TO WS-HEADING-3
007300     MOVE WS-OPER-HEADING TO WS-HEADING-4
007310     MOVE WS-OPER-HEADING-B TO WS-HEADING-5
007320     PERFORM 3100-PRINT-ONE-DEPARTMENT THRU 3100-EXIT
007330         VARYING WS-DEPT-IX FROM 1 BY 1
007340         UNTIL WS-DEPT-IX > WS-DEPT-COUNT.
007350 3000-EXIT.
007360     EXIT.
007370******************************************************************
007380*    3100-PRINT-ONE-DEPARTMENT THRU 3100-EXIT                    *
007390*    A NEW PAGE PER DEPARTMENT - THE DESTINATION LEGEND, ONE     *
007400*    LINE PER OPERATOR (IN OPERATOR ORDER), THE DEPARTMENT'S     *
007410*    COUNTS, AND THE SIGN-OFF BLOCK FOR ITS HEAD.                *
007420******************************************************************
007430 3100-PRINT-ONE-DEPARTMENT.
007440     MOVE SPACES TO HD2-TEXT
007450     STRING 'DEPARTMENT ' WS-DEPT-NAME (WS-DEPT-IX)
007460         DELIMITED BY SIZE INTO HD2-TEXT
007470     MOVE 99 TO WS-LINE-CNT
007480     MOVE ZERO TO WS-DEPT-DORMANT
007490     MOVE ZERO TO WS-DEPT-EXCESS
007500     PERFORM 3200-PRINT-ONE-OPERATOR THRU 3200-EXIT
007510         VARYING WS-OPER-IX FROM 1 BY 1
007520         UNTIL WS-OPER-IX > WS-OPER-COUNT
007530     MOVE SPACES TO WS-PRINT-LINE
007540     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007550     MOVE WS-DEPT-OPERS (WS-DEPT-IX) TO DTT-COUNT-1
007560     MOVE ' OPERATORS' TO DTT-LABEL-1
007570     MOVE WS-DEPT-DORMANT TO DTT-COUNT-2
007580     MOVE ' DORMANT' TO DTT-LABEL-2
007590     MOVE WS-DEPT-EXCESS TO DTT-COUNT-3
007600     MOVE ' WITH EXCESS AUTHORITY' TO DTT-LABEL-3
007610     MOVE WS-DEPT-TOTAL-LINE TO WS-PRINT-LINE
007620     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007630     ADD WS-DEPT-DORMANT TO WS-TOT-DORMANT
007640     ADD WS-DEPT-EXCESS TO WS-TOT-EXCESS
007650     MOVE 'DEPARTMENT HEAD ' TO SGN-ROLE
007660     PERFORM 3400-PRINT-SIGN-OFF THRU 3400-EXIT.
007670 3100-EXIT.
007680     EXIT.
007690******************************************************************
007700*    3200-PRINT-ONE-OPERATOR THRU 3200-EXIT                      *
007710*    CLEARED, ROUTED, AND NEVER-ROUTED PRINT AS FOUR DESTINATION *
007720*    POSITIONS EACH - THE CODE WHERE THE FLAG IS ON, A DOT WHERE *
007730*    IT IS OFF.  AN OPERATOR WITH A FINDING GETS A RETAIN/REMOVE *
007740*    BOX FOR THE DEPARTMENT HEAD TO MARK.                        *
007750******************************************************************
007760 3200-PRINT-ONE-OPERATOR.
007770     IF WS-OPER-DEPT (WS-OPER-IX) NOT = WS-DEPT-NAME (WS-DEPT-IX)
007780         GO TO 3200-EXIT
007790     END-IF
007800     MOVE SPACES TO WS-OPER-LINE
007810     MOVE 'N' TO WS-OPER-DORMANT
007820     MOVE 'N' TO WS-OPER-EXCESS
007830     MOVE WS-OPER-ID (WS-OPER-IX) TO OPL-OPER
007840     MOVE ALL '. ' TO OPL-CLEARED
007850     MOVE ALL '. ' TO OPL-ROUTED
007860     MOVE ALL '. ' TO OPL-NEVER
007870     PERFORM 3300-CHECK-ONE-DEST THRU 3300-EXIT
007880         VARYING WS-DEST-IX FROM 1 BY 1
007890         UNTIL WS-DEST-IX > 4
007900     IF WS-OPER-LAST-DATE (WS-OPER-IX) = ZERO
007910         MOVE 'NEVER' TO OPL-LAST
007920         SET WS-OPER-DORMANT-YES TO TRUE
007930     ELSE
007940         MOVE WS-OPER-LAST-DATE (WS-OPER-IX) TO OPL-LAST
007950         COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE
007960             (WS-OPER-LAST-DATE (WS-OPER-IX))
007970         COMPUTE WS-IDLE-DAYS = WS-TO-INT - WS-LAST-INT
007980         MOVE WS-IDLE-DAYS TO OPL-IDLE-N
007990         IF WS-OPER-LAST-DATE (WS-OPER-IX) < WS-DORM-CUTOFF
008000             SET WS-OPER-DORMANT-YES TO TRUE
008010         END-IF
008020     END-IF
008030     MOVE WS-OPER-PERIOD-CTR (WS-OPER-IX) TO OPL-BANNERS
008040     EVALUATE TRUE
008050         WHEN WS-OPER-DORMANT-YES AND WS-OPER-EXCESS-YES
008060             MOVE 'DORMANT, EXCESS AUTHORITY' TO OPL-FINDING
008070         WHEN WS-OPER-DORMANT-YES
008080             MOVE 'DORMANT' TO OPL-FINDING
008090         WHEN WS-OPER-EXCESS-YES
008100             MOVE 'EXCESS AUTHORITY' TO OPL-FINDING
008110     END-EVALUATE
008120     IF WS-OPER-DORMANT-YES
008130         ADD 1 TO WS-DEPT-DORMANT
008140     END-IF
008150     IF WS-OPER-EXCESS-YES
008160         ADD 1 TO WS-DEPT-EXCESS
008170     END-IF
008180     IF WS-OPER-DORMANT-YES OR WS-OPER-EXCESS-YES
008190         MOVE 'RETAIN ___  REMOVE ___' TO OPL-DECISION
008200     END-IF
008210     MOVE WS-OPER-LINE TO WS-PRINT-LINE
008220     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008230 3200-EXIT.
008240     EXIT.
008250 3300-CHECK-ONE-DEST.
008260     IF WS-OPER-CLEARED (WS-OPER-IX, WS-DEST-IX) = 'Y'
008270         MOVE WS-DEST-IX TO WS-CUR-DEST
008280         MOVE WS-CUR-DEST TO OPL-CLEARED (WS-DEST-IX * 2 - 1:1)
008290         IF WS-OPER-ROUTED (WS-OPER-IX, WS-DEST-IX) NOT = 'Y'
008300             MOVE WS-CUR-DEST TO OPL-NEVER (WS-DEST-IX * 2 - 1:1)
008310             SET WS-OPER-EXCESS-YES TO TRUE
008320             ADD 1 TO WS-TOT-EXCESS-GRANTS
008330         END-IF
008340     END-IF
008350     IF WS-OPER-ROUTED (WS-OPER-IX, WS-DEST-IX) = 'Y'
008360         MOVE WS-DEST-IX TO WS-CUR-DEST
008370         MOVE WS-CUR-DEST TO OPL-ROUTED (WS-DEST-IX * 2 - 1:1)
008380     END-IF.
008390 3300-EXIT.
008400     EXIT.
008410******************************************************************
008420*    3400-PRINT-SIGN-OFF THRU 3400-EXIT                          *
008430*    KEPT WHOLE ON ONE PAGE - A BLOCK THAT WOULD NOT FIT UNDER   *
008440*    THE LAST ENTRIES STARTS A FRESH PAGE UNDER THE SAME         *
008450*    HEADINGS.                                                   *
008460******************************************************************
008470 3400-PRINT-SIGN-OFF.
008480     IF WS-LINE-CNT + 6 > WS-PAGE-DEPTH
008490         MOVE 99 TO WS-LINE-CNT
008500     END-IF
008510     MOVE SPACES TO WS-PRINT-LINE
008520     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008530     MOVE WS-SIGN-1 TO WS-PRINT-LINE
008540     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008550     MOVE WS-SIGN-2 TO WS-PRINT-LINE
008560     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008570     MOVE SPACES TO WS-PRINT-LINE
008580     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008590     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008600     MOVE WS-SIGN-3 TO WS-PRINT-LINE
008610     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008620 3400-EXIT.
008630     EXIT.
008640******************************************************************
008650*    4000-LIST-UNASSIGNED THRU 4000-EXIT                         *
008660*    A SECOND PASS OF THE HISTORY, STARTED AT THE FIRST DAY OF   *
008661*    THE REVIEW PERIOD AND ENDED AT THE FIRST RECORD PAST IT,    *
008662*    LISTS EVERY RECORD IN THE PERIOD WHOSE OPERATOR IS NOT ON   *
008670*    BANSEC - BANNERS RUN UNDER AN ID THAT HAS SINCE BEEN        *
008680*    REMOVED, OR THAT WAS NEVER PROPERLY SET UP - FOR THE        *
008690*    SECURITY ADMINISTRATOR TO ACCOUNT FOR.                      *
008710******************************************************************
008720 4000-LIST-UNASSIGNED.
008730     IF WS-ORPHAN-CTR = ZERO
008740         GO TO 4000-EXIT
008750     END-IF
008760     MOVE 'UNASSIGN - OPERATORS NO LONGER ON BANSEC' TO HD2-TEXT
008770     MOVE SPACES TO WS-HEADING-3
008780     MOVE WS-ORPHAN-HEADING TO WS-HEADING-4
008790     MOVE SPACES TO WS-HEADING-5
008800     MOVE 99 TO WS-LINE-CNT
008810     MOVE 'N' TO WS-HIN-EOF
008820     OPEN INPUT HIST-MAST-FILE
008830     IF WS-HIN-STATUS NOT = '00'
008840         DISPLAY 'BANCRT0011E - BANHISTI OPEN FAILED, STATUS '
008850             WS-HIN-STATUS
008860         MOVE 16 TO RETURN-CODE
008870         STOP RUN
008880     END-IF
008881     MOVE LOW-VALUES TO HIST-KEY
008882     MOVE WS-FROM-DATE TO HIST-RUN-DATE
008883     START HIST-MAST-FILE KEY NOT < HIST-KEY
008884         INVALID KEY
008885             SET WS-HIN-EOF-YES TO TRUE
008886     END-START
008887     IF WS-HIN-STATUS NOT = '00' AND WS-HIN-STATUS NOT = '23'
008888         DISPLAY 'BANCRT0030E - BANHISTI START FAILED, STATUS '
008889             WS-HIN-STATUS
008890         MOVE 16 TO RETURN-CODE
008891         STOP RUN
008892     END-IF
008893     IF NOT WS-HIN-EOF-YES
008894         PERFORM 1300-READ-HISTORY THRU 1300-EXIT
008895     END-IF
008900     PERFORM 4100-LIST-ONE-RECORD THRU 4100-EXIT
008910         UNTIL WS-HIN-EOF-YES
008920     CLOSE HIST-MAST-FILE
008930     MOVE SPACES TO WS-PRINT-LINE
008940     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008950     MOVE SPACES TO WS-DEPT-TOTAL-LINE
008960     MOVE WS-ORPHAN-LISTED-CTR TO DTT-COUNT-1
008970     MOVE ' RECORDS' TO DTT-LABEL-1
008980     MOVE WS-DEPT-TOTAL-LINE TO WS-PRINT-LINE
008990     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
009000     MOVE 'SECURITY ADMINISTRATOR ' TO SGN-ROLE
009010     PERFORM 3400-PRINT-SIGN-OFF THRU 3400-EXIT.
009020 4000-EXIT.
009030     EXIT.
009040 4100-LIST-ONE-RECORD.
009041     IF HIST-RUN-DATE NUMERIC AND HIST-RUN-DATE > WS-TO-DATE
009042         SET WS-HIN-EOF-YES TO TRUE
009043         GO TO 4100-EXIT
009044     END-IF
009050     IF HIST-REPRINT
009060         OR HIST-RUN-DATE NOT NUMERIC
009090         GO TO 4100-READ-NEXT
009100     END-IF
009110     SEARCH ALL WS-OPER-ENTRY
009120         AT END
009130             CONTINUE
009140         WHEN WS-OPER-ID (WS-OPER-NX) = HIST-OPERATOR-ID
009150             GO TO 4100-READ-NEXT
009160     END-SEARCH
009170     IF HIST-DEST-CODE NOT NUMERIC OR HIST-DEST-CODE < 1
009180         OR HIST-DEST-CODE > 4
009190         MOVE 1 TO WS-CUR-DEST
009200     ELSE
009210         MOVE HIST-DEST-CODE TO WS-CUR-DEST
009220     END-IF
009230     MOVE SPACES TO WS-ORPHAN-LINE
009240     MOVE HIST-RUN-DATE TO ORL-RUN-DATE
009250     MOVE HIST-JOB-ID TO ORL-JOB
009260     MOVE HIST-REQUEST-NUM TO ORL-REQUEST
009270     MOVE HIST-OPERATOR-ID TO ORL-OPER
009280     MOVE WS-CUR-DEST TO ORL-DEST
009290     MOVE WS-DEST-NAME (WS-CUR-DEST) TO ORL-DEST-NAME
009300     IF HIST-ROWS-PRODUCED NUMERIC
009310         MOVE HIST-ROWS-PRODUCED TO ORL-ROWS
009320     ELSE
009330         MOVE ZERO TO ORL-ROWS
009340     END-IF
009350     IF HIST-SUSPECT-DUP
009360         MOVE 'SUSPECTED DOUBLE-RUN' TO ORL-NOTE
009370     END-IF
009380     ADD 1 TO WS-ORPHAN-LISTED-CTR
009390     MOVE WS-ORPHAN-LINE TO WS-PRINT-LINE
009400     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009410 4100-READ-NEXT.
009420     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
009430 4100-EXIT.
009440     EXIT.
009450******************************************************************
009460*    5000-PRINT-SUMMARY THRU 5000-EXIT                           *
009470*    THE REVIEW'S PARAMETERS AND TOTALS ON A PAGE OF THEIR OWN   *
009480*    FOR INTERNAL AUDIT'S FILE.                                  *
009490******************************************************************
009500 5000-PRINT-SUMMARY.
009510     MOVE 'REVIEW SUMMARY' TO HD2-TEXT
009520     MOVE SPACES TO WS-HEADING-3
009530     MOVE SPACES TO WS-HEADING-4
009540     MOVE SPACES TO WS-HEADING-5
009550     MOVE 99 TO WS-LINE-CNT
009560     MOVE 'REVIEW PERIOD FROM' TO SUM-LABEL
009570     MOVE WS-FROM-DATE TO SUM-VALUE
009580     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
009590     MOVE 'REVIEW PERIOD TO (DORMANCY MEASURED FROM)'
009600         TO SUM-LABEL
009610     MOVE WS-TO-DATE TO SUM-VALUE
009620     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
009630     MOVE 'DORMANCY THRESHOLD IN DAYS' TO SUM-LABEL
009640     MOVE WS-DORM-DAYS TO SUM-COUNT
009650     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
009660     MOVE 'DORMANT IF NO BANNER SINCE' TO SUM-LABEL
009670     MOVE WS-DORM-CUTOFF TO SUM-VALUE
009680     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
009690     MOVE SPACES TO WS-PRINT-LINE
009700     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
009710     MOVE 'DEPARTMENTS' TO SUM-LABEL
009720     MOVE WS-DEPT-COUNT TO SUM-COUNT
009730     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
009740     MOVE 'OPERATORS REVIEWED' TO SUM-LABEL
009750     MOVE WS-OPER-COUNT TO SUM-COUNT
009760     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
009770     MOVE 'DORMANT OPERATORS' TO SUM-LABEL
009780     MOVE WS-TOT-DORMANT TO SUM-COUNT
009790     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
009800     MOVE 'OPERATORS WITH EXCESS AUTHORITY' TO SUM-LABEL
009810     MOVE WS-TOT-EXCESS TO SUM-COUNT
009820     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
009830     MOVE 'DESTINATIONS CLEARED BUT NEVER ROUTED TO'
009840         TO SUM-LABEL
009850     MOVE WS-TOT-EXCESS-GRANTS TO SUM-COUNT
009860     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
009870     MOVE SPACES TO WS-PRINT-LINE
009880     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
009890     MOVE 'HISTORY RECORDS READ' TO SUM-LABEL
009900     MOVE WS-HIST-READ-CTR TO SUM-COUNT
009910     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
009920     MOVE 'REPRINT RECORDS PASSED OVER' TO SUM-LABEL
009930     MOVE WS-REPRINT-CTR TO SUM-COUNT
009940     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
009950     MOVE 'HISTORY RECORDS IN THE REVIEW PERIOD' TO SUM-LABEL
009960     MOVE WS-PERIOD-CTR TO SUM-COUNT
009970     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
009980     MOVE 'IN PERIOD UNDER OPERATORS NOT ON BANSEC' TO SUM-LABEL
009990     MOVE WS-ORPHAN-CTR TO SUM-COUNT
010000     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
010010     DISPLAY 'BANCRT0028I - ' WS-OPER-COUNT ' OPERATORS, '
010020         WS-TOT-DORMANT ' DORMANT, ' WS-TOT-EXCESS
010030         ' WITH EXCESS AUTHORITY, ' WS-ORPHAN-CTR
010040         ' RECORDS UNDER OPERATORS NOT ON BANSEC'.
010050 5000-EXIT.
010060     EXIT.
010070 5100-PRINT-SUMMARY-LINE.
010080     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
010090     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010100     MOVE SPACES TO SUM-LABEL SUM-VALUE.
010110 5100-EXIT.
010120     EXIT.
010130******************************************************************
010140*    7000-WRITE-REPORT-LINE THRU 7000-EXIT                       *
010150*    COUNTS LINES AGAINST THE PAGE DEPTH AND STARTS A NEW HEADED *
010160*    PAGE WHEN THE CURRENT ONE IS FULL.                          *
010170******************************************************************
010180 7000-WRITE-REPORT-LINE.
010190     IF WS-LINE-CNT >= WS-PAGE-DEPTH
010200         PERFORM 7100-START-NEW-PAGE THRU 7100-EXIT
010210     END-IF
010220     MOVE WS-PRINT-LINE TO CRT-RPT-RECORD
010230     WRITE CRT-RPT-RECORD AFTER ADVANCING 1 LINE
010240     IF WS-RPT-STATUS NOT = '00'
010250         DISPLAY 'BANCRT0029E - CRTRPT01 WRITE FAILED, STATUS '
010260             WS-RPT-STATUS
010270         MOVE 16 TO RETURN-CODE
010280         STOP RUN
010290     END-IF
010300     ADD 1 TO WS-LINE-CNT.
010310 7000-EXIT.
010320     EXIT.
010330******************************************************************
010340*    7100-START-NEW-PAGE THRU 7100-EXIT                          *
010350******************************************************************
010360 7100-START-NEW-PAGE.
010370     ADD 1 TO WS-PAGE-NUM
010380     MOVE WS-PAGE-NUM TO HD1-PAGE
010390     MOVE WS-HEADING-1 TO CRT-RPT-RECORD
010400     WRITE CRT-RPT-RECORD AFTER ADVANCING PAGE
010410     IF WS-RPT-STATUS NOT = '00'
010420         DISPLAY 'BANCRT0029E - CRTRPT01 WRITE FAILED, STATUS '
010430             WS-RPT-STATUS
010440         MOVE 16 TO RETURN-CODE
010450         STOP RUN
010460     END-IF
010470     MOVE WS-HEADING-2 TO CRT-RPT-RECORD
010480     WRITE CRT-RPT-RECORD AFTER ADVANCING 1 LINE
010490     IF WS-RPT-STATUS NOT = '00'
010500         DISPLAY 'BANCRT0029E - CRTRPT01 WRITE FAILED, STATUS '
010510             WS-RPT-STATUS
010520         MOVE 16 TO RETURN-CODE
010530         STOP RUN
010540     END-IF
010550     MOVE WS-HEADING-3 TO CRT-RPT-RECORD
010560     WRITE CRT-RPT-RECORD AFTER ADVANCING 1 LINE
010570     IF WS-RPT-STATUS NOT = '00'
010580         DISPLAY 'BANCRT0029E - CRTRPT01 WRITE FAILED, STATUS '
010590             WS-RPT-STATUS
010600         MOVE 16 TO RETURN-CODE
010610         STOP RUN
010620     END-IF
010630     MOVE WS-HEADING-4 TO CRT-RPT-RECORD
010640     WRITE CRT-RPT-RECORD AFTER ADVANCING 2 LINES
010650     IF WS-RPT-STATUS NOT = '00'
010660         DISPLAY 'BANCRT0029E - CRTRPT01 WRITE FAILED, STATUS '
010670             WS-RPT-STATUS
010680         MOVE 16 TO RETURN-CODE
010690         STOP RUN
010700     END-IF
010710     MOVE WS-HEADING-5 TO CRT-RPT-RECORD
010720     WRITE CRT-RPT-RECORD AFTER ADVANCING 1 LINE
010730     IF WS-RPT-STATUS NOT = '00'
010740         DISPLAY 'BANCRT0029E - CRTRPT01 WRITE FAILED, STATUS '
010750             WS-RPT-STATUS
010760         MOVE 16 TO RETURN-CODE
010770         STOP RUN
010780     END-IF
010790     MOVE SPACES TO CRT-RPT-RECORD
010800     WRITE CRT-RPT-RECORD AFTER ADVANCING 1 LINE
010810     IF WS-RPT-STATUS NOT = '00'
010820         DISPLAY 'BANCRT0029E - CRTRPT01 WRITE FAILED, STATUS '
010830             WS-RPT-STATUS
010840         MOVE 16 TO RETURN-CODE
010850         STOP RUN
010860     END-IF
010870     MOVE 7 TO WS-LINE-CNT.
010880 7100-EXIT.
010890     EXIT.
