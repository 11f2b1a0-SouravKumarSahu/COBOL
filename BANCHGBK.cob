000100******************************************************************
000110* IDENTIFICATION DIVISION                                       *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    BANCHGBK.
000150 AUTHOR.        D SPRAGUE.
000160 INSTALLATION.  REPORT PRODUCTION - BATCH SUPPORT.
000170 DATE-WRITTEN.  10/15/26.
000180 DATE-COMPILED.
000190******************************************************************
000200* MODIFICATION HISTORY                                          *
000210* 10/15/26  DPS  ORIGINAL.  MONTH-END DEPARTMENTAL CHARGEBACK    *
000220*                FOR BANNER AND COVER-SHEET VOLUME, REPLACING    *
000230*                THE HAND BILLING FROM BANACTRPT SUBTOTALS.      *
000240*                READS THE BANHISTI AUDIT HISTORY MASTER FOR     *
000250*                THE BILLING MONTH, LOOKS EACH RECORD'S          *
000260*                OPERATOR UP ON BANSEC FOR THE DEPARTMENT, AND   *
000270*                PRICES ROWS AND PRINTED PAGES AT THE BANRATE    *
000280*                RATE FOR THE DESTINATION AND SHAPE (FALLING     *
000290*                BACK TO THE DESTINATION'S * DEFAULT RATE).  AN  *
000300*                OPERATOR NO LONGER ON BANSEC IS BILLED TO THE   *
000310*                UNASSIGN BUCKET SO THE MONTH STILL BALANCES.    *
000320*                PRINTS A STATEMENT PER DEPARTMENT AND A         *
000330*                SUMMARY PAGE PROVING THE ROWS BILLED AGAINST    *
000340*                THE HISTORY ROWS READ (RC 8 IF THEY DIFFER),    *
000350*                AND WRITES THE CHGGLOUT JOURNAL-ENTRY EXTRACT   *
000360*                FOR THE GENERAL LEDGER INTERFACE.               *
000361* 10/15/26  DPS  PAGES ARE NOW COUNTED AT EACH DESTINATION'S     *
000362*                PAGE DEPTH FROM THE BANDEST DESTINATION         *
000363*                MASTER, THE SAME DEPTH STARTRIANGLE PRINTS THE  *
000364*                DECK AT.  WITHOUT THE MASTER EVERY DECK COUNTS  *
000365*                AT 60 LINES AND THE STEP ENDS RC 4.             *
000366* 10/15/26  DPS  THE AUDIT HISTORY MASTER IS NOW A VSAM KSDS;    *
000367*                THE MONTH'S PASS STARTS AT THE FIRST OF THE     *
000368*                BILLING MONTH AND ENDS AT THE FIRST RECORD PAST *
000369*                IT, INSTEAD OF READING THE WHOLE MASTER.        *
000370******************************************************************
000380*
000390* PURPOSE.  PRINTS THE MONTHLY CHARGEBACK STATEMENTS (CHGRPT01)
000400*           AND WRITES THE GL JOURNAL-ENTRY EXTRACT (CHGGLOUT).
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.  IBM-370.
000450 OBJECT-COMPUTER.  IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT HIST-MAST-FILE     ASSIGN TO BANHISTI
000490         ORGANIZATION IS INDEXED
000491         ACCESS MODE IS DYNAMIC
000492         RECORD KEY IS HIST-KEY
000493         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID WITH DUPLICATES
000494         ALTERNATE RECORD KEY IS HIST-DEST-CODE WITH DUPLICATES
000500         FILE STATUS IS WS-HIN-STATUS.
000510     SELECT BANN-SECURITY-FILE ASSIGN TO BANSEC
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS SEC-OPERATOR-ID
000550         FILE STATUS IS WS-SEC-STATUS.
000560     SELECT BANN-RATE-FILE     ASSIGN TO BANRATE
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS RATE-KEY
000600         FILE STATUS IS WS-RAT-STATUS.
000610     SELECT OPTIONAL CHG-PARM-FILE ASSIGN TO CHGPARM
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PRM-STATUS.
000640     SELECT CHG-RPT-FILE       ASSIGN TO CHGRPT01
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RPT-STATUS.
000670     SELECT CHG-GL-FILE        ASSIGN TO CHGGLOUT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-GLO-STATUS.
000691     SELECT OPTIONAL BANN-DEST-FILE ASSIGN TO BANDEST
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS RANDOM
000694         RECORD KEY IS DEST-CODE
000695         FILE STATUS IS WS-DST-STATUS.
000700******************************************************************
000710* DATA DIVISION                                                 *
000720******************************************************************
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  HIST-MAST-FILE.
000770 01  HIST-MAST-RECORD.
000780     COPY BANNHIST.
000790 FD  BANN-SECURITY-FILE.
000800 01  BANN-SECURITY-RECORD.
000810     COPY BANNSEC.
000820 FD  BANN-RATE-FILE.
000830 01  BANN-RATE-RECORD.
000840     COPY BANNRATE.
000841 FD  BANN-DEST-FILE.
000842 01  BANN-DEST-RECORD.
000843     COPY BANNDEST.
000850******************************************************************
000860* CHGPARM CARDS ARE KEYWORD/VALUE PAIRS, ALL OPTIONAL:           *
000870*   BILLMON  YYYYMM     MONTH TO BILL (DEFAULT PRIOR MONTH)      *
000880*   EXPACCT  ACCOUNT    DEPARTMENT EXPENSE ACCOUNT (DEBITS)      *
000890*   RECACCT  ACCOUNT    PRINT OPERATIONS RECOVERY (CREDIT)       *
000900*   RECCOST  COST-CTR   COST CENTER THE CREDIT POSTS TO          *
000910******************************************************************
000920 FD  CHG-PARM-FILE
000930     RECORDING MODE IS F.
000940 01  CHG-PARM-RECORD.
000950     05  CHGP-KEYWORD         PIC X(08).
000960         88  CHGP-KEY-BILLMON     VALUE 'BILLMON'.
000970         88  CHGP-KEY-EXPACCT     VALUE 'EXPACCT'.
000980         88  CHGP-KEY-RECACCT     VALUE 'RECACCT'.
000990         88  CHGP-KEY-RECCOST     VALUE 'RECCOST'.
001000     05  CHGP-VALUE           PIC X(10).
001010     05  FILLER               PIC X(62).
001020 FD  CHG-RPT-FILE
001030     RECORDING MODE IS F.
001040 01  CHG-RPT-RECORD           PIC X(132).
001050 FD  CHG-GL-FILE
001060     RECORDING MODE IS F.
001070 01  CHG-GL-RECORD.
001080     COPY BANNGLJE.
001090******************************************************************
001100*    WORKING-STORAGE SECTION                                    *
001110******************************************************************
001120 WORKING-STORAGE SECTION.
001130 01  WS-HIN-STATUS            PIC X(02) VALUE '00'.
001140 01  WS-SEC-STATUS            PIC X(02) VALUE '00'.
001150 01  WS-RAT-STATUS            PIC X(02) VALUE '00'.
001151 01  WS-DST-STATUS            PIC X(02) VALUE '00'.
001160 01  WS-PRM-STATUS            PIC X(02) VALUE '00'.
001170 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
001180 01  WS-GLO-STATUS            PIC X(02) VALUE '00'.
001190 01  WS-HIN-EOF               PIC X(01) VALUE 'N'.
001200     88  WS-HIN-EOF-YES           VALUE 'Y'.
001210 01  WS-PRM-EOF               PIC X(01) VALUE 'N'.
001220     88  WS-PRM-EOF-YES           VALUE 'Y'.
001230 01  WS-RUN-DATE              PIC 9(08).
001240 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001250     05  WS-RUN-YEAR          PIC 9(04).
001260     05  WS-RUN-MONTH         PIC 9(02).
001270     05  WS-RUN-DAY           PIC 9(02).
001280 01  WS-BILL-MONTH            PIC X(06).
001290 01  WS-BILL-MONTH-R REDEFINES WS-BILL-MONTH.
001300     05  WS-BILL-YEAR         PIC 9(04).
001310     05  WS-BILL-MM           PIC 9(02).
001320 01  WS-EXPENSE-ACCT          PIC X(10) VALUE '615000'.
001330 01  WS-RECOVERY-ACCT         PIC X(10) VALUE '415000'.
001340 01  WS-RECOVERY-CC           PIC X(08) VALUE 'PRINTOPS'.
001350 01  WS-HIST-READ-CTR         PIC 9(07) COMP VALUE ZERO.
001360 01  WS-MONTH-CTR             PIC 9(07) COMP VALUE ZERO.
001370 01  WS-MONTH-ROWS            PIC 9(09) COMP VALUE ZERO.
001380 01  WS-UNASSIGNED-CTR        PIC 9(07) COMP VALUE ZERO.
001390 01  WS-NO-RATE-CTR           PIC 9(05) COMP VALUE ZERO.
001400 01  WS-GL-RECORD-CTR         PIC 9(07) COMP VALUE ZERO.
001401 01  WS-DEST-DEPTH-TABLE.
001402     05  WS-DEST-DEPTH        PIC 9(03) COMP OCCURS 4 TIMES.
001420 01  WS-BANNER-PAGES          PIC 9(05) COMP.
001430 01  WS-CUR-DEPT              PIC X(08).
001440 01  WS-CUR-DEST              PIC 9(01).
001450 01  WS-CUR-SLOT              PIC 9(01).
001460 01  WS-DEST-IX               PIC 9(03) COMP.
001470 01  WS-SLOT-IX               PIC 9(03) COMP.
001480 01  WS-DEPT-IX               PIC 9(03) COMP.
001490 01  WS-DEPT-HIT              PIC 9(03) COMP VALUE ZERO.
001500 01  WS-DEPT-COUNT            PIC 9(03) COMP VALUE ZERO.
001510 01  WS-SHIFT-IX              PIC 9(03) COMP.
001520******************************************************************
001530* THE FIVE PRICING SLOTS PER DESTINATION - ONE PER SHAPE THE     *
001540* BANNER STEP BUILDS, AND A FIFTH FOR ANYTHING ELSE (HISTORY     *
001550* FROM BEFORE THE SHAPE CODE WAS CARRIED), PRICED AT THE         *
001560* DESTINATION'S * DEFAULT RATE.                                  *
001570******************************************************************
001580 01  WS-SHAPE-CODES           PIC X(05) VALUE 'TDBF*'.
001590 01  WS-SHAPE-CODES-R REDEFINES WS-SHAPE-CODES.
001600     05  WS-SHAPE-CODE        PIC X(01) OCCURS 5 TIMES.
001610 01  WS-RATE-TABLE.
001620     05  WS-RATE-DEST OCCURS 4 TIMES.
001630         10  WS-RATE-SLOT OCCURS 5 TIMES.
001640             15  WS-RATE-ROW      PIC 9(03)V9(04).
001650             15  WS-RATE-PAGE     PIC 9(03)V9(04).
001660             15  WS-RATE-FOUND    PIC X(01).
001670                 88  WS-RATE-FOUND-YES    VALUE 'Y'.
001680 01  WS-DEPT-TABLE.
001690     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
001700         10  WS-DEPT-NAME         PIC X(08).
001710         10  WS-DEPT-TOT-BANNERS  PIC 9(07) COMP.
001720         10  WS-DEPT-TOT-ROWS     PIC 9(09) COMP.
001730         10  WS-DEPT-TOT-PAGES    PIC 9(07) COMP.
001740         10  WS-DEPT-TOT-ROW-CHG  PIC 9(09)V99.
001750         10  WS-DEPT-TOT-PAGE-CHG PIC 9(09)V99.
001760         10  WS-DEPT-AMOUNT       PIC 9(09)V99.
001770         10  WS-DEPT-CELL-DEST OCCURS 4 TIMES.
001780             15  WS-DEPT-CELL OCCURS 5 TIMES.
001790                 20  WS-CELL-BANNERS  PIC 9(07) COMP.
001800                 20  WS-CELL-ROWS     PIC 9(09) COMP.
001810                 20  WS-CELL-PAGES    PIC 9(07) COMP.
001820******************************************************************
001830* STATEMENT ACCUMULATORS.                                        *
001840******************************************************************
001850 01  WS-CELL-ROW-CHG          PIC 9(09)V99.
001860 01  WS-CELL-PAGE-CHG         PIC 9(09)V99.
001870 01  WS-CELL-TOTAL-CHG        PIC 9(09)V99.
001880 01  WS-DEPT-BANNERS          PIC 9(07) COMP.
001890 01  WS-DEPT-ROWS             PIC 9(09) COMP.
001900 01  WS-DEPT-PAGES            PIC 9(07) COMP.
001910 01  WS-DEPT-ROW-CHG          PIC 9(09)V99.
001920 01  WS-DEPT-PAGE-CHG         PIC 9(09)V99.
001930 01  WS-GRAND-BANNERS         PIC 9(07) COMP VALUE ZERO.
001940 01  WS-GRAND-ROWS            PIC 9(09) COMP VALUE ZERO.
001950 01  WS-GRAND-PAGES           PIC 9(07) COMP VALUE ZERO.
001960 01  WS-GRAND-ROW-CHG         PIC 9(09)V99 VALUE ZERO.
001970 01  WS-GRAND-PAGE-CHG        PIC 9(09)V99 VALUE ZERO.
001980 01  WS-GRAND-AMOUNT          PIC 9(09)V99 VALUE ZERO.
001990 01  WS-GL-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
002000 01  WS-GL-CREDIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
002010******************************************************************
002020* REPORT LINES.                                                  *
002030******************************************************************
002040 01  WS-LINE-CNT              PIC 9(03) COMP VALUE 99.
002050 01  WS-PAGE-NUM              PIC 9(05) COMP VALUE ZERO.
002060 01  WS-PAGE-DEPTH            PIC 9(03) COMP VALUE 60.
002070 01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
002080 01  WS-HEADING-1.
002090     05  FILLER               PIC X(10) VALUE 'BANCHGBK'.
002100     05  FILLER               PIC X(20) VALUE SPACES.
002110     05  FILLER               PIC X(34) VALUE
002120         'DEPARTMENTAL CHARGEBACK STATEMENT'.
002130     05  FILLER               PIC X(14) VALUE 'BILLING MONTH '.
002140     05  HD1-MONTH            PIC X(06).
002150     05  FILLER               PIC X(32) VALUE SPACES.
002160     05  FILLER               PIC X(05) VALUE 'PAGE '.
002170     05  HD1-PAGE             PIC ZZZZ9.
002180     05  FILLER               PIC X(06) VALUE SPACES.
002190 01  WS-HEADING-2.
002200     05  HD2-LABEL            PIC X(12) VALUE '  DEST SHAPE'.
002210     05  FILLER               PIC X(09) VALUE '  BANNERS'.
002220     05  FILLER               PIC X(13) VALUE '         ROWS'.
002230     05  FILLER               PIC X(09) VALUE '    PAGES'.
002240     05  HD2-RATES            PIC X(20) VALUE
002250         '  ROW RATE PAGE RATE'.
002260     05  FILLER               PIC X(16) VALUE '      ROW CHARGE'.
002270     05  FILLER               PIC X(16) VALUE '     PAGE CHARGE'.
002280     05  FILLER               PIC X(16) VALUE '    TOTAL CHARGE'.
002290     05  FILLER               PIC X(21) VALUE SPACES.
002300 01  WS-DEPT-TITLE-LINE.
002310     05  FILLER               PIC X(12) VALUE ' DEPARTMENT '.
002320     05  DTL-DEPT             PIC X(08).
002330     05  DTL-NOTE             PIC X(50).
002340     05  FILLER               PIC X(62) VALUE SPACES.
002350 01  WS-DETAIL-LINE.
002360     05  FILLER               PIC X(02) VALUE SPACES.
002370     05  DET-DEST             PIC 9(01).
002380     05  FILLER               PIC X(04) VALUE SPACES.
002390     05  DET-SHAPE            PIC X(01).
002400     05  FILLER               PIC X(06) VALUE SPACES.
002410     05  DET-BANNERS          PIC ZZZ,ZZ9.
002420     05  FILLER               PIC X(02) VALUE SPACES.
002430     05  DET-ROWS             PIC ZZZ,ZZZ,ZZ9.
002440     05  FILLER               PIC X(02) VALUE SPACES.
002450     05  DET-PAGES            PIC ZZZ,ZZ9.
002460     05  FILLER               PIC X(02) VALUE SPACES.
002470     05  DET-ROW-RATE         PIC ZZ9.9999.
002480     05  FILLER               PIC X(02) VALUE SPACES.
002490     05  DET-PAGE-RATE        PIC ZZ9.9999.
002500     05  FILLER               PIC X(02) VALUE SPACES.
002510     05  DET-ROW-CHG          PIC ZZZ,ZZZ,ZZ9.99.
002520     05  FILLER               PIC X(02) VALUE SPACES.
002530     05  DET-PAGE-CHG         PIC ZZZ,ZZZ,ZZ9.99.
002540     05  FILLER               PIC X(02) VALUE SPACES.
002550     05  DET-TOTAL-CHG        PIC ZZZ,ZZZ,ZZ9.99.
002560     05  FILLER               PIC X(21) VALUE SPACES.
002570 01  WS-TOTAL-LINE.
002580     05  FILLER               PIC X(01) VALUE SPACES.
002590     05  TOT-LABEL            PIC X(11).
002600     05  FILLER               PIC X(02) VALUE SPACES.
002610     05  TOT-BANNERS          PIC ZZZ,ZZ9.
002620     05  FILLER               PIC X(02) VALUE SPACES.
002630     05  TOT-ROWS             PIC ZZZ,ZZZ,ZZ9.
002640     05  FILLER               PIC X(02) VALUE SPACES.
002650     05  TOT-PAGES            PIC ZZZ,ZZ9.
002660     05  FILLER               PIC X(22) VALUE SPACES.
002670     05  TOT-ROW-CHG          PIC ZZZ,ZZZ,ZZ9.99.
002680     05  FILLER               PIC X(02) VALUE SPACES.
002690     05  TOT-PAGE-CHG         PIC ZZZ,ZZZ,ZZ9.99.
002700     05  FILLER               PIC X(02) VALUE SPACES.
002710     05  TOT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
002720     05  FILLER               PIC X(21) VALUE SPACES.
002730 01  WS-PROOF-LINE.
002740     05  FILLER               PIC X(01) VALUE SPACES.
002750     05  PRF-LABEL            PIC X(32).
002760     05  PRF-COUNT            PIC ZZZ,ZZZ,ZZ9.
002770     05  FILLER               PIC X(02) VALUE SPACES.
002780     05  PRF-NOTE             PIC X(30).
002790     05  FILLER               PIC X(56) VALUE SPACES.
002800******************************************************************
002810* PROCEDURE DIVISION                                            *
002820******************************************************************
002830 PROCEDURE DIVISION.
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002860     PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
002870         UNTIL WS-HIN-EOF-YES
002880     PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT
002890     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
002900     PERFORM 5000-WRAP-UP THRU 5000-EXIT
002910     CLOSE HIST-MAST-FILE
002920     CLOSE BANN-SECURITY-FILE
002930     CLOSE BANN-RATE-FILE
002940     CLOSE CHG-RPT-FILE
002950     CLOSE CHG-GL-FILE
002960     STOP RUN.
002970******************************************************************
002980*    1000-INITIALIZE THRU 1000-EXIT                              *
002990*    SETS THE BILLING MONTH AND GL ACCOUNTS FROM CHGPARM, OPENS  *
003000*    THE FILES, LOADS THE RATE TABLE, AND PRIMES THE FIRST       *
003010*    HISTORY RECORD OF THE MONTH.                                *
003020******************************************************************
003030 1000-INITIALIZE.
003040     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
003050     PERFORM 1050-READ-RUN-OPTIONS THRU 1050-EXIT
003060     MOVE WS-BILL-MONTH TO HD1-MONTH
003070     OPEN INPUT HIST-MAST-FILE
003080     IF WS-HIN-STATUS NOT = '00'
003090         DISPLAY 'BANCHG0010E - BANHISTI OPEN FAILED, STATUS '
003100             WS-HIN-STATUS
003110         MOVE 16 TO RETURN-CODE
003120         STOP RUN
003130     END-IF
003140     OPEN INPUT BANN-SECURITY-FILE
003150     IF WS-SEC-STATUS NOT = '00'
003160         DISPLAY 'BANCHG0011E - BANSEC OPEN FAILED, STATUS '
003170             WS-SEC-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF
003210     OPEN INPUT BANN-RATE-FILE
003220     IF WS-RAT-STATUS NOT = '00'
003230         DISPLAY 'BANCHG0012E - BANRATE OPEN FAILED, STATUS '
003240             WS-RAT-STATUS
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF
003280     OPEN OUTPUT CHG-RPT-FILE
003290     IF WS-RPT-STATUS NOT = '00'
003300         DISPLAY 'BANCHG0013E - CHGRPT01 OPEN FAILED, STATUS '
003310             WS-RPT-STATUS
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF
003350     OPEN OUTPUT CHG-GL-FILE
003360     IF WS-GLO-STATUS NOT = '00'
003370         DISPLAY 'BANCHG0014E - CHGGLOUT OPEN FAILED, STATUS '
003380             WS-GLO-STATUS
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF
003411     PERFORM 1300-LOAD-DEST-DEPTHS THRU 1300-EXIT
003420     PERFORM 1200-LOAD-ONE-RATE THRU 1200-EXIT
003430         VARYING WS-DEST-IX FROM 1 BY 1 UNTIL WS-DEST-IX > 4
003440         AFTER WS-SLOT-IX FROM 1 BY 1 UNTIL WS-SLOT-IX > 5
003450     PERFORM 1250-DEFAULT-ONE-RATE THRU 1250-EXIT
003460         VARYING WS-DEST-IX FROM 1 BY 1 UNTIL WS-DEST-IX > 4
003470         AFTER WS-SLOT-IX FROM 1 BY 1 UNTIL WS-SLOT-IX > 4
003480     DISPLAY 'BANCHG0015I - BILLING MONTH ' WS-BILL-MONTH
003490     PERFORM 1150-POSITION-HISTORY THRU 1150-EXIT
003491     IF NOT WS-HIN-EOF-YES
003492         PERFORM 1100-READ-HISTORY THRU 1100-EXIT
003493     END-IF.
003500 1000-EXIT.
003510     EXIT.
003520******************************************************************
003530*    1050-READ-RUN-OPTIONS THRU 1050-EXIT                        *
003540*    NO CHGPARM DD (OR NO BILLMON CARD) BILLS THE CALENDAR MONTH *
003550*    BEFORE THE RUN DATE - THE NORMAL MONTH-END RUN IN THE FIRST *
003560*    DAYS OF THE NEW MONTH.  A BAD CARD FAILS THE STEP RATHER    *
003570*    THAN BILLING THE WRONG MONTH OR POSTING TO A WRONG ACCOUNT. *
003580******************************************************************
003590 1050-READ-RUN-OPTIONS.
003600     IF WS-RUN-MONTH = 1
003610         COMPUTE WS-BILL-YEAR = WS-RUN-YEAR - 1
003620         MOVE 12 TO WS-BILL-MM
003630     ELSE
003640         MOVE WS-RUN-YEAR TO WS-BILL-YEAR
003650         COMPUTE WS-BILL-MM = WS-RUN-MONTH - 1
003660     END-IF
003670     OPEN INPUT CHG-PARM-FILE
003680     IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '05'
003690         PERFORM 1060-READ-ONE-OPTION THRU 1060-EXIT
003700             UNTIL WS-PRM-EOF-YES
003710         CLOSE CHG-PARM-FILE
003720     ELSE
003730         IF WS-PRM-STATUS NOT = '35'
003740             DISPLAY 'BANCHG0016E - CHGPARM OPEN FAILED, STATUS '
003750                 WS-PRM-STATUS
003760             MOVE 16 TO RETURN-CODE
003770             STOP RUN
003780         END-IF
003790     END-IF.
003800 1050-EXIT.
003810     EXIT.
003820 1060-READ-ONE-OPTION.
003830     READ CHG-PARM-FILE
003840         AT END
003850             SET WS-PRM-EOF-YES TO TRUE
003860             GO TO 1060-EXIT
003870     END-READ
003880     EVALUATE TRUE
003890         WHEN CHGP-KEY-BILLMON
003900             IF CHGP-VALUE (1:6) NUMERIC
003910                 AND CHGP-VALUE (5:2) >= '01'
003920                 AND CHGP-VALUE (5:2) <= '12'
003930                 MOVE CHGP-VALUE (1:6) TO WS-BILL-MONTH
003940             ELSE
003950                 DISPLAY 'BANCHG0017E - BILLMON VALUE ' CHGP-VALUE
003960                     ' ON CHGPARM IS NOT A VALID YYYYMM MONTH'
003970                 MOVE 16 TO RETURN-CODE
003980                 STOP RUN
003990             END-IF
004000         WHEN CHGP-KEY-EXPACCT
004010             MOVE CHGP-VALUE TO WS-EXPENSE-ACCT
004020         WHEN CHGP-KEY-RECACCT
004030             MOVE CHGP-VALUE TO WS-RECOVERY-ACCT
004040         WHEN CHGP-KEY-RECCOST
004050             MOVE CHGP-VALUE TO WS-RECOVERY-CC
004060         WHEN OTHER
004070             DISPLAY 'BANCHG0018E - UNKNOWN CHGPARM KEYWORD '
004080                 CHGP-KEYWORD
004090             MOVE 16 TO RETURN-CODE
004100             STOP RUN
004110     END-EVALUATE
004120     IF (CHGP-KEY-EXPACCT OR CHGP-KEY-RECACCT OR CHGP-KEY-RECCOST)
004130         AND CHGP-VALUE = SPACES
004140         DISPLAY 'BANCHG0019E - CHGPARM ' CHGP-KEYWORD
004150             ' CARD HAS NO VALUE'
004160         MOVE 16 TO RETURN-CODE
004170         STOP RUN
004180     END-IF.
004190 1060-EXIT.
004200     EXIT.
004210******************************************************************
004220*    1100-READ-HISTORY THRU 1100-EXIT                            *
004221*    READS THE NEXT HISTORY RECORD.  THE FIRST RECORD PAST THE   *
004222*    BILLING MONTH ENDS THE PASS.                                *
004230******************************************************************
004240 1100-READ-HISTORY.
004250     READ HIST-MAST-FILE NEXT RECORD
004260         AT END
004270             SET WS-HIN-EOF-YES TO TRUE
004280         NOT AT END
004290             IF WS-HIN-STATUS NOT = '00'
004300                 DISPLAY 'BANCHG0020E - BANHISTI READ FAILED, '
004310                     'STATUS ' WS-HIN-STATUS
004320                 MOVE 16 TO RETURN-CODE
004330                 STOP RUN
004340             END-IF
004341             IF HIST-RUN-DATE (1:6) > WS-BILL-MONTH
004342                 SET WS-HIN-EOF-YES TO TRUE
004343             ELSE
004350                 ADD 1 TO WS-HIST-READ-CTR
004351             END-IF
004360     END-READ.
004370 1100-EXIT.
004380     EXIT.
004381******************************************************************
004382*    1150-POSITION-HISTORY THRU 1150-EXIT                        *
004383*    STARTS THE HISTORY MASTER AT THE FIRST DAY OF THE BILLING   *
004384*    MONTH, SO NO EARLIER HISTORY IS READ.  A START THAT FINDS   *
004385*    NOTHING (STATUS 23) MEANS NOTHING RAN IN OR AFTER THE       *
004386*    MONTH.                                                      *
004387******************************************************************
004388 1150-POSITION-HISTORY.
004389     MOVE LOW-VALUES TO HIST-KEY
004390     MOVE WS-BILL-MONTH TO HIST-RUN-DATE (1:6)
004391     MOVE '01' TO HIST-RUN-DATE (7:2)
004392     START HIST-MAST-FILE KEY NOT < HIST-KEY
004393         INVALID KEY
004394             SET WS-HIN-EOF-YES TO TRUE
004395     END-START
004396     IF WS-HIN-STATUS NOT = '00' AND WS-HIN-STATUS NOT = '23'
004397         DISPLAY 'BANCHG0038E - BANHISTI START FAILED, STATUS '
004398             WS-HIN-STATUS
004399         MOVE 16 TO RETURN-CODE
004400         STOP RUN
004401     END-IF.
004402 1150-EXIT.
004403     EXIT.
004404******************************************************************
004405*    1200-LOAD-ONE-RATE THRU 1200-EXIT                           *
004410*    LOADS ONE DESTINATION/SHAPE RATE FROM BANRATE.              *
004420******************************************************************
004430 1200-LOAD-ONE-RATE.
004440     MOVE ZERO TO WS-RATE-ROW (WS-DEST-IX, WS-SLOT-IX)
004450     MOVE ZERO TO WS-RATE-PAGE (WS-DEST-IX, WS-SLOT-IX)
004460     MOVE 'N' TO WS-RATE-FOUND (WS-DEST-IX, WS-SLOT-IX)
004470     MOVE WS-DEST-IX TO WS-CUR-DEST
004480     MOVE WS-CUR-DEST TO RATE-DEST-CODE
004490     MOVE WS-SHAPE-CODE (WS-SLOT-IX) TO RATE-SHAPE
004500     READ BANN-RATE-FILE
004510         INVALID KEY
004520             CONTINUE
004530         NOT INVALID KEY
004540             MOVE RATE-PER-ROW TO
004550                 WS-RATE-ROW (WS-DEST-IX, WS-SLOT-IX)
004560             MOVE RATE-PER-PAGE TO
004570                 WS-RATE-PAGE (WS-DEST-IX, WS-SLOT-IX)
004580             SET WS-RATE-FOUND-YES (WS-DEST-IX, WS-SLOT-IX)
004590                 TO TRUE
004600     END-READ
004610     IF WS-RAT-STATUS NOT = '00' AND WS-RAT-STATUS NOT = '23'
004620         DISPLAY 'BANCHG0021E - BANRATE READ FAILED, STATUS '
004630             WS-RAT-STATUS
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670 1200-EXIT.
004680     EXIT.
004690******************************************************************
004700*    1250-DEFAULT-ONE-RATE THRU 1250-EXIT                        *
004710*    A SHAPE WITH NO RATE OF ITS OWN TAKES THE DESTINATION'S *   *
004720*    DEFAULT RATE, WHEN THERE IS ONE.                            *
004730******************************************************************
004740 1250-DEFAULT-ONE-RATE.
004750     IF NOT WS-RATE-FOUND-YES (WS-DEST-IX, WS-SLOT-IX)
004760         AND WS-RATE-FOUND-YES (WS-DEST-IX, 5)
004770         MOVE WS-RATE-SLOT (WS-DEST-IX, 5) TO
004780             WS-RATE-SLOT (WS-DEST-IX, WS-SLOT-IX)
004790     END-IF.
004800 1250-EXIT.
004810     EXIT.
004811******************************************************************
004812*    1300-LOAD-DEST-DEPTHS THRU 1300-EXIT                        *
004813*    PULLS EACH DESTINATION'S PAGE DEPTH OFF THE BANDEST MASTER  *
004814*    SO A BANNER'S PAGES ARE COUNTED THE WAY STARTRIANGLE BROKE  *
004815*    THEM.  A DESTINATION NOT ON THE MASTER, OR ONE WITH NO      *
004816*    USABLE DEPTH, AND EVERY DESTINATION WHEN THERE IS NO        *
004817*    MASTER, COUNTS AT 60 LINES.                                 *
004818******************************************************************
004819 1300-LOAD-DEST-DEPTHS.
004820     MOVE 60 TO WS-DEST-DEPTH (1)
004821     MOVE 60 TO WS-DEST-DEPTH (2)
004822     MOVE 60 TO WS-DEST-DEPTH (3)
004823     MOVE 60 TO WS-DEST-DEPTH (4)
004824     OPEN INPUT BANN-DEST-FILE
004825     IF WS-DST-STATUS = '00'
004826         PERFORM 1310-LOAD-ONE-DEST-DEPTH THRU 1310-EXIT
004827             VARYING WS-DEST-IX FROM 1 BY 1 UNTIL WS-DEST-IX > 4
004828         CLOSE BANN-DEST-FILE
004829     ELSE
004830         IF WS-DST-STATUS NOT = '05' AND WS-DST-STATUS NOT = '35'
004831             DISPLAY 'BANCHG0037E - BANDEST OPEN FAILED, STATUS '
004832                 WS-DST-STATUS
004833             MOVE 16 TO RETURN-CODE
004834             STOP RUN
004835         END-IF
004836         IF WS-DST-STATUS = '05'
004837             CLOSE BANN-DEST-FILE
004838         END-IF
004839         DISPLAY 'BANCHG0035W - BANDEST NOT AVAILABLE, PAGES '
004840             'COUNTED AT 60 LINES FOR EVERY DESTINATION'
004841         MOVE 4 TO RETURN-CODE
004842     END-IF.
004843 1300-EXIT.
004844     EXIT.
004845 1310-LOAD-ONE-DEST-DEPTH.
004846     MOVE WS-DEST-IX TO DEST-CODE
004847     READ BANN-DEST-FILE
004848         INVALID KEY
004849             CONTINUE
004850         NOT INVALID KEY
004851             IF DEST-PAGE-DEPTH NUMERIC AND DEST-PAGE-DEPTH >= 10
004852                 MOVE DEST-PAGE-DEPTH
004853                     TO WS-DEST-DEPTH (WS-DEST-IX)
004854             END-IF
004855     END-READ
004856     IF WS-DST-STATUS NOT = '00' AND WS-DST-STATUS NOT = '23'
004857         DISPLAY 'BANCHG0036E - BANDEST READ FAILED, STATUS '
004858             WS-DST-STATUS
004859         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004861     END-IF.
004862 1310-EXIT.
004863     EXIT.
004864******************************************************************
004865*    2000-PROCESS-ONE-RECORD THRU 2000-EXIT                      *
004866*    BILLS EVERY HISTORY RECORD RUN IN THE BILLING MONTH -       *
004867*    SUSPECTED DOUBLE-RUNS INCLUDED, SINCE THEIR PAPER WAS       *
004868*    PRINTED ALL THE SAME.  THE RECORD'S DEPARTMENT,             *
004870*    DESTINATION, AND SHAPE PICK THE CELL ITS ROWS AND PAGES ARE *
004880*    COUNTED IN.                                                 *
004890******************************************************************
004900 2000-PROCESS-ONE-RECORD.
004940     ADD 1 TO WS-MONTH-CTR
004950*    HISTORY FROM BEFORE THE ROWS AND DESTINATION FIELDS EXISTED
004960*    CARRIES BLANKS THERE - ZERO ROWS, DESTINATION 1.
004970     IF HIST-ROWS-PRODUCED NOT NUMERIC
004980         MOVE ZERO TO HIST-ROWS-PRODUCED
004990     END-IF
005000     IF HIST-DEST-CODE NOT NUMERIC OR HIST-DEST-CODE < 1
005010         OR HIST-DEST-CODE > 4
005020         MOVE 1 TO WS-CUR-DEST
005030     ELSE
005040         MOVE HIST-DEST-CODE TO WS-CUR-DEST
005050     END-IF
005060     ADD HIST-ROWS-PRODUCED TO WS-MONTH-ROWS
005070     MOVE 5 TO WS-CUR-SLOT
005080     PERFORM 2050-MATCH-ONE-SHAPE THRU 2050-EXIT
005090         VARYING WS-SLOT-IX FROM 1 BY 1 UNTIL WS-SLOT-IX > 4
005100     COMPUTE WS-BANNER-PAGES = (HIST-ROWS-PRODUCED
005101         + WS-DEST-DEPTH (WS-CUR-DEST) - 3)
005102         / (WS-DEST-DEPTH (WS-CUR-DEST) - 2)
005120     IF WS-BANNER-PAGES < 1
005130         MOVE 1 TO WS-BANNER-PAGES
005140     END-IF
005150     PERFORM 2100-FIND-DEPARTMENT THRU 2100-EXIT
005160     PERFORM 2200-LOCATE-DEPT-ENTRY THRU 2200-EXIT
005170     ADD 1 TO
005180         WS-CELL-BANNERS (WS-DEPT-HIT, WS-CUR-DEST, WS-CUR-SLOT)
005190     ADD HIST-ROWS-PRODUCED TO
005200         WS-CELL-ROWS (WS-DEPT-HIT, WS-CUR-DEST, WS-CUR-SLOT)
005210     ADD WS-BANNER-PAGES TO
005220         WS-CELL-PAGES (WS-DEPT-HIT, WS-CUR-DEST, WS-CUR-SLOT).
005230 2000-READ-NEXT.
005240     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
005250 2000-EXIT.
005260     EXIT.
005270 2050-MATCH-ONE-SHAPE.
005280     IF HIST-SHAPE = WS-SHAPE-CODE (WS-SLOT-IX)
005290         MOVE WS-SLOT-IX TO WS-CUR-SLOT
005300     END-IF.
005310 2050-EXIT.
005320     EXIT.
005330******************************************************************
005340*    2100-FIND-DEPARTMENT THRU 2100-EXIT                         *
005350*    THE OPERATOR'S CURRENT BANSEC DEPARTMENT IS BILLED.  AN     *
005360*    OPERATOR SINCE REMOVED FROM BANSEC IS BILLED TO UNASSIGN    *
005370*    FOR PRINT OPERATIONS TO CHASE, SO THE MONTH STILL BALANCES. *
005380******************************************************************
005390 2100-FIND-DEPARTMENT.
005400     MOVE HIST-OPERATOR-ID TO SEC-OPERATOR-ID
005410     READ BANN-SECURITY-FILE
005420         INVALID KEY
005430             MOVE 'UNASSIGN' TO WS-CUR-DEPT
005440             ADD 1 TO WS-UNASSIGNED-CTR
005450         NOT INVALID KEY
005460             MOVE SEC-DEPARTMENT TO WS-CUR-DEPT
005470     END-READ
005480     IF WS-SEC-STATUS NOT = '00' AND WS-SEC-STATUS NOT = '23'
005490         DISPLAY 'BANCHG0022E - BANSEC READ FAILED, STATUS '
005500             WS-SEC-STATUS
005510         MOVE 16 TO RETURN-CODE
005520         STOP RUN
005530     END-IF.
005540 2100-EXIT.
005550     EXIT.
005560******************************************************************
005570*    2200-LOCATE-DEPT-ENTRY THRU 2200-EXIT                       *
005580*    FINDS THE DEPARTMENT'S TABLE ENTRY, OR OPENS A NEW ONE IN   *
005590*    DEPARTMENT-NAME ORDER SO THE STATEMENTS COME OUT SORTED.    *
005600******************************************************************
005610 2200-LOCATE-DEPT-ENTRY.
005620     MOVE ZERO TO WS-DEPT-HIT
005630     PERFORM 2210-MATCH-ONE-DEPT THRU 2210-EXIT
005640         VARYING WS-DEPT-IX FROM 1 BY 1
005650         UNTIL WS-DEPT-IX > WS-DEPT-COUNT
005660         OR WS-DEPT-HIT NOT = ZERO
005670     IF WS-DEPT-HIT NOT = ZERO
005680         IF WS-DEPT-NAME (WS-DEPT-HIT) = WS-CUR-DEPT
005690             GO TO 2200-EXIT
005700         END-IF
005710     ELSE
005720         COMPUTE WS-DEPT-HIT = WS-DEPT-COUNT + 1
005730     END-IF
005740     IF WS-DEPT-COUNT >= 200
005750         DISPLAY 'BANCHG0023E - MORE THAN 200 DEPARTMENTS - '
005760             'DEPARTMENT TABLE IS FULL'
005770         MOVE 16 TO RETURN-CODE
005780         STOP RUN
005790     END-IF
005800     PERFORM 2220-SHIFT-ONE-DEPT THRU 2220-EXIT
005810         VARYING WS-SHIFT-IX FROM WS-DEPT-COUNT BY -1
005820         UNTIL WS-SHIFT-IX < WS-DEPT-HIT
005830     ADD 1 TO WS-DEPT-COUNT
005840     MOVE WS-CUR-DEPT TO WS-DEPT-NAME (WS-DEPT-HIT)
005850     PERFORM 2230-CLEAR-ONE-CELL THRU 2230-EXIT
005860         VARYING WS-DEST-IX FROM 1 BY 1 UNTIL WS-DEST-IX > 4
005870         AFTER WS-SLOT-IX FROM 1 BY 1 UNTIL WS-SLOT-IX > 5.
005880 2200-EXIT.
005890     EXIT.
005900*    STOPS AT THE FIRST ENTRY NOT LOWER THAN THE DEPARTMENT
005910*    WANTED - EITHER ITS OWN ENTRY OR WHERE IT BELONGS.
005920 2210-MATCH-ONE-DEPT.
005930     IF WS-DEPT-NAME (WS-DEPT-IX) NOT < WS-CUR-DEPT
005940         MOVE WS-DEPT-IX TO WS-DEPT-HIT
005950     END-IF.
005960 2210-EXIT.
005970     EXIT.
005980 2220-SHIFT-ONE-DEPT.
005990     MOVE WS-DEPT-ENTRY (WS-SHIFT-IX) TO
006000         WS-DEPT-ENTRY (WS-SHIFT-IX + 1).
006010 2220-EXIT.
006020     EXIT.
006030 2230-CLEAR-ONE-CELL.
006040     MOVE ZERO TO
006050         WS-CELL-BANNERS (WS-DEPT-HIT, WS-DEST-IX, WS-SLOT-IX)
006060     MOVE ZERO TO
006070         WS-CELL-ROWS (WS-DEPT-HIT, WS-DEST-IX, WS-SLOT-IX)
006080     MOVE ZERO TO
006090         WS-CELL-PAGES (WS-DEPT-HIT, WS-DEST-IX, WS-SLOT-IX).
006100 2230-EXIT.
006110     EXIT.
006120******************************************************************
006130*    3000-PRINT-STATEMENTS THRU 3000-EXIT                        *
006140******************************************************************
006150 3000-PRINT-STATEMENTS.
006160     IF WS-MONTH-CTR = ZERO
006170         DISPLAY 'BANCHG0024W - NO HISTORY RECORDS FOR BILLING '
006180             'MONTH ' WS-BILL-MONTH ' - NOTHING TO BILL'
006190         MOVE 4 TO RETURN-CODE
006200     END-IF
006210     PERFORM 3100-PRINT-ONE-DEPARTMENT THRU 3100-EXIT
006220         VARYING WS-DEPT-IX FROM 1 BY 1
006230         UNTIL WS-DEPT-IX > WS-DEPT-COUNT.
006240 3000-EXIT.
006250     EXIT.
006260******************************************************************
006270*    3100-PRINT-ONE-DEPARTMENT THRU 3100-EXIT                    *
006280*    ONE STATEMENT PAGE PER DEPARTMENT - A LINE PER DESTINATION  *
006290*    AND SHAPE IT USED, THE DEPARTMENT TOTAL, AND ITS DEBIT ON   *
006300*    THE GL EXTRACT.                                             *
006310******************************************************************
006320 3100-PRINT-ONE-DEPARTMENT.
006330     MOVE 99 TO WS-LINE-CNT
006340     MOVE WS-DEPT-NAME (WS-DEPT-IX) TO DTL-DEPT
006350     IF WS-DEPT-NAME (WS-DEPT-IX) = 'UNASSIGN'
006360         MOVE ' - OPERATORS NO LONGER ON BANSEC' TO DTL-NOTE
006370     ELSE
006380         MOVE SPACES TO DTL-NOTE
006390     END-IF
006400     MOVE WS-DEPT-TITLE-LINE TO WS-PRINT-LINE
006410     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006420     MOVE SPACES TO WS-PRINT-LINE
006430     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006440     MOVE ZERO TO WS-DEPT-BANNERS
006450     MOVE ZERO TO WS-DEPT-ROWS
006460     MOVE ZERO TO WS-DEPT-PAGES
006470     MOVE ZERO TO WS-DEPT-ROW-CHG
006480     MOVE ZERO TO WS-DEPT-PAGE-CHG
006490     PERFORM 3200-PRINT-ONE-CELL THRU 3200-EXIT
006500         VARYING WS-DEST-IX FROM 1 BY 1 UNTIL WS-DEST-IX > 4
006510         AFTER WS-SLOT-IX FROM 1 BY 1 UNTIL WS-SLOT-IX > 5
006520     MOVE WS-DEPT-BANNERS TO WS-DEPT-TOT-BANNERS (WS-DEPT-IX)
006530     MOVE WS-DEPT-ROWS TO WS-DEPT-TOT-ROWS (WS-DEPT-IX)
006540     MOVE WS-DEPT-PAGES TO WS-DEPT-TOT-PAGES (WS-DEPT-IX)
006550     MOVE WS-DEPT-ROW-CHG TO WS-DEPT-TOT-ROW-CHG (WS-DEPT-IX)
006560     MOVE WS-DEPT-PAGE-CHG TO WS-DEPT-TOT-PAGE-CHG (WS-DEPT-IX)
006570     COMPUTE WS-DEPT-AMOUNT (WS-DEPT-IX) =
006580         WS-DEPT-ROW-CHG + WS-DEPT-PAGE-CHG
006590     MOVE SPACES TO WS-PRINT-LINE
006600     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006610     MOVE 'DEPT TOTAL' TO TOT-LABEL
006620     MOVE WS-DEPT-BANNERS TO TOT-BANNERS
006630     MOVE WS-DEPT-ROWS TO TOT-ROWS
006640     MOVE WS-DEPT-PAGES TO TOT-PAGES
006650     MOVE WS-DEPT-ROW-CHG TO TOT-ROW-CHG
006660     MOVE WS-DEPT-PAGE-CHG TO TOT-PAGE-CHG
006670     MOVE WS-DEPT-AMOUNT (WS-DEPT-IX) TO TOT-AMOUNT
006680     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
006690     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006700     ADD WS-DEPT-BANNERS TO WS-GRAND-BANNERS
006710     ADD WS-DEPT-ROWS TO WS-GRAND-ROWS
006720     ADD WS-DEPT-PAGES TO WS-GRAND-PAGES
006730     ADD WS-DEPT-ROW-CHG TO WS-GRAND-ROW-CHG
006740     ADD WS-DEPT-PAGE-CHG TO WS-GRAND-PAGE-CHG
006750     ADD WS-DEPT-AMOUNT (WS-DEPT-IX) TO WS-GRAND-AMOUNT
006760     IF WS-DEPT-AMOUNT (WS-DEPT-IX) > ZERO
006770         MOVE SPACES TO CHG-GL-RECORD
006780         SET GLJE-TYPE-DEBIT TO TRUE
006790         MOVE WS-EXPENSE-ACCT TO GLJE-ACCOUNT
006800         MOVE WS-DEPT-NAME (WS-DEPT-IX) TO GLJE-COST-CENTER
006810         MOVE WS-DEPT-AMOUNT (WS-DEPT-IX) TO GLJE-AMOUNT
006820         MOVE 'BANNER PRINT CHARGEBACK' TO GLJE-DESCRIPTION
006830         ADD WS-DEPT-AMOUNT (WS-DEPT-IX) TO WS-GL-DEBIT-TOTAL
006840         PERFORM 7200-WRITE-GL-RECORD THRU 7200-EXIT
006850     END-IF.
006860 3100-EXIT.
006870     EXIT.
006880******************************************************************
006890*    3200-PRINT-ONE-CELL THRU 3200-EXIT                          *
006900*    PRICES ONE DESTINATION/SHAPE CELL.  EACH CELL'S CHARGES ARE *
006910*    ROUNDED TO THE CENT ONCE, SO THE STATEMENT LINES FOOT TO    *
006920*    THE DEPARTMENT TOTAL AND THE DEPARTMENT TOTALS TO THE GL.   *
006930*    USAGE WITH NO RATE AT ALL BILLS AT ZERO AND ENDS THE STEP   *
006940*    RC 4 SO THE RATE TABLE GETS FIXED BEFORE THE NEXT           *
006950*    MONTH-END.                                                  *
006960******************************************************************
006970 3200-PRINT-ONE-CELL.
006980     IF WS-CELL-BANNERS (WS-DEPT-IX, WS-DEST-IX, WS-SLOT-IX)
006990         = ZERO
007000         GO TO 3200-EXIT
007010     END-IF
007020     IF NOT WS-RATE-FOUND-YES (WS-DEST-IX, WS-SLOT-IX)
007030         DISPLAY 'BANCHG0025W - NO BANRATE RATE FOR DESTINATION '
007040             WS-DEST-IX ' SHAPE ' WS-SHAPE-CODE (WS-SLOT-IX)
007050             ' - DEPARTMENT ' WS-DEPT-NAME (WS-DEPT-IX)
007060             ' BILLED AT ZERO'
007070         ADD 1 TO WS-NO-RATE-CTR
007080         IF RETURN-CODE < 4
007090             MOVE 4 TO RETURN-CODE
007100         END-IF
007110     END-IF
007120     COMPUTE WS-CELL-ROW-CHG ROUNDED =
007130         WS-CELL-ROWS (WS-DEPT-IX, WS-DEST-IX, WS-SLOT-IX)
007140         * WS-RATE-ROW (WS-DEST-IX, WS-SLOT-IX)
007150     COMPUTE WS-CELL-PAGE-CHG ROUNDED =
007160         WS-CELL-PAGES (WS-DEPT-IX, WS-DEST-IX, WS-SLOT-IX)
007170         * WS-RATE-PAGE (WS-DEST-IX, WS-SLOT-IX)
007180     COMPUTE WS-CELL-TOTAL-CHG =
007190         WS-CELL-ROW-CHG + WS-CELL-PAGE-CHG
007200     MOVE WS-DEST-IX TO DET-DEST
007210     MOVE WS-SHAPE-CODE (WS-SLOT-IX) TO DET-SHAPE
007220     MOVE WS-CELL-BANNERS (WS-DEPT-IX, WS-DEST-IX, WS-SLOT-IX)
007230         TO DET-BANNERS
007240     MOVE WS-CELL-ROWS (WS-DEPT-IX, WS-DEST-IX, WS-SLOT-IX)
007250         TO DET-ROWS
007260     MOVE WS-CELL-PAGES (WS-DEPT-IX, WS-DEST-IX, WS-SLOT-IX)
007270         TO DET-PAGES
007280     MOVE WS-RATE-ROW (WS-DEST-IX, WS-SLOT-IX) TO DET-ROW-RATE
007290     MOVE WS-RATE-PAGE (WS-DEST-IX, WS-SLOT-IX) TO DET-PAGE-RATE
007300     MOVE WS-CELL-ROW-CHG TO DET-ROW-CHG
007310     MOVE WS-CELL-PAGE-CHG TO DET-PAGE-CHG
007320     MOVE WS-CELL-TOTAL-CHG TO DET-TOTAL-CHG
007330     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
007340     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007350     ADD WS-CELL-BANNERS (WS-DEPT-IX, WS-DEST-IX, WS-SLOT-IX)
007360         TO WS-DEPT-BANNERS
007370     ADD WS-CELL-ROWS (WS-DEPT-IX, WS-DEST-IX, WS-SLOT-IX)
007380         TO WS-DEPT-ROWS
007390     ADD WS-CELL-PAGES (WS-DEPT-IX, WS-DEST-IX, WS-SLOT-IX)
007400         TO WS-DEPT-PAGES
007410     ADD WS-CELL-ROW-CHG TO WS-DEPT-ROW-CHG
007420     ADD WS-CELL-PAGE-CHG TO WS-DEPT-PAGE-CHG.
007430 3200-EXIT.
007440     EXIT.
007450******************************************************************
007460*    4000-PRINT-SUMMARY THRU 4000-EXIT                           *
007470*    THE SUMMARY PAGE - ONE LINE PER DEPARTMENT, THE GRAND       *
007480*    TOTAL, AND THE BALANCE PROOF OF BANNERS AND ROWS BILLED     *
007490*    AGAINST THE HISTORY RECORDS READ FOR THE MONTH.  THE        *
007500*    RECOVERY CREDIT AND THE TRAILER CLOSE OUT THE GL EXTRACT.   *
007510******************************************************************
007520 4000-PRINT-SUMMARY.
007530     MOVE ' DEPARTMENT ' TO HD2-LABEL
007540     MOVE SPACES TO HD2-RATES
007550     MOVE 99 TO WS-LINE-CNT
007560     PERFORM 4100-PRINT-ONE-SUMMARY-LINE THRU 4100-EXIT
007570         VARYING WS-DEPT-IX FROM 1 BY 1
007580         UNTIL WS-DEPT-IX > WS-DEPT-COUNT
007590     MOVE SPACES TO WS-PRINT-LINE
007600     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007610     MOVE 'GRAND TOTAL' TO TOT-LABEL
007620     MOVE WS-GRAND-BANNERS TO TOT-BANNERS
007630     MOVE WS-GRAND-ROWS TO TOT-ROWS
007640     MOVE WS-GRAND-PAGES TO TOT-PAGES
007650     MOVE WS-GRAND-ROW-CHG TO TOT-ROW-CHG
007660     MOVE WS-GRAND-PAGE-CHG TO TOT-PAGE-CHG
007670     MOVE WS-GRAND-AMOUNT TO TOT-AMOUNT
007680     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
007690     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007700     MOVE SPACES TO WS-PRINT-LINE
007710     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007720     MOVE 'HISTORY RECORDS FOR MONTH' TO PRF-LABEL
007730     MOVE WS-MONTH-CTR TO PRF-COUNT
007740     MOVE SPACES TO PRF-NOTE
007750     PERFORM 4200-WRITE-PROOF-LINE THRU 4200-EXIT
007760     MOVE 'BANNERS BILLED' TO PRF-LABEL
007770     MOVE WS-GRAND-BANNERS TO PRF-COUNT
007780     IF WS-GRAND-BANNERS = WS-MONTH-CTR
007790         MOVE 'IN BALANCE' TO PRF-NOTE
007800     ELSE
007810         MOVE '*** OUT OF BALANCE ***' TO PRF-NOTE
007820     END-IF
007830     PERFORM 4200-WRITE-PROOF-LINE THRU 4200-EXIT
007840     MOVE 'HISTORY ROWS FOR MONTH' TO PRF-LABEL
007850     MOVE WS-MONTH-ROWS TO PRF-COUNT
007860     MOVE SPACES TO PRF-NOTE
007870     PERFORM 4200-WRITE-PROOF-LINE THRU 4200-EXIT
007880     MOVE 'ROWS BILLED' TO PRF-LABEL
007890     MOVE WS-GRAND-ROWS TO PRF-COUNT
007900     IF WS-GRAND-ROWS = WS-MONTH-ROWS
007910         MOVE 'IN BALANCE' TO PRF-NOTE
007920     ELSE
007930         MOVE '*** OUT OF BALANCE ***' TO PRF-NOTE
007940     END-IF
007950     PERFORM 4200-WRITE-PROOF-LINE THRU 4200-EXIT
007960     MOVE 'BILLED TO UNASSIGN (NOT ON BANSEC)' TO PRF-LABEL
007970     MOVE WS-UNASSIGNED-CTR TO PRF-COUNT
007980     MOVE SPACES TO PRF-NOTE
007990     PERFORM 4200-WRITE-PROOF-LINE THRU 4200-EXIT
008000     IF WS-GRAND-BANNERS NOT = WS-MONTH-CTR
008010         OR WS-GRAND-ROWS NOT = WS-MONTH-ROWS
008020         DISPLAY 'BANCHG0026E - CHARGEBACK IS OUT OF BALANCE '
008030             'WITH THE HISTORY MASTER FOR ' WS-BILL-MONTH
008040         IF RETURN-CODE < 8
008050             MOVE 8 TO RETURN-CODE
008060         END-IF
008070     END-IF
008080     IF WS-GRAND-AMOUNT > ZERO
008090         MOVE SPACES TO CHG-GL-RECORD
008100         SET GLJE-TYPE-CREDIT TO TRUE
008110         MOVE WS-RECOVERY-ACCT TO GLJE-ACCOUNT
008120         MOVE WS-RECOVERY-CC TO GLJE-COST-CENTER
008130         MOVE WS-GRAND-AMOUNT TO GLJE-AMOUNT
008140         MOVE 'BANNER PRINT RECOVERY' TO GLJE-DESCRIPTION
008150         ADD WS-GRAND-AMOUNT TO WS-GL-CREDIT-TOTAL
008160         PERFORM 7200-WRITE-GL-RECORD THRU 7200-EXIT
008170     END-IF
008180     MOVE SPACES TO CHG-GL-RECORD
008190     SET GLJE-TYPE-TRAILER TO TRUE
008200     MOVE WS-GL-RECORD-CTR TO GLJT-RECORD-COUNT
008210     MOVE WS-GL-DEBIT-TOTAL TO GLJT-DEBIT-TOTAL
008220     MOVE WS-GL-CREDIT-TOTAL TO GLJT-CREDIT-TOTAL
008230     PERFORM 7200-WRITE-GL-RECORD THRU 7200-EXIT.
008240 4000-EXIT.
008250     EXIT.
008260 4100-PRINT-ONE-SUMMARY-LINE.
008270     MOVE WS-DEPT-NAME (WS-DEPT-IX) TO TOT-LABEL
008280     MOVE WS-DEPT-TOT-BANNERS (WS-DEPT-IX) TO TOT-BANNERS
008290     MOVE WS-DEPT-TOT-ROWS (WS-DEPT-IX) TO TOT-ROWS
008300     MOVE WS-DEPT-TOT-PAGES (WS-DEPT-IX) TO TOT-PAGES
008310     MOVE WS-DEPT-TOT-ROW-CHG (WS-DEPT-IX) TO TOT-ROW-CHG
008320     MOVE WS-DEPT-TOT-PAGE-CHG (WS-DEPT-IX) TO TOT-PAGE-CHG
008330     MOVE WS-DEPT-AMOUNT (WS-DEPT-IX) TO TOT-AMOUNT
008340     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
008350     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008360 4100-EXIT.
008370     EXIT.
008380 4200-WRITE-PROOF-LINE.
008390     MOVE WS-PROOF-LINE TO WS-PRINT-LINE
008400     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008410 4200-EXIT.
008420     EXIT.
008430******************************************************************
008440*    5000-WRAP-UP THRU 5000-EXIT                                 *
008450******************************************************************
008460 5000-WRAP-UP.
008470     DISPLAY 'BANCHG0027I - HISTORY RECORDS READ   '
008480         WS-HIST-READ-CTR
008490     DISPLAY 'BANCHG0028I - RECORDS BILLED         ' WS-MONTH-CTR
008500     DISPLAY 'BANCHG0029I - BILLED TO UNASSIGN     '
008510         WS-UNASSIGNED-CTR
008520     DISPLAY 'BANCHG0030I - DEPARTMENTS BILLED     ' WS-DEPT-COUNT
008530     DISPLAY 'BANCHG0031I - CELLS WITH NO RATE     '
008540         WS-NO-RATE-CTR
008550     DISPLAY 'BANCHG0032I - GL RECORDS WRITTEN     '
008560         WS-GL-RECORD-CTR.
008570 5000-EXIT.
008580     EXIT.
008590******************************************************************
008600*    7000-WRITE-REPORT-LINE THRU 7000-EXIT                       *
008610*    COUNTS LINES AGAINST THE PAGE DEPTH AND STARTS A NEW        *
008620*    HEADED PAGE WHEN THE CURRENT ONE IS FULL.                   *
008630******************************************************************
008640 7000-WRITE-REPORT-LINE.
008650     IF WS-LINE-CNT >= WS-PAGE-DEPTH
008660         PERFORM 7100-START-NEW-PAGE THRU 7100-EXIT
008670     END-IF
008680     MOVE WS-PRINT-LINE TO CHG-RPT-RECORD
008690     WRITE CHG-RPT-RECORD AFTER ADVANCING 1 LINE
008700     IF WS-RPT-STATUS NOT = '00'
008710         DISPLAY 'BANCHG0033E - CHGRPT01 WRITE FAILED, STATUS '
008720             WS-RPT-STATUS
008730         MOVE 16 TO RETURN-CODE
008740         STOP RUN
008750     END-IF
008760     ADD 1 TO WS-LINE-CNT.
008770 7000-EXIT.
008780     EXIT.
008790******************************************************************
008800*    7100-START-NEW-PAGE THRU 7100-EXIT                          *
008810******************************************************************
008820 7100-START-NEW-PAGE.
008830     ADD 1 TO WS-PAGE-NUM
008840     MOVE WS-PAGE-NUM TO HD1-PAGE
008850     MOVE WS-HEADING-1 TO CHG-RPT-RECORD
008860     WRITE CHG-RPT-RECORD AFTER ADVANCING PAGE
008870     IF WS-RPT-STATUS NOT = '00'
008880         DISPLAY 'BANCHG0033E - CHGRPT01 WRITE FAILED, STATUS '
008890             WS-RPT-STATUS
008900         MOVE 16 TO RETURN-CODE
008910         STOP RUN
008920     END-IF
008930     MOVE WS-HEADING-2 TO CHG-RPT-RECORD
008940     WRITE CHG-RPT-RECORD AFTER ADVANCING 1 LINE
008950     IF WS-RPT-STATUS NOT = '00'
008960         DISPLAY 'BANCHG0033E - CHGRPT01 WRITE FAILED, STATUS '
008970             WS-RPT-STATUS
008980         MOVE 16 TO RETURN-CODE
008990         STOP RUN
009000     END-IF
009010     MOVE SPACES TO CHG-RPT-RECORD
009020     WRITE CHG-RPT-RECORD AFTER ADVANCING 1 LINE
009030     IF WS-RPT-STATUS NOT = '00'
009040         DISPLAY 'BANCHG0033E - CHGRPT01 WRITE FAILED, STATUS '
009050             WS-RPT-STATUS
009060         MOVE 16 TO RETURN-CODE
009070         STOP RUN
009080     END-IF
009090     MOVE 3 TO WS-LINE-CNT.
009100 7100-EXIT.
009110     EXIT.
009120******************************************************************
009130*    7200-WRITE-GL-RECORD THRU 7200-EXIT                         *
009140*    STAMPS THE SOURCE, PERIOD, AND ENTRY DATE EVERY GL RECORD   *
009150*    CARRIES AND WRITES IT TO THE EXTRACT.                       *
009160******************************************************************
009170 7200-WRITE-GL-RECORD.
009180     MOVE 'BANCHGBK' TO GLJE-SOURCE
009190     MOVE WS-BILL-MONTH TO GLJE-PERIOD
009200     MOVE WS-RUN-DATE TO GLJE-ENTRY-DATE
009210     WRITE CHG-GL-RECORD
009220     IF WS-GLO-STATUS NOT = '00'
009230         DISPLAY 'BANCHG0034E - CHGGLOUT WRITE FAILED, STATUS '
009240             WS-GLO-STATUS
009250         MOVE 16 TO RETURN-CODE
009260         STOP RUN
009270     END-IF
009280     IF NOT GLJE-TYPE-TRAILER
009290         ADD 1 TO WS-GL-RECORD-CTR
009300     END-IF.
009310 7200-EXIT.
009320     EXIT.
