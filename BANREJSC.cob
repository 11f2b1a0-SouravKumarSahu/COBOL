000100******************************************************************
000110* IDENTIFICATION DIVISION                                       *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    BANREJSC.
000150 AUTHOR.        D SPRAGUE.
000160 INSTALLATION.  REPORT PRODUCTION - BATCH SUPPORT.
000170 DATE-WRITTEN.  10/15/26.
000180 DATE-COMPILED.
000190******************************************************************
000200* MODIFICATION HISTORY                                          *
000210* 10/15/26  DPS  ORIGINAL.  MONTHLY REQUEST-CARD REJECT QUALITY  *
000220*                SCORECARD FOR THE SCHEDULING GROUP.  COMBINES   *
000230*                THE MONTH'S REJECTS FROM THE REJECT LOG         *
000240*                BANSUSUPD BUILDS OUT OF EACH RUN'S BANSUSPO     *
000250*                (REJLOGI) WITH THE CARDS THAT RAN CLEAN ON THE  *
000260*                BANHISTI AUDIT HISTORY MASTER, AND PRINTS FOR   *
000270*                EACH OPERATOR AND EACH SEC-DEPARTMENT THE       *
000280*                CARDS SUBMITTED, CARDS REJECTED, REJECT RATE,   *
000290*                AND TOP THREE STARTRI REASON CODES WITH THEIR   *
000300*                MEANING, BESIDE THE SAME FIGURES FOR THE MONTH  *
000310*                BEFORE.  AN OPERATOR OR DEPARTMENT AT OR OVER   *
000320*                THE FLAGGING RATE (SCRPARM FLAGRATE, DEFAULT    *
000330*                10 PERCENT) ON ENOUGH CARDS TO MEAN SOMETHING   *
000340*                (MINCARDS, DEFAULT 10) IS FLAGGED AND LISTED,   *
000350*                WORST FIRST, ON A SEPARATE EXCEPTION PAGE FOR   *
000360*                TRAINING.  THE MONTH SCORED DEFAULTS TO THE     *
000370*                CALENDAR MONTH BEFORE THE RUN DATE.             *
000380******************************************************************
000390*
000400* PURPOSE.  PRINTS THE REQUEST-CARD REJECT SCORECARD (SCRRPT01) -
000410*           REJECT RATES AND REASONS BY OPERATOR AND DEPARTMENT,
000420*           MONTH OVER MONTH, AND THE WORST OFFENDERS.
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT REJ-LOG-FILE       ASSIGN TO REJLOGI
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-LOG-STATUS.
000530     SELECT HIST-MAST-FILE     ASSIGN TO BANHISTI
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS HIST-KEY
000570         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID WITH DUPLICATES
000580         ALTERNATE RECORD KEY IS HIST-DEST-CODE WITH DUPLICATES
000590         FILE STATUS IS WS-HIN-STATUS.
000600     SELECT BANN-SECURITY-FILE ASSIGN TO BANSEC
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS SEC-OPERATOR-ID
000640         FILE STATUS IS WS-SEC-STATUS.
000650     SELECT OPTIONAL SCR-PARM-FILE ASSIGN TO SCRPARM
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PRM-STATUS.
000680     SELECT SCR-RPT-FILE       ASSIGN TO SCRRPT01
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RPT-STATUS.
000710******************************************************************
000720* DATA DIVISION                                                 *
000730******************************************************************
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  REJ-LOG-FILE
000770     RECORDING MODE IS F.
000780 01  REJ-LOG-RECORD.
000790     COPY BANNRJLG.
000800 FD  HIST-MAST-FILE.
000810 01  HIST-MAST-RECORD.
000820     COPY BANNHIST.
000830 FD  BANN-SECURITY-FILE.
000840 01  BANN-SECURITY-RECORD.
000850     COPY BANNSEC.
000860******************************************************************
000870* SCRPARM CARDS ARE KEYWORD/VALUE PAIRS, ALL OPTIONAL:           *
000880*   MONTH    YYYYMM   MONTH TO SCORE (DEFAULT THE CALENDAR       *
000890*                     MONTH BEFORE THE RUN DATE); IT IS          *
000900*                     COMPARED WITH THE MONTH BEFORE IT          *
000910*   FLAGRATE nnn      REJECT RATE, WHOLE PERCENT, AT OR OVER     *
000920*                     WHICH AN OPERATOR OR DEPARTMENT IS         *
000930*                     FLAGGED (DEFAULT 010)                      *
000940*   MINCARDS nnnn     FEWEST CARDS SUBMITTED IN THE MONTH        *
000950*                     BEFORE A RATE CAN BE FLAGGED               *
000960*                     (DEFAULT 0010)                             *
000970******************************************************************
000980 FD  SCR-PARM-FILE
000990     RECORDING MODE IS F.
001000 01  SCR-PARM-RECORD.
001010     05  SCRP-KEYWORD         PIC X(08).
001020         88  SCRP-KEY-MONTH       VALUE 'MONTH'.
001030         88  SCRP-KEY-FLAGRATE    VALUE 'FLAGRATE'.
001040         88  SCRP-KEY-MINCARDS    VALUE 'MINCARDS'.
001050     05  FILLER               PIC X(01).
001060     05  SCRP-VALUE           PIC X(10).
001070     05  FILLER               PIC X(61).
001080 FD  SCR-RPT-FILE
001090     RECORDING MODE IS F.
001100 01  SCR-RPT-RECORD           PIC X(132).
001110******************************************************************
001120*    WORKING-STORAGE SECTION                                    *
001130******************************************************************
001140 WORKING-STORAGE SECTION.
001150 01  WS-LOG-STATUS            PIC X(02) VALUE '00'.
001160 01  WS-HIN-STATUS            PIC X(02) VALUE '00'.
001170 01  WS-SEC-STATUS            PIC X(02) VALUE '00'.
001180 01  WS-PRM-STATUS            PIC X(02) VALUE '00'.
001190 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
001200 01  WS-LOG-EOF               PIC X(01) VALUE 'N'.
001210     88  WS-LOG-EOF-YES           VALUE 'Y'.
001220 01  WS-HIN-EOF               PIC X(01) VALUE 'N'.
001230     88  WS-HIN-EOF-YES           VALUE 'Y'.
001240 01  WS-SEC-EOF               PIC X(01) VALUE 'N'.
001250     88  WS-SEC-EOF-YES           VALUE 'Y'.
001260 01  WS-PRM-EOF               PIC X(01) VALUE 'N'.
001270     88  WS-PRM-EOF-YES           VALUE 'Y'.
001280 01  WS-RUN-DATE              PIC 9(08).
001290 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001300     05  WS-RUN-YEAR          PIC 9(04).
001310     05  WS-RUN-MONTH         PIC 9(02).
001320     05  WS-RUN-DAY           PIC 9(02).
001330*    THE MONTH SCORED AND THE MONTH IT IS COMPARED WITH, YYYYMM.
001340 01  WS-CUR-MONTH             PIC 9(06).
001350 01  WS-CUR-MONTH-R REDEFINES WS-CUR-MONTH.
001360     05  WS-CUR-YEAR          PIC 9(04).
001370     05  WS-CUR-MM            PIC 9(02).
001380 01  WS-PRI-MONTH             PIC 9(06).
001390 01  WS-PRI-MONTH-R REDEFINES WS-PRI-MONTH.
001400     05  WS-PRI-YEAR          PIC 9(04).
001410     05  WS-PRI-MM            PIC 9(02).
001420 01  WS-REC-MONTH             PIC 9(06).
001430 01  WS-IN-CUR-MONTH          PIC X(01).
001440     88  WS-IN-CUR-MONTH-YES      VALUE 'Y'.
001450 01  WS-FLAG-RATE             PIC 9(03) VALUE 10.
001460 01  WS-MIN-CARDS             PIC 9(04) VALUE 10.
001470 01  WS-CUR-OPER              PIC X(08).
001480 01  WS-CUR-DEPT              PIC X(08).
001490 01  WS-OPER-IX               PIC 9(04) COMP.
001500 01  WS-OPER-HIT              PIC 9(04) COMP VALUE ZERO.
001510 01  WS-OPER-COUNT            PIC 9(04) COMP VALUE ZERO.
001520 01  WS-OPER-SHIFT-IX         PIC 9(04) COMP.
001530 01  WS-DEPT-IX               PIC 9(03) COMP.
001540 01  WS-DEPT-HIT              PIC 9(03) COMP VALUE ZERO.
001550 01  WS-DEPT-COUNT            PIC 9(03) COMP VALUE ZERO.
001560 01  WS-SHIFT-IX              PIC 9(03) COMP.
001570 01  WS-RSN-IX                PIC 9(02) COMP.
001580 01  WS-RSN-HIT               PIC 9(02) COMP.
001590 01  WS-TOP-IX                PIC 9(01) COMP.
001600 01  WS-TOP-MAX               PIC 9(05) COMP.
001610 01  WS-PICK-IX               PIC 9(04) COMP.
001620 01  WS-PICK-RATE             PIC 9(03)V9.
001630 01  WS-PICK-REJ              PIC 9(07) COMP.
001640 01  WS-RANK                  PIC 9(03) COMP.
001650******************************************************************
001660* STARTRI REJECT REASON CODES AND WHAT EACH MEANS, IN THE ORDER  *
001670* STARTRIANGLE'S REQUEST VALIDATION APPLIES THEM.  THE LAST      *
001680* ENTRY CATCHES ANY CODE NOT LISTED, SO A NEW EDIT STILL COUNTS  *
001690* BEFORE THIS TABLE LEARNS ITS NAME.                             *
001700******************************************************************
001710 01  WS-REASON-VALUES.
001720     05  FILLER               PIC X(30) VALUE
001730         '0025INVALID SHAPE CODE        '.
001740     05  FILLER               PIC X(30) VALUE
001750         '0021HEIGHT LESS THAN 2        '.
001760     05  FILLER               PIC X(30) VALUE
001770         '0022WIDTH OF ZERO             '.
001780     05  FILLER               PIC X(30) VALUE
001790         '0023WIDTH OVER 132 COLUMNS    '.
001800     05  FILLER               PIC X(30) VALUE
001810         '0024HEIGHT OVER 132 ROWS      '.
001820     05  FILLER               PIC X(30) VALUE
001830         '0035BLANK BANNER TEXT         '.
001840     05  FILLER               PIC X(30) VALUE
001850         '0058TEXT CHAR HAS NO GLYPH    '.
001860     05  FILLER               PIC X(30) VALUE
001870         '0026BLANK FILL CHARACTER      '.
001880     05  FILLER               PIC X(30) VALUE
001890         '0057DEST CODE NOT 1-4/BLANK   '.
001900     05  FILLER               PIC X(30) VALUE
001910         '0037PROFILE NOT ON BANPROF    '.
001920     05  FILLER               PIC X(30) VALUE
001930         '0062OPERATOR NOT ON BANSEC    '.
001940     05  FILLER               PIC X(30) VALUE
001950         '0063DEPT NOT CLEARED FOR DEST '.
001960     05  FILLER               PIC X(30) VALUE
001970         '0065DEST NOT ON BANDEST       '.
001980     05  FILLER               PIC X(30) VALUE
001990         '0066DESTINATION INACTIVE      '.
002000     05  FILLER               PIC X(30) VALUE
002010         '0036REJECTED BY BANNERSUB     '.
002020     05  FILLER               PIC X(30) VALUE
002030         '****UNLISTED REASON CODE      '.
002040 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
002050     05  WS-RSN-ENTRY OCCURS 16 TIMES.
002060         10  WS-RSN-CODE      PIC X(04).
002070         10  WS-RSN-TEXT      PIC X(26).
002080 01  WS-REASON-TOTALS.
002090     05  WS-RSN-TOTAL OCCURS 16 TIMES.
002100         10  WS-RSN-CUR       PIC 9(07) COMP.
002110         10  WS-RSN-PRI       PIC 9(07) COMP.
002120******************************************************************
002130* ONE ENTRY PER OPERATOR, LOADED IN KEY ORDER OFF BANSEC SO EACH *
002140* REJECT AND HISTORY RECORD CAN FIND ITS OPERATOR BY A BINARY    *
002150* SEARCH.  AN OPERATOR NOT ON BANSEC (A 0062 REJECT, OR HISTORY  *
002160* UNDER AN ID SINCE REMOVED) IS INSERTED IN ITS PLACE UNDER      *
002170* DEPARTMENT UNASSIGN.  THE UNUSED TAIL IS HIGH-VALUES SO IT     *
002180* SORTS AFTER EVERY REAL OPERATOR.  ACCEPTED CARDS COME OFF THE  *
002190* HISTORY, REJECTED CARDS OFF THE REJECT LOG; SUBMITTED IS THE   *
002200* TWO TOGETHER.  REASON COUNTS ARE FOR THE MONTH SCORED.         *
002210******************************************************************
002220 01  WS-OPER-TABLE.
002230     05  WS-OPER-ENTRY OCCURS 2000 TIMES
002240             ASCENDING KEY IS WS-OPER-ID
002250             INDEXED BY WS-OPER-NX.
002260         10  WS-OPER-ID           PIC X(08).
002270         10  WS-OPER-DEPT         PIC X(08).
002280         10  WS-OPER-CTRS.
002290             15  WS-OPER-ACC-CUR  PIC 9(07) COMP.
002300             15  WS-OPER-REJ-CUR  PIC 9(07) COMP.
002310             15  WS-OPER-ACC-PRI  PIC 9(07) COMP.
002320             15  WS-OPER-REJ-PRI  PIC 9(07) COMP.
002330         10  WS-OPER-RSN-GRP.
002340             15  WS-OPER-RSN-CTR  PIC 9(05) COMP OCCURS 16 TIMES.
002350         10  WS-OPER-RATE         PIC 9(03)V9.
002360         10  WS-OPER-FLAG         PIC X(01).
002370             88  WS-OPER-FLAGGED      VALUE 'Y'.
002380         10  WS-OPER-LISTED       PIC X(01).
002390             88  WS-OPER-LISTED-YES   VALUE 'Y'.
002400*    ONE ENTRY PER DEPARTMENT WITH ANY ACTIVITY IN EITHER MONTH,
002410*    ROLLED UP FROM ITS OPERATORS IN DEPARTMENT-NAME ORDER.
002420 01  WS-DEPT-TABLE.
002430     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
002440         10  WS-DEPT-NAME         PIC X(08).
002450         10  WS-DEPT-OPERS        PIC 9(05) COMP.
002460         10  WS-DEPT-CTRS.
002470             15  WS-DEPT-ACC-CUR  PIC 9(07) COMP.
002480             15  WS-DEPT-REJ-CUR  PIC 9(07) COMP.
002490             15  WS-DEPT-ACC-PRI  PIC 9(07) COMP.
002500             15  WS-DEPT-REJ-PRI  PIC 9(07) COMP.
002510         10  WS-DEPT-RSN-GRP.
002520             15  WS-DEPT-RSN-CTR  PIC 9(05) COMP OCCURS 16 TIMES.
002530         10  WS-DEPT-RATE         PIC 9(03)V9.
002540         10  WS-DEPT-FLAG         PIC X(01).
002550             88  WS-DEPT-FLAGGED      VALUE 'Y'.
002560         10  WS-DEPT-LISTED       PIC X(01).
002570             88  WS-DEPT-LISTED-YES   VALUE 'Y'.
002580******************************************************************
002590* ONE OPERATOR'S, DEPARTMENT'S, OR THE GRAND TOTAL'S FIGURES ARE *
002600* COPIED HERE TO BE RATED AND PRINTED, SO ONE SET OF PARAGRAPHS  *
002610* SERVES ALL THREE.  THE LAYOUT OF THE COUNTERS AND REASON GROUP *
002620* MATCHES THE TABLE ENTRIES.                                     *
002630******************************************************************
002640 01  WS-SCORE-WORK.
002650     05  WS-WK-CTRS.
002660         10  WS-WK-ACC-CUR        PIC 9(07) COMP.
002670         10  WS-WK-REJ-CUR        PIC 9(07) COMP.
002680         10  WS-WK-ACC-PRI        PIC 9(07) COMP.
002690         10  WS-WK-REJ-PRI        PIC 9(07) COMP.
002700     05  WS-WK-RSN-GRP.
002710         10  WS-WK-RSN-CTR        PIC 9(05) COMP OCCURS 16 TIMES.
002720     05  WS-WK-SUB-CUR            PIC 9(07) COMP.
002730     05  WS-WK-SUB-PRI            PIC 9(07) COMP.
002740     05  WS-WK-RATE-CUR           PIC 9(03)V9.
002750     05  WS-WK-RATE-PRI           PIC 9(03)V9.
002760     05  WS-WK-CHANGE             PIC S9(03)V9.
002770     05  WS-WK-TREND              PIC X(06).
002780     05  WS-WK-FLAG               PIC X(01).
002790         88  WS-WK-FLAGGED            VALUE 'Y'.
002800 01  WS-GRAND-CTRS.
002810     05  WS-GR-ACC-CUR            PIC 9(07) COMP VALUE ZERO.
002820     05  WS-GR-REJ-CUR            PIC 9(07) COMP VALUE ZERO.
002830     05  WS-GR-ACC-PRI            PIC 9(07) COMP VALUE ZERO.
002840     05  WS-GR-REJ-PRI            PIC 9(07) COMP VALUE ZERO.
002850******************************************************************
002860* COUNTERS.                                                      *
002870******************************************************************
002880 01  WS-LOG-READ-CTR          PIC 9(07) COMP VALUE ZERO.
002890 01  WS-LOG-OTHER-CTR         PIC 9(07) COMP VALUE ZERO.
002900 01  WS-HIST-READ-CTR         PIC 9(07) COMP VALUE ZERO.
002910 01  WS-REPRINT-CTR           PIC 9(07) COMP VALUE ZERO.
002920 01  WS-SPLICE-CTR            PIC 9(07) COMP VALUE ZERO.
002930 01  WS-UNASSIGN-CTR          PIC 9(05) COMP VALUE ZERO.
002940 01  WS-ACTIVE-OPER-CTR       PIC 9(05) COMP VALUE ZERO.
002950 01  WS-FLAG-OPER-CTR         PIC 9(05) COMP VALUE ZERO.
002960 01  WS-FLAG-DEPT-CTR         PIC 9(05) COMP VALUE ZERO.
002970******************************************************************
002980* REPORT LINES.                                                  *
002990******************************************************************
003000 01  WS-LINE-CNT              PIC 9(03) COMP VALUE 99.
003010 01  WS-PAGE-NUM              PIC 9(05) COMP VALUE ZERO.
003020 01  WS-PAGE-DEPTH            PIC 9(03) COMP VALUE 60.
003030 01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
003040 01  WS-HEADING-1.
003050     05  FILLER               PIC X(10) VALUE 'BANREJSC'.
003060     05  FILLER               PIC X(20) VALUE SPACES.
003070     05  FILLER               PIC X(36) VALUE
003080         'REQUEST-CARD REJECT SCORECARD'.
003090     05  FILLER               PIC X(06) VALUE 'MONTH '.
003100     05  HD1-CUR-MONTH        PIC 9(06).
003110     05  FILLER               PIC X(15) VALUE '  PRIOR MONTH '.
003120     05  HD1-PRI-MONTH        PIC 9(06).
003130     05  FILLER               PIC X(18) VALUE SPACES.
003140     05  FILLER               PIC X(05) VALUE 'PAGE '.
003150     05  HD1-PAGE             PIC ZZZZ9.
003160     05  FILLER               PIC X(05) VALUE SPACES.
003170*    LINE 2 NAMES THE SECTION THE PAGE BELONGS TO AND LINES 3
003180*    AND 4 CARRY THE SECTION'S COLUMN HEADINGS, SO A SECTION THAT
003190*    RUNS ONTO A SECOND PAGE IS STILL HEADED AS ITS OWN.
003200 01  WS-HEADING-2.
003210     05  HD2-TEXT             PIC X(60).
003220     05  FILLER               PIC X(72) VALUE SPACES.
003230 01  WS-HEADING-3             PIC X(132) VALUE SPACES.
003240 01  WS-HEADING-4             PIC X(132) VALUE SPACES.
003250 01  WS-SCORE-HEADING-A.
003260     05  FILLER               PIC X(12) VALUE SPACES.
003270     05  FILLER               PIC X(27) VALUE
003280         '------ THIS MONTH -------'.
003290     05  FILLER               PIC X(27) VALUE
003300         '------ PRIOR MONTH ------'.
003310     05  FILLER               PIC X(66) VALUE SPACES.
003320 01  WS-SCORE-HEADING-B.
003330     05  HDB-LABEL            PIC X(12) VALUE SPACES.
003340     05  FILLER               PIC X(09) VALUE '  CARDS'.
003350     05  FILLER               PIC X(09) VALUE 'REJECTS'.
003360     05  FILLER               PIC X(09) VALUE ' RATE'.
003370     05  FILLER               PIC X(09) VALUE '  CARDS'.
003380     05  FILLER               PIC X(09) VALUE 'REJECTS'.
003390     05  FILLER               PIC X(08) VALUE ' RATE'.
003400     05  FILLER               PIC X(08) VALUE 'CHANGE'.
003410     05  FILLER               PIC X(08) VALUE 'TREND'.
003420     05  FILLER               PIC X(51) VALUE SPACES.
003430*    ONE OPERATOR, DEPARTMENT, OR TOTAL - THIS MONTH, THE MONTH
003440*    BEFORE, THE CHANGE IN REJECT RATE, AND THE FLAG.  A RATE WITH
003450*    NO CARDS BEHIND IT PRINTS BLANK.
003460 01  WS-SCORE-LINE.
003470     05  FILLER               PIC X(02) VALUE SPACES.
003480     05  SCL-NAME             PIC X(08).
003490     05  FILLER               PIC X(02) VALUE SPACES.
003500     05  SCL-CUR-SUB          PIC ZZZ,ZZ9.
003510     05  FILLER               PIC X(02) VALUE SPACES.
003520     05  SCL-CUR-REJ          PIC ZZZ,ZZ9.
003530     05  FILLER               PIC X(02) VALUE SPACES.
003540     05  SCL-CUR-RATE         PIC X(05).
003550     05  SCL-CUR-RATE-N REDEFINES SCL-CUR-RATE
003560                              PIC ZZ9.9.
003570     05  FILLER               PIC X(04) VALUE SPACES.
003580     05  SCL-PRI-SUB          PIC ZZZ,ZZ9.
003590     05  FILLER               PIC X(02) VALUE SPACES.
003600     05  SCL-PRI-REJ          PIC ZZZ,ZZ9.
003610     05  FILLER               PIC X(02) VALUE SPACES.
003620     05  SCL-PRI-RATE         PIC X(05).
003630     05  SCL-PRI-RATE-N REDEFINES SCL-PRI-RATE
003640                              PIC ZZ9.9.
003650     05  FILLER               PIC X(03) VALUE SPACES.
003660     05  SCL-CHANGE           PIC X(06).
003670     05  SCL-CHANGE-N REDEFINES SCL-CHANGE
003680                              PIC +++9.9.
003690     05  FILLER               PIC X(02) VALUE SPACES.
003700     05  SCL-TREND            PIC X(06).
003710     05  FILLER               PIC X(02) VALUE SPACES.
003720     05  SCL-FLAG             PIC X(20).
003730     05  FILLER               PIC X(31) VALUE SPACES.
003740*    THE TOP THREE REASON CODES OF THE MONTH SCORED UNDER A SCORE
003750*    LINE THAT HAS ANY REJECTS - CODE, MEANING, AND COUNT.
003760 01  WS-REASON-LINE.
003770     05  FILLER               PIC X(14).
003780     05  RSL-ENTRY OCCURS 3 TIMES.
003790         10  RSL-CODE         PIC X(04).
003800         10  FILLER           PIC X(01).
003810         10  RSL-TEXT         PIC X(26).
003820         10  FILLER           PIC X(01).
003830         10  RSL-COUNT        PIC ZZZ9.
003840         10  FILLER           PIC X(02).
003850     05  FILLER               PIC X(04).
003860 01  WS-RSN-HEADING.
003870     05  FILLER               PIC X(08) VALUE '  CODE'.
003880     05  FILLER               PIC X(28) VALUE 'MEANING'.
003890     05  FILLER               PIC X(11) VALUE ' THIS MONTH'.
003900     05  FILLER               PIC X(09) VALUE '  PCT'.
003910     05  FILLER               PIC X(11) VALUE 'PRIOR MONTH'.
003920     05  FILLER               PIC X(09) VALUE '  CHANGE'.
003930     05  FILLER               PIC X(56) VALUE SPACES.
003940 01  WS-RSN-SUMMARY-LINE.
003950     05  FILLER               PIC X(02) VALUE SPACES.
003960     05  RSS-CODE             PIC X(04).
003970     05  FILLER               PIC X(02) VALUE SPACES.
003980     05  RSS-TEXT             PIC X(26).
003990     05  FILLER               PIC X(04) VALUE SPACES.
004000     05  RSS-CUR              PIC ZZZ,ZZ9.
004010     05  FILLER               PIC X(03) VALUE SPACES.
004020     05  RSS-PCT              PIC ZZ9.9.
004030     05  FILLER               PIC X(06) VALUE SPACES.
004040     05  RSS-PRI              PIC ZZZ,ZZ9.
004050     05  FILLER               PIC X(03) VALUE SPACES.
004060     05  RSS-CHANGE           PIC ++++++9.
004070     05  FILLER               PIC X(56) VALUE SPACES.
004080 01  WS-EXC-HEADING.
004090     05  FILLER               PIC X(07) VALUE '  RANK'.
004100     05  FILLER               PIC X(10) VALUE 'OPERATOR'.
004110     05  FILLER               PIC X(10) VALUE 'DEPT'.
004120     05  FILLER               PIC X(09) VALUE '  CARDS'.
004130     05  FILLER               PIC X(09) VALUE 'REJECTS'.
004140     05  FILLER               PIC X(08) VALUE ' RATE'.
004150     05  FILLER               PIC X(07) VALUE 'PRIOR'.
004160     05  FILLER               PIC X(08) VALUE 'TREND'.
004170     05  FILLER               PIC X(64) VALUE 'LEADING REASON'.
004180 01  WS-EXC-LINE.
004190     05  FILLER               PIC X(02) VALUE SPACES.
004200     05  EXL-RANK             PIC ZZ9.
004210     05  FILLER               PIC X(02) VALUE SPACES.
004220     05  EXL-OPER             PIC X(08).
004230     05  FILLER               PIC X(02) VALUE SPACES.
004240     05  EXL-DEPT             PIC X(08).
004250     05  FILLER               PIC X(02) VALUE SPACES.
004260     05  EXL-SUB              PIC ZZZ,ZZ9.
004270     05  FILLER               PIC X(02) VALUE SPACES.
004280     05  EXL-REJ              PIC ZZZ,ZZ9.
004290     05  FILLER               PIC X(02) VALUE SPACES.
004300     05  EXL-RATE             PIC ZZ9.9.
004310     05  FILLER               PIC X(03) VALUE SPACES.
004320     05  EXL-PRI-RATE         PIC X(05).
004330     05  FILLER               PIC X(02) VALUE SPACES.
004340     05  EXL-TREND            PIC X(06).
004350     05  FILLER               PIC X(02) VALUE SPACES.
004360     05  EXL-CODE             PIC X(04).
004370     05  FILLER               PIC X(01) VALUE SPACES.
004380     05  EXL-TEXT             PIC X(26).
004390     05  FILLER               PIC X(31) VALUE SPACES.
004400 01  WS-NOTE-LINE.
004410     05  FILLER               PIC X(02) VALUE SPACES.
004420     05  NTL-TEXT             PIC X(100).
004430     05  FILLER               PIC X(30) VALUE SPACES.
004440 01  WS-SUMMARY-LINE.
004450     05  FILLER               PIC X(02) VALUE SPACES.
004460     05  SUM-LABEL            PIC X(50).
004470     05  SUM-VALUE            PIC X(11).
004480     05  SUM-COUNT REDEFINES SUM-VALUE
004490                              PIC ZZZ,ZZZ,ZZ9.
004500     05  FILLER               PIC X(69) VALUE SPACES.
004510 01  WS-EDIT-RATE             PIC ZZ9.
004520 01  WS-EDIT-CARDS            PIC ZZZ9.
004530******************************************************************
004540* PROCEDURE DIVISION                                            *
004550******************************************************************
004560 PROCEDURE DIVISION.
004570 0000-MAINLINE.
004580     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004590     PERFORM 2000-TALLY-ONE-REJECT THRU 2000-EXIT
004600         UNTIL WS-LOG-EOF-YES
004610     CLOSE REJ-LOG-FILE
004620     PERFORM 2400-POSITION-HISTORY THRU 2400-EXIT
004630     PERFORM 2500-TALLY-ONE-HISTORY THRU 2500-EXIT
004640         UNTIL WS-HIN-EOF-YES
004650     CLOSE HIST-MAST-FILE
004660     PERFORM 3000-SCORE-ONE-OPERATOR THRU 3000-EXIT
004670         VARYING WS-OPER-IX FROM 1 BY 1
004680         UNTIL WS-OPER-IX > WS-OPER-COUNT
004690     PERFORM 3200-SCORE-ONE-DEPARTMENT THRU 3200-EXIT
004700         VARYING WS-DEPT-IX FROM 1 BY 1
004710         UNTIL WS-DEPT-IX > WS-DEPT-COUNT
004720     PERFORM 4000-PRINT-DEPARTMENTS THRU 4000-EXIT
004730     PERFORM 4500-PRINT-DEPT-SUMMARY THRU 4500-EXIT
004740     PERFORM 5000-PRINT-REASON-SUMMARY THRU 5000-EXIT
004750     PERFORM 5500-PRINT-EXCEPTIONS THRU 5500-EXIT
004760     PERFORM 6000-PRINT-RUN-SUMMARY THRU 6000-EXIT
004770     CLOSE SCR-RPT-FILE
004780     STOP RUN.
004790******************************************************************
004800*    1000-INITIALIZE THRU 1000-EXIT                              *
004810*    SETS THE MONTH SCORED AND THE FLAGGING THRESHOLD FROM       *
004820*    SCRPARM, LOADS THE OPERATOR TABLE, AND OPENS THE REJECT LOG *
004830*    AND THE SCORECARD.                                          *
004840******************************************************************
004850 1000-INITIALIZE.
004860     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
004870     PERFORM 1050-READ-RUN-OPTIONS THRU 1050-EXIT
004880     MOVE WS-CUR-MONTH TO HD1-CUR-MONTH
004890     MOVE WS-PRI-MONTH TO HD1-PRI-MONTH
004900     DISPLAY 'BANRSC0010I - SCORING MONTH ' WS-CUR-MONTH
004910         ' AGAINST ' WS-PRI-MONTH ', FLAGGING ' WS-FLAG-RATE
004920         ' PERCENT ON ' WS-MIN-CARDS ' CARDS OR MORE'
004930     PERFORM 1030-CLEAR-ONE-TOTAL THRU 1030-EXIT
004940         VARYING WS-RSN-IX FROM 1 BY 1
004950         UNTIL WS-RSN-IX > 16
004960     PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT
004970     OPEN INPUT REJ-LOG-FILE
004980     IF WS-LOG-STATUS NOT = '00'
004990         DISPLAY 'BANRSC0011E - REJLOGI OPEN FAILED, STATUS '
005000             WS-LOG-STATUS
005010         MOVE 16 TO RETURN-CODE
005020         STOP RUN
005030     END-IF
005040     OPEN OUTPUT SCR-RPT-FILE
005050     IF WS-RPT-STATUS NOT = '00'
005060         DISPLAY 'BANRSC0012E - SCRRPT01 OPEN FAILED, STATUS '
005070             WS-RPT-STATUS
005080         MOVE 16 TO RETURN-CODE
005090         STOP RUN
005100     END-IF.
005110 1000-EXIT.
005120     EXIT.
005130 1030-CLEAR-ONE-TOTAL.
005140     MOVE ZERO TO WS-RSN-CUR (WS-RSN-IX)
005150     MOVE ZERO TO WS-RSN-PRI (WS-RSN-IX).
005160 1030-EXIT.
005170     EXIT.
005180******************************************************************
005190*    1050-READ-RUN-OPTIONS THRU 1050-EXIT                        *
005200*    NO SCRPARM DD (OR NO MONTH CARD) SCORES THE CALENDAR MONTH  *
005210*    BEFORE THE RUN DATE - THE NORMAL RUN IN THE FIRST DAYS OF A *
005220*    NEW MONTH.  A BAD CARD FAILS THE STEP RATHER THAN SCORING   *
005230*    THE WRONG MONTH.                                            *
005240******************************************************************
005250 1050-READ-RUN-OPTIONS.
005260     IF WS-RUN-MONTH = 1
005270         COMPUTE WS-CUR-YEAR = WS-RUN-YEAR - 1
005280         MOVE 12 TO WS-CUR-MM
005290     ELSE
005300         MOVE WS-RUN-YEAR TO WS-CUR-YEAR
005310         COMPUTE WS-CUR-MM = WS-RUN-MONTH - 1
005320     END-IF
005330     OPEN INPUT SCR-PARM-FILE
005340     IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '05'
005350         PERFORM 1060-READ-ONE-OPTION THRU 1060-EXIT
005360             UNTIL WS-PRM-EOF-YES
005370         CLOSE SCR-PARM-FILE
005380     ELSE
005390         IF WS-PRM-STATUS NOT = '35'
005400             DISPLAY 'BANRSC0013E - SCRPARM OPEN FAILED, STATUS '
005410                 WS-PRM-STATUS
005420             MOVE 16 TO RETURN-CODE
005430             STOP RUN
005440         END-IF
005450     END-IF
005460     IF WS-CUR-MM = 1
005470         COMPUTE WS-PRI-YEAR = WS-CUR-YEAR - 1
005480         MOVE 12 TO WS-PRI-MM
005490     ELSE
005500         MOVE WS-CUR-YEAR TO WS-PRI-YEAR
005510         COMPUTE WS-PRI-MM = WS-CUR-MM - 1
005520     END-IF.
005530 1050-EXIT.
005540     EXIT.
005550 1060-READ-ONE-OPTION.
005560     READ SCR-PARM-FILE
005570         AT END
005580             SET WS-PRM-EOF-YES TO TRUE
005590             GO TO 1060-EXIT
005600     END-READ
005610     EVALUATE TRUE
005620         WHEN SCRP-KEY-MONTH
005630             IF SCRP-VALUE (1:6) NUMERIC
005640                 AND SCRP-VALUE (5:2) >= '01'
005650                 AND SCRP-VALUE (5:2) <= '12'
005660                 MOVE SCRP-VALUE (1:6) TO WS-CUR-MONTH
005670             ELSE
005680                 DISPLAY 'BANRSC0014E - MONTH VALUE ' SCRP-VALUE
005690                     ' ON SCRPARM IS NOT A VALID YYYYMM MONTH'
005700                 MOVE 16 TO RETURN-CODE
005710                 STOP RUN
005720             END-IF
005730         WHEN SCRP-KEY-FLAGRATE
005740             IF SCRP-VALUE (1:3) NUMERIC
005750                 AND SCRP-VALUE (1:3) NOT = '000'
005760                 AND SCRP-VALUE (1:3) NOT > '100'
005770                 MOVE SCRP-VALUE (1:3) TO WS-FLAG-RATE
005780             ELSE
005790                 DISPLAY 'BANRSC0015E - FLAGRATE VALUE '
005800                     SCRP-VALUE
005810                     ' ON SCRPARM IS NOT 001-100 PERCENT'
005820                 MOVE 16 TO RETURN-CODE
005830                 STOP RUN
005840             END-IF
005850         WHEN SCRP-KEY-MINCARDS
005860             IF SCRP-VALUE (1:4) NUMERIC
005870                 MOVE SCRP-VALUE (1:4) TO WS-MIN-CARDS
005880             ELSE
005890                 DISPLAY 'BANRSC0016E - MINCARDS VALUE '
005900                     SCRP-VALUE
005910                     ' ON SCRPARM IS NOT 0000-9999 CARDS'
005920                 MOVE 16 TO RETURN-CODE
005930                 STOP RUN
005940             END-IF
005950         WHEN SCR-PARM-RECORD = SPACES
005960             CONTINUE
005970         WHEN OTHER
005980             DISPLAY 'BANRSC0017E - UNKNOWN SCRPARM KEYWORD '
005990                 SCRP-KEYWORD
006000             MOVE 16 TO RETURN-CODE
006010             STOP RUN
006020     END-EVALUATE.
006030 1060-EXIT.
006040     EXIT.
006050******************************************************************
006060*    1200-LOAD-OPERATORS THRU 1200-EXIT                          *
006070*    ONE SEQUENTIAL PASS OF BANSEC INTO WS-OPER-TABLE WITH EVERY *
006080*    COUNTER AT ZERO.                                            *
006090******************************************************************
006100 1200-LOAD-OPERATORS.
006110     MOVE HIGH-VALUES TO WS-OPER-TABLE
006120     OPEN INPUT BANN-SECURITY-FILE
006130     IF WS-SEC-STATUS NOT = '00'
006140         DISPLAY 'BANRSC0018E - BANSEC OPEN FAILED, STATUS '
006150             WS-SEC-STATUS
006160         MOVE 16 TO RETURN-CODE
006170         STOP RUN
006180     END-IF
006190     PERFORM 1210-LOAD-ONE-OPERATOR THRU 1210-EXIT
006200         UNTIL WS-SEC-EOF-YES
006210     CLOSE BANN-SECURITY-FILE.
006220 1200-EXIT.
006230     EXIT.
006240 1210-LOAD-ONE-OPERATOR.
006250     READ BANN-SECURITY-FILE
006260         AT END
006270             SET WS-SEC-EOF-YES TO TRUE
006280             GO TO 1210-EXIT
006290     END-READ
006300     IF WS-SEC-STATUS NOT = '00'
006310         DISPLAY 'BANRSC0019E - BANSEC READ FAILED, STATUS '
006320             WS-SEC-STATUS
006330         MOVE 16 TO RETURN-CODE
006340         STOP RUN
006350     END-IF
006360     IF WS-OPER-COUNT >= 2000
006370         DISPLAY 'BANRSC0020E - MORE THAN 2000 OPERATORS - '
006380             'OPERATOR TABLE IS FULL'
006390         MOVE 16 TO RETURN-CODE
006400         STOP RUN
006410     END-IF
006420     ADD 1 TO WS-OPER-COUNT
006430     MOVE WS-OPER-COUNT TO WS-OPER-HIT
006440     MOVE SEC-OPERATOR-ID TO WS-CUR-OPER
006450     MOVE SEC-DEPARTMENT TO WS-CUR-DEPT
006460     PERFORM 1320-CLEAR-OPER-ENTRY THRU 1320-EXIT.
006470 1210-EXIT.
006480     EXIT.
006490******************************************************************
006500*    1300-LOCATE-OPERATOR THRU 1300-EXIT                         *
006510*    FINDS WS-CUR-OPER IN THE OPERATOR TABLE (WS-OPER-HIT), OR   *
006520*    INSERTS IT IN KEY ORDER UNDER DEPARTMENT UNASSIGN WHEN IT   *
006530*    IS NOT ON BANSEC.                                           *
006540******************************************************************
006550 1300-LOCATE-OPERATOR.
006560     SEARCH ALL WS-OPER-ENTRY
006570         AT END
006580             CONTINUE
006590         WHEN WS-OPER-ID (WS-OPER-NX) = WS-CUR-OPER
006600             SET WS-OPER-HIT TO WS-OPER-NX
006610             GO TO 1300-EXIT
006620     END-SEARCH
006630     IF WS-OPER-COUNT >= 2000
006640         DISPLAY 'BANRSC0020E - MORE THAN 2000 OPERATORS - '
006650             'OPERATOR TABLE IS FULL'
006660         MOVE 16 TO RETURN-CODE
006670         STOP RUN
006680     END-IF
006690     MOVE ZERO TO WS-OPER-HIT
006700     PERFORM 1310-MATCH-ONE-OPERATOR THRU 1310-EXIT
006710         VARYING WS-OPER-IX FROM 1 BY 1
006720         UNTIL WS-OPER-IX > WS-OPER-COUNT
006730         OR WS-OPER-HIT NOT = ZERO
006740     IF WS-OPER-HIT = ZERO
006750         COMPUTE WS-OPER-HIT = WS-OPER-COUNT + 1
006760     END-IF
006770     PERFORM 1330-SHIFT-ONE-OPERATOR THRU 1330-EXIT
006780         VARYING WS-OPER-SHIFT-IX FROM WS-OPER-COUNT BY -1
006790         UNTIL WS-OPER-SHIFT-IX < WS-OPER-HIT
006800     ADD 1 TO WS-OPER-COUNT
006810     ADD 1 TO WS-UNASSIGN-CTR
006820     MOVE 'UNASSIGN' TO WS-CUR-DEPT
006830     PERFORM 1320-CLEAR-OPER-ENTRY THRU 1320-EXIT.
006840 1300-EXIT.
006850     EXIT.
006860*    STOPS AT THE FIRST ENTRY HIGHER THAN THE OPERATOR WANTED -
006870*    WHERE IT BELONGS.
006880 1310-MATCH-ONE-OPERATOR.
006890     IF WS-OPER-ID (WS-OPER-IX) > WS-CUR-OPER
006900         MOVE WS-OPER-IX TO WS-OPER-HIT
006910     END-IF.
006920 1310-EXIT.
006930     EXIT.
006940 1320-CLEAR-OPER-ENTRY.
006950     MOVE WS-CUR-OPER TO WS-OPER-ID (WS-OPER-HIT)
006960     MOVE WS-CUR-DEPT TO WS-OPER-DEPT (WS-OPER-HIT)
006970     MOVE ZERO TO WS-OPER-ACC-CUR (WS-OPER-HIT)
006980     MOVE ZERO TO WS-OPER-REJ-CUR (WS-OPER-HIT)
006990     MOVE ZERO TO WS-OPER-ACC-PRI (WS-OPER-HIT)
007000     MOVE ZERO TO WS-OPER-REJ-PRI (WS-OPER-HIT)
007010     PERFORM 1325-CLEAR-ONE-REASON THRU 1325-EXIT
007020         VARYING WS-RSN-IX FROM 1 BY 1
007030         UNTIL WS-RSN-IX > 16
007040     MOVE ZERO TO WS-OPER-RATE (WS-OPER-HIT)
007050     MOVE 'N' TO WS-OPER-FLAG (WS-OPER-HIT)
007060     MOVE 'N' TO WS-OPER-LISTED (WS-OPER-HIT).
007070 1320-EXIT.
007080     EXIT.
007090 1325-CLEAR-ONE-REASON.
007100     MOVE ZERO TO WS-OPER-RSN-CTR (WS-OPER-HIT, WS-RSN-IX).
007110 1325-EXIT.
007120     EXIT.
007130 1330-SHIFT-ONE-OPERATOR.
007140     MOVE WS-OPER-ENTRY (WS-OPER-SHIFT-IX) TO
007150         WS-OPER-ENTRY (WS-OPER-SHIFT-IX + 1).
007160 1330-EXIT.
007170     EXIT.
007180******************************************************************
007190*    2000-TALLY-ONE-REJECT THRU 2000-EXIT                        *
007200*    ONE REJECT LOG RECORD.  A REJECT FROM THE MONTH SCORED OR   *
007210*    THE MONTH BEFORE IS COUNTED AGAINST THE OPERATOR PUNCHED ON *
007220*    THE CARD (IMAGE COLUMNS 17-24); THE MONTH SCORED ALSO       *
007230*    COUNTS ITS REASON CODE.  OLDER AND NEWER LOG RECORDS ARE    *
007240*    PASSED OVER.                                                *
007250******************************************************************
007260 2000-TALLY-ONE-REJECT.
007270     READ REJ-LOG-FILE
007280         AT END
007290             SET WS-LOG-EOF-YES TO TRUE
007300             GO TO 2000-EXIT
007310     END-READ
007320     IF WS-LOG-STATUS NOT = '00'
007330         DISPLAY 'BANRSC0021E - REJLOGI READ FAILED, STATUS '
007340             WS-LOG-STATUS
007350         MOVE 16 TO RETURN-CODE
007360         STOP RUN
007370     END-IF
007380     ADD 1 TO WS-LOG-READ-CTR
007390     IF RJLG-RUN-DATE NOT NUMERIC
007400         ADD 1 TO WS-LOG-OTHER-CTR
007410         GO TO 2000-EXIT
007420     END-IF
007430     MOVE RJLG-RUN-DATE (1:6) TO WS-REC-MONTH
007440     PERFORM 2300-CHECK-MONTH THRU 2300-EXIT
007450     IF WS-REC-MONTH NOT = WS-CUR-MONTH
007460         AND WS-REC-MONTH NOT = WS-PRI-MONTH
007470         ADD 1 TO WS-LOG-OTHER-CTR
007480         GO TO 2000-EXIT
007490     END-IF
007500     MOVE RJLG-CARD-IMAGE (17:8) TO WS-CUR-OPER
007510     PERFORM 1300-LOCATE-OPERATOR THRU 1300-EXIT
007520     MOVE 16 TO WS-RSN-HIT
007530     PERFORM 2100-MATCH-ONE-REASON THRU 2100-EXIT
007540         VARYING WS-RSN-IX FROM 1 BY 1
007550         UNTIL WS-RSN-IX > 15
007560         OR WS-RSN-HIT NOT = 16
007570     IF WS-IN-CUR-MONTH-YES
007580         ADD 1 TO WS-OPER-REJ-CUR (WS-OPER-HIT)
007590         ADD 1 TO WS-OPER-RSN-CTR (WS-OPER-HIT, WS-RSN-HIT)
007600         ADD 1 TO WS-RSN-CUR (WS-RSN-HIT)
007610     ELSE
007620         ADD 1 TO WS-OPER-REJ-PRI (WS-OPER-HIT)
007630         ADD 1 TO WS-RSN-PRI (WS-RSN-HIT)
007640     END-IF.
007650 2000-EXIT.
007660     EXIT.
007670 2100-MATCH-ONE-REASON.
007680     IF WS-RSN-CODE (WS-RSN-IX) = RJLG-REASON-CODE
007690         MOVE WS-RSN-IX TO WS-RSN-HIT
007700     END-IF.
007710 2100-EXIT.
007720     EXIT.
007730 2300-CHECK-MONTH.
007740     IF WS-REC-MONTH = WS-CUR-MONTH
007750         MOVE 'Y' TO WS-IN-CUR-MONTH
007760     ELSE
007770         MOVE 'N' TO WS-IN-CUR-MONTH
007780     END-IF.
007790 2300-EXIT.
007800     EXIT.
007810******************************************************************
007820*    2400-POSITION-HISTORY THRU 2400-EXIT                        *
007830*    OPENS THE AUDIT HISTORY MASTER AND STARTS IT AT THE FIRST   *
007840*    DAY OF THE PRIOR MONTH, SO ONLY THE TWO MONTHS WANTED ARE   *
007850*    READ.  A START THAT FINDS NOTHING (STATUS 23) MEANS NO CARD *
007860*    RAN CLEAN IN EITHER MONTH.                                  *
007870******************************************************************
007880 2400-POSITION-HISTORY.
007890     OPEN INPUT HIST-MAST-FILE
007900     IF WS-HIN-STATUS NOT = '00'
007910         DISPLAY 'BANRSC0022E - BANHISTI OPEN FAILED, STATUS '
007920             WS-HIN-STATUS
007930         MOVE 16 TO RETURN-CODE
007940         STOP RUN
007950     END-IF
007960     MOVE LOW-VALUES TO HIST-KEY
007970     COMPUTE HIST-RUN-DATE = WS-PRI-MONTH * 100 + 1
007980     START HIST-MAST-FILE KEY NOT < HIST-KEY
007990         INVALID KEY
008000             SET WS-HIN-EOF-YES TO TRUE
008010     END-START
008020     IF WS-HIN-STATUS NOT = '00' AND WS-HIN-STATUS NOT = '23'
008030         DISPLAY 'BANRSC0023E - BANHISTI START FAILED, STATUS '
008040             WS-HIN-STATUS
008050         MOVE 16 TO RETURN-CODE
008060         STOP RUN
008070     END-IF.
008080 2400-EXIT.
008090     EXIT.
008100******************************************************************
008110*    2500-TALLY-ONE-HISTORY THRU 2500-EXIT                       *
008120*    ONE HISTORY RECORD - A CARD THAT RAN CLEAN - COUNTED        *
008130*    AGAINST ITS OPERATOR FOR ITS MONTH.  A REPRINT IS NOT A NEW *
008140*    CARD, AND A SPLICE DIVIDER NEVER CAME FROM A CARD, SO       *
008150*    NEITHER COUNTS.  THE BROWSE ENDS AT THE FIRST RECORD PAST   *
008160*    THE MONTH SCORED.                                           *
008170******************************************************************
008180 2500-TALLY-ONE-HISTORY.
008190     READ HIST-MAST-FILE NEXT RECORD
008200         AT END
008210             SET WS-HIN-EOF-YES TO TRUE
008220             GO TO 2500-EXIT
008230     END-READ
008240     IF WS-HIN-STATUS NOT = '00' AND WS-HIN-STATUS NOT = '02'
008250         DISPLAY 'BANRSC0024E - BANHISTI READ FAILED, STATUS '
008260             WS-HIN-STATUS
008270         MOVE 16 TO RETURN-CODE
008280         STOP RUN
008290     END-IF
008300     MOVE HIST-RUN-DATE (1:6) TO WS-REC-MONTH
008310     IF WS-REC-MONTH > WS-CUR-MONTH
008320         SET WS-HIN-EOF-YES TO TRUE
008330         GO TO 2500-EXIT
008340     END-IF
008350     ADD 1 TO WS-HIST-READ-CTR
008360     IF HIST-REPRINT
008370         ADD 1 TO WS-REPRINT-CTR
008380         GO TO 2500-EXIT
008390     END-IF
008400     IF HIST-OPERATOR-ID = 'SPLICE'
008410         ADD 1 TO WS-SPLICE-CTR
008420         GO TO 2500-EXIT
008430     END-IF
008440     PERFORM 2300-CHECK-MONTH THRU 2300-EXIT
008450     MOVE HIST-OPERATOR-ID TO WS-CUR-OPER
008460     PERFORM 1300-LOCATE-OPERATOR THRU 1300-EXIT
008470     IF WS-IN-CUR-MONTH-YES
008480         ADD 1 TO WS-OPER-ACC-CUR (WS-OPER-HIT)
008490     ELSE
008500         ADD 1 TO WS-OPER-ACC-PRI (WS-OPER-HIT)
008510     END-IF.
008520 2500-EXIT.
008530     EXIT.
008540******************************************************************
008550*    3000-SCORE-ONE-OPERATOR THRU 3000-EXIT                      *
008560*    RATES ONE OPERATOR, FLAGS IT AGAINST THE THRESHOLD, AND     *
008570*    ROLLS IT INTO ITS DEPARTMENT AND THE GRAND TOTAL.  AN       *
008580*    OPERATOR WITH NO CARDS IN EITHER MONTH IS LEFT OFF THE      *
008590*    SCORECARD.                                                  *
008600******************************************************************
008610 3000-SCORE-ONE-OPERATOR.
008620     MOVE WS-OPER-CTRS (WS-OPER-IX) TO WS-WK-CTRS
008630     MOVE WS-OPER-RSN-GRP (WS-OPER-IX) TO WS-WK-RSN-GRP
008640     PERFORM 3500-RATE-WORK-AREA THRU 3500-EXIT
008650     IF WS-WK-SUB-CUR = ZERO AND WS-WK-SUB-PRI = ZERO
008660         GO TO 3000-EXIT
008670     END-IF
008680     ADD 1 TO WS-ACTIVE-OPER-CTR
008690     MOVE WS-WK-RATE-CUR TO WS-OPER-RATE (WS-OPER-IX)
008700     MOVE WS-WK-FLAG TO WS-OPER-FLAG (WS-OPER-IX)
008710     IF WS-WK-FLAGGED
008720         ADD 1 TO WS-FLAG-OPER-CTR
008730     END-IF
008740     MOVE WS-OPER-DEPT (WS-OPER-IX) TO WS-CUR-DEPT
008750     PERFORM 3100-LOCATE-DEPT-ENTRY THRU 3100-EXIT
008760     ADD 1 TO WS-DEPT-OPERS (WS-DEPT-HIT)
008770     ADD WS-WK-ACC-CUR TO WS-DEPT-ACC-CUR (WS-DEPT-HIT)
008780                          WS-GR-ACC-CUR
008790     ADD WS-WK-REJ-CUR TO WS-DEPT-REJ-CUR (WS-DEPT-HIT)
008800                          WS-GR-REJ-CUR
008810     ADD WS-WK-ACC-PRI TO WS-DEPT-ACC-PRI (WS-DEPT-HIT)
008820                          WS-GR-ACC-PRI
008830     ADD WS-WK-REJ-PRI TO WS-DEPT-REJ-PRI (WS-DEPT-HIT)
008840                          WS-GR-REJ-PRI
008850     PERFORM 3050-ADD-ONE-REASON THRU 3050-EXIT
008860         VARYING WS-RSN-IX FROM 1 BY 1
008870         UNTIL WS-RSN-IX > 16.
008880 3000-EXIT.
008890     EXIT.
008900 3050-ADD-ONE-REASON.
008910     ADD WS-WK-RSN-CTR (WS-RSN-IX) TO
008920         WS-DEPT-RSN-CTR (WS-DEPT-HIT, WS-RSN-IX).
008930 3050-EXIT.
008940     EXIT.
008950******************************************************************
008960*    3100-LOCATE-DEPT-ENTRY THRU 3100-EXIT                       *
008970*    FINDS THE DEPARTMENT'S TABLE ENTRY, OR OPENS A NEW ONE IN   *
008980*    DEPARTMENT-NAME ORDER SO THE SECTIONS COME OUT SORTED.      *
008990******************************************************************
009000 3100-LOCATE-DEPT-ENTRY.
009010     MOVE ZERO TO WS-DEPT-HIT
009020     PERFORM 3110-MATCH-ONE-DEPT THRU 3110-EXIT
009030         VARYING WS-DEPT-IX FROM 1 BY 1
009040         UNTIL WS-DEPT-IX > WS-DEPT-COUNT
009050         OR WS-DEPT-HIT NOT = ZERO
009060     IF WS-DEPT-HIT NOT = ZERO
009070         IF WS-DEPT-NAME (WS-DEPT-HIT) = WS-CUR-DEPT
009080             GO TO 3100-EXIT
009090         END-IF
009100     ELSE
009110         COMPUTE WS-DEPT-HIT = WS-DEPT-COUNT + 1
009120     END-IF
009130     IF WS-DEPT-COUNT >= 200
009140         DISPLAY 'BANRSC0025E - MORE THAN 200 DEPARTMENTS - '
009150             'DEPARTMENT TABLE IS FULL'
009160         MOVE 16 TO RETURN-CODE
009170         STOP RUN
009180     END-IF
009190     PERFORM 3120-SHIFT-ONE-DEPT THRU 3120-EXIT
009200         VARYING WS-SHIFT-IX FROM WS-DEPT-COUNT BY -1
009210         UNTIL WS-SHIFT-IX < WS-DEPT-HIT
009220     ADD 1 TO WS-DEPT-COUNT
009230     MOVE WS-CUR-DEPT TO WS-DEPT-NAME (WS-DEPT-HIT)
009240     MOVE ZERO TO WS-DEPT-OPERS (WS-DEPT-HIT)
009250     MOVE ZERO TO WS-DEPT-ACC-CUR (WS-DEPT-HIT)
009260     MOVE ZERO TO WS-DEPT-REJ-CUR (WS-DEPT-HIT)
009270     MOVE ZERO TO WS-DEPT-ACC-PRI (WS-DEPT-HIT)
009280     MOVE ZERO TO WS-DEPT-REJ-PRI (WS-DEPT-HIT)
009290     PERFORM 3130-CLEAR-ONE-REASON THRU 3130-EXIT
009300         VARYING WS-RSN-IX FROM 1 BY 1
009310         UNTIL WS-RSN-IX > 16
009320     MOVE ZERO TO WS-DEPT-RATE (WS-DEPT-HIT)
009330     MOVE 'N' TO WS-DEPT-FLAG (WS-DEPT-HIT)
009340     MOVE 'N' TO WS-DEPT-LISTED (WS-DEPT-HIT).
009350 3100-EXIT.
009360     EXIT.
009370*    STOPS AT THE FIRST ENTRY NOT LOWER THAN THE DEPARTMENT
009380*    WANTED - EITHER ITS OWN ENTRY OR WHERE IT BELONGS.
009390 3110-MATCH-ONE-DEPT.
009400     IF WS-DEPT-NAME (WS-DEPT-IX) NOT < WS-CUR-DEPT
009410         MOVE WS-DEPT-IX TO WS-DEPT-HIT
009420     END-IF.
009430 3110-EXIT.
009440     EXIT.
009450 3120-SHIFT-ONE-DEPT.
009460     MOVE WS-DEPT-ENTRY (WS-SHIFT-IX) TO
009470         WS-DEPT-ENTRY (WS-SHIFT-IX + 1).
009480 3120-EXIT.
009490     EXIT.
009500 3130-CLEAR-ONE-REASON.
009510     MOVE ZERO TO WS-DEPT-RSN-CTR (WS-DEPT-HIT, WS-RSN-IX).
009520 3130-EXIT.
009530     EXIT.
009540 3200-SCORE-ONE-DEPARTMENT.
009550     MOVE WS-DEPT-CTRS (WS-DEPT-IX) TO WS-WK-CTRS
009560     MOVE WS-DEPT-RSN-GRP (WS-DEPT-IX) TO WS-WK-RSN-GRP
009570     PERFORM 3500-RATE-WORK-AREA THRU 3500-EXIT
009580     MOVE WS-WK-RATE-CUR TO WS-DEPT-RATE (WS-DEPT-IX)
009590     MOVE WS-WK-FLAG TO WS-DEPT-FLAG (WS-DEPT-IX)
009600     IF WS-WK-FLAGGED
009610         ADD 1 TO WS-FLAG-DEPT-CTR
009620     END-IF.
009630 3200-EXIT.
009640     EXIT.
009650******************************************************************
009660*    3500-RATE-WORK-AREA THRU 3500-EXIT                          *
009670*    CARDS SUBMITTED, REJECT RATE (PERCENT OF CARDS SUBMITTED),  *
009680*    AND CHANGE IN RATE FOR THE FIGURES IN WS-SCORE-WORK.  THE   *
009690*    TREND IS BETTER OR WORSE BY THE CHANGE IN RATE; NEW WHEN    *
009700*    THERE WERE NO CARDS THE MONTH BEFORE, IDLE WHEN THERE ARE   *
009710*    NONE THIS MONTH.  FLAGGED MEANS AT OR OVER THE FLAGGING     *
009720*    RATE ON AT LEAST THE MINIMUM NUMBER OF CARDS.               *
009730******************************************************************
009740 3500-RATE-WORK-AREA.
009750     COMPUTE WS-WK-SUB-CUR = WS-WK-ACC-CUR + WS-WK-REJ-CUR
009760     COMPUTE WS-WK-SUB-PRI = WS-WK-ACC-PRI + WS-WK-REJ-PRI
009770     MOVE ZERO TO WS-WK-RATE-CUR
009780     MOVE ZERO TO WS-WK-RATE-PRI
009790     MOVE ZERO TO WS-WK-CHANGE
009800     MOVE 'N' TO WS-WK-FLAG
009810     IF WS-WK-SUB-CUR > ZERO
009820         COMPUTE WS-WK-RATE-CUR ROUNDED =
009830             WS-WK-REJ-CUR * 100 / WS-WK-SUB-CUR
009840     END-IF
009850     IF WS-WK-SUB-PRI > ZERO
009860         COMPUTE WS-WK-RATE-PRI ROUNDED =
009870             WS-WK-REJ-PRI * 100 / WS-WK-SUB-PRI
009880     END-IF
009890     EVALUATE TRUE
009900         WHEN WS-WK-SUB-CUR = ZERO
009910             MOVE 'IDLE' TO WS-WK-TREND
009920         WHEN WS-WK-SUB-PRI = ZERO
009930             MOVE 'NEW' TO WS-WK-TREND
009940         WHEN OTHER
009950             COMPUTE WS-WK-CHANGE =
009960                 WS-WK-RATE-CUR - WS-WK-RATE-PRI
009970             EVALUATE TRUE
009980                 WHEN WS-WK-CHANGE < ZERO
009990                     MOVE 'BETTER' TO WS-WK-TREND
010000                 WHEN WS-WK-CHANGE > ZERO
010010                     MOVE 'WORSE' TO WS-WK-TREND
010020                 WHEN OTHER
010030                     MOVE 'SAME' TO WS-WK-TREND
010040             END-EVALUATE
010050     END-EVALUATE
010060     IF WS-WK-SUB-CUR > ZERO
010070         AND WS-WK-SUB-CUR NOT < WS-MIN-CARDS
010080         AND WS-WK-RATE-CUR NOT < WS-FLAG-RATE
010090         SET WS-WK-FLAGGED TO TRUE
010100     END-IF.
010110 3500-EXIT.
010120     EXIT.
010130******************************************************************
010140*    3600-FORMAT-SCORE-LINE THRU 3600-EXIT                       *
010150*    FILLS WS-SCORE-LINE FROM THE RATED WORK AREA.  THE CALLER   *
010160*    HAS ALREADY PUT THE NAME IN SCL-NAME.                       *
010170******************************************************************
010180 3600-FORMAT-SCORE-LINE.
010190     MOVE WS-WK-SUB-CUR TO SCL-CUR-SUB
010200     MOVE WS-WK-REJ-CUR TO SCL-CUR-REJ
010210     MOVE WS-WK-SUB-PRI TO SCL-PRI-SUB
010220     MOVE WS-WK-REJ-PRI TO SCL-PRI-REJ
010230     IF WS-WK-SUB-CUR > ZERO
010240         MOVE WS-WK-RATE-CUR TO SCL-CUR-RATE-N
010250     ELSE
010260         MOVE SPACES TO SCL-CUR-RATE
010270     END-IF
010280     IF WS-WK-SUB-PRI > ZERO
010290         MOVE WS-WK-RATE-PRI TO SCL-PRI-RATE-N
010300     ELSE
010310         MOVE SPACES TO SCL-PRI-RATE
010320     END-IF
010330     IF WS-WK-SUB-CUR > ZERO AND WS-WK-SUB-PRI > ZERO
010340         MOVE WS-WK-CHANGE TO SCL-CHANGE-N
010350     ELSE
010360         MOVE SPACES TO SCL-CHANGE
010370     END-IF
010380     MOVE WS-WK-TREND TO SCL-TREND
010390     IF WS-WK-FLAGGED
010400         MOVE '** FLAGGED **' TO SCL-FLAG
010410     ELSE
010420         MOVE SPACES TO SCL-FLAG
010430     END-IF.
010440 3600-EXIT.
010450     EXIT.
010460******************************************************************
010470*    3700-BUILD-REASON-LINE THRU 3700-EXIT                       *
010480*    PICKS THE THREE REASON CODES WITH THE MOST REJECTS THIS     *
010490*    MONTH OUT OF THE WORK AREA INTO WS-REASON-LINE, MOST FIRST. *
010500*    EACH PICK IS ZEROED IN THE WORK AREA SO THE NEXT PICK       *
010510*    PASSES IT BY.                                               *
010520******************************************************************
010530 3700-BUILD-REASON-LINE.
010540     MOVE SPACES TO WS-REASON-LINE
010550     MOVE '    REASONS - ' TO WS-REASON-LINE (1:14)
010560     PERFORM 3710-PICK-ONE-REASON THRU 3710-EXIT
010570         VARYING WS-TOP-IX FROM 1 BY 1
010580         UNTIL WS-TOP-IX > 3.
010590 3700-EXIT.
010600     EXIT.
010610 3710-PICK-ONE-REASON.
010620     MOVE ZERO TO WS-RSN-HIT
010630     MOVE ZERO TO WS-TOP-MAX
010640     PERFORM 3720-TEST-ONE-REASON THRU 3720-EXIT
010650         VARYING WS-RSN-IX FROM 1 BY 1
010660         UNTIL WS-RSN-IX > 16
010670     IF WS-RSN-HIT = ZERO
010680         GO TO 3710-EXIT
010690     END-IF
010700     MOVE WS-RSN-CODE (WS-RSN-HIT) TO RSL-CODE (WS-TOP-IX)
010710     MOVE WS-RSN-TEXT (WS-RSN-HIT) TO RSL-TEXT (WS-TOP-IX)
010720     MOVE WS-TOP-MAX TO RSL-COUNT (WS-TOP-IX)
010730     MOVE ZERO TO WS-WK-RSN-CTR (WS-RSN-HIT).
010740 3710-EXIT.
010750     EXIT.
010760 3720-TEST-ONE-REASON.
010770     IF WS-WK-RSN-CTR (WS-RSN-IX) > WS-TOP-MAX
010780         MOVE WS-WK-RSN-CTR (WS-RSN-IX) TO WS-TOP-MAX
010790         MOVE WS-RSN-IX TO WS-RSN-HIT
010800     END-IF.
010810 3720-EXIT.
010820     EXIT.
010830******************************************************************
010840*    4000-PRINT-DEPARTMENTS THRU 4000-EXIT                       *
010850*    A NEW PAGE PER DEPARTMENT - ONE SCORE LINE PER OPERATOR     *
010860*    WITH CARDS IN EITHER MONTH (IN OPERATOR ORDER), EACH        *
010870*    FOLLOWED BY ITS TOP REASONS, THEN THE DEPARTMENT'S OWN      *
010880*    TOTAL AND TOP REASONS.                                      *
010890******************************************************************
010900 4000-PRINT-DEPARTMENTS.
010910     MOVE WS-SCORE-HEADING-A TO WS-HEADING-3
010920     MOVE 'OPERATOR' TO HDB-LABEL (3:8)
010930     MOVE WS-SCORE-HEADING-B TO WS-HEADING-4
010940     PERFORM 4100-PRINT-ONE-DEPARTMENT THRU 4100-EXIT
010950         VARYING WS-DEPT-IX FROM 1 BY 1
010960         UNTIL WS-DEPT-IX > WS-DEPT-COUNT.
010970 4000-EXIT.
010980     EXIT.
010990 4100-PRINT-ONE-DEPARTMENT.
011000     MOVE SPACES TO HD2-TEXT
011010     STRING 'DEPARTMENT ' WS-DEPT-NAME (WS-DEPT-IX)
011020         DELIMITED BY SIZE INTO HD2-TEXT
011030     MOVE 99 TO WS-LINE-CNT
011040     PERFORM 4200-PRINT-ONE-OPERATOR THRU 4200-EXIT
011050         VARYING WS-OPER-IX FROM 1 BY 1
011060         UNTIL WS-OPER-IX > WS-OPER-COUNT
011070     MOVE SPACES TO WS-PRINT-LINE
011080     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011090     MOVE WS-DEPT-CTRS (WS-DEPT-IX) TO WS-WK-CTRS
011100     MOVE WS-DEPT-RSN-GRP (WS-DEPT-IX) TO WS-WK-RSN-GRP
011110     PERFORM 3500-RATE-WORK-AREA THRU 3500-EXIT
011120     MOVE 'DEPT' TO SCL-NAME
011130     PERFORM 3600-FORMAT-SCORE-LINE THRU 3600-EXIT
011140     MOVE WS-SCORE-LINE TO WS-PRINT-LINE
011150     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011160     IF WS-WK-REJ-CUR > ZERO
011170         PERFORM 3700-BUILD-REASON-LINE THRU 3700-EXIT
011180         MOVE WS-REASON-LINE TO WS-PRINT-LINE
011190         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011200     END-IF.
011210 4100-EXIT.
011220     EXIT.
011230 4200-PRINT-ONE-OPERATOR.
011240     IF WS-OPER-DEPT (WS-OPER-IX) NOT = WS-DEPT-NAME (WS-DEPT-IX)
011250         GO TO 4200-EXIT
011260     END-IF
011270     MOVE WS-OPER-CTRS (WS-OPER-IX) TO WS-WK-CTRS
011280     MOVE WS-OPER-RSN-GRP (WS-OPER-IX) TO WS-WK-RSN-GRP
011290     PERFORM 3500-RATE-WORK-AREA THRU 3500-EXIT
011300     IF WS-WK-SUB-CUR = ZERO AND WS-WK-SUB-PRI = ZERO
011310         GO TO 4200-EXIT
011320     END-IF
011330     IF WS-WK-REJ-CUR > ZERO AND WS-LINE-CNT + 2 > WS-PAGE-DEPTH
011340         MOVE 99 TO WS-LINE-CNT
011350     END-IF
011360     MOVE WS-OPER-ID (WS-OPER-IX) TO SCL-NAME
011370     PERFORM 3600-FORMAT-SCORE-LINE THRU 3600-EXIT
011380     MOVE WS-SCORE-LINE TO WS-PRINT-LINE
011390     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011400     IF WS-WK-REJ-CUR > ZERO
011410         PERFORM 3700-BUILD-REASON-LINE THRU 3700-EXIT
011420         MOVE WS-REASON-LINE TO WS-PRINT-LINE
011430         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011440     END-IF.
011450 4200-EXIT.
011460     EXIT.
011470******************************************************************
011480*    4500-PRINT-DEPT-SUMMARY THRU 4500-EXIT                      *
011490*    ONE SCORE LINE PER DEPARTMENT AND THE GRAND TOTAL, SO THE   *
011500*    DEPARTMENTS CAN BE COMPARED SIDE BY SIDE.                   *
011510******************************************************************
011520 4500-PRINT-DEPT-SUMMARY.
011530     MOVE 'DEPARTMENT SUMMARY' TO HD2-TEXT
011540     MOVE 'DEPT' TO HDB-LABEL (3:8)
011550     MOVE WS-SCORE-HEADING-B TO WS-HEADING-4
011560     MOVE 99 TO WS-LINE-CNT
011570     PERFORM 4600-PRINT-ONE-DEPT-LINE THRU 4600-EXIT
011580         VARYING WS-DEPT-IX FROM 1 BY 1
011590         UNTIL WS-DEPT-IX > WS-DEPT-COUNT
011600     MOVE SPACES TO WS-PRINT-LINE
011610     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011620     MOVE WS-GRAND-CTRS TO WS-WK-CTRS
011630     PERFORM 4550-CLEAR-ONE-WORK-REASON THRU 4550-EXIT
011640         VARYING WS-RSN-IX FROM 1 BY 1
011650         UNTIL WS-RSN-IX > 16
011660     PERFORM 3500-RATE-WORK-AREA THRU 3500-EXIT
011670     MOVE 'ALL' TO SCL-NAME
011680     PERFORM 3600-FORMAT-SCORE-LINE THRU 3600-EXIT
011690     MOVE SPACES TO SCL-FLAG
011700     MOVE WS-SCORE-LINE TO WS-PRINT-LINE
011710     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011720 4500-EXIT.
011730     EXIT.
011740 4550-CLEAR-ONE-WORK-REASON.
011750     MOVE ZERO TO WS-WK-RSN-CTR (WS-RSN-IX).
011760 4550-EXIT.
011770     EXIT.
011780 4600-PRINT-ONE-DEPT-LINE.
011790     MOVE WS-DEPT-CTRS (WS-DEPT-IX) TO WS-WK-CTRS
011800     MOVE WS-DEPT-RSN-GRP (WS-DEPT-IX) TO WS-WK-RSN-GRP
011810     PERFORM 3500-RATE-WORK-AREA THRU 3500-EXIT
011820     MOVE WS-DEPT-NAME (WS-DEPT-IX) TO SCL-NAME
011830     PERFORM 3600-FORMAT-SCORE-LINE THRU 3600-EXIT
011840     MOVE WS-SCORE-LINE TO WS-PRINT-LINE
011850     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011860 4600-EXIT.
011870     EXIT.
011880******************************************************************
011890*    5000-PRINT-REASON-SUMMARY THRU 5000-EXIT                    *
011900*    EVERY REASON CODE WITH REJECTS IN EITHER MONTH - ITS        *
011910*    MEANING, THIS MONTH'S COUNT AND SHARE OF ALL REJECTS, LAST  *
011920*    MONTH'S COUNT, AND THE CHANGE - SO THE EDITS THAT TRIP MOST *
011930*    STAND OUT.                                                  *
011940******************************************************************
011950 5000-PRINT-REASON-SUMMARY.
011960     MOVE 'REJECTS BY REASON CODE' TO HD2-TEXT
011970     MOVE SPACES TO WS-HEADING-3
011980     MOVE WS-RSN-HEADING TO WS-HEADING-4
011990     MOVE 99 TO WS-LINE-CNT
012000     PERFORM 5100-PRINT-ONE-REASON THRU 5100-EXIT
012010         VARYING WS-RSN-IX FROM 1 BY 1
012020         UNTIL WS-RSN-IX > 16.
012030 5000-EXIT.
012040     EXIT.
012050 5100-PRINT-ONE-REASON.
012060     IF WS-RSN-CUR (WS-RSN-IX) = ZERO
012070         AND WS-RSN-PRI (WS-RSN-IX) = ZERO
012080         GO TO 5100-EXIT
012090     END-IF
012100     MOVE WS-RSN-CODE (WS-RSN-IX) TO RSS-CODE
012110     MOVE WS-RSN-TEXT (WS-RSN-IX) TO RSS-TEXT
012120     MOVE WS-RSN-CUR (WS-RSN-IX) TO RSS-CUR
012130     IF WS-GR-REJ-CUR > ZERO
012140         COMPUTE RSS-PCT ROUNDED =
012150             WS-RSN-CUR (WS-RSN-IX) * 100 / WS-GR-REJ-CUR
012160     ELSE
012170         MOVE ZERO TO RSS-PCT
012180     END-IF
012190     MOVE WS-RSN-PRI (WS-RSN-IX) TO RSS-PRI
012200     COMPUTE RSS-CHANGE =
012210         WS-RSN-CUR (WS-RSN-IX) - WS-RSN-PRI (WS-RSN-IX)
012220     MOVE WS-RSN-SUMMARY-LINE TO WS-PRINT-LINE
012230     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
012240 5100-EXIT.
012250     EXIT.
012260******************************************************************
012270*    5500-PRINT-EXCEPTIONS THRU 5500-EXIT                        *
012280*    THE WORST OFFENDERS ON A PAGE OF THEIR OWN FOR THE          *
012290*    SCHEDULING GROUP TO TARGET TRAINING - EVERY FLAGGED         *
012300*    OPERATOR, HIGHEST REJECT RATE FIRST (MOST REJECTS FIRST ON  *
012310*    A TIE), WITH THE LEADING REASON, THEN EVERY FLAGGED         *
012320*    DEPARTMENT THE SAME WAY.                                    *
012330******************************************************************
012340 5500-PRINT-EXCEPTIONS.
012350     MOVE 'EXCEPTIONS - FLAGGED FOR TRAINING' TO HD2-TEXT
012360     MOVE SPACES TO WS-HEADING-3
012370     MOVE WS-FLAG-RATE TO WS-EDIT-RATE
012380     MOVE WS-MIN-CARDS TO WS-EDIT-CARDS
012390     STRING '  REJECT RATE OF ' WS-EDIT-RATE
012400         ' PERCENT OR MORE ON AT LEAST ' WS-EDIT-CARDS
012410         ' CARDS SUBMITTED IN THE MONTH'
012420         DELIMITED BY SIZE INTO WS-HEADING-3
012430     MOVE WS-EXC-HEADING TO WS-HEADING-4
012440     MOVE 99 TO WS-LINE-CNT
012450     MOVE SPACES TO WS-NOTE-LINE
012460     MOVE 'OPERATORS' TO NTL-TEXT
012470     MOVE WS-NOTE-LINE TO WS-PRINT-LINE
012480     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
012490     MOVE ZERO TO WS-RANK
012500     MOVE 1 TO WS-PICK-IX
012510     PERFORM 5600-LIST-WORST-OPERATOR THRU 5600-EXIT
012520         UNTIL WS-PICK-IX = ZERO
012530     IF WS-FLAG-OPER-CTR = ZERO
012540         MOVE 'NO OPERATOR MET THE FLAGGING THRESHOLD' TO NTL-TEXT
012550         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
012560         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
012570     END-IF
012580     MOVE SPACES TO WS-PRINT-LINE
012590     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
012600     MOVE 'DEPARTMENTS' TO NTL-TEXT
012610     MOVE WS-NOTE-LINE TO WS-PRINT-LINE
012620     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
012630     MOVE ZERO TO WS-RANK
012640     MOVE 1 TO WS-PICK-IX
012650     PERFORM 5700-LIST-WORST-DEPT THRU 5700-EXIT
012660         UNTIL WS-PICK-IX = ZERO
012670     IF WS-FLAG-DEPT-CTR = ZERO
012680         MOVE 'NO DEPARTMENT MET THE FLAGGING THRESHOLD'
012690             TO NTL-TEXT
012700         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
012710         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
012720     END-IF.
012730 5500-EXIT.
012740     EXIT.
012750******************************************************************
012760*    5600-LIST-WORST-OPERATOR THRU 5600-EXIT                     *
012770*    FINDS THE FLAGGED OPERATOR NOT YET LISTED WITH THE HIGHEST  *
012780*    RATE AND LISTS IT.  WS-PICK-IX COMES BACK ZERO WHEN NONE IS *
012790*    LEFT.                                                       *
012800******************************************************************
012810 5600-LIST-WORST-OPERATOR.
012820     MOVE ZERO TO WS-PICK-IX
012830     MOVE ZERO TO WS-PICK-RATE
012840     MOVE ZERO TO WS-PICK-REJ
012850     PERFORM 5610-TEST-ONE-OPERATOR THRU 5610-EXIT
012860         VARYING WS-OPER-IX FROM 1 BY 1
012870         UNTIL WS-OPER-IX > WS-OPER-COUNT
012880     IF WS-PICK-IX = ZERO
012890         GO TO 5600-EXIT
012900     END-IF
012910     SET WS-OPER-LISTED-YES (WS-PICK-IX) TO TRUE
012920     MOVE WS-OPER-CTRS (WS-PICK-IX) TO WS-WK-CTRS
012930     MOVE WS-OPER-RSN-GRP (WS-PICK-IX) TO WS-WK-RSN-GRP
012940     MOVE SPACES TO WS-EXC-LINE
012950     MOVE WS-OPER-ID (WS-PICK-IX) TO EXL-OPER
012960     MOVE WS-OPER-DEPT (WS-PICK-IX) TO EXL-DEPT
012970     PERFORM 5800-PRINT-EXCEPTION-LINE THRU 5800-EXIT.
012980 5600-EXIT.
012990     EXIT.
013000 5610-TEST-ONE-OPERATOR.
013010     IF NOT WS-OPER-FLAGGED (WS-OPER-IX)
013020         OR WS-OPER-LISTED-YES (WS-OPER-IX)
013030         GO TO 5610-EXIT
013040     END-IF
013050     IF WS-PICK-IX = ZERO
013060         OR WS-OPER-RATE (WS-OPER-IX) > WS-PICK-RATE
013070         OR (WS-OPER-RATE (WS-OPER-IX) = WS-PICK-RATE
013080             AND WS-OPER-REJ-CUR (WS-OPER-IX) > WS-PICK-REJ)
013090         MOVE WS-OPER-IX TO WS-PICK-IX
013100         MOVE WS-OPER-RATE (WS-OPER-IX) TO WS-PICK-RATE
013110         MOVE WS-OPER-REJ-CUR (WS-OPER-IX) TO WS-PICK-REJ
013120     END-IF.
013130 5610-EXIT.
013140     EXIT.
013150 5700-LIST-WORST-DEPT.
013160     MOVE ZERO TO WS-PICK-IX
013170     MOVE ZERO TO WS-PICK-RATE
013180     MOVE ZERO TO WS-PICK-REJ
013190     PERFORM 5710-TEST-ONE-DEPT THRU 5710-EXIT
013200         VARYING WS-DEPT-IX FROM 1 BY 1
013210         UNTIL WS-DEPT-IX > WS-DEPT-COUNT
013220     IF WS-PICK-IX = ZERO
013230         GO TO 5700-EXIT
013240     END-IF
013250     SET WS-DEPT-LISTED-YES (WS-PICK-IX) TO TRUE
013260     MOVE WS-DEPT-CTRS (WS-PICK-IX) TO WS-WK-CTRS
013270     MOVE WS-DEPT-RSN-GRP (WS-PICK-IX) TO WS-WK-RSN-GRP
013280     MOVE SPACES TO WS-EXC-LINE
013290     MOVE WS-DEPT-NAME (WS-PICK-IX) TO EXL-DEPT
013300     PERFORM 5800-PRINT-EXCEPTION-LINE THRU 5800-EXIT.
013310 5700-EXIT.
013320     EXIT.
013330 5710-TEST-ONE-DEPT.
013340     IF NOT WS-DEPT-FLAGGED (WS-DEPT-IX)
013350         OR WS-DEPT-LISTED-YES (WS-DEPT-IX)
013360         GO TO 5710-EXIT
013370     END-IF
013380     IF WS-PICK-IX = ZERO
013390         OR WS-DEPT-RATE (WS-DEPT-IX) > WS-PICK-RATE
013400         OR (WS-DEPT-RATE (WS-DEPT-IX) = WS-PICK-RATE
013410             AND WS-DEPT-REJ-CUR (WS-DEPT-IX) > WS-PICK-REJ)
013420         MOVE WS-DEPT-IX TO WS-PICK-IX
013430         MOVE WS-DEPT-RATE (WS-DEPT-IX) TO WS-PICK-RATE
013440         MOVE WS-DEPT-REJ-CUR (WS-DEPT-IX) TO WS-PICK-REJ
013450     END-IF.
013460 5710-EXIT.
013470     EXIT.
013480******************************************************************
013490*    5800-PRINT-EXCEPTION-LINE THRU 5800-EXIT                    *
013500*    RANKS AND PRINTS THE FIGURES IN THE WORK AREA; THE CALLER   *
013510*    HAS ALREADY NAMED THE OPERATOR AND/OR DEPARTMENT ON THE     *
013520*    LINE.                                                       *
013530******************************************************************
013540 5800-PRINT-EXCEPTION-LINE.
013550     PERFORM 3500-RATE-WORK-AREA THRU 3500-EXIT
013560     ADD 1 TO WS-RANK
013570     MOVE WS-RANK TO EXL-RANK
013580     MOVE WS-WK-SUB-CUR TO EXL-SUB
013590     MOVE WS-WK-REJ-CUR TO EXL-REJ
013600     MOVE WS-WK-RATE-CUR TO EXL-RATE
013610     IF WS-WK-SUB-PRI > ZERO
013620         MOVE WS-WK-RATE-PRI TO SCL-PRI-RATE-N
013630         MOVE SCL-PRI-RATE TO EXL-PRI-RATE
013640     END-IF
013650     MOVE WS-WK-TREND TO EXL-TREND
013660     PERFORM 3700-BUILD-REASON-LINE THRU 3700-EXIT
013670     MOVE RSL-CODE (1) TO EXL-CODE
013680     MOVE RSL-TEXT (1) TO EXL-TEXT
013690     MOVE WS-EXC-LINE TO WS-PRINT-LINE
013700     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013710 5800-EXIT.
013720     EXIT.
013730******************************************************************
013740*    6000-PRINT-RUN-SUMMARY THRU 6000-EXIT                       *
013750*    THE SCORECARD'S PARAMETERS AND CONTROL COUNTS ON A PAGE OF  *
013760*    THEIR OWN.                                                  *
013770******************************************************************
013780 6000-PRINT-RUN-SUMMARY.
013790     MOVE 'SCORECARD SUMMARY' TO HD2-TEXT
013800     MOVE SPACES TO WS-HEADING-3
013810     MOVE SPACES TO WS-HEADING-4
013820     MOVE 99 TO WS-LINE-CNT
013830     MOVE 'MONTH SCORED' TO SUM-LABEL
013840     MOVE WS-CUR-MONTH TO SUM-VALUE
013850     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
013860     MOVE 'COMPARED WITH MONTH' TO SUM-LABEL
013870     MOVE WS-PRI-MONTH TO SUM-VALUE
013880     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
013890     MOVE 'FLAGGING RATE IN PERCENT' TO SUM-LABEL
013900     MOVE WS-FLAG-RATE TO SUM-COUNT
013910     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
013920     MOVE 'FEWEST CARDS BEFORE A RATE IS FLAGGED' TO SUM-LABEL
013930     MOVE WS-MIN-CARDS TO SUM-COUNT
013940     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
013950     MOVE SPACES TO WS-PRINT-LINE
013960     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
013970     MOVE 'CARDS SUBMITTED IN THE MONTH' TO SUM-LABEL
013980     COMPUTE SUM-COUNT = WS-GR-ACC-CUR + WS-GR-REJ-CUR
013990     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014000     MOVE 'CARDS REJECTED IN THE MONTH' TO SUM-LABEL
014010     MOVE WS-GR-REJ-CUR TO SUM-COUNT
014020     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014030     MOVE 'CARDS SUBMITTED IN THE PRIOR MONTH' TO SUM-LABEL
014040     COMPUTE SUM-COUNT = WS-GR-ACC-PRI + WS-GR-REJ-PRI
014050     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014060     MOVE 'CARDS REJECTED IN THE PRIOR MONTH' TO SUM-LABEL
014070     MOVE WS-GR-REJ-PRI TO SUM-COUNT
014080     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014090     MOVE 'OPERATORS SCORED' TO SUM-LABEL
014100     MOVE WS-ACTIVE-OPER-CTR TO SUM-COUNT
014110     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014120     MOVE 'OPERATORS NOT ON BANSEC (DEPARTMENT UNASSIGN)'
014130         TO SUM-LABEL
014140     MOVE WS-UNASSIGN-CTR TO SUM-COUNT
014150     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014160     MOVE 'DEPARTMENTS SCORED' TO SUM-LABEL
014170     MOVE WS-DEPT-COUNT TO SUM-COUNT
014180     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014190     MOVE 'OPERATORS FLAGGED' TO SUM-LABEL
014200     MOVE WS-FLAG-OPER-CTR TO SUM-COUNT
014210     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014220     MOVE 'DEPARTMENTS FLAGGED' TO SUM-LABEL
014230     MOVE WS-FLAG-DEPT-CTR TO SUM-COUNT
014240     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014250     MOVE SPACES TO WS-PRINT-LINE
014260     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
014270     MOVE 'REJECT LOG RECORDS READ' TO SUM-LABEL
014280     MOVE WS-LOG-READ-CTR TO SUM-COUNT
014290     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014300     MOVE 'REJECT LOG RECORDS OUTSIDE THE TWO MONTHS' TO SUM-LABEL
014310     MOVE WS-LOG-OTHER-CTR TO SUM-COUNT
014320     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014330     MOVE 'HISTORY RECORDS READ IN THE TWO MONTHS' TO SUM-LABEL
014340     MOVE WS-HIST-READ-CTR TO SUM-COUNT
014350     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014360     MOVE 'REPRINT RECORDS PASSED OVER' TO SUM-LABEL
014370     MOVE WS-REPRINT-CTR TO SUM-COUNT
014380     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014390     MOVE 'SPLICE DIVIDER RECORDS PASSED OVER' TO SUM-LABEL
014400     MOVE WS-SPLICE-CTR TO SUM-COUNT
014410     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT
014420     IF WS-GR-ACC-CUR = ZERO AND WS-GR-REJ-CUR = ZERO
014430         DISPLAY 'BANRSC0026W - NO REQUEST CARDS FOUND FOR MONTH '
014440             WS-CUR-MONTH
014450         MOVE 4 TO RETURN-CODE
014460     END-IF
014470     DISPLAY 'BANRSC0027I - ' WS-ACTIVE-OPER-CTR ' OPERATORS, '
014480         WS-DEPT-COUNT ' DEPARTMENTS SCORED, '
014490         WS-FLAG-OPER-CTR ' OPERATORS AND '
014500         WS-FLAG-DEPT-CTR ' DEPARTMENTS FLAGGED'.
014510 6000-EXIT.
014520     EXIT.
014530 6100-PRINT-SUMMARY-LINE.
014540     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
014550     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
014560     MOVE SPACES TO SUM-LABEL SUM-VALUE.
014570 6100-EXIT.
014580     EXIT.
014590******************************************************************
014600*    7000-WRITE-REPORT-LINE THRU 7000-EXIT                       *
014610*    COUNTS LINES AGAINST THE PAGE DEPTH AND STARTS A NEW HEADED *
014620*    PAGE WHEN THE CURRENT ONE IS FULL.                          *
014630******************************************************************
014640 7000-WRITE-REPORT-LINE.
014650     IF WS-LINE-CNT >= WS-PAGE-DEPTH
014660         PERFORM 7100-START-NEW-PAGE THRU 7100-EXIT
014670     END-IF
014680     MOVE WS-PRINT-LINE TO SCR-RPT-RECORD
014690     WRITE SCR-RPT-RECORD AFTER ADVANCING 1 LINE
014700     IF WS-RPT-STATUS NOT = '00'
014710         DISPLAY 'BANRSC0028E - SCRRPT01 WRITE FAILED, STATUS '
014720             WS-RPT-STATUS
014730         MOVE 16 TO RETURN-CODE
014740         STOP RUN
014750     END-IF
014760     ADD 1 TO WS-LINE-CNT.
014770 7000-EXIT.
014780     EXIT.
014790******************************************************************
014800*    7100-START-NEW-PAGE THRU 7100-EXIT                          *
014810******************************************************************
014820 7100-START-NEW-PAGE.
014830     ADD 1 TO WS-PAGE-NUM
014840     MOVE WS-PAGE-NUM TO HD1-PAGE
014850     MOVE WS-HEADING-1 TO SCR-RPT-RECORD
014860     WRITE SCR-RPT-RECORD AFTER ADVANCING PAGE
014870     IF WS-RPT-STATUS NOT = '00'
014880         DISPLAY 'BANRSC0028E - SCRRPT01 WRITE FAILED, STATUS '
014890             WS-RPT-STATUS
014900         MOVE 16 TO RETURN-CODE
014910         STOP RUN
014920     END-IF
014930     MOVE WS-HEADING-2 TO SCR-RPT-RECORD
014940     WRITE SCR-RPT-RECORD AFTER ADVANCING 1 LINE
014950     IF WS-RPT-STATUS NOT = '00'
014960         DISPLAY 'BANRSC0028E - SCRRPT01 WRITE FAILED, STATUS '
014970             WS-RPT-STATUS
014980         MOVE 16 TO RETURN-CODE
014990         STOP RUN
015000     END-IF
015010     MOVE WS-HEADING-3 TO SCR-RPT-RECORD
015020     WRITE SCR-RPT-RECORD AFTER ADVANCING 2 LINES
015030     IF WS-RPT-STATUS NOT = '00'
015040         DISPLAY 'BANRSC0028E - SCRRPT01 WRITE FAILED, STATUS '
015050             WS-RPT-STATUS
015060         MOVE 16 TO RETURN-CODE
015070         STOP RUN
015080     END-IF
015090     MOVE WS-HEADING-4 TO SCR-RPT-RECORD
015100     WRITE SCR-RPT-RECORD AFTER ADVANCING 1 LINE
015110     IF WS-RPT-STATUS NOT = '00'
015120         DISPLAY 'BANRSC0028E - SCRRPT01 WRITE FAILED, STATUS '
015130             WS-RPT-STATUS
015140         MOVE 16 TO RETURN-CODE
015150         STOP RUN
015160     END-IF
015170     MOVE SPACES TO SCR-RPT-RECORD
015180     WRITE SCR-RPT-RECORD AFTER ADVANCING 1 LINE
015190     IF WS-RPT-STATUS NOT = '00'
015200         DISPLAY 'BANRSC0028E - SCRRPT01 WRITE FAILED, STATUS '
015210             WS-RPT-STATUS
015220         MOVE 16 TO RETURN-CODE
015230         STOP RUN
015240     END-IF
015250     MOVE 6 TO WS-LINE-CNT.
015260 7100-EXIT.
015270     EXIT.
