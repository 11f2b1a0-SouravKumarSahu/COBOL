000100******************************************************************
000110* IDENTIFICATION DIVISION                                       *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    BANMANIF.
000150 AUTHOR.        D SPRAGUE.
000160 INSTALLATION.  REPORT PRODUCTION - BATCH SUPPORT.
000170 DATE-WRITTEN.  10/15/26.
000180 DATE-COMPILED.
000190******************************************************************
000200* MODIFICATION HISTORY                                          *
000210* 10/15/26  DPS  ORIGINAL.  PRINT ROOM DISTRIBUTION MANIFEST,    *
000220*                RUN WITH EACH BANNER RUN BEHIND STARTRIANGLE.   *
000230*                FOR EACH OF THE FOUR DESTINATION DECKS          *
000240*                (BANRPT01-04) IT LISTS EVERY DIVIDER IN PRINT   *
000250*                ORDER - JOB, REQUEST, OPERATOR, SHAPE, FIRST    *
000260*                AND LAST DECK PAGE, PAGES, AND BANNER ROWS -    *
000270*                FROM THE RUN'S BANAUDIT, FOLLOWED BY THE        *
000280*                DECK'S TOTALS AND A RECEIPT AND SIGN-OFF BLOCK  *
000290*                FOR WHOEVER BURSTS AND DISTRIBUTES IT.  A       *
000300*                DIVIDER THAT DOES NOT START ON THE PAGE AFTER   *
000310*                THE ONE BEFORE IT (A RESTART, OR A LOST AUDIT   *
000320*                RECORD) IS MARKED.  DECK TOTALS ARE COUNTED     *
000330*                THE WAY BANRECON COUNTS ITS PER-DESTINATION     *
000340*                FIGURES FROM THE SAME BANAUDIT, SO THE TWO      *
000350*                AGREE.                                          *
000360******************************************************************
000370*
000380* PURPOSE.  PRINTS THE DISTRIBUTION MANIFEST (MANRPT01) FOR THE
000390*           PRINT ROOM - ONE SECTION PER DESTINATION DECK.
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BANN-AUDIT-FILE    ASSIGN TO BANAUDIT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AUD-STATUS.
000500     SELECT OPTIONAL BANN-DEST-FILE ASSIGN TO BANDEST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS DEST-CODE
000540         FILE STATUS IS WS-DST-STATUS.
000550     SELECT MAN-RPT-FILE       ASSIGN TO MANRPT01
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.
000580******************************************************************
000590* DATA DIVISION                                                 *
000600******************************************************************
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  BANN-AUDIT-FILE
000640     RECORDING MODE IS F.
000650 01  BANN-AUDIT-RECORD.
000660     COPY BANNAUD.
000670 FD  BANN-DEST-FILE.
000680 01  BANN-DEST-RECORD.
000690     COPY BANNDEST.
000700 FD  MAN-RPT-FILE
000710     RECORDING MODE IS F.
000720 01  MAN-RPT-RECORD           PIC X(132).
000730******************************************************************
000740*    WORKING-STORAGE SECTION                                    *
000750******************************************************************
000760 WORKING-STORAGE SECTION.
000770 01  WS-AUD-STATUS            PIC X(02) VALUE '00'.
000780 01  WS-DST-STATUS            PIC X(02) VALUE '00'.
000790 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000800 01  WS-AUD-EOF               PIC X(01) VALUE 'N'.
000810     88  WS-AUD-EOF-YES           VALUE 'Y'.
000820 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
000830 01  WS-CUR-DEST              PIC 9(01) VALUE 1.
000840 01  WS-DEST-IX               PIC 9(01) COMP.
000850 01  WS-DECK-SEQ              PIC 9(05) COMP VALUE ZERO.
000860*    THE PAGE THE NEXT DIVIDER IN THE DECK SHOULD START ON - ZERO
000870*    WHEN IT CANNOT BE KNOWN (AFTER A DIVIDER WITHOUT PAGES).
000880 01  WS-NEXT-PAGE             PIC 9(05) COMP VALUE ZERO.
000890 01  WS-DIV-PAGES             PIC 9(05) COMP VALUE ZERO.
000900 01  WS-PAGES-KNOWN           PIC X(01) VALUE 'N'.
000910     88  WS-PAGES-KNOWN-YES       VALUE 'Y'.
000920 01  WS-EDIT-NEXT             PIC 9(05).
000930 01  WS-DEST-NAME-TABLE.
000940     05  WS-DEST-NAME         PIC X(24) OCCURS 4 TIMES.
000950******************************************************************
000960* DECK TOTALS, KEPT BY DESTINATION CODE.  A RECORD WHOSE         *
000970* DESTINATION IS BLANK OR OUT OF RANGE IS COUNTED IN DECK 1, AS  *
000980* BANRECON AND STARTRIANGLE TREAT IT.                            *
000990******************************************************************
001000 01  WS-DEST-TOTALS.
001010     05  WS-DEST-ENTRY OCCURS 4 TIMES.
001020         10  WS-DEST-DIVIDERS     PIC 9(07) COMP VALUE ZERO.
001030         10  WS-DEST-PAGES        PIC 9(07) COMP VALUE ZERO.
001040         10  WS-DEST-ROWS         PIC 9(09) COMP VALUE ZERO.
001050 01  WS-TOT-DIVIDERS          PIC 9(07) COMP VALUE ZERO.
001060 01  WS-TOT-PAGES             PIC 9(07) COMP VALUE ZERO.
001070 01  WS-TOT-ROWS              PIC 9(09) COMP VALUE ZERO.
001080******************************************************************
001090* COUNTERS.                                                      *
001100******************************************************************
001110 01  WS-AUDIT-CTR             PIC 9(07) COMP VALUE ZERO.
001120 01  WS-NO-PAGE-CTR           PIC 9(07) COMP VALUE ZERO.
001130 01  WS-BREAK-CTR             PIC 9(07) COMP VALUE ZERO.
001140******************************************************************
001150* REPORT LINES.                                                  *
001160******************************************************************
001170 01  WS-LINE-CNT              PIC 9(03) COMP VALUE 99.
001180 01  WS-PAGE-NUM              PIC 9(05) COMP VALUE ZERO.
001190 01  WS-PAGE-DEPTH            PIC 9(03) COMP VALUE 60.
001200 01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
001210 01  WS-HEADING-1.
001220     05  FILLER               PIC X(10) VALUE 'BANMANIF'.
001230     05  FILLER               PIC X(20) VALUE SPACES.
001240     05  FILLER               PIC X(36) VALUE
001250         'PRINT ROOM DISTRIBUTION MANIFEST'.
001260     05  FILLER               PIC X(09) VALUE 'RUN DATE '.
001270     05  HD1-RUN-DATE         PIC 9(08).
001280     05  FILLER               PIC X(39) VALUE SPACES.
001290     05  FILLER               PIC X(05) VALUE 'PAGE '.
001300     05  HD1-PAGE             PIC ZZZZ9.
001310*    LINE 2 NAMES THE DECK (OR THE SUMMARY) THE PAGE BELONGS TO;
001320*    LINES 3 AND 4 CARRY THE DIVIDER LISTING'S COLUMN HEADINGS.
001330 01  WS-HEADING-2.
001340     05  HD2-TEXT             PIC X(80).
001350     05  FILLER               PIC X(52) VALUE SPACES.
001360 01  WS-HEADING-3             PIC X(132) VALUE SPACES.
001370 01  WS-HEADING-4             PIC X(132) VALUE SPACES.
001380 01  WS-DECK-TITLE.
001390     05  FILLER               PIC X(12) VALUE 'DESTINATION '.
001400     05  DKT-CODE             PIC 9(01).
001410     05  FILLER               PIC X(02) VALUE SPACES.
001420     05  DKT-NAME             PIC X(24).
001430     05  FILLER               PIC X(15) VALUE '   DECK BANRPT0'.
001440     05  DKT-DD-DIGIT         PIC 9(01).
001450     05  FILLER               PIC X(25) VALUE SPACES.
001460 01  WS-DIV-HEADING-A.
001470     05  FILLER               PIC X(46) VALUE SPACES.
001480     05  FILLER               PIC X(09) VALUE 'FIRST'.
001490     05  FILLER               PIC X(05) VALUE ' LAST'.
001500     05  FILLER               PIC X(72) VALUE SPACES.
001510 01  WS-DIV-HEADING-B.
001520     05  FILLER               PIC X(08) VALUE '   SEQ'.
001530     05  FILLER               PIC X(10) VALUE 'JOB ID'.
001540     05  FILLER               PIC X(10) VALUE 'REQUEST'.
001550     05  FILLER               PIC X(10) VALUE 'OPERATOR'.
001560     05  FILLER               PIC X(08) VALUE 'SHAPE'.
001570     05  FILLER               PIC X(09) VALUE ' PAGE'.
001580     05  FILLER               PIC X(08) VALUE ' PAGE'.
001590     05  FILLER               PIC X(07) VALUE 'PAGES'.
001600     05  FILLER               PIC X(10) VALUE '   ROWS'.
001610     05  FILLER               PIC X(52) VALUE 'CHECK'.
001620*    ONE DIVIDER, IN THE ORDER IT CAME OFF THE PRINTER.
001630 01  WS-DIV-LINE.
001640     05  FILLER               PIC X(02) VALUE SPACES.
001650     05  DVL-SEQ              PIC ZZZ9.
001660     05  FILLER               PIC X(02) VALUE SPACES.
001670     05  DVL-JOB              PIC X(08).
001680     05  FILLER               PIC X(06) VALUE SPACES.
001690     05  DVL-REQUEST          PIC ZZ9.
001700     05  FILLER               PIC X(03) VALUE SPACES.
001710     05  DVL-OPERATOR         PIC X(08).
001720     05  FILLER               PIC X(04) VALUE SPACES.
001730     05  DVL-SHAPE            PIC X(01).
001740     05  FILLER               PIC X(05) VALUE SPACES.
001750     05  DVL-FIRST            PIC X(05).
001760     05  DVL-FIRST-N REDEFINES DVL-FIRST
001770                              PIC ZZZZ9.
001780     05  FILLER               PIC X(04) VALUE SPACES.
001790     05  DVL-LAST             PIC X(05).
001800     05  DVL-LAST-N REDEFINES DVL-LAST
001810                              PIC ZZZZ9.
001820     05  FILLER               PIC X(03) VALUE SPACES.
001830     05  DVL-PAGES            PIC X(05).
001840     05  DVL-PAGES-N REDEFINES DVL-PAGES
001850                              PIC ZZZZ9.
001860     05  FILLER               PIC X(02) VALUE SPACES.
001870     05  DVL-ROWS             PIC ZZZZZZ9.
001880     05  FILLER               PIC X(03) VALUE SPACES.
001890     05  DVL-CHECK            PIC X(40).
001900     05  FILLER               PIC X(12) VALUE SPACES.
001910 01  WS-NOTE-LINE.
001920     05  FILLER               PIC X(02) VALUE SPACES.
001930     05  NTL-TEXT             PIC X(100).
001940     05  FILLER               PIC X(30) VALUE SPACES.
001950*    DECK TOTALS AND THE SUMMARY PAGE USE THE SAME LINE, LAID OUT
001960*    LIKE BANRECON'S PER-DESTINATION LINE SO THEY CAN BE TICKED
001970*    AGAINST IT.
001980 01  WS-TOTAL-LINE.
001990     05  FILLER               PIC X(02) VALUE SPACES.
002000     05  TTL-LABEL            PIC X(12).
002010     05  TTL-CODE             PIC X(01).
002020     05  FILLER               PIC X(01) VALUE SPACES.
002030     05  TTL-NAME             PIC X(24).
002040     05  FILLER               PIC X(12) VALUE '   DIVIDERS '.
002050     05  TTL-DIVIDERS         PIC ZZZZZZ9.
002060     05  FILLER               PIC X(07) VALUE '  ROWS '.
002070     05  TTL-ROWS             PIC ZZZZZZZZ9.
002080     05  FILLER               PIC X(08) VALUE '  PAGES '.
002090     05  TTL-PAGES            PIC ZZZZZZ9.
002100     05  FILLER               PIC X(42) VALUE SPACES.
002110******************************************************************
002120* THE RECEIPT AND SIGN-OFF BLOCK EVERY DECK ENDS WITH - THE      *
002130* COUNT TAKEN WHEN THE DECK COMES OFF THE PRINTER, AND THE       *
002140* SIGNATURE OF WHOEVER BURSTS AND DISTRIBUTES IT.                *
002150******************************************************************
002160 01  WS-RECEIPT-1.
002170     05  FILLER               PIC X(02) VALUE SPACES.
002180     05  FILLER               PIC X(46) VALUE
002190         'DECK RECEIVED FROM THE PRINTER - DIVIDERS '.
002200     05  FILLER               PIC X(10) VALUE ALL '_'.
002210     05  FILLER               PIC X(09) VALUE '   PAGES '.
002220     05  FILLER               PIC X(10) VALUE ALL '_'.
002230     05  FILLER               PIC X(55) VALUE SPACES.
002240 01  WS-RECEIPT-2.
002250     05  FILLER               PIC X(02) VALUE SPACES.
002260     05  FILLER               PIC X(42) VALUE
002270         'COUNTS AGREE WITH THE DECK TOTALS ABOVE'.
002280     05  FILLER               PIC X(18) VALUE 'YES ___   NO ___'.
002290     05  FILLER               PIC X(70) VALUE SPACES.
002300 01  WS-SIGN-LINE.
002310     05  FILLER               PIC X(02) VALUE SPACES.
002320     05  SGN-ROLE             PIC X(26).
002330     05  FILLER               PIC X(30) VALUE ALL '_'.
002340     05  FILLER               PIC X(08) VALUE '   DATE '.
002350     05  FILLER               PIC X(10) VALUE ALL '_'.
002360     05  FILLER               PIC X(08) VALUE '   TIME '.
002370     05  FILLER               PIC X(08) VALUE ALL '_'.
002380     05  FILLER               PIC X(40) VALUE SPACES.
002390 01  WS-SUMMARY-LINE.
002400     05  FILLER               PIC X(02) VALUE SPACES.
002410     05  SUM-LABEL            PIC X(50).
002420     05  SUM-COUNT            PIC ZZZ,ZZZ,ZZ9.
002430     05  FILLER               PIC X(69) VALUE SPACES.
002440******************************************************************
002450* PROCEDURE DIVISION                                            *
002460******************************************************************
002470 PROCEDURE DIVISION.
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002500     PERFORM 2000-LIST-ONE-DECK THRU 2000-EXIT
002510         VARYING WS-DEST-IX FROM 1 BY 1
002520         UNTIL WS-DEST-IX > 4
002530     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
002540     CLOSE MAN-RPT-FILE
002550     STOP RUN.
002560******************************************************************
002570*    1000-INITIALIZE THRU 1000-EXIT                              *
002580*    OPENS THE MANIFEST, LOADS THE DESTINATION NAMES, AND TAKES  *
002590*    THE RUN DATE FOR THE HEADINGS FROM THE FIRST AUDIT RECORD   *
002600*    (THE CALENDAR DATE WHEN THE RUN PRODUCED NO DIVIDERS).      *
002610******************************************************************
002620 1000-INITIALIZE.
002630     OPEN OUTPUT MAN-RPT-FILE
002640     IF WS-RPT-STATUS NOT = '00'
002650         DISPLAY 'BANMNF0010E - MANRPT01 OPEN FAILED, STATUS '
002660             WS-RPT-STATUS
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF
002700     PERFORM 1050-LOAD-DEST-NAMES THRU 1050-EXIT
002710     PERFORM 1100-OPEN-AUDIT THRU 1100-EXIT
002720     PERFORM 1200-READ-AUDIT THRU 1200-EXIT
002730     IF NOT WS-AUD-EOF-YES AND AUD-RUN-DATE NUMERIC
002740         MOVE AUD-RUN-DATE TO WS-RUN-DATE
002750     ELSE
002760         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
002770     END-IF
002780     CLOSE BANN-AUDIT-FILE
002790     MOVE WS-RUN-DATE TO HD1-RUN-DATE
002800     MOVE WS-DIV-HEADING-A TO WS-HEADING-3
002810     MOVE WS-DIV-HEADING-B TO WS-HEADING-4.
002820 1000-EXIT.
002830     EXIT.
002840******************************************************************
002850*    1050-LOAD-DEST-NAMES THRU 1050-EXIT                         *
002860*    THE DESTINATION NAMES FOR THE DECK TITLES.  WITHOUT THE     *
002870*    BANDEST MASTER THE DECKS ARE TITLED BY CODE ALONE AND THE   *
002880*    STEP ENDS RC 4.                                             *
002890******************************************************************
002900 1050-LOAD-DEST-NAMES.
002910     MOVE SPACES TO WS-DEST-NAME-TABLE
002920     OPEN INPUT BANN-DEST-FILE
002930     IF WS-DST-STATUS = '00'
002940         PERFORM 1060-LOAD-ONE-DEST-NAME THRU 1060-EXIT
002950             VARYING WS-DEST-IX FROM 1 BY 1
002960             UNTIL WS-DEST-IX > 4
002970         CLOSE BANN-DEST-FILE
002980     ELSE
002990         IF WS-DST-STATUS NOT = '05' AND WS-DST-STATUS NOT = '35'
003000             DISPLAY 'BANMNF0011E - BANDEST OPEN FAILED, STATUS '
003010                 WS-DST-STATUS
003020             MOVE 16 TO RETURN-CODE
003030             STOP RUN
003040         END-IF
003050         IF WS-DST-STATUS = '05'
003060             CLOSE BANN-DEST-FILE
003070         END-IF
003080         DISPLAY 'BANMNF0012W - BANDEST NOT AVAILABLE, '
003090             'DECKS ARE TITLED BY CODE ONLY'
003100         MOVE 4 TO RETURN-CODE
003110     END-IF.
003120 1050-EXIT.
003130     EXIT.
003140 1060-LOAD-ONE-DEST-NAME.
003150     MOVE WS-DEST-IX TO DEST-CODE
003160     READ BANN-DEST-FILE
003170         INVALID KEY
003180             MOVE '*** UNDEFINED ***' TO WS-DEST-NAME (WS-DEST-IX)
003190         NOT INVALID KEY
003200             MOVE DEST-NAME TO WS-DEST-NAME (WS-DEST-IX)
003210     END-READ
003220     IF WS-DST-STATUS NOT = '00' AND WS-DST-STATUS NOT = '23'
003230         DISPLAY 'BANMNF0013E - BANDEST READ FAILED, STATUS '
003240             WS-DST-STATUS
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280 1060-EXIT.
003290     EXIT.
003300 1100-OPEN-AUDIT.
003310     MOVE 'N' TO WS-AUD-EOF
003320     OPEN INPUT BANN-AUDIT-FILE
003330     IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '05'
003340         DISPLAY 'BANMNF0014E - BANAUDIT OPEN FAILED, STATUS '
003350             WS-AUD-STATUS
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390 1100-EXIT.
003400     EXIT.
003410 1200-READ-AUDIT.
003420     READ BANN-AUDIT-FILE
003430         AT END
003440             SET WS-AUD-EOF-YES TO TRUE
003450             GO TO 1200-EXIT
003460     END-READ
003470     IF WS-AUD-STATUS NOT = '00'
003480         DISPLAY 'BANMNF0015E - BANAUDIT READ FAILED, STATUS '
003490             WS-AUD-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530 1200-EXIT.
003540     EXIT.
003550******************************************************************
003560*    2000-LIST-ONE-DECK THRU 2000-EXIT                           *
003570*    ONE PASS OF THE RUN'S BANAUDIT PER DESTINATION.             *
003580*    STARTRIANGLE WRITES THE AUDIT RECORD AS EACH DIVIDER        *
003590*    FINISHES PRINTING, SO THE RECORDS FOR ONE DESTINATION, IN   *
003600*    FILE ORDER, ARE THAT DECK IN PRINT ORDER.  EACH DECK STARTS *
003610*    A NEW PAGE AND ENDS WITH ITS TOTALS AND THE RECEIPT AND     *
003620*    SIGN-OFF BLOCK - AN EMPTY DECK TOO, SO THE PRINT ROOM SIGNS *
003630*    FOR EVERY DECK THE RUN PRODUCED.                            *
003640******************************************************************
003650 2000-LIST-ONE-DECK.
003660     MOVE WS-DEST-IX TO DKT-CODE DKT-DD-DIGIT
003670     MOVE WS-DEST-NAME (WS-DEST-IX) TO DKT-NAME
003680     MOVE WS-DECK-TITLE TO HD2-TEXT
003690     MOVE 99 TO WS-LINE-CNT
003700     MOVE ZERO TO WS-DECK-SEQ
003710     MOVE 1 TO WS-NEXT-PAGE
003720     PERFORM 1100-OPEN-AUDIT THRU 1100-EXIT
003730     PERFORM 2100-LIST-ONE-DIVIDER THRU 2100-EXIT
003740         UNTIL WS-AUD-EOF-YES
003750     CLOSE BANN-AUDIT-FILE
003760     IF WS-DECK-SEQ = ZERO
003770         MOVE SPACES TO WS-NOTE-LINE
003780         STRING 'NO DIVIDERS WERE ROUTED TO THIS DESTINATION - '
003790             'THE DECK SHOULD COME OFF THE PRINTER EMPTY'
003800             DELIMITED BY SIZE INTO NTL-TEXT
003810         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
003820         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003830     END-IF
003840     PERFORM 3000-PRINT-DECK-TOTALS THRU 3000-EXIT
003850     PERFORM 3100-PRINT-RECEIPT THRU 3100-EXIT.
003860 2000-EXIT.
003870     EXIT.
003880******************************************************************
003890*    2100-LIST-ONE-DIVIDER THRU 2100-EXIT                        *
003900*    ONE AUDIT RECORD.  A RECORD FOR ANOTHER DESTINATION IS      *
003910*    PASSED OVER.  A DIVIDER'S PAGES ARE ITS LAST DECK PAGE LESS *
003920*    ITS FIRST, PLUS ONE, COUNTED ONLY WHEN BOTH PAGE NUMBERS    *
003930*    ARE THERE - THE SAME RULE BANRECON USES.  A DIVIDER THAT    *
003940*    DOES NOT START ON THE PAGE AFTER THE LAST ONE ENDED ON IS   *
003950*    MARKED, SO THE BURSTER LOOKS FOR A REPEATED OR MISSING PAGE *
003960*    THERE.                                                      *
003970******************************************************************
003980 2100-LIST-ONE-DIVIDER.
003990     PERFORM 1200-READ-AUDIT THRU 1200-EXIT
004000     IF WS-AUD-EOF-YES
004010         GO TO 2100-EXIT
004020     END-IF
004030     IF AUD-DEST-CODE NUMERIC
004040         AND AUD-DEST-CODE >= 1 AND AUD-DEST-CODE <= 4
004050         MOVE AUD-DEST-CODE TO WS-CUR-DEST
004060     ELSE
004070         MOVE 1 TO WS-CUR-DEST
004080     END-IF
004090     IF WS-CUR-DEST NOT = WS-DEST-IX
004100         GO TO 2100-EXIT
004110     END-IF
004120     ADD 1 TO WS-AUDIT-CTR
004130     ADD 1 TO WS-DECK-SEQ
004140     ADD 1 TO WS-DEST-DIVIDERS (WS-DEST-IX)
004150     MOVE SPACES TO WS-DIV-LINE
004160     MOVE WS-DECK-SEQ TO DVL-SEQ
004170     MOVE AUD-JOB-ID TO DVL-JOB
004180     IF AUD-REQUEST-NUM NUMERIC
004190         MOVE AUD-REQUEST-NUM TO DVL-REQUEST
004200     END-IF
004210     MOVE AUD-OPERATOR-ID TO DVL-OPERATOR
004220     MOVE AUD-SHAPE TO DVL-SHAPE
004230     IF AUD-ROWS-PRODUCED NUMERIC
004240         MOVE AUD-ROWS-PRODUCED TO DVL-ROWS
004250         ADD AUD-ROWS-PRODUCED TO WS-DEST-ROWS (WS-DEST-IX)
004260     ELSE
004270         MOVE ZERO TO DVL-ROWS
004280     END-IF
004290     MOVE 'N' TO WS-PAGES-KNOWN
004300     IF AUD-FIRST-PAGE NUMERIC AND AUD-LAST-PAGE NUMERIC
004310         AND AUD-FIRST-PAGE > ZERO
004320         AND AUD-LAST-PAGE NOT < AUD-FIRST-PAGE
004330         SET WS-PAGES-KNOWN-YES TO TRUE
004340     END-IF
004350     IF NOT WS-PAGES-KNOWN-YES
004360         ADD 1 TO WS-NO-PAGE-CTR
004370         MOVE 'PAGE NUMBERS NOT RECORDED' TO DVL-CHECK
004380         MOVE ZERO TO WS-NEXT-PAGE
004390         GO TO 2100-WRITE
004400     END-IF
004410     COMPUTE WS-DIV-PAGES = AUD-LAST-PAGE - AUD-FIRST-PAGE + 1
004420     ADD WS-DIV-PAGES TO WS-DEST-PAGES (WS-DEST-IX)
004430     MOVE AUD-FIRST-PAGE TO DVL-FIRST-N
004440     MOVE AUD-LAST-PAGE TO DVL-LAST-N
004450     MOVE WS-DIV-PAGES TO DVL-PAGES-N
004460     IF WS-NEXT-PAGE NOT = ZERO
004470         AND AUD-FIRST-PAGE NOT = WS-NEXT-PAGE
004480         ADD 1 TO WS-BREAK-CTR
004490         MOVE WS-NEXT-PAGE TO WS-EDIT-NEXT
004500         STRING '** SEQUENCE BREAK - EXPECTED PAGE ' WS-EDIT-NEXT
004510             DELIMITED BY SIZE INTO DVL-CHECK
004520     END-IF
004530     COMPUTE WS-NEXT-PAGE = AUD-LAST-PAGE + 1.
004540 2100-WRITE.
004550     MOVE WS-DIV-LINE TO WS-PRINT-LINE
004560     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004570 2100-EXIT.
004580     EXIT.
004590******************************************************************
004600*    3000-PRINT-DECK-TOTALS THRU 3000-EXIT                       *
004610*    THE TOTALS AND THE RECEIPT AND SIGN-OFF BLOCK UNDER THEM    *
004620*    ARE KEPT WHOLE ON ONE PAGE - WHEN THEY WOULD NOT FIT UNDER  *
004630*    THE LAST DIVIDERS THEY START A FRESH PAGE UNDER THE SAME    *
004640*    DECK TITLE.                                                 *
004650******************************************************************
004660 3000-PRINT-DECK-TOTALS.
004670     IF WS-LINE-CNT + 12 > WS-PAGE-DEPTH
004680         MOVE 99 TO WS-LINE-CNT
004690     END-IF
004700     MOVE SPACES TO WS-PRINT-LINE
004710     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004720     MOVE 'DECK TOTALS' TO TTL-LABEL
004730     MOVE SPACES TO TTL-CODE TTL-NAME
004740     MOVE WS-DEST-DIVIDERS (WS-DEST-IX) TO TTL-DIVIDERS
004750     MOVE WS-DEST-ROWS (WS-DEST-IX) TO TTL-ROWS
004760     MOVE WS-DEST-PAGES (WS-DEST-IX) TO TTL-PAGES
004770     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
004780     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004790     MOVE SPACES TO WS-NOTE-LINE
004800     STRING 'DIVIDERS, ROWS AND PAGES AGREE WITH THE BANRECON '
004810         'BALANCING REPORT (RECRPT01) LINE FOR DESTINATION '
004820         DKT-CODE DELIMITED BY SIZE INTO NTL-TEXT
004830     MOVE WS-NOTE-LINE TO WS-PRINT-LINE
004840     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004850 3000-EXIT.
004860     EXIT.
004870******************************************************************
004880*    3100-PRINT-RECEIPT THRU 3100-EXIT                           *
004890******************************************************************
004900 3100-PRINT-RECEIPT.
004910     MOVE SPACES TO WS-PRINT-LINE
004920     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004930     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004940     MOVE WS-RECEIPT-1 TO WS-PRINT-LINE
004950     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004960     MOVE SPACES TO WS-PRINT-LINE
004970     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004980     MOVE WS-RECEIPT-2 TO WS-PRINT-LINE
004990     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005000     MOVE SPACES TO WS-PRINT-LINE
005010     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005020     MOVE 'RECEIVED BY' TO SGN-ROLE
005030     MOVE WS-SIGN-LINE TO WS-PRINT-LINE
005040     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005050     MOVE SPACES TO WS-PRINT-LINE
005060     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005070     MOVE 'BURST AND DISTRIBUTED BY' TO SGN-ROLE
005080     MOVE WS-SIGN-LINE TO WS-PRINT-LINE
005090     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005100 3100-EXIT.
005110     EXIT.
005120******************************************************************
005130*    4000-PRINT-SUMMARY THRU 4000-EXIT                           *
005140*    EVERY DECK'S TOTALS ON ONE PAGE, IN BANRECON'S LAYOUT, WITH *
005150*    THE RUN TOTAL AND THE CONTROL COUNTS.  DIVIDERS WITHOUT     *
005160*    PAGE NUMBERS OR OUT OF PAGE SEQUENCE END THE STEP RC 4 SO   *
005170*    THE SCHEDULING GROUP LOOKS AT THE DECK BEFORE IT GOES OUT.  *
005180******************************************************************
005190 4000-PRINT-SUMMARY.
005200     MOVE 'MANIFEST SUMMARY - ALL DECKS' TO HD2-TEXT
005210     MOVE SPACES TO WS-HEADING-3
005220     MOVE SPACES TO WS-HEADING-4
005230     MOVE 99 TO WS-LINE-CNT
005240     PERFORM 4100-PRINT-ONE-DEST THRU 4100-EXIT
005250         VARYING WS-DEST-IX FROM 1 BY 1
005260         UNTIL WS-DEST-IX > 4
005270     MOVE SPACES TO WS-PRINT-LINE
005280     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005290     MOVE 'ALL DECKS' TO TTL-LABEL
005300     MOVE SPACES TO TTL-CODE TTL-NAME
005310     MOVE WS-TOT-DIVIDERS TO TTL-DIVIDERS
005320     MOVE WS-TOT-ROWS TO TTL-ROWS
005330     MOVE WS-TOT-PAGES TO TTL-PAGES
005340     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
005350     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005360     MOVE SPACES TO WS-PRINT-LINE
005370     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005380     MOVE 'AUDIT RECORDS LISTED' TO SUM-LABEL
005390     MOVE WS-AUDIT-CTR TO SUM-COUNT
005400     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
005410     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005420     MOVE 'DIVIDERS WITHOUT PAGE NUMBERS' TO SUM-LABEL
005430     MOVE WS-NO-PAGE-CTR TO SUM-COUNT
005440     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
005450     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005460     MOVE 'DIVIDERS OUT OF PAGE SEQUENCE' TO SUM-LABEL
005470     MOVE WS-BREAK-CTR TO SUM-COUNT
005480     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
005490     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005500     IF WS-NO-PAGE-CTR > ZERO OR WS-BREAK-CTR > ZERO
005510         DISPLAY 'BANMNF0016W - ' WS-NO-PAGE-CTR
005520             ' DIVIDERS WITHOUT PAGE NUMBERS, ' WS-BREAK-CTR
005530             ' OUT OF PAGE SEQUENCE - CHECK THE DECKS'
005540         MOVE 4 TO RETURN-CODE
005550     END-IF
005560     DISPLAY 'BANMNF0017I - MANIFEST LISTS ' WS-TOT-DIVIDERS
005570         ' DIVIDERS ON ' WS-TOT-PAGES ' PAGES IN 4 DECKS'.
005580 4000-EXIT.
005590     EXIT.
005600 4100-PRINT-ONE-DEST.
005610     MOVE 'DESTINATION' TO TTL-LABEL
005620     MOVE WS-DEST-IX TO TTL-CODE
005630     MOVE WS-DEST-NAME (WS-DEST-IX) TO TTL-NAME
005640     MOVE WS-DEST-DIVIDERS (WS-DEST-IX) TO TTL-DIVIDERS
005650     MOVE WS-DEST-ROWS (WS-DEST-IX) TO TTL-ROWS
005660     MOVE WS-DEST-PAGES (WS-DEST-IX) TO TTL-PAGES
005670     ADD WS-DEST-DIVIDERS (WS-DEST-IX) TO WS-TOT-DIVIDERS
005680     ADD WS-DEST-ROWS (WS-DEST-IX) TO WS-TOT-ROWS
005690     ADD WS-DEST-PAGES (WS-DEST-IX) TO WS-TOT-PAGES
005700     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
005710     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005720 4100-EXIT.
005730     EXIT.
005740******************************************************************
005750*    7000-WRITE-REPORT-LINE THRU 7000-EXIT                       *
005760*    COUNTS LINES AGAINST THE PAGE DEPTH AND STARTS A NEW HEADED *
005770*    PAGE WHEN THE CURRENT ONE IS FULL.                          *
005780******************************************************************
005790 7000-WRITE-REPORT-LINE.
005800     IF WS-LINE-CNT >= WS-PAGE-DEPTH
005810         PERFORM 7100-START-NEW-PAGE THRU 7100-EXIT
005820     END-IF
005830     MOVE WS-PRINT-LINE TO MAN-RPT-RECORD
005840     WRITE MAN-RPT-RECORD AFTER ADVANCING 1 LINE
005850     IF WS-RPT-STATUS NOT = '00'
005860         DISPLAY 'BANMNF0018E - MANRPT01 WRITE FAILED, STATUS '
005870             WS-RPT-STATUS
005880         MOVE 16 TO RETURN-CODE
005890         STOP RUN
005900     END-IF
005910     ADD 1 TO WS-LINE-CNT.
005920 7000-EXIT.
005930     EXIT.
005940******************************************************************
005950*    7100-START-NEW-PAGE THRU 7100-EXIT                          *
005960******************************************************************
005970 7100-START-NEW-PAGE.
005980     ADD 1 TO WS-PAGE-NUM
005990     MOVE WS-PAGE-NUM TO HD1-PAGE
006000     MOVE WS-HEADING-1 TO MAN-RPT-RECORD
006010     WRITE MAN-RPT-RECORD AFTER ADVANCING PAGE
006020     IF WS-RPT-STATUS NOT = '00'
006030         DISPLAY 'BANMNF0018E - MANRPT01 WRITE FAILED, STATUS '
006040             WS-RPT-STATUS
006050         MOVE 16 TO RETURN-CODE
006060         STOP RUN
006070     END-IF
006080     MOVE WS-HEADING-2 TO MAN-RPT-RECORD
006090     WRITE MAN-RPT-RECORD AFTER ADVANCING 1 LINE
006100     IF WS-RPT-STATUS NOT = '00'
006110         DISPLAY 'BANMNF0018E - MANRPT01 WRITE FAILED, STATUS '
006120             WS-RPT-STATUS
006130         MOVE 16 TO RETURN-CODE
006140         STOP RUN
006150     END-IF
006160     MOVE WS-HEADING-3 TO MAN-RPT-RECORD
006170     WRITE MAN-RPT-RECORD AFTER ADVANCING 2 LINES
006180     IF WS-RPT-STATUS NOT = '00'
006190         DISPLAY 'BANMNF0018E - MANRPT01 WRITE FAILED, STATUS '
006200             WS-RPT-STATUS
006210         MOVE 16 TO RETURN-CODE
006220         STOP RUN
006230     END-IF
006240     MOVE WS-HEADING-4 TO MAN-RPT-RECORD
006250     WRITE MAN-RPT-RECORD AFTER ADVANCING 1 LINE
006260     IF WS-RPT-STATUS NOT = '00'
006270         DISPLAY 'BANMNF0018E - MANRPT01 WRITE FAILED, STATUS '
006280             WS-RPT-STATUS
006290         MOVE 16 TO RETURN-CODE
006300         STOP RUN
006310     END-IF
006320     MOVE SPACES TO MAN-RPT-RECORD
006330     WRITE MAN-RPT-RECORD AFTER ADVANCING 1 LINE
006340     IF WS-RPT-STATUS NOT = '00'
006350         DISPLAY 'BANMNF0018E - MANRPT01 WRITE FAILED, STATUS '
006360             WS-RPT-STATUS
006370         MOVE 16 TO RETURN-CODE
006380         STOP RUN
006390     END-IF
006400     MOVE 6 TO WS-LINE-CNT.
006410 7100-EXIT.
006420     EXIT.
