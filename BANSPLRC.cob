000100******************************************************************
000110* IDENTIFICATION DIVISION                                       *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    BANSPLRC.
000150 AUTHOR.        D SPRAGUE.
000160 INSTALLATION.  REPORT PRODUCTION - BATCH SUPPORT.
000170 DATE-WRITTEN.  10/15/26.
000180 DATE-COMPILED.
000190******************************************************************
000200* MODIFICATION HISTORY                                          *
000210* 10/15/26  DPS  ORIGINAL.  SPLICE RUN RECONCILIATION - RUNS     *
000220*                AFTER EACH BANSPLICE STEP AND DOES FOR A        *
000230*                SPLICED PACKET WHAT BANRECON DOES FOR THE       *
000240*                BANCTLIN DECK.  READS THE SAME SPLTRIG TRIGGER  *
000250*                CARDS THE SPLICE STEP RAN WITH, ITS SPLLOG      *
000260*                SPLICE LOG, AND THE BANAUDIT RECORDS IT WROTE,  *
000270*                AND PROVES (1) THAT EVERY TRIGGER FIRED WITHIN  *
000280*                THE MINIMUM/MAXIMUM RANGE PUNCHED ON ITS CARD   *
000290*                - A SECTION HEADING WHOSE WORDING CHANGED NO    *
000300*                LONGER FIRES AND WOULD OTHERWISE SEND THE       *
000310*                PACKET OUT WITH NO DIVIDERS - AND (2) THAT      *
000320*                EVERY SPLLOG ENTRY HAS ITS MATCHING AUDIT       *
000330*                RECORD AND EVERY SPLICE AUDIT RECORD ITS LOG    *
000340*                ENTRY.  ANY EXCEPTION PRINTS ON THE SPLICE      *
000350*                EXCEPTION REPORT (SPLRPT01) AND ENDS THE STEP   *
000360*                RC 8 SO THE SCHEDULER HOLDS THE PRINT RELEASE,  *
000370*                AS IT DOES FOR AN OUT-OF-BALANCE BANRECON.      *
000380******************************************************************
000390*
000400* PURPOSE.  PROVES A BANSPLICE RUN'S TRIGGER FIRE COUNTS AGAINST
000410*           THEIR EXPECTED RANGES AND ITS SPLICE LOG AGAINST ITS
000420*           AUDIT RECORDS, AND PRINTS THE SPLICE EXCEPTION REPORT.
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT SPL-TRIGGER-FILE   ASSIGN TO SPLTRIG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TRG-STATUS.
000530     SELECT SPL-LOG-FILE       ASSIGN TO SPLLOG
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-LOG-STATUS.
000560     SELECT BANN-AUDIT-FILE    ASSIGN TO BANAUDIT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUD-STATUS.
000590     SELECT SPLRC-RPT-FILE     ASSIGN TO SPLRPT01
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RPT-STATUS.
000620******************************************************************
000630* DATA DIVISION                                                 *
000640******************************************************************
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  SPL-TRIGGER-FILE
000680     RECORDING MODE IS F.
000690 01  SPL-TRIGGER-RECORD.
000700     COPY BANNSTRG.
000710 FD  SPL-LOG-FILE
000720     RECORDING MODE IS F.
000730 01  SPL-LOG-RECORD.
000740     COPY BANNSLOG.
000750 FD  BANN-AUDIT-FILE
000760     RECORDING MODE IS F.
000770 01  BANN-AUDIT-RECORD.
000780     COPY BANNAUD.
000790 FD  SPLRC-RPT-FILE
000800     RECORDING MODE IS F.
000810 01  SPLRC-RPT-RECORD            PIC X(132).
000820******************************************************************
000830*    WORKING-STORAGE SECTION                                    *
000840******************************************************************
000850 WORKING-STORAGE SECTION.
000860 01  WS-TRG-STATUS            PIC X(02) VALUE '00'.
000870 01  WS-LOG-STATUS            PIC X(02) VALUE '00'.
000880 01  WS-AUD-STATUS            PIC X(02) VALUE '00'.
000890 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000900 01  WS-TRG-EOF               PIC X(01) VALUE 'N'.
000910     88  WS-TRG-EOF-YES           VALUE 'Y'.
000920 01  WS-LOG-EOF               PIC X(01) VALUE 'N'.
000930     88  WS-LOG-EOF-YES           VALUE 'Y'.
000940 01  WS-AUD-EOF               PIC X(01) VALUE 'N'.
000950     88  WS-AUD-EOF-YES           VALUE 'Y'.
000960 01  WS-IN-BALANCE            PIC X(01) VALUE 'Y'.
000970     88  WS-IN-BALANCE-YES        VALUE 'Y'.
000980     88  WS-IN-BALANCE-NO         VALUE 'N'.
000990 01  WS-EXC-HEAD-DONE         PIC X(01) VALUE 'N'.
001000     88  WS-EXC-HEAD-DONE-YES     VALUE 'Y'.
001010 01  WS-TRIG-COUNT            PIC 9(03) COMP VALUE ZERO.
001020 01  WS-TRIG-IX               PIC 9(03) COMP.
001030 01  WS-TRIG-HIT              PIC 9(03) COMP.
001040 01  WS-AUD-COUNT             PIC 9(05) COMP VALUE ZERO.
001050 01  WS-AUD-IX                PIC 9(05) COMP.
001060 01  WS-AUD-HIT               PIC 9(05) COMP.
001070 01  WS-CUR-KEY               PIC X(19).
001080******************************************************************
001090* ONE ENTRY PER TRIGGER CARD, IN CARD ORDER - THE ORDER          *
001100* BANSPLICE TRIES THEM IN.  A BLANK MINIMUM IS 001 AND A BLANK   *
001110* MAXIMUM 999, THE SAME DEFAULTS THE SPLICE STEP'S CARD EDIT     *
001120* APPLIES.                                                       *
001130******************************************************************
001140 01  WS-TRIG-TABLE.
001150     05  WS-TRIG-ENTRY OCCURS 50 TIMES.
001160         10  WS-TRIG-TEXT     PIC X(40).
001170         10  WS-TRIG-MIN      PIC 9(03).
001180         10  WS-TRIG-MAX      PIC 9(03).
001190         10  WS-TRIG-FIRED    PIC 9(05) COMP.
001200         10  WS-TRIG-RANGE-OK PIC X(01).
001210             88  WS-TRIG-RANGE-OK-YES VALUE 'Y'.
001220******************************************************************
001230* ONE ENTRY PER SPLICE-WRITTEN AUDIT RECORD, KEYED THE WAY THE   *
001240* SPLLOG RECORD CARRIES IT (RUN DATE, JOB-ID, SPLICE SEQUENCE).  *
001250* MATCHED IS SET WHEN A LOG ENTRY CLAIMS IT, SO A SECOND LOG     *
001260* ENTRY FOR THE SAME KEY CANNOT CLAIM IT AGAIN.                  *
001270******************************************************************
001280 01  WS-AUD-TABLE.
001290     05  WS-AUD-ENTRY OCCURS 5000 TIMES.
001300         10  WS-AUD-KEY       PIC X(19).
001310         10  WS-AUD-MATCHED   PIC X(01).
001320             88  WS-AUD-MATCHED-YES   VALUE 'Y'.
001330         10  WS-AUD-SHAPE     PIC X(01).
001340         10  WS-AUD-TEXT      PIC X(20).
001350 01  WS-AUD-KEY-BUILD.
001360     05  WS-AKB-RUN-DATE      PIC 9(08).
001370     05  WS-AKB-JOB-ID        PIC X(08).
001380     05  WS-AKB-REQUEST-NUM   PIC 9(03).
001390******************************************************************
001400* COUNTERS.                                                      *
001410******************************************************************
001420 01  WS-CARD-CTR              PIC 9(05) COMP VALUE ZERO.
001430 01  WS-BAD-RANGE-CTR         PIC 9(05) COMP VALUE ZERO.
001440 01  WS-OUT-RANGE-CTR         PIC 9(05) COMP VALUE ZERO.
001450 01  WS-LOG-CTR               PIC 9(07) COMP VALUE ZERO.
001460 01  WS-LOG-MATCHED-CTR       PIC 9(07) COMP VALUE ZERO.
001470 01  WS-LOG-NO-AUDIT-CTR      PIC 9(07) COMP VALUE ZERO.
001480 01  WS-LOG-NO-TRIG-CTR       PIC 9(07) COMP VALUE ZERO.
001490 01  WS-AUD-READ-CTR          PIC 9(07) COMP VALUE ZERO.
001500 01  WS-AUD-OTHER-CTR         PIC 9(07) COMP VALUE ZERO.
001510 01  WS-AUD-NO-LOG-CTR        PIC 9(07) COMP VALUE ZERO.
001520******************************************************************
001530* REPORT LINES.                                                  *
001540******************************************************************
001550 01  WS-LINE-CNT              PIC 9(03) COMP VALUE 99.
001560 01  WS-PAGE-NUM              PIC 9(05) COMP VALUE ZERO.
001570 01  WS-PAGE-DEPTH            PIC 9(03) COMP VALUE 60.
001580 01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
001590 01  WS-HEADING-1.
001600     05  FILLER               PIC X(10) VALUE 'BANSPLRC'.
001610     05  FILLER               PIC X(20) VALUE SPACES.
001620     05  FILLER               PIC X(30) VALUE
001630         'SPLICE RUN EXCEPTION REPORT'.
001640     05  FILLER               PIC X(56) VALUE SPACES.
001650     05  FILLER               PIC X(05) VALUE 'PAGE '.
001660     05  HD1-PAGE             PIC ZZZZ9.
001670     05  FILLER               PIC X(06) VALUE SPACES.
001680 01  WS-SECTION-LINE.
001690     05  FILLER               PIC X(02) VALUE SPACES.
001700     05  SEC-TEXT             PIC X(70).
001710     05  FILLER               PIC X(60) VALUE SPACES.
001720 01  WS-EXC-HEADING.
001730     05  FILLER               PIC X(02) VALUE SPACES.
001740     05  FILLER               PIC X(09) VALUE 'RPTIN LN'.
001750     05  FILLER               PIC X(10) VALUE 'RUN DATE'.
001760     05  FILLER               PIC X(10) VALUE 'JOB'.
001770     05  FILLER               PIC X(05) VALUE 'SEQ'.
001780     05  FILLER               PIC X(42) VALUE
001790         'TRIGGER TEXT / BANNER TEXT'.
001800     05  FILLER               PIC X(54) VALUE 'EXCEPTION'.
001810 01  WS-EXC-LINE.
001820     05  FILLER               PIC X(02) VALUE SPACES.
001830     05  EXL-RPTIN            PIC X(07).
001840     05  EXL-RPTIN-N REDEFINES EXL-RPTIN
001850                              PIC ZZZZZZ9.
001860     05  FILLER               PIC X(02) VALUE SPACES.
001870     05  EXL-RUN-DATE         PIC X(08).
001880     05  FILLER               PIC X(02) VALUE SPACES.
001890     05  EXL-JOB              PIC X(08).
001900     05  FILLER               PIC X(02) VALUE SPACES.
001910     05  EXL-SEQ              PIC X(03).
001920     05  FILLER               PIC X(02) VALUE SPACES.
001930     05  EXL-TEXT             PIC X(40).
001940     05  FILLER               PIC X(02) VALUE SPACES.
001950     05  EXL-REASON           PIC X(40).
001960     05  FILLER               PIC X(14) VALUE SPACES.
001970 01  WS-TRIG-HEADING.
001980     05  FILLER               PIC X(02) VALUE SPACES.
001990     05  FILLER               PIC X(40) VALUE 'TRIGGER TEXT'.
001995     05  FILLER               PIC X(02) VALUE SPACES.
002000     05  FILLER               PIC X(03) VALUE 'MIN'.
002005     05  FILLER               PIC X(03) VALUE SPACES.
002010     05  FILLER               PIC X(03) VALUE 'MAX'.
002015     05  FILLER               PIC X(02) VALUE SPACES.
002020     05  FILLER               PIC X(05) VALUE 'FIRED'.
002025     05  FILLER               PIC X(03) VALUE SPACES.
002030     05  FILLER               PIC X(34) VALUE 'STATUS'.
002035     05  FILLER               PIC X(35) VALUE SPACES.
002040 01  WS-TRIG-LINE.
002050     05  FILLER               PIC X(02) VALUE SPACES.
002060     05  TRL-TEXT             PIC X(40).
002070     05  FILLER               PIC X(02) VALUE SPACES.
002080     05  TRL-MIN              PIC X(03).
002090     05  TRL-MIN-N REDEFINES TRL-MIN
002100                              PIC ZZ9.
002110     05  FILLER               PIC X(03) VALUE SPACES.
002120     05  TRL-MAX              PIC X(03).
002130     05  TRL-MAX-N REDEFINES TRL-MAX
002140                              PIC ZZ9.
002150     05  FILLER               PIC X(02) VALUE SPACES.
002160     05  TRL-FIRED            PIC ZZZZ9.
002170     05  FILLER               PIC X(03) VALUE SPACES.
002180     05  TRL-STATUS           PIC X(34).
002190     05  FILLER               PIC X(35) VALUE SPACES.
002200 01  WS-COUNT-LINE.
002210     05  FILLER               PIC X(02) VALUE SPACES.
002220     05  CNT-LABEL            PIC X(40).
002230     05  CNT-VALUE            PIC ZZZZZZ9.
002240     05  FILLER               PIC X(83) VALUE SPACES.
002250 01  WS-VERDICT-LINE.
002260     05  FILLER               PIC X(02) VALUE SPACES.
002270     05  VER-TEXT             PIC X(60).
002280     05  FILLER               PIC X(70) VALUE SPACES.
002290******************************************************************
002300* PROCEDURE DIVISION                                            *
002310******************************************************************
002320 PROCEDURE DIVISION.
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002350     PERFORM 2000-LOAD-ONE-AUDIT THRU 2000-EXIT
002360         UNTIL WS-AUD-EOF-YES
002370     PERFORM 2100-MATCH-ONE-LOG-ENTRY THRU 2100-EXIT
002380         UNTIL WS-LOG-EOF-YES
002390     PERFORM 2300-FIND-UNLOGGED-AUDIT THRU 2300-EXIT
002400         VARYING WS-AUD-IX FROM 1 BY 1
002410         UNTIL WS-AUD-IX > WS-AUD-COUNT
002420     PERFORM 3000-PROVE-THE-RUN THRU 3000-EXIT
002430     PERFORM 4000-PRINT-TRIGGERS-AND-TOTALS THRU 4000-EXIT
002440     CLOSE SPL-LOG-FILE
002450     CLOSE BANN-AUDIT-FILE
002460     CLOSE SPLRC-RPT-FILE
002470     STOP RUN.
002480******************************************************************
002490*    1000-INITIALIZE THRU 1000-EXIT                              *
002500*    LOADS THE TRIGGER CARDS, THEN OPENS THE SPLICE LOG, THE     *
002510*    AUDIT RECORDS, AND THE EXCEPTION REPORT.                    *
002520******************************************************************
002530 1000-INITIALIZE.
002540     OPEN INPUT SPL-TRIGGER-FILE
002550     IF WS-TRG-STATUS NOT = '00'
002560         DISPLAY 'BANSRC0010E - SPLTRIG OPEN FAILED, STATUS '
002570             WS-TRG-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF
002610     PERFORM 1100-LOAD-ONE-TRIGGER THRU 1100-EXIT
002620         UNTIL WS-TRG-EOF-YES
002630     CLOSE SPL-TRIGGER-FILE
002640     IF WS-TRIG-COUNT = ZERO
002650         DISPLAY 'BANSRC0011W - SPLTRIG HAS NO TRIGGER CARDS - '
002660             'NO FIRE COUNTS TO PROVE'
002670         MOVE 4 TO RETURN-CODE
002680     END-IF
002690     OPEN INPUT SPL-LOG-FILE
002700     IF WS-LOG-STATUS NOT = '00' AND WS-LOG-STATUS NOT = '05'
002710         DISPLAY 'BANSRC0012E - SPLLOG OPEN FAILED, STATUS '
002720             WS-LOG-STATUS
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF
002760     OPEN INPUT BANN-AUDIT-FILE
002770     IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '05'
002780         DISPLAY 'BANSRC0013E - BANAUDIT OPEN FAILED, STATUS '
002790             WS-AUD-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF
002830     OPEN OUTPUT SPLRC-RPT-FILE
002840     IF WS-RPT-STATUS NOT = '00'
002850         DISPLAY 'BANSRC0014E - SPLRPT01 OPEN FAILED, STATUS '
002860             WS-RPT-STATUS
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900 1000-EXIT.
002910     EXIT.
002920******************************************************************
002930*    1100-LOAD-ONE-TRIGGER THRU 1100-EXIT                        *
002940*    FILES ONE TRIGGER CARD'S MATCH TEXT AND EXPECTED FIRE       *
002950*    RANGE.  A BLANK-TEXT CARD WAS NEVER LOADED BY BANSPLICE AND *
002960*    IS PASSED OVER.  A RANGE BANSPLICE WOULD HAVE REJECTED IS   *
002970*    KEPT AND REPORTED AS AN EXCEPTION, SINCE THAT TRIGGER DID   *
002980*    NOT RUN.                                                    *
002990******************************************************************
003000 1100-LOAD-ONE-TRIGGER.
003010     READ SPL-TRIGGER-FILE
003020         AT END
003030             SET WS-TRG-EOF-YES TO TRUE
003040             GO TO 1100-EXIT
003050     END-READ
003060     IF WS-TRG-STATUS NOT = '00'
003070         DISPLAY 'BANSRC0015E - SPLTRIG READ FAILED, STATUS '
003080             WS-TRG-STATUS
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF
003120     ADD 1 TO WS-CARD-CTR
003130     IF TRIG-TEXT = SPACES
003140         GO TO 1100-EXIT
003150     END-IF
003160     IF WS-TRIG-COUNT >= 50
003170         DISPLAY 'BANSRC0016E - MORE THAN 50 TRIGGER CARDS - '
003180             'TRIGGER TABLE IS FULL'
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF
003220     ADD 1 TO WS-TRIG-COUNT
003230     MOVE TRIG-TEXT TO WS-TRIG-TEXT (WS-TRIG-COUNT)
003240     MOVE ZERO TO WS-TRIG-FIRED (WS-TRIG-COUNT)
003250     MOVE 'Y' TO WS-TRIG-RANGE-OK (WS-TRIG-COUNT)
003260     MOVE 1 TO WS-TRIG-MIN (WS-TRIG-COUNT)
003270     MOVE 999 TO WS-TRIG-MAX (WS-TRIG-COUNT)
003280     IF TRIG-MIN-FIRES NOT = SPACES
003290         IF TRIG-MIN-FIRES NUMERIC
003300             MOVE TRIG-MIN-FIRES-N TO WS-TRIG-MIN (WS-TRIG-COUNT)
003310         ELSE
003320             MOVE 'N' TO WS-TRIG-RANGE-OK (WS-TRIG-COUNT)
003330         END-IF
003340     END-IF
003350     IF TRIG-MAX-FIRES NOT = SPACES
003360         IF TRIG-MAX-FIRES NUMERIC
003370             MOVE TRIG-MAX-FIRES-N TO WS-TRIG-MAX (WS-TRIG-COUNT)
003380         ELSE
003390             MOVE 'N' TO WS-TRIG-RANGE-OK (WS-TRIG-COUNT)
003400         END-IF
003410     END-IF
003420     IF WS-TRIG-MIN (WS-TRIG-COUNT) > WS-TRIG-MAX (WS-TRIG-COUNT)
003430         MOVE 'N' TO WS-TRIG-RANGE-OK (WS-TRIG-COUNT)
003440     END-IF.
003450 1100-EXIT.
003460     EXIT.
003470******************************************************************
003480*    2000-LOAD-ONE-AUDIT THRU 2000-EXIT                          *
003490*    TABLES EACH AUDIT RECORD THE SPLICE STEP WROTE (OPERATOR    *
003500*    SPLICE).  ANY OTHER RECORD ON A CONCATENATED BANAUDIT IS    *
003510*    THE BANNER STEP'S AND IS ONLY COUNTED.                      *
003520******************************************************************
003530 2000-LOAD-ONE-AUDIT.
003540     READ BANN-AUDIT-FILE
003550         AT END
003560             SET WS-AUD-EOF-YES TO TRUE
003570             GO TO 2000-EXIT
003580     END-READ
003590     IF WS-AUD-STATUS NOT = '00'
003600         DISPLAY 'BANSRC0017E - BANAUDIT READ FAILED, STATUS '
003610             WS-AUD-STATUS
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF
003650     IF AUD-OPERATOR-ID NOT = 'SPLICE'
003660         ADD 1 TO WS-AUD-OTHER-CTR
003670         GO TO 2000-EXIT
003680     END-IF
003690     ADD 1 TO WS-AUD-READ-CTR
003700     IF WS-AUD-COUNT >= 5000
003710         DISPLAY 'BANSRC0018E - MORE THAN 5000 SPLICE AUDIT '
003720             'RECORDS - AUDIT TABLE IS FULL'
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF
003760     ADD 1 TO WS-AUD-COUNT
003770     MOVE AUD-RUN-DATE TO WS-AKB-RUN-DATE
003780     MOVE AUD-JOB-ID TO WS-AKB-JOB-ID
003790     MOVE AUD-REQUEST-NUM TO WS-AKB-REQUEST-NUM
003800     MOVE WS-AUD-KEY-BUILD TO WS-AUD-KEY (WS-AUD-COUNT)
003810     MOVE 'N' TO WS-AUD-MATCHED (WS-AUD-COUNT)
003820     MOVE AUD-SHAPE TO WS-AUD-SHAPE (WS-AUD-COUNT)
003830     MOVE AUD-TEXT TO WS-AUD-TEXT (WS-AUD-COUNT).
003840 2000-EXIT.
003850     EXIT.
003860******************************************************************
003870*    2100-MATCH-ONE-LOG-ENTRY THRU 2100-EXIT                     *
003880*    CREDITS THE LOG ENTRY TO THE TRIGGER WHOSE TEXT FIRED AND   *
003890*    CLAIMS ITS AUDIT RECORD.  A TRIGGER TEXT NOT ON SPLTRIG     *
003900*    MEANS THE CARDS CHANGED BETWEEN THE STEPS; A LOG ENTRY WITH *
003910*    NO AUDIT RECORD IS A DIVIDER THE HISTORY WILL NEVER SEE.    *
003920******************************************************************
003930 2100-MATCH-ONE-LOG-ENTRY.
003940     READ SPL-LOG-FILE
003950         AT END
003960             SET WS-LOG-EOF-YES TO TRUE
003970             GO TO 2100-EXIT
003980     END-READ
003990     IF WS-LOG-STATUS NOT = '00'
004000         DISPLAY 'BANSRC0019E - SPLLOG READ FAILED, STATUS '
004010             WS-LOG-STATUS
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF
004050     ADD 1 TO WS-LOG-CTR
004060     MOVE ZERO TO WS-TRIG-HIT
004070     PERFORM 2110-MATCH-ONE-TRIGGER THRU 2110-EXIT
004080         VARYING WS-TRIG-IX FROM 1 BY 1
004090         UNTIL WS-TRIG-IX > WS-TRIG-COUNT
004100         OR WS-TRIG-HIT NOT = ZERO
004110     IF WS-TRIG-HIT = ZERO
004120         ADD 1 TO WS-LOG-NO-TRIG-CTR
004130         MOVE 'TRIGGER TEXT IS NOT ON SPLTRIG' TO EXL-REASON
004140         PERFORM 2200-PRINT-LOG-EXCEPTION THRU 2200-EXIT
004150     ELSE
004160         ADD 1 TO WS-TRIG-FIRED (WS-TRIG-HIT)
004170     END-IF
004180     MOVE SLOG-AUDIT-KEY TO WS-CUR-KEY
004190     MOVE ZERO TO WS-AUD-HIT
004200     PERFORM 2120-MATCH-ONE-AUDIT THRU 2120-EXIT
004210         VARYING WS-AUD-IX FROM 1 BY 1
004220         UNTIL WS-AUD-IX > WS-AUD-COUNT
004230         OR WS-AUD-HIT NOT = ZERO
004240     IF WS-AUD-HIT = ZERO
004250         ADD 1 TO WS-LOG-NO-AUDIT-CTR
004260         MOVE 'LOGGED DIVIDER HAS NO AUDIT RECORD' TO EXL-REASON
004270         PERFORM 2200-PRINT-LOG-EXCEPTION THRU 2200-EXIT
004280     ELSE
004290         MOVE 'Y' TO WS-AUD-MATCHED (WS-AUD-HIT)
004300         ADD 1 TO WS-LOG-MATCHED-CTR
004310     END-IF.
004320 2100-EXIT.
004330     EXIT.
004340 2110-MATCH-ONE-TRIGGER.
004350     IF WS-TRIG-TEXT (WS-TRIG-IX) = SLOG-TRIG-TEXT
004360         MOVE WS-TRIG-IX TO WS-TRIG-HIT
004370     END-IF.
004380 2110-EXIT.
004390     EXIT.
004400 2120-MATCH-ONE-AUDIT.
004410     IF WS-AUD-KEY (WS-AUD-IX) = WS-CUR-KEY
004420         AND NOT WS-AUD-MATCHED-YES (WS-AUD-IX)
004430         MOVE WS-AUD-IX TO WS-AUD-HIT
004440     END-IF.
004450 2120-EXIT.
004460     EXIT.
004470 2200-PRINT-LOG-EXCEPTION.
004480     PERFORM 2400-PRINT-EXCEPTION-HEAD THRU 2400-EXIT
004490     MOVE SLOG-LINE-NUM TO EXL-RPTIN-N
004500     MOVE SLOG-AUDIT-KEY (1:8) TO EXL-RUN-DATE
004510     MOVE SLOG-JOB-ID TO EXL-JOB
004520     MOVE SLOG-AUDIT-KEY (17:3) TO EXL-SEQ
004530     MOVE SLOG-TRIG-TEXT TO EXL-TEXT
004540     MOVE WS-EXC-LINE TO WS-PRINT-LINE
004550     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004560     MOVE SPACES TO EXL-REASON.
004570 2200-EXIT.
004580     EXIT.
004590******************************************************************
004600*    2300-FIND-UNLOGGED-AUDIT THRU 2300-EXIT                     *
004610*    A SPLICE AUDIT RECORD NO LOG ENTRY CLAIMED IS A DIVIDER THE *
004620*    HISTORY WILL CARRY BUT THAT NOBODY CAN PLACE IN THE PACKET. *
004630******************************************************************
004640 2300-FIND-UNLOGGED-AUDIT.
004650     IF WS-AUD-MATCHED-YES (WS-AUD-IX)
004660         GO TO 2300-EXIT
004670     END-IF
004680     ADD 1 TO WS-AUD-NO-LOG-CTR
004690     PERFORM 2400-PRINT-EXCEPTION-HEAD THRU 2400-EXIT
004700     MOVE WS-AUD-KEY (WS-AUD-IX) TO WS-AUD-KEY-BUILD
004710     MOVE SPACES TO EXL-RPTIN
004720     MOVE WS-AUD-KEY (WS-AUD-IX) (1:8) TO EXL-RUN-DATE
004730     MOVE WS-AKB-JOB-ID TO EXL-JOB
004740     MOVE WS-AUD-KEY (WS-AUD-IX) (17:3) TO EXL-SEQ
004750     MOVE WS-AUD-TEXT (WS-AUD-IX) TO EXL-TEXT
004760     MOVE 'AUDIT RECORD HAS NO SPLLOG ENTRY' TO EXL-REASON
004770     MOVE WS-EXC-LINE TO WS-PRINT-LINE
004780     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004790     MOVE SPACES TO EXL-REASON.
004800 2300-EXIT.
004810     EXIT.
004820******************************************************************
004830*    2400-PRINT-EXCEPTION-HEAD THRU 2400-EXIT                    *
004840*    HEADS THE LOG/AUDIT EXCEPTION LIST THE FIRST TIME ONE IS    *
004850*    FOUND.                                                      *
004860******************************************************************
004870 2400-PRINT-EXCEPTION-HEAD.
004880     IF WS-EXC-HEAD-DONE-YES
004890         GO TO 2400-EXIT
004900     END-IF
004910     SET WS-EXC-HEAD-DONE-YES TO TRUE
004920     MOVE 'SPLICE LOG / AUDIT RECORD EXCEPTIONS' TO SEC-TEXT
004930     MOVE WS-SECTION-LINE TO WS-PRINT-LINE
004940     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004950     MOVE SPACES TO WS-PRINT-LINE
004960     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004970     MOVE WS-EXC-HEADING TO WS-PRINT-LINE
004980     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004990 2400-EXIT.
005000     EXIT.
005010******************************************************************
005020*    3000-PROVE-THE-RUN THRU 3000-EXIT                           *
005030*    THE RUN BALANCES WHEN EVERY TRIGGER FIRED WITHIN ITS RANGE, *
005040*    EVERY LOG ENTRY NAMED A TRIGGER ON THE CARDS AND HAD ITS    *
005050*    AUDIT RECORD, AND EVERY SPLICE AUDIT RECORD HAD ITS LOG     *
005060*    ENTRY.  RC 8 HOLDS THE PRINT RELEASE.                       *
005070******************************************************************
005080 3000-PROVE-THE-RUN.
005090     PERFORM 3100-PROVE-ONE-TRIGGER THRU 3100-EXIT
005100         VARYING WS-TRIG-IX FROM 1 BY 1
005110         UNTIL WS-TRIG-IX > WS-TRIG-COUNT
005120     IF WS-BAD-RANGE-CTR NOT = ZERO
005130         OR WS-OUT-RANGE-CTR NOT = ZERO
005140         OR WS-LOG-NO-TRIG-CTR NOT = ZERO
005150         OR WS-LOG-NO-AUDIT-CTR NOT = ZERO
005160         OR WS-AUD-NO-LOG-CTR NOT = ZERO
005170         SET WS-IN-BALANCE-NO TO TRUE
005180     END-IF
005190     IF WS-IN-BALANCE-YES
005200         DISPLAY 'BANSRC0020I - SPLICE RUN PROVED OUT - '
005210             WS-TRIG-COUNT ' TRIGGERS IN RANGE, ' WS-LOG-CTR
005220             ' DIVIDERS LOGGED AND AUDITED'
005230     ELSE
005240         DISPLAY 'BANSRC0021E - SPLICE RUN OUT OF BALANCE - '
005250             WS-OUT-RANGE-CTR ' TRIGGERS OUT OF RANGE, '
005260             WS-BAD-RANGE-CTR ' BAD RANGES, '
005270             WS-LOG-NO-AUDIT-CTR ' UNAUDITED, '
005280             WS-AUD-NO-LOG-CTR ' UNLOGGED, '
005290             WS-LOG-NO-TRIG-CTR ' UNKNOWN TRIGGER TEXTS'
005300         IF RETURN-CODE < 8
005310             MOVE 8 TO RETURN-CODE
005320         END-IF
005330     END-IF.
005340 3000-EXIT.
005350     EXIT.
005360 3100-PROVE-ONE-TRIGGER.
005370     IF NOT WS-TRIG-RANGE-OK-YES (WS-TRIG-IX)
005380         ADD 1 TO WS-BAD-RANGE-CTR
005390     ELSE
005400         IF WS-TRIG-FIRED (WS-TRIG-IX)
005410             < WS-TRIG-MIN (WS-TRIG-IX)
005420             OR WS-TRIG-FIRED (WS-TRIG-IX)
005430             > WS-TRIG-MAX (WS-TRIG-IX)
005440             ADD 1 TO WS-OUT-RANGE-CTR
005450         END-IF
005460     END-IF.
005470 3100-EXIT.
005480     EXIT.
005490******************************************************************
005500*    4000-PRINT-TRIGGERS-AND-TOTALS THRU 4000-EXIT               *
005510*    EVERY TRIGGER WITH ITS RANGE, FIRE COUNT, AND STATUS, THEN  *
005520*    THE BALANCING FIGURES AND THE VERDICT.                      *
005530******************************************************************
005540 4000-PRINT-TRIGGERS-AND-TOTALS.
005550     IF WS-EXC-HEAD-DONE-YES
005560         MOVE SPACES TO WS-PRINT-LINE
005570         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005580     END-IF
005590     MOVE 'TRIGGER FIRE COUNTS' TO SEC-TEXT
005600     MOVE WS-SECTION-LINE TO WS-PRINT-LINE
005610     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005620     MOVE SPACES TO WS-PRINT-LINE
005630     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005640     MOVE WS-TRIG-HEADING TO WS-PRINT-LINE
005650     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005660     PERFORM 4100-PRINT-ONE-TRIGGER THRU 4100-EXIT
005670         VARYING WS-TRIG-IX FROM 1 BY 1
005680         UNTIL WS-TRIG-IX > WS-TRIG-COUNT
005690     MOVE SPACES TO WS-PRINT-LINE
005700     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005710     MOVE 'TRIGGER CARDS READ' TO CNT-LABEL
005720     MOVE WS-CARD-CTR TO CNT-VALUE
005730     PERFORM 4200-PRINT-COUNT-LINE THRU 4200-EXIT
005740     MOVE 'TRIGGERS OUTSIDE THEIR EXPECTED RANGE' TO CNT-LABEL
005750     MOVE WS-OUT-RANGE-CTR TO CNT-VALUE
005760     PERFORM 4200-PRINT-COUNT-LINE THRU 4200-EXIT
005770     MOVE 'TRIGGERS WITH AN INVALID RANGE' TO CNT-LABEL
005780     MOVE WS-BAD-RANGE-CTR TO CNT-VALUE
005790     PERFORM 4200-PRINT-COUNT-LINE THRU 4200-EXIT
005800     MOVE 'SPLICE LOG ENTRIES READ' TO CNT-LABEL
005810     MOVE WS-LOG-CTR TO CNT-VALUE
005820     PERFORM 4200-PRINT-COUNT-LINE THRU 4200-EXIT
005830     MOVE 'SPLICE AUDIT RECORDS READ' TO CNT-LABEL
005840     MOVE WS-AUD-READ-CTR TO CNT-VALUE
005850     PERFORM 4200-PRINT-COUNT-LINE THRU 4200-EXIT
005860     MOVE 'LOG ENTRIES MATCHED TO AUDIT RECORDS' TO CNT-LABEL
005870     MOVE WS-LOG-MATCHED-CTR TO CNT-VALUE
005880     PERFORM 4200-PRINT-COUNT-LINE THRU 4200-EXIT
005890     MOVE 'LOG ENTRIES WITH NO AUDIT RECORD' TO CNT-LABEL
005900     MOVE WS-LOG-NO-AUDIT-CTR TO CNT-VALUE
005910     PERFORM 4200-PRINT-COUNT-LINE THRU 4200-EXIT
005920     MOVE 'AUDIT RECORDS WITH NO LOG ENTRY' TO CNT-LABEL
005930     MOVE WS-AUD-NO-LOG-CTR TO CNT-VALUE
005940     PERFORM 4200-PRINT-COUNT-LINE THRU 4200-EXIT
005950     MOVE 'LOG ENTRIES FOR A TRIGGER NOT ON SPLTRIG' TO CNT-LABEL
005960     MOVE WS-LOG-NO-TRIG-CTR TO CNT-VALUE
005970     PERFORM 4200-PRINT-COUNT-LINE THRU 4200-EXIT
005980     MOVE 'NON-SPLICE AUDIT RECORDS PASSED OVER' TO CNT-LABEL
005990     MOVE WS-AUD-OTHER-CTR TO CNT-VALUE
006000     PERFORM 4200-PRINT-COUNT-LINE THRU 4200-EXIT
006010     MOVE SPACES TO WS-PRINT-LINE
006020     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006030     IF WS-IN-BALANCE-YES
006040         MOVE 'SPLICE RUN IS IN BALANCE - PRINT MAY BE RELEASED'
006050             TO VER-TEXT
006060     ELSE
006070         MOVE
006080             'SPLICE RUN OUT OF BALANCE - HOLD THE PRINT RELEASE'
006090             TO VER-TEXT
006100     END-IF
006110     MOVE WS-VERDICT-LINE TO WS-PRINT-LINE
006120     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006130 4000-EXIT.
006140     EXIT.
006150 4100-PRINT-ONE-TRIGGER.
006160     MOVE WS-TRIG-TEXT (WS-TRIG-IX) TO TRL-TEXT
006170     MOVE WS-TRIG-MIN (WS-TRIG-IX) TO TRL-MIN-N
006180     MOVE WS-TRIG-MAX (WS-TRIG-IX) TO TRL-MAX-N
006190     MOVE WS-TRIG-FIRED (WS-TRIG-IX) TO TRL-FIRED
006200     EVALUATE TRUE
006210         WHEN NOT WS-TRIG-RANGE-OK-YES (WS-TRIG-IX)
006220             MOVE '*** RANGE ON CARD IS NOT VALID' TO TRL-STATUS
006230         WHEN WS-TRIG-FIRED (WS-TRIG-IX) = ZERO
006240             AND WS-TRIG-MIN (WS-TRIG-IX) > ZERO
006250             MOVE '*** NEVER FIRED' TO TRL-STATUS
006260         WHEN WS-TRIG-FIRED (WS-TRIG-IX)
006270             < WS-TRIG-MIN (WS-TRIG-IX)
006280             MOVE '*** BELOW MINIMUM' TO TRL-STATUS
006290         WHEN WS-TRIG-FIRED (WS-TRIG-IX)
006300             > WS-TRIG-MAX (WS-TRIG-IX)
006310             MOVE '*** ABOVE MAXIMUM' TO TRL-STATUS
006320         WHEN OTHER
006330             MOVE 'IN RANGE' TO TRL-STATUS
006340     END-EVALUATE
006350     MOVE WS-TRIG-LINE TO WS-PRINT-LINE
006360     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006370 4100-EXIT.
006380     EXIT.
006390 4200-PRINT-COUNT-LINE.
006400     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
006410     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006420 4200-EXIT.
006430     EXIT.
006440******************************************************************
006450*    7000-WRITE-REPORT-LINE THRU 7000-EXIT                       *
006460*    COUNTS LINES AGAINST THE PAGE DEPTH AND STARTS A NEW HEADED *
006470*    PAGE WHEN THE CURRENT ONE IS FULL.                          *
006480******************************************************************
006490 7000-WRITE-REPORT-LINE.
006500     IF WS-LINE-CNT >= WS-PAGE-DEPTH
006510         PERFORM 7100-START-NEW-PAGE THRU 7100-EXIT
006520     END-IF
006530     MOVE WS-PRINT-LINE TO SPLRC-RPT-RECORD
006540     WRITE SPLRC-RPT-RECORD AFTER ADVANCING 1 LINE
006550     IF WS-RPT-STATUS NOT = '00'
006560         DISPLAY 'BANSRC0022E - SPLRPT01 WRITE FAILED, STATUS '
006570             WS-RPT-STATUS
006580         MOVE 16 TO RETURN-CODE
006590         STOP RUN
006600     END-IF
006610     ADD 1 TO WS-LINE-CNT.
006620 7000-EXIT.
006630     EXIT.
006640******************************************************************
006650*    7100-START-NEW-PAGE THRU 7100-EXIT                          *
006660******************************************************************
006670 7100-START-NEW-PAGE.
006680     ADD 1 TO WS-PAGE-NUM
006690     MOVE WS-PAGE-NUM TO HD1-PAGE
006700     MOVE WS-HEADING-1 TO SPLRC-RPT-RECORD
006710     WRITE SPLRC-RPT-RECORD AFTER ADVANCING PAGE
006720     IF WS-RPT-STATUS NOT = '00'
006730         DISPLAY 'BANSRC0022E - SPLRPT01 WRITE FAILED, STATUS '
006740             WS-RPT-STATUS
006750         MOVE 16 TO RETURN-CODE
006760         STOP RUN
006770     END-IF
006780     MOVE SPACES TO SPLRC-RPT-RECORD
006790     WRITE SPLRC-RPT-RECORD AFTER ADVANCING 1 LINE
006800     IF WS-RPT-STATUS NOT = '00'
006810         DISPLAY 'BANSRC0022E - SPLRPT01 WRITE FAILED, STATUS '
006820             WS-RPT-STATUS
006830         MOVE 16 TO RETURN-CODE
006840         STOP RUN
006850     END-IF
006860     MOVE 2 TO WS-LINE-CNT.
006870 7100-EXIT.
006880     EXIT.
