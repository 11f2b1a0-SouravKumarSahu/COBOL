000100******************************************************************
000110* IDENTIFICATION DIVISION                                       *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    BANLEDRPT.
000150 AUTHOR.        D SPRAGUE.
000160 INSTALLATION.  REPORT PRODUCTION - BATCH SUPPORT.
000170 DATE-WRITTEN.  10/15/26.
000180 DATE-COMPILED.
000190******************************************************************
000200* MODIFICATION HISTORY                                          *
000210* 10/15/26  DPS  ORIGINAL.  RUN-CONTROL LEDGER STATUS REPORT.    *
000220*                READS THE BANLEDGR RECORD FOR ONE BUSINESS      *
000230*                DATE (BANPARM BUSDATE OVERRIDE HONORED,         *
000240*                OTHERWISE TODAY) AND PRINTS ONE LINE PER STEP   *
000250*                OF THE NIGHTLY BANNER STREAM - STATUS, START    *
000260*                AND END STAMPS, RETURN CODE, ITS TWO KEY        *
000270*                COUNTS, RUNS, AND WHETHER AN OVERRIDE WAS USED  *
000280*                - FOLLOWED BY AN EXCEPTION LIST: STEPS NOT      *
000290*                RUN, STARTED AND NEVER FINISHED, ENDED RC 8 OR  *
000300*                OVER, RUN MORE THAN ONCE, OR LET THROUGH BY AN  *
000310*                OVERRIDE.  ANY EXCEPTION ENDS THE STEP RC 4.    *
000320*                READS THE LEDGER ONLY - IT IS NOT ITSELF A      *
000330*                LEDGER STEP, SO IT CAN BE RUN AT ANY HOUR FOR   *
000340*                ANY DATE.                                       *
000350******************************************************************
000360*
000370* PURPOSE.  REPORTS WHICH STEPS OF THE NIGHTLY BANNER STREAM RAN
000380*           FOR A BUSINESS DATE, HOW THEY ENDED, AND WHAT IS
000390*           MISSING OR OUT OF THE ORDINARY.
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL BANN-PARM-FILE ASSIGN TO BANPARM
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PRM-STATUS.
000500     SELECT OPTIONAL BANN-LEDGER-FILE ASSIGN TO BANLEDGR
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS LEDG-BUS-DATE
000540         FILE STATUS IS WS-LGR-STATUS.
000550     SELECT LEDG-RPT-FILE      ASSIGN TO LEDRPT01
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.
000580******************************************************************
000590* DATA DIVISION                                                 *
000600******************************************************************
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  BANN-PARM-FILE
000640     RECORDING MODE IS F.
000650 01  BANN-PARM-RECORD.
000660     05  PARM-RUN-MODE        PIC X(08).
000670         88  PARM-KEY-BUSDATE     VALUE 'BUSDATE'.
000680     05  PARM-BUS-DATE        PIC X(08).
000690     05  FILLER               PIC X(64).
000700 FD  BANN-LEDGER-FILE.
000710 01  BANN-LEDGER-RECORD.
000720     COPY BANNLEDG.
000730 FD  LEDG-RPT-FILE
000740     RECORDING MODE IS F.
000750 01  LEDG-RPT-RECORD             PIC X(132).
000760******************************************************************
000770*    WORKING-STORAGE SECTION                                    *
000780******************************************************************
000790 WORKING-STORAGE SECTION.
000800 01  WS-PRM-STATUS            PIC X(02) VALUE '00'.
000810 01  WS-LGR-STATUS            PIC X(02) VALUE '00'.
000820 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000830 01  WS-PRM-EOF               PIC X(01) VALUE 'N'.
000840     88  WS-PRM-EOF-YES           VALUE 'Y'.
000850 01  WS-BUS-DATE              PIC 9(08) VALUE ZERO.
000860 01  WS-BUS-DATE-SET          PIC X(01) VALUE 'N'.
000870     88  WS-BUS-DATE-SET-YES      VALUE 'Y'.
000880 01  WS-RUN-DATE              PIC 9(08).
000890 01  WS-LEDG-FOUND            PIC X(01) VALUE 'N'.
000900     88  WS-LEDG-FOUND-YES        VALUE 'Y'.
000910 01  WS-STEP-IX               PIC 9(02) COMP.
000920 01  WS-EXCEPT-CTR            PIC 9(05) COMP VALUE ZERO.
000930 01  WS-COMPLETE-CTR          PIC 9(05) COMP VALUE ZERO.
000940 01  WS-STEP-NAMES.
000950     COPY BANNLSTP.
000960*    A YYYYMMDDHHMMSS LEDGER STAMP, AND THE MM/DD HH:MM:SS FORM
000970*    IT PRINTS IN.
000980 01  WS-STAMP                 PIC X(14).
000990 01  WS-STAMP-R REDEFINES WS-STAMP.
001000     05  WS-STAMP-YEAR        PIC X(04).
001010     05  WS-STAMP-MONTH       PIC X(02).
001020     05  WS-STAMP-DAY         PIC X(02).
001030     05  WS-STAMP-HOUR        PIC X(02).
001040     05  WS-STAMP-MINUTE      PIC X(02).
001050     05  WS-STAMP-SECOND      PIC X(02).
001060 01  WS-STAMP-PRINT.
001070     05  STP-MONTH            PIC X(02).
001080     05  FILLER               PIC X(01) VALUE '/'.
001090     05  STP-DAY              PIC X(02).
001100     05  FILLER               PIC X(01) VALUE SPACE.
001110     05  STP-HOUR             PIC X(02).
001120     05  FILLER               PIC X(01) VALUE ':'.
001130     05  STP-MINUTE           PIC X(02).
001140     05  FILLER               PIC X(01) VALUE ':'.
001150     05  STP-SECOND           PIC X(02).
001160 01  WS-LINE-CNT              PIC 9(03) COMP VALUE 99.
001170 01  WS-PAGE-NUM              PIC 9(05) COMP VALUE ZERO.
001180 01  WS-PAGE-DEPTH            PIC 9(03) COMP VALUE 60.
001190 01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
001200 01  WS-HEADING-1.
001210     05  FILLER               PIC X(10) VALUE 'BANLEDRPT'.
001220     05  FILLER               PIC X(20) VALUE SPACES.
001230     05  FILLER               PIC X(36) VALUE
001240         'NIGHTLY RUN-CONTROL LEDGER STATUS'.
001250     05  FILLER               PIC X(14) VALUE 'BUSINESS DATE '.
001260     05  HD1-BUS-DATE         PIC 9(08).
001270     05  FILLER               PIC X(29) VALUE SPACES.
001280     05  FILLER               PIC X(05) VALUE 'PAGE '.
001290     05  HD1-PAGE             PIC ZZZZ9.
001300     05  FILLER               PIC X(05) VALUE SPACES.
001310 01  WS-HEADING-2.
001320     05  FILLER               PIC X(14) VALUE 'STEP'.
001330     05  FILLER               PIC X(20) VALUE 'STATUS'.
001340     05  FILLER               PIC X(16) VALUE 'STARTED'.
001350     05  FILLER               PIC X(16) VALUE 'ENDED'.
001360     05  FILLER               PIC X(05) VALUE ' RC'.
001370     05  FILLER               PIC X(26) VALUE 'FIRST COUNT'.
001380     05  FILLER               PIC X(24) VALUE 'SECOND COUNT'.
001390     05  FILLER               PIC X(04) VALUE 'RUNS'.
001393     05  FILLER               PIC X(02) VALUE SPACES.
001396     05  FILLER               PIC X(03) VALUE 'OVR'.
001400 01  WS-DETAIL-LINE.
001410     05  DET-STEP             PIC X(12).
001420     05  FILLER               PIC X(02) VALUE SPACES.
001430     05  DET-STATUS           PIC X(18).
001440     05  FILLER               PIC X(02) VALUE SPACES.
001450     05  DET-START            PIC X(14).
001460     05  FILLER               PIC X(02) VALUE SPACES.
001470     05  DET-END              PIC X(14).
001480     05  FILLER               PIC X(02) VALUE SPACES.
001490     05  DET-RC               PIC X(03).
001500     05  DET-RC-N REDEFINES DET-RC
001510                              PIC ZZ9.
001520     05  FILLER               PIC X(02) VALUE SPACES.
001530     05  DET-LABEL-1          PIC X(14).
001540     05  FILLER               PIC X(01) VALUE SPACE.
001550     05  DET-COUNT-1          PIC X(09).
001560     05  DET-COUNT-1-N REDEFINES DET-COUNT-1
001570                              PIC ZZZZZZZZ9.
001580     05  FILLER               PIC X(02) VALUE SPACES.
001590     05  DET-LABEL-2          PIC X(14).
001600     05  FILLER               PIC X(01) VALUE SPACE.
001610     05  DET-COUNT-2          PIC X(09).
001620     05  DET-COUNT-2-N REDEFINES DET-COUNT-2
001630                              PIC ZZZZZZZZ9.
001640     05  FILLER               PIC X(02) VALUE SPACES.
001650     05  DET-RUNS             PIC X(02).
001660     05  DET-RUNS-N REDEFINES DET-RUNS
001670                              PIC Z9.
001680     05  FILLER               PIC X(02) VALUE SPACES.
001690     05  DET-OVR              PIC X(03).
001700 01  WS-EXCEPT-HEAD.
001710     05  FILLER               PIC X(40) VALUE
001720         'EXCEPTIONS'.
001730     05  FILLER               PIC X(92) VALUE SPACES.
001740 01  WS-EXCEPT-LINE.
001750     05  FILLER               PIC X(02) VALUE SPACES.
001760     05  EXC-STEP             PIC X(12).
001770     05  FILLER               PIC X(02) VALUE SPACES.
001780     05  EXC-TEXT             PIC X(40).
001790     05  EXC-TEXT-R REDEFINES EXC-TEXT.
001800         10  EXC-LEAD         PIC X(22).
001810         10  FILLER           PIC X(01).
001820         10  EXC-NUM          PIC ZZ9.
001830         10  FILLER           PIC X(14).
001840     05  FILLER               PIC X(76) VALUE SPACES.
001850 01  WS-VERDICT-LINE.
001860     05  FILLER               PIC X(02) VALUE SPACES.
001870     05  VER-COMPLETE         PIC ZZ9.
001880     05  FILLER               PIC X(22) VALUE
001890         ' STEPS COMPLETE,  '.
001900     05  VER-EXCEPT           PIC ZZ9.
001910     05  FILLER               PIC X(14) VALUE ' EXCEPTIONS - '.
001920     05  VER-TEXT             PIC X(40).
001930     05  FILLER               PIC X(48) VALUE SPACES.
001940******************************************************************
001950* PROCEDURE DIVISION                                            *
001960******************************************************************
001970 PROCEDURE DIVISION.
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002000     PERFORM 2000-REPORT-ONE-STEP THRU 2000-EXIT
002010         VARYING WS-STEP-IX FROM 1 BY 1
002020         UNTIL WS-STEP-IX > BANN-STEP-COUNT
002030     PERFORM 3000-LIST-EXCEPTIONS THRU 3000-EXIT
002040     PERFORM 4000-WRAP-UP THRU 4000-EXIT
002050     CLOSE LEDG-RPT-FILE
002060     STOP RUN.
002070******************************************************************
002080*    1000-INITIALIZE THRU 1000-EXIT                              *
002090*    SETS THE BUSINESS DATE, READS ITS LEDGER RECORD, AND OPENS  *
002100*    THE LISTING.  NO RECORD FOR THE DATE - OR NO LEDGER AT ALL  *
002110*    - IS REPORTED AS EVERY STEP NOT RUN.                        *
002120******************************************************************
002130 1000-INITIALIZE.
002140     PERFORM 1050-READ-RUN-OPTIONS THRU 1050-EXIT
002150     MOVE WS-RUN-DATE TO HD1-BUS-DATE
002160     PERFORM 1100-READ-LEDGER THRU 1100-EXIT
002170     OPEN OUTPUT LEDG-RPT-FILE
002180     IF WS-RPT-STATUS NOT = '00'
002190         DISPLAY 'BANLDR0016E - LEDRPT01 OPEN FAILED, STATUS '
002200             WS-RPT-STATUS
002210         MOVE 16 TO RETURN-CODE
002220         STOP RUN
002230     END-IF.
002240 1000-EXIT.
002250     EXIT.
002260******************************************************************
002270*    1050-READ-RUN-OPTIONS THRU 1050-EXIT                        *
002280*    SAME OPTIONAL BANPARM BUSDATE OVERRIDE THE NIGHTLY STEPS    *
002290*    TAKE, SO THE REPORT CAN BE RUN THE NEXT MORNING (OR ANY     *
002300*    LATER DAY) FOR THE NIGHT IT BELONGS TO.  RUN-MODE AND       *
002310*    OVERRIDE RECORDS ON THE FILE BELONG TO THE NIGHTLY STEPS    *
002320*    AND ARE READ PAST.                                          *
002330******************************************************************
002340 1050-READ-RUN-OPTIONS.
002350     OPEN INPUT BANN-PARM-FILE
002360     IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '05'
002370         PERFORM 1060-READ-ONE-OPTION THRU 1060-EXIT
002380             UNTIL WS-PRM-EOF-YES
002390         CLOSE BANN-PARM-FILE
002400     ELSE
002410         IF WS-PRM-STATUS NOT = '35'
002420             DISPLAY 'BANLDR0010E - BANPARM OPEN FAILED, STATUS '
002430                 WS-PRM-STATUS
002440             MOVE 16 TO RETURN-CODE
002450             STOP RUN
002460         END-IF
002470     END-IF
002480     IF WS-BUS-DATE-SET-YES
002490         MOVE WS-BUS-DATE TO WS-RUN-DATE
002500         DISPLAY 'BANLDR0011I - BUSINESS DATE OVERRIDE '
002510             WS-RUN-DATE ' IN EFFECT FOR THIS RUN'
002520     ELSE
002530         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
002540     END-IF.
002550 1050-EXIT.
002560     EXIT.
002570 1060-READ-ONE-OPTION.
002580     READ BANN-PARM-FILE
002590         AT END
002600             SET WS-PRM-EOF-YES TO TRUE
002610         NOT AT END
002620             IF PARM-KEY-BUSDATE
002630                 IF PARM-BUS-DATE NUMERIC
002640                     MOVE PARM-BUS-DATE TO WS-BUS-DATE
002650                     SET WS-BUS-DATE-SET-YES TO TRUE
002660                 ELSE
002670                     DISPLAY 'BANLDR0012E - BUSDATE VALUE '
002680                         PARM-BUS-DATE ' ON BANPARM IS NOT A'
002690                         ' VALID YYYYMMDD DATE'
002700                     MOVE 16 TO RETURN-CODE
002710                     STOP RUN
002720                 END-IF
002730             END-IF
002740     END-READ.
002750 1060-EXIT.
002760     EXIT.
002770******************************************************************
002780*    1100-READ-LEDGER THRU 1100-EXIT                             *
002790*    RANDOM READ OF THE DATE'S LEDGER RECORD.  THE LEDGER IS     *
002800*    CLOSED AGAIN AT ONCE SO A NIGHTLY STEP IS NEVER KEPT        *
002810*    WAITING ON IT.                                              *
002820******************************************************************
002830 1100-READ-LEDGER.
002840     OPEN INPUT BANN-LEDGER-FILE
002850     IF WS-LGR-STATUS = '05'
002860         CLOSE BANN-LEDGER-FILE
002870         GO TO 1100-NOT-FOUND
002880     END-IF
002890     IF WS-LGR-STATUS NOT = '00'
002900         DISPLAY 'BANLDR0013E - BANLEDGR OPEN FAILED, STATUS '
002910             WS-LGR-STATUS
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF
002950     MOVE WS-RUN-DATE TO LEDG-BUS-DATE
002960     READ BANN-LEDGER-FILE
002970         INVALID KEY
002980             CONTINUE
002990         NOT INVALID KEY
003000             SET WS-LEDG-FOUND-YES TO TRUE
003010     END-READ
003020     IF WS-LGR-STATUS NOT = '00' AND WS-LGR-STATUS NOT = '23'
003030         DISPLAY 'BANLDR0014E - BANLEDGR READ FAILED, STATUS '
003040             WS-LGR-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF
003080     CLOSE BANN-LEDGER-FILE
003090     IF WS-LEDG-FOUND-YES
003100         GO TO 1100-EXIT
003110     END-IF.
003120 1100-NOT-FOUND.
003130     DISPLAY 'BANLDR0015W - NO RUN-CONTROL LEDGER RECORD FOR '
003140         'BUSINESS DATE ' WS-RUN-DATE ' - NO STEP HAS RUN'
003150     MOVE SPACES TO BANN-LEDGER-RECORD
003160     MOVE WS-RUN-DATE TO LEDG-BUS-DATE.
003170 1100-EXIT.
003180     EXIT.
003190******************************************************************
003200*    2000-REPORT-ONE-STEP THRU 2000-EXIT                         *
003210*    ONE DETAIL LINE FOR THE STEP AT WS-STEP-IX.  A STEP THAT    *
003220*    HAS NOT RUN PRINTS ONLY ITS NAME AND STATUS.                *
003230******************************************************************
003240 2000-REPORT-ONE-STEP.
003250     MOVE SPACES TO WS-DETAIL-LINE
003260     MOVE BANN-STEP-NAME (WS-STEP-IX) TO DET-STEP
003270     EVALUATE TRUE
003280         WHEN LEDG-STEP-COMPLETE (WS-STEP-IX)
003290             MOVE 'COMPLETE' TO DET-STATUS
003300             ADD 1 TO WS-COMPLETE-CTR
003310         WHEN LEDG-STEP-STARTED (WS-STEP-IX)
003320             MOVE 'STARTED, NO FINISH' TO DET-STATUS
003330         WHEN BANN-STEP-IS-OPTIONAL (WS-STEP-IX)
003340             MOVE 'NOT RUN - OPTIONAL' TO DET-STATUS
003350         WHEN OTHER
003360             MOVE 'NOT RUN' TO DET-STATUS
003370     END-EVALUATE
003380     IF LEDG-STEP-NOT-RUN (WS-STEP-IX)
003390         GO TO 2000-WRITE
003400     END-IF
003410     MOVE LEDG-START-STAMP (WS-STEP-IX) TO WS-STAMP
003420     PERFORM 2100-FORMAT-STAMP THRU 2100-EXIT
003430     MOVE WS-STAMP-PRINT TO DET-START
003440     IF LEDG-STEP-COMPLETE (WS-STEP-IX)
003450         MOVE LEDG-END-STAMP (WS-STEP-IX) TO WS-STAMP
003460         PERFORM 2100-FORMAT-STAMP THRU 2100-EXIT
003470         MOVE WS-STAMP-PRINT TO DET-END
003480         MOVE LEDG-STEP-RC (WS-STEP-IX) TO DET-RC-N
003490         MOVE BANN-STEP-LABEL-1 (WS-STEP-IX) TO DET-LABEL-1
003500         MOVE LEDG-COUNT-1 (WS-STEP-IX) TO DET-COUNT-1-N
003510         MOVE BANN-STEP-LABEL-2 (WS-STEP-IX) TO DET-LABEL-2
003520         MOVE LEDG-COUNT-2 (WS-STEP-IX) TO DET-COUNT-2-N
003530     END-IF
003540     MOVE LEDG-RUN-COUNT (WS-STEP-IX) TO DET-RUNS-N
003550     IF LEDG-OVERRIDDEN (WS-STEP-IX)
003560         MOVE 'YES' TO DET-OVR
003570     END-IF.
003580 2000-WRITE.
003590     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
003600     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003610 2000-EXIT.
003620     EXIT.
003630******************************************************************
003640*    2100-FORMAT-STAMP THRU 2100-EXIT                            *
003650******************************************************************
003660 2100-FORMAT-STAMP.
003670     MOVE WS-STAMP-MONTH TO STP-MONTH
003680     MOVE WS-STAMP-DAY TO STP-DAY
003690     MOVE WS-STAMP-HOUR TO STP-HOUR
003700     MOVE WS-STAMP-MINUTE TO STP-MINUTE
003710     MOVE WS-STAMP-SECOND TO STP-SECOND.
003720 2100-EXIT.
003730     EXIT.
003740******************************************************************
003750*    3000-LIST-EXCEPTIONS THRU 3000-EXIT                         *
003760******************************************************************
003770 3000-LIST-EXCEPTIONS.
003780     MOVE SPACES TO WS-PRINT-LINE
003790     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003800     MOVE WS-EXCEPT-HEAD TO WS-PRINT-LINE
003810     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003820     PERFORM 3100-CHECK-ONE-STEP THRU 3100-EXIT
003830         VARYING WS-STEP-IX FROM 1 BY 1
003840         UNTIL WS-STEP-IX > BANN-STEP-COUNT
003850     IF WS-EXCEPT-CTR = ZERO
003860         MOVE SPACES TO WS-EXCEPT-LINE
003870         MOVE 'NONE' TO EXC-STEP
003880         MOVE WS-EXCEPT-LINE TO WS-PRINT-LINE
003890         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003900     END-IF.
003910 3000-EXIT.
003920     EXIT.
003930******************************************************************
003940*    3100-CHECK-ONE-STEP THRU 3100-EXIT                          *
003950*    A STEP CAN LIST MORE THAN ONCE - A RERUN THAT NEEDED AN     *
003960*    OVERRIDE SHOWS BOTH.  AN OPTIONAL STEP THAT HAS NOT RUN IS  *
003970*    NOT AN EXCEPTION.                                           *
003980******************************************************************
003990 3100-CHECK-ONE-STEP.
004000     MOVE SPACES TO WS-EXCEPT-LINE
004010     MOVE BANN-STEP-NAME (WS-STEP-IX) TO EXC-STEP
004020     IF LEDG-STEP-NOT-RUN (WS-STEP-IX)
004030         IF NOT BANN-STEP-IS-OPTIONAL (WS-STEP-IX)
004040             MOVE 'HAS NOT RUN FOR THE DATE' TO EXC-TEXT
004050             PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
004060         END-IF
004070         GO TO 3100-EXIT
004080     END-IF
004090     IF LEDG-STEP-STARTED (WS-STEP-IX)
004100         MOVE 'STARTED AND NEVER FINISHED' TO EXC-TEXT
004110         PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
004120     END-IF
004130     IF LEDG-STEP-COMPLETE (WS-STEP-IX)
004140         AND LEDG-STEP-RC (WS-STEP-IX) >= 8
004150         MOVE 'ENDED WITH RETURN CODE' TO EXC-LEAD
004160         MOVE LEDG-STEP-RC (WS-STEP-IX) TO EXC-NUM
004170         PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
004180     END-IF
004190     IF LEDG-RUN-COUNT (WS-STEP-IX) > 1
004200         MOVE 'STARTS POSTED FOR DATE' TO EXC-LEAD
004210         MOVE LEDG-RUN-COUNT (WS-STEP-IX) TO EXC-NUM
004220         PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
004230     END-IF
004240     IF LEDG-OVERRIDDEN (WS-STEP-IX)
004250         MOVE 'LET THROUGH BY A BANPARM OVERRIDE' TO EXC-TEXT
004260         PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
004270     END-IF.
004280 3100-EXIT.
004290     EXIT.
004300 3200-WRITE-EXCEPTION.
004310     ADD 1 TO WS-EXCEPT-CTR
004320     MOVE WS-EXCEPT-LINE TO WS-PRINT-LINE
004330     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004340     MOVE SPACES TO EXC-TEXT.
004350 3200-EXIT.
004360     EXIT.
004370******************************************************************
004380*    4000-WRAP-UP THRU 4000-EXIT                                 *
004390******************************************************************
004400 4000-WRAP-UP.
004410     MOVE SPACES TO WS-PRINT-LINE
004420     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004430     MOVE WS-COMPLETE-CTR TO VER-COMPLETE
004440     MOVE WS-EXCEPT-CTR TO VER-EXCEPT
004450     IF WS-EXCEPT-CTR = ZERO
004460         MOVE 'STREAM COMPLETE FOR THE DATE' TO VER-TEXT
004470     ELSE
004480         MOVE 'SEE EXCEPTIONS ABOVE' TO VER-TEXT
004490         IF RETURN-CODE < 4
004500             MOVE 4 TO RETURN-CODE
004510         END-IF
004520     END-IF
004530     MOVE WS-VERDICT-LINE TO WS-PRINT-LINE
004540     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004550     DISPLAY 'BANLDR0018I - BUSINESS DATE ' WS-RUN-DATE ', '
004560         WS-COMPLETE-CTR ' STEPS COMPLETE, ' WS-EXCEPT-CTR
004570         ' EXCEPTIONS'.
004580 4000-EXIT.
004590     EXIT.
004600******************************************************************
004610*    7000-WRITE-REPORT-LINE THRU 7000-EXIT                       *
004620*    COUNTS LINES AGAINST THE PAGE DEPTH AND STARTS A NEW HEADED *
004630*    PAGE WHEN THE CURRENT ONE IS FULL.                          *
004640******************************************************************
004650 7000-WRITE-REPORT-LINE.
004660     IF WS-LINE-CNT >= WS-PAGE-DEPTH
004670         PERFORM 7100-START-NEW-PAGE THRU 7100-EXIT
004680     END-IF
004690     MOVE WS-PRINT-LINE TO LEDG-RPT-RECORD
004700     WRITE LEDG-RPT-RECORD AFTER ADVANCING 1 LINE
004710     IF WS-RPT-STATUS NOT = '00'
004720         DISPLAY 'BANLDR0017E - LEDRPT01 WRITE FAILED, STATUS '
004730             WS-RPT-STATUS
004740         MOVE 16 TO RETURN-CODE
004750         STOP RUN
004760     END-IF
004770     ADD 1 TO WS-LINE-CNT.
004780 7000-EXIT.
004790     EXIT.
004800******************************************************************
004810*    7100-START-NEW-PAGE THRU 7100-EXIT                          *
004820******************************************************************
004830 7100-START-NEW-PAGE.
004840     ADD 1 TO WS-PAGE-NUM
004850     MOVE WS-PAGE-NUM TO HD1-PAGE
004860     MOVE WS-HEADING-1 TO LEDG-RPT-RECORD
004870     WRITE LEDG-RPT-RECORD AFTER ADVANCING PAGE
004880     IF WS-RPT-STATUS NOT = '00'
004890         DISPLAY 'BANLDR0017E - LEDRPT01 WRITE FAILED, STATUS '
004900             WS-RPT-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF
004940     MOVE WS-HEADING-2 TO LEDG-RPT-RECORD
004950     WRITE LEDG-RPT-RECORD AFTER ADVANCING 1 LINE
004960     IF WS-RPT-STATUS NOT = '00'
004970         DISPLAY 'BANLDR0017E - LEDRPT01 WRITE FAILED, STATUS '
004980             WS-RPT-STATUS
004990         MOVE 16 TO RETURN-CODE
005000         STOP RUN
005010     END-IF
005020     MOVE SPACES TO LEDG-RPT-RECORD
005030     WRITE LEDG-RPT-RECORD AFTER ADVANCING 1 LINE
005040     IF WS-RPT-STATUS NOT = '00'
005050         DISPLAY 'BANLDR0017E - LEDRPT01 WRITE FAILED, STATUS '
005060             WS-RPT-STATUS
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF
005100     MOVE 3 TO WS-LINE-CNT.
005110 7100-EXIT.
005120     EXIT.
