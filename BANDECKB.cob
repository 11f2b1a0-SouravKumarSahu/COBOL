000400*                TIME, SO ONLY THEIR DESTINATION CODE IS EDITED    *
000410*                HERE.  AN OPTIONAL DECKPARM RECORD NAMES THE      *
000420*                SUBMITTING DEPARTMENT FOR THE H HEADER.           *
000421* 10/15/26  DPS  THE STEP NOW RUNS UNDER THE RUN-CONTROL LEDGER  *
000422*                (BANLEDGR, THROUGH BANLEDSUB) - IT POSTS ITS    *
000423*                START BEFORE ANY FILE IS OPENED AND ITS         *
000424*                FINISH, RC, CARDS TYPED, AND CARDS FLAGGED AS   *
000425*                ITS LAST ACT, AND IS REFUSED (RC 16) IF IT      *
000426*                ALREADY COMPLETED FOR THE BUSINESS DATE UNLESS  *
000427*                A BANPARM OVERRIDE CARD NAMES BANDECKB.  THE    *
000428*                OPTIONAL BANPARM BUSDATE OVERRIDE NOW SETS THE  *
000429*                BUSINESS DATE (AND SO THE H HEADER PREPARATION  *
000430*                DATE) HERE THE SAME WAY IT DOES FOR THE BANNER  *
000431*                STEP.                                           *
000432******************************************************************
000440*
000450* PURPOSE.  BUILDS A COMPLETE BANCTLIN DECK - H HEADER, TYPED R
000460*           CARDS, AND T TRAILER WITH CARD COUNT AND HEIGHT HASH -
000610     SELECT OPTIONAL DECK-PARM-FILE ASSIGN TO DECKPARM
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PRM-STATUS.
000631     SELECT OPTIONAL BANN-PARM-FILE ASSIGN TO BANPARM
000632         ORGANIZATION IS LINE SEQUENTIAL
000633         FILE STATUS IS WS-BPM-STATUS.
000640******************************************************************
000650* DATA DIVISION                                                 *
000660******************************************************************
000940 01  DECK-PARM-RECORD.
000950     05  DPRM-DEPARTMENT      PIC X(08).
000960     05  FILLER               PIC X(72).
000961 FD  BANN-PARM-FILE
000962     RECORDING MODE IS F.
000963 01  BANN-PARM-RECORD.
000964     05  PARM-RUN-MODE        PIC X(08).
000965         88  PARM-KEY-BUSDATE     VALUE 'BUSDATE'.
000966         88  PARM-KEY-OVERRIDE    VALUE 'OVERRIDE'.
000967     05  PARM-BUS-DATE        PIC X(08).
000968     05  FILLER               PIC X(64).
000969 01  BANN-PARM-OVR-RECORD.
000970     05  FILLER               PIC X(08).
000971     05  PARM-OVR-STEP        PIC X(12).
000972     05  FILLER               PIC X(60).
000973******************************************************************
000980*    WORKING-STORAGE SECTION                                    *
000990******************************************************************
001000 WORKING-STORAGE SECTION.
001010 01  WS-DIN-STATUS            PIC X(02) VALUE '00'.
001020 01  WS-DOT-STATUS            PIC X(02) VALUE '00'.
001030 01  WS-PRM-STATUS            PIC X(02) VALUE '00'.
001031 01  WS-BPM-STATUS            PIC X(02) VALUE '00'.
001032 01  WS-BPM-EOF               PIC X(01) VALUE 'N'.
001033     88  WS-BPM-EOF-YES           VALUE 'Y'.
001034 01  WS-BUS-DATE              PIC 9(08) VALUE ZERO.
001035 01  WS-BUS-DATE-SET          PIC X(01) VALUE 'N'.
001036     88  WS-BUS-DATE-SET-YES      VALUE 'Y'.
001040 01  WS-DIN-EOF               PIC X(01) VALUE 'N'.
001050     88  WS-DIN-EOF-YES           VALUE 'Y'.
001060 01  WS-RUN-DATE              PIC 9(08).
001170 01  WS-GLYPH-IX              PIC 9(03) COMP.
001180 01  WS-BANNER-FONT.
001190     COPY BANNFONT.
001191 01  WS-LEDGER-CALL.
001192     COPY BANNLCAL.
001200******************************************************************
001210* PROCEDURE DIVISION                                            *
001220******************************************************************
001300     PERFORM 3000-WRAP-UP THRU 3000-EXIT
001310     CLOSE DECK-IN-FILE
001320     CLOSE DECK-OUT-FILE
001321     PERFORM 9100-POST-LEDGER-FINISH THRU 9100-EXIT
001330     STOP RUN.
001340******************************************************************
001350*    1000-INITIALIZE THRU 1000-EXIT                             *
001351*    SETS THE BUSINESS DATE AND POSTS THE LEDGER START, THEN     *
001360*    READS THE OPTIONAL DECKPARM DEPARTMENT RECORD (NO DD OR A   *
001370*    BLANK RECORD FILES THE DECK UNDER SCHEDULE) AND OPENS THE   *
001380*    CARD INPUT AND DECK OUTPUT.                                 *
001390******************************************************************
001400 1000-INITIALIZE.
001410     PERFORM 1050-READ-RUN-OPTIONS THRU 1050-EXIT
001411     PERFORM 1070-POST-LEDGER-START THRU 1070-EXIT
001420     OPEN INPUT DECK-PARM-FILE
001430     IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '05'
001440         READ DECK-PARM-FILE
001740     END-IF.
001750 1000-EXIT.
001760     EXIT.
001761******************************************************************
001762*    1050-READ-RUN-OPTIONS THRU 1050-EXIT                        *
001763*    SAME OPTIONAL BANPARM FILE THE BANNER STEP READS - A        *
001764*    BUSDATE RECORD OVERRIDES THE CALENDAR DATE AS THE BUSINESS  *
001765*    DATE, AND AN OVERRIDE RECORD NAMING BANDECKB (COLS 9-20)    *
001766*    LETS THE STEP PAST THE RUN-CONTROL LEDGER'S ONCE-PER-DATE   *
001767*    CHECK.  OTHER RECORDS BELONG TO OTHER STEPS AND ARE         *
001768*    IGNORED.                                                    *
001769******************************************************************
001770 1050-READ-RUN-OPTIONS.
001771     MOVE SPACES TO WS-LEDGER-CALL
001772     MOVE 'BANDECKB' TO LCAL-STEP-NAME
001773     OPEN INPUT BANN-PARM-FILE
001774     IF WS-BPM-STATUS = '00' OR WS-BPM-STATUS = '05'
001775         PERFORM 1060-READ-ONE-OPTION THRU 1060-EXIT
001776             UNTIL WS-BPM-EOF-YES
001777         CLOSE BANN-PARM-FILE
001778     ELSE
001779         IF WS-BPM-STATUS NOT = '35'
001780             DISPLAY 'BANDKB0031E - BANPARM OPEN FAILED, STATUS '
001781                 WS-BPM-STATUS
001782             MOVE 16 TO RETURN-CODE
001783             STOP RUN
001784         END-IF
001785     END-IF
001786     IF WS-BUS-DATE-SET-YES
001787         MOVE WS-BUS-DATE TO WS-RUN-DATE
001788         DISPLAY 'BANDKB0032I - BUSINESS DATE OVERRIDE '
001789             WS-RUN-DATE ' IN EFFECT FOR THIS RUN'
001790     ELSE
001791         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
001792     END-IF.
001793 1050-EXIT.
001794     EXIT.
001795 1060-READ-ONE-OPTION.
001796     READ BANN-PARM-FILE
001797         AT END
001798             SET WS-BPM-EOF-YES TO TRUE
001799         NOT AT END
001800             IF PARM-KEY-BUSDATE
001801                 IF PARM-BUS-DATE NUMERIC
001802                     MOVE PARM-BUS-DATE TO WS-BUS-DATE
001803                     SET WS-BUS-DATE-SET-YES TO TRUE
001804                 ELSE
001805                     DISPLAY 'BANDKB0033E - BUSDATE VALUE '
001806                         PARM-BUS-DATE ' ON BANPARM IS NOT A'
001807                         ' VALID YYYYMMDD DATE'
001808                     MOVE 16 TO RETURN-CODE
001809                     STOP RUN
001810                 END-IF
001811             END-IF
001812             IF PARM-KEY-OVERRIDE
001813                 AND PARM-OVR-STEP = LCAL-STEP-NAME
001814                 SET LCAL-OVERRIDE-YES TO TRUE
001815             END-IF
001816     END-READ.
001817 1060-EXIT.
001818     EXIT.
001819******************************************************************
001820*    1070-POST-LEDGER-START THRU 1070-EXIT                       *
001821*    CHECKS THE RUN-CONTROL LEDGER AND POSTS THE STEP'S START.   *
001822*    A REFUSAL ENDS THE STEP RC 16 BEFORE ANY FILE IS OPENED -   *
001823*    BANLEDSUB HAS ALREADY SAID WHY.                             *
001824******************************************************************
001825 1070-POST-LEDGER-START.
001826     SET LCAL-START TO TRUE
001827     MOVE WS-RUN-DATE TO LCAL-BUS-DATE
001828     MOVE RETURN-CODE TO LCAL-STEP-RC
001829     CALL 'BANLEDSUB' USING WS-LEDGER-CALL
001830     IF NOT LCAL-ACCEPTED
001831         DISPLAY 'BANDKB0034E - RUN-CONTROL LEDGER REFUSED THE '
001832             'STEP FOR BUSINESS DATE ' WS-RUN-DATE
001833         MOVE 16 TO RETURN-CODE
001834         STOP RUN
001835     END-IF.
001836 1070-EXIT.
001837     EXIT.
001838******************************************************************
001839*    2100-WRITE-HEADER THRU 2100-EXIT                           *
001840******************************************************************
001841 2100-WRITE-HEADER.
001842     MOVE SPACES TO DECK-OUT-RECORD
001843     SET BANN-TYPE-HEADER TO TRUE
001844     MOVE WS-RUN-DATE TO BANH-PREP-DATE
001845     MOVE WS-DEPARTMENT TO BANH-DEPARTMENT
001850     PERFORM 2800-WRITE-DECK-RECORD THRU 2800-EXIT.
001860 2100-EXIT.
001870     EXIT.
003900     END-IF.
003910 3000-EXIT.
003920     EXIT.
004700******************************************************************
004710*    9100-POST-LEDGER-FINISH THRU 9100-EXIT                      *
004720*    POSTS THE STEP COMPLETE ON THE LEDGER WITH ITS RETURN CODE, *
004730*    CARDS TYPED, AND CARDS FLAGGED.  A FINISH THAT CANNOT BE    *
004740*    POSTED ENDS THE STEP RC 16, SINCE THE NEXT STEP WOULD BE    *
004750*    REFUSED.                                                    *
004760******************************************************************
004770 9100-POST-LEDGER-FINISH.
004780     SET LCAL-FINISH TO TRUE
004790     MOVE RETURN-CODE TO LCAL-STEP-RC
004800     MOVE WS-CARD-CTR TO LCAL-COUNT-1
004810     MOVE WS-FLAGGED-CTR TO LCAL-COUNT-2
004820     CALL 'BANLEDSUB' USING WS-LEDGER-CALL
004830     IF NOT LCAL-ACCEPTED
004840         DISPLAY 'BANDKB0035E - RUN-CONTROL LEDGER FINISH NOT '
004850             'POSTED FOR BUSINESS DATE ' WS-RUN-DATE
004860         MOVE 16 TO RETURN-CODE
004870     END-IF.
004880 9100-EXIT.
004890     EXIT.
