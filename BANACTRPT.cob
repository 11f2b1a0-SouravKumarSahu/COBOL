000390*                ADVANCING WRITE WAS RUNNING THE COLUMN-HEADING    *
000400*                LINE ONTO THE PAGE HEADING ON THE PRINTED         *
000410*                OUTPUT.                                           *
000411* 10/15/26  DPS  DETAIL LINE NOW ALSO SHOWS THE DESTINATION'S    *
000412*                NAME FROM THE BANDEST DESTINATION MASTER NEXT   *
000413*                TO THE CODE, SO THE REPORT NAMES DECKS THE WAY  *
000414*                THE PRINT ROOM DOES.  THE MASTER IS OPTIONAL    *
000415*                HERE - WITHOUT IT THE CODES PRINT ALONE AND     *
000416*                THE STEP ENDS RC 4.                             *
000417* 10/15/26  DPS  THE STEP NOW RUNS UNDER THE RUN-CONTROL LEDGER  *
000418*                (BANLEDGR, THROUGH BANLEDSUB) AS THE LAST STEP  *
000419*                OF THE NIGHT.  IT IS REFUSED (RC 16) UNLESS     *
000420*                BANSUSUPD COMPLETED CLEANLY FOR THE BUSINESS    *
000421*                DATE, OR IF IT ALREADY DID ITSELF, UNLESS A     *
000422*                BANPARM OVERRIDE CARD NAMES BANACTRPT, AND      *
000423*                POSTS ITS FINISH, RC, REQUESTS, AND ROWS AS     *
000424*                ITS LAST ACT.  THE BUSINESS DATE HONORS THE     *
000425*                BANPARM BUSDATE OVERRIDE.                       *
000426******************************************************************
000430*
000440* PURPOSE.  PRINTS THE BANNER ACTIVITY REPORT (AUDRPT01) FROM
000450*           THE BANAUDIT AUDIT FILE.
000560     SELECT BANN-ACTRPT-FILE   ASSIGN TO AUDRPT01
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RPT-STATUS.
000581     SELECT OPTIONAL BANN-DEST-FILE ASSIGN TO BANDEST
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS RANDOM
000584         RECORD KEY IS DEST-CODE
000585         FILE STATUS IS WS-DST-STATUS.
000586     SELECT OPTIONAL BANN-PARM-FILE ASSIGN TO BANPARM
000587         ORGANIZATION IS LINE SEQUENTIAL
000588         FILE STATUS IS WS-PRM-STATUS.
000590******************************************************************
000600* DATA DIVISION                                                 *
000610******************************************************************
000680 FD  BANN-ACTRPT-FILE
000690     RECORDING MODE IS F.
000700 01  BANN-ACTRPT-RECORD          PIC X(132).
000701 FD  BANN-DEST-FILE.
000702 01  BANN-DEST-RECORD.
000703     COPY BANNDEST.
000704 FD  BANN-PARM-FILE
000705     RECORDING MODE IS F.
000706 01  BANN-PARM-RECORD.
000707     05  PARM-RUN-MODE        PIC X(08).
000708         88  PARM-KEY-BUSDATE     VALUE 'BUSDATE'.
000709         88  PARM-KEY-OVERRIDE    VALUE 'OVERRIDE'.
000710     05  PARM-BUS-DATE        PIC X(08).
000711     05  FILLER               PIC X(64).
000712 01  BANN-PARM-OVR-RECORD.
000713     05  FILLER               PIC X(08).
000714     05  PARM-OVR-STEP        PIC X(12).
000715     05  FILLER               PIC X(60).
000716******************************************************************
000720*    WORKING-STORAGE SECTION                                    *
000730******************************************************************
000740 WORKING-STORAGE SECTION.
000750 01  WS-AUD-STATUS            PIC X(02) VALUE '00'.
000760 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000761 01  WS-DST-STATUS            PIC X(02) VALUE '00'.
000762 01  WS-PRM-STATUS            PIC X(02) VALUE '00'.
000763 01  WS-PRM-EOF               PIC X(01) VALUE 'N'.
000764     88  WS-PRM-EOF-YES           VALUE 'Y'.
000765 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
000766 01  WS-BUS-DATE              PIC 9(08) VALUE ZERO.
000767 01  WS-BUS-DATE-SET          PIC X(01) VALUE 'N'.
000768     88  WS-BUS-DATE-SET-YES      VALUE 'Y'.
000769 01  WS-DEST-IX               PIC 9(01) COMP.
000770 01  WS-DEST-NAME-TABLE.
000771     05  WS-DEST-NAME         PIC X(24) OCCURS 4 TIMES.
000772 01  WS-AUD-EOF               PIC X(01) VALUE 'N'.
000780     88  WS-AUD-EOF-YES           VALUE 'Y'.
000790 01  WS-RECORD-CTR            PIC 9(07) COMP VALUE ZERO.
000800 01  WS-PREV-DATE             PIC 9(08) VALUE ZERO.
001090     05  FILLER               PIC X(08) VALUE '  HEIGHT'.
001100     05  FILLER               PIC X(10) VALUE '      ROWS'.
001110     05  FILLER               PIC X(06) VALUE '  DEST'.
001111     05  FILLER               PIC X(02) VALUE SPACES.
001112     05  FILLER               PIC X(24) VALUE 'DESTINATION NAME'.
001113     05  FILLER               PIC X(44) VALUE SPACES.
001130 01  WS-DETAIL-LINE.
001140     05  DET-DATE             PIC 9(08).
001150     05  FILLER               PIC X(02) VALUE SPACES.
001240     05  DET-ROWS             PIC ZZZZZZZZ9.
001250     05  FILLER               PIC X(05) VALUE SPACES.
001260     05  DET-DEST             PIC 9(01).
001261     05  FILLER               PIC X(02) VALUE SPACES.
001262     05  DET-DEST-NAME        PIC X(24).
001263     05  FILLER               PIC X(44) VALUE SPACES.
001280 01  WS-TOTAL-LINE.
001290     05  FILLER               PIC X(02) VALUE SPACES.
001300     05  TOT-LABEL            PIC X(24).
001350     05  FILLER               PIC X(07) VALUE '  ROWS '.
001360     05  TOT-ROWS             PIC ZZZZZZZZ9.
001370     05  FILLER               PIC X(64) VALUE SPACES.
001371 01  WS-LEDGER-CALL.
001372     COPY BANNLCAL.
001380******************************************************************
001390* PROCEDURE DIVISION                                            *
001400******************************************************************
001460     PERFORM 3000-WRAP-UP THRU 3000-EXIT
001470     CLOSE BANN-AUDIT-FILE
001480     CLOSE BANN-ACTRPT-FILE
001481     PERFORM 9100-POST-LEDGER-FINISH THRU 9100-EXIT
001490     STOP RUN.
001500******************************************************************
001510*    1000-INITIALIZE THRU 1000-EXIT                             *
001511*    SETS THE BUSINESS DATE AND POSTS THE LEDGER START, THEN     *
001520*    OPENS BOTH FILES AND PRIMES THE CONTROL FIELDS FROM THE     *
001530*    FIRST AUDIT RECORD SO THE BREAK TESTS HAVE SOMETHING REAL   *
001540*    TO COMPARE AGAINST.                                         *
001550******************************************************************
001560 1000-INITIALIZE.
001561     PERFORM 1010-READ-RUN-OPTIONS THRU 1010-EXIT
001562     PERFORM 1030-POST-LEDGER-START THRU 1030-EXIT
001570     OPEN INPUT BANN-AUDIT-FILE
001580     IF WS-AUD-STATUS NOT = '00'
001590         DISPLAY 'BANACT0010E - BANAUDIT OPEN FAILED, STATUS '
001680         MOVE 16 TO RETURN-CODE
001690         STOP RUN
001700     END-IF
001701     PERFORM 1050-LOAD-DEST-NAMES THRU 1050-EXIT
001710     PERFORM 1100-READ-AUDIT-RECORD THRU 1100-EXIT
001720     IF WS-AUD-EOF-YES
001730         DISPLAY 'BANACT0012W - BANAUDIT IS EMPTY, NO ACTIVITY'
001800     END-IF.
001810 1000-EXIT.
001820     EXIT.
001821******************************************************************
001822*    1010-READ-RUN-OPTIONS THRU 1010-EXIT                        *
001823*    SAME OPTIONAL BANPARM FILE THE BANNER STEP READS - A        *
001824*    BUSDATE RECORD OVERRIDES THE CALENDAR DATE AS THE BUSINESS  *
001825*    DATE, AND AN OVERRIDE RECORD NAMING BANACTRPT (COLS 9-20)   *
001826*    LETS THE STEP PAST THE RUN-CONTROL LEDGER'S CHECKS.  OTHER  *
001827*    RECORDS BELONG TO OTHER STEPS AND ARE IGNORED.  AN AD HOC   *
001828*    REPORT OVER COMBINED RUNS FOR A DATE WHOSE NIGHT ALREADY    *
001829*    COMPLETED NEEDS THE OVERRIDE CARD TOO.                      *
001830******************************************************************
001831 1010-READ-RUN-OPTIONS.
001832     MOVE SPACES TO WS-LEDGER-CALL
001833     MOVE 'BANACTRPT' TO LCAL-STEP-NAME
001834     OPEN INPUT BANN-PARM-FILE
001835     IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '05'
001836         PERFORM 1020-READ-ONE-OPTION THRU 1020-EXIT
001837             UNTIL WS-PRM-EOF-YES
001838         CLOSE BANN-PARM-FILE
001839     ELSE
001840         IF WS-PRM-STATUS NOT = '35'
001841             DISPLAY 'BANACT0018E - BANPARM OPEN FAILED, STATUS '
001842                 WS-PRM-STATUS
001843             MOVE 16 TO RETURN-CODE
001844             STOP RUN
001845         END-IF
001846     END-IF
001847     IF WS-BUS-DATE-SET-YES
001848         MOVE WS-BUS-DATE TO WS-RUN-DATE
001849         DISPLAY 'BANACT0019I - BUSINESS DATE OVERRIDE '
001850             WS-RUN-DATE ' IN EFFECT FOR THIS RUN'
001851     ELSE
001852         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
001853     END-IF.
001854 1010-EXIT.
001855     EXIT.
001856 1020-READ-ONE-OPTION.
001857     READ BANN-PARM-FILE
001858         AT END
001859             SET WS-PRM-EOF-YES TO TRUE
001860         NOT AT END
001861             IF PARM-KEY-BUSDATE
001862                 IF PARM-BUS-DATE NUMERIC
001863                     MOVE PARM-BUS-DATE TO WS-BUS-DATE
001864                     SET WS-BUS-DATE-SET-YES TO TRUE
001865                 ELSE
001866                     DISPLAY 'BANACT0020E - BUSDATE VALUE '
001867                         PARM-BUS-DATE ' ON BANPARM IS NOT A'
001868                         ' VALID YYYYMMDD DATE'
001869                     MOVE 16 TO RETURN-CODE
001870                     STOP RUN
001871                 END-IF
001872             END-IF
001873             IF PARM-KEY-OVERRIDE
001874                 AND PARM-OVR-STEP = LCAL-STEP-NAME
001875                 SET LCAL-OVERRIDE-YES TO TRUE
001876             END-IF
001877     END-READ.
001878 1020-EXIT.
001879     EXIT.
001880******************************************************************
001881*    1030-POST-LEDGER-START THRU 1030-EXIT                       *
001882*    CHECKS THE RUN-CONTROL LEDGER AND POSTS THE STEP'S START.   *
001883*    A REFUSAL ENDS THE STEP RC 16 BEFORE ANY FILE IS OPENED -   *
001884*    BANLEDSUB HAS ALREADY SAID WHY.                             *
001885******************************************************************
001886 1030-POST-LEDGER-START.
001887     SET LCAL-START TO TRUE
001888     MOVE WS-RUN-DATE TO LCAL-BUS-DATE
001889     MOVE RETURN-CODE TO LCAL-STEP-RC
001890     CALL 'BANLEDSUB' USING WS-LEDGER-CALL
001891     IF NOT LCAL-ACCEPTED
001892         DISPLAY 'BANACT0021E - RUN-CONTROL LEDGER REFUSED THE '
001893             'STEP FOR BUSINESS DATE ' WS-RUN-DATE
001894         MOVE 16 TO RETURN-CODE
001895         STOP RUN
001896     END-IF.
001897 1030-EXIT.
001898     EXIT.
001899******************************************************************
001900*    1050-LOAD-DEST-NAMES THRU 1050-EXIT                         *
001901*    PULLS THE NAME OF EACH OF THE FOUR DESTINATIONS OFF THE     *
001902*    BANDEST MASTER INTO WS-DEST-NAME.  A CODE NOT ON THE MASTER *
001903*    PRINTS AS UNDEFINED; NO MASTER AT ALL LEAVES THE NAMES      *
001904*    BLANK AND WARNS, SINCE THE ACTIVITY FIGURES THEMSELVES ARE  *
001905*    STILL GOOD.                                                 *
001906******************************************************************
001907 1050-LOAD-DEST-NAMES.
001908     MOVE SPACES TO WS-DEST-NAME-TABLE
001909     OPEN INPUT BANN-DEST-FILE
001910     IF WS-DST-STATUS = '00'
001911         PERFORM 1060-LOAD-ONE-DEST-NAME THRU 1060-EXIT
001912             VARYING WS-DEST-IX FROM 1 BY 1
001913             UNTIL WS-DEST-IX > 4
001914         CLOSE BANN-DEST-FILE
001915     ELSE
001916         IF WS-DST-STATUS NOT = '05' AND WS-DST-STATUS NOT = '35'
001917             DISPLAY 'BANACT0015E - BANDEST OPEN FAILED, STATUS '
001918                 WS-DST-STATUS
001919             MOVE 16 TO RETURN-CODE
001920             STOP RUN
001921         END-IF
001922         IF WS-DST-STATUS = '05'
001923             CLOSE BANN-DEST-FILE
001924         END-IF
001925         DISPLAY 'BANACT0016W - BANDEST NOT AVAILABLE, '
001926             'DESTINATIONS PRINT BY CODE ONLY'
001927         MOVE 4 TO RETURN-CODE
001928     END-IF.
001929 1050-EXIT.
001930     EXIT.
001931 1060-LOAD-ONE-DEST-NAME.
001932     MOVE WS-DEST-IX TO DEST-CODE
001933     READ BANN-DEST-FILE
001934         INVALID KEY
001935             MOVE '*** UNDEFINED ***' TO WS-DEST-NAME (WS-DEST-IX)
001936         NOT INVALID KEY
001937             MOVE DEST-NAME TO WS-DEST-NAME (WS-DEST-IX)
001938     END-READ
001939     IF WS-DST-STATUS NOT = '00' AND WS-DST-STATUS NOT = '23'
001940         DISPLAY 'BANACT0017E - BANDEST READ FAILED, STATUS '
001941             WS-DST-STATUS
001942         MOVE 16 TO RETURN-CODE
001943         STOP RUN
001944     END-IF.
001945 1060-EXIT.
001946     EXIT.
001947******************************************************************
001948*    1100-READ-AUDIT-RECORD THRU 1100-EXIT                       *
001949******************************************************************
001950 1100-READ-AUDIT-RECORD.
001951     READ BANN-AUDIT-FILE
001952         AT END
001953             SET WS-AUD-EOF-YES TO TRUE
001954         NOT AT END
001955             IF WS-AUD-STATUS NOT = '00'
001956                 DISPLAY 'BANACT0013E - BANAUDIT READ FAILED, '
001957                     'STATUS ' WS-AUD-STATUS
001958                 MOVE 16 TO RETURN-CODE
001959                 STOP RUN
001960             END-IF
001970             ADD 1 TO WS-RECORD-CTR
001980*    AUDIT RECORDS WRITTEN BEFORE AUD-ROWS-PRODUCED EXISTED
002570     MOVE AUD-HEIGHT-PRODUCED TO DET-HEIGHT
002580     MOVE AUD-ROWS-PRODUCED TO DET-ROWS
002590     MOVE AUD-DEST-CODE TO DET-DEST
002591     IF AUD-DEST-CODE >= 1 AND AUD-DEST-CODE <= 4
002592         MOVE WS-DEST-NAME (AUD-DEST-CODE) TO DET-DEST-NAME
002593     ELSE
002594         MOVE '*** UNDEFINED ***' TO DET-DEST-NAME
002595     END-IF
002600     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
002610     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002620 2100-EXIT.
003770     MOVE 3 TO WS-LINE-CNT.
003780 7100-EXIT.
003790     EXIT.
004580******************************************************************
004590*    9100-POST-LEDGER-FINISH THRU 9100-EXIT                      *
004600*    POSTS THE STEP COMPLETE ON THE LEDGER WITH ITS RETURN CODE, *
004610*    REQUESTS, AND ROWS.  A FINISH THAT CANNOT BE POSTED ENDS    *
004620*    THE STEP RC 16, SINCE THE NEXT STEP WOULD BE REFUSED.       *
004630******************************************************************
004640 9100-POST-LEDGER-FINISH.
004650     SET LCAL-FINISH TO TRUE
004660     MOVE RETURN-CODE TO LCAL-STEP-RC
004670     MOVE WS-GRAND-REQS TO LCAL-COUNT-1
004680     MOVE WS-GRAND-ROWS TO LCAL-COUNT-2
004690     CALL 'BANLEDSUB' USING WS-LEDGER-CALL
004700     IF NOT LCAL-ACCEPTED
004710         DISPLAY 'BANACT0022E - RUN-CONTROL LEDGER FINISH NOT '
004720             'POSTED FOR BUSINESS DATE ' WS-RUN-DATE
004730         MOVE 16 TO RETURN-CODE
004740     END-IF.
004750 9100-EXIT.
004760     EXIT.
