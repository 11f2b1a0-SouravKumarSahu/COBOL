000310*                RUN ENDS RC 8 SO THE SCHEDULER HOLDS THE PRINT    *
000320*                RELEASE INSTEAD OF BURSTING A DECK WITH A         *
000330*                MISSING DIVIDER.                                  *
000331* 10/15/26  DPS  THE PER-DESTINATION TOTALS NOW SHOW EACH        *
000332*                DESTINATION'S NAME FROM THE BANDEST             *
000333*                DESTINATION MASTER NEXT TO THE CODE.  THE       *
000334*                MASTER IS OPTIONAL HERE - WITHOUT IT THE CODES  *
000335*                PRINT ALONE AND A BALANCED RUN ENDS RC 4; AN    *
000336*                OUT-OF-BALANCE RUN STILL ENDS RC 8.             *
000337* 10/15/26  DPS  THE STEP NOW RUNS UNDER THE RUN-CONTROL LEDGER  *
000338*                (BANLEDGR, THROUGH BANLEDSUB).  IT IS REFUSED   *
000339*                (RC 16) UNLESS THE BANNER STEP COMPLETED        *
000340*                CLEANLY FOR THE BUSINESS DATE, OR IF IT         *
000341*                ALREADY DID ITSELF, UNLESS A BANPARM OVERRIDE   *
000342*                CARD NAMES BANRECON, AND POSTS ITS FINISH, RC,  *
000343*                AUDIT RECORDS, AND SUSPENSE RECORDS AS ITS      *
000344*                LAST ACT - AN OUT-OF-BALANCE RC 8 THEN HOLDS    *
000345*                BANAUDUPD.  THE BUSINESS DATE HONORS THE        *
000346*                BANPARM BUSDATE OVERRIDE.                       *
000347* 10/15/26  DPS  THE PER-DESTINATION TOTALS NOW ALSO SHOW THE    *
000348*                PAGES EACH DECK TAKES, FROM THE FIRST AND LAST  *
000349*                DECK PAGE STARTRIANGLE NOW STAMPS ON EVERY      *
000350*                AUDIT RECORD, SO THE PRINT ROOM CAN TICK THE    *
000351*                BANMANIF MANIFEST'S DECK TOTALS (DIVIDERS,      *
000352*                PAGES, ROWS) AGAINST THIS REPORT.  A RECORD     *
000353*                WITHOUT PAGE NUMBERS ADDS NO PAGES.             *
000354******************************************************************
000355*
000360* PURPOSE.  BALANCES THE BANCTLIN TRAILER CARD COUNT AGAINST THE
000370*           AUDIT AND SUSPENSE RECORDS THE BANNER STEP PRODUCED
000380*           AND PRINTS THE BALANCING REPORT.
000550     SELECT RECON-RPT-FILE     ASSIGN TO RECRPT01
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.
000571     SELECT OPTIONAL BANN-DEST-FILE ASSIGN TO BANDEST
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS RANDOM
000574         RECORD KEY IS DEST-CODE
000575         FILE STATUS IS WS-DST-STATUS.
000576     SELECT OPTIONAL BANN-PARM-FILE ASSIGN TO BANPARM
000577         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS WS-PRM-STATUS.
000580******************************************************************
000590* DATA DIVISION                                                 *
000600******************************************************************
000750 FD  RECON-RPT-FILE
000760     RECORDING MODE IS F.
000770 01  RECON-RPT-RECORD            PIC X(132).
000771 FD  BANN-DEST-FILE.
000772 01  BANN-DEST-RECORD.
000773     COPY BANNDEST.
000774 FD  BANN-PARM-FILE
000775     RECORDING MODE IS F.
000776 01  BANN-PARM-RECORD.
000777     05  PARM-RUN-MODE        PIC X(08).
000778         88  PARM-KEY-BUSDATE     VALUE 'BUSDATE'.
000779         88  PARM-KEY-OVERRIDE    VALUE 'OVERRIDE'.
000780     05  PARM-BUS-DATE        PIC X(08).
000781     05  FILLER               PIC X(64).
000782 01  BANN-PARM-OVR-RECORD.
000783     05  FILLER               PIC X(08).
000784     05  PARM-OVR-STEP        PIC X(12).
000785     05  FILLER               PIC X(60).
000786******************************************************************
000790*    WORKING-STORAGE SECTION                                    *
000800******************************************************************
000810 WORKING-STORAGE SECTION.
000830 01  WS-AUD-STATUS            PIC X(02) VALUE '00'.
000840 01  WS-SUS-STATUS            PIC X(02) VALUE '00'.
000850 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000851 01  WS-DST-STATUS            PIC X(02) VALUE '00'.
000852 01  WS-PRM-STATUS            PIC X(02) VALUE '00'.
000853 01  WS-PRM-EOF               PIC X(01) VALUE 'N'.
000854     88  WS-PRM-EOF-YES           VALUE 'Y'.
000855 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
000856 01  WS-BUS-DATE              PIC 9(08) VALUE ZERO.
000857 01  WS-BUS-DATE-SET          PIC X(01) VALUE 'N'.
000858     88  WS-BUS-DATE-SET-YES      VALUE 'Y'.
000860 01  WS-CTL-EOF               PIC X(01) VALUE 'N'.
000870     88  WS-CTL-EOF-YES           VALUE 'Y'.
000880 01  WS-AUD-EOF               PIC X(01) VALUE 'N'.
001040     05  WS-DEST-ENTRY OCCURS 4 TIMES.
001050         10  WS-DEST-REQS     PIC 9(07) COMP VALUE ZERO.
001060         10  WS-DEST-ROWS     PIC 9(09) COMP VALUE ZERO.
001061         10  WS-DEST-PAGES    PIC 9(07) COMP VALUE ZERO.
001070 01  WS-DEST-IX               PIC 9(01) COMP.
001071 01  WS-DEST-NAME-TABLE.
001072     05  WS-DEST-NAME         PIC X(24) OCCURS 4 TIMES.
001080 01  WS-LINE-CNT              PIC 9(03) COMP VALUE 99.
001090 01  WS-PAGE-NUM              PIC 9(05) COMP VALUE ZERO.
001100 01  WS-PAGE-DEPTH            PIC 9(03) COMP VALUE 60.
001270     05  FILLER               PIC X(02) VALUE SPACES.
001280     05  FILLER               PIC X(12) VALUE 'DESTINATION '.
001290     05  DST-CODE             PIC 9(01).
001291     05  FILLER               PIC X(01) VALUE SPACES.
001292     05  DST-NAME             PIC X(24).
001300     05  FILLER               PIC X(12) VALUE '   REQUESTS '.
001310     05  DST-REQS             PIC ZZZZZZ9.
001320     05  FILLER               PIC X(07) VALUE '  ROWS '.
001330     05  DST-ROWS             PIC ZZZZZZZZ9.
001331     05  FILLER               PIC X(08) VALUE '  PAGES '.
001332     05  DST-PAGES            PIC ZZZZZZ9.
001333     05  FILLER               PIC X(42) VALUE SPACES.
001350 01  WS-VERDICT-LINE.
001360     05  FILLER               PIC X(02) VALUE SPACES.
001370     05  VER-TEXT             PIC X(60).
001380     05  FILLER               PIC X(70) VALUE SPACES.
001381 01  WS-LEDGER-CALL.
001382     COPY BANNLCAL.
001390******************************************************************
001400* PROCEDURE DIVISION                                            *
001410******************************************************************
001540     CLOSE BANN-AUDIT-FILE
001550     CLOSE BANN-SUSP-FILE
001560     CLOSE RECON-RPT-FILE
001561     PERFORM 9100-POST-LEDGER-FINISH THRU 9100-EXIT
001570     STOP RUN.
001580******************************************************************
001590*    1000-INITIALIZE THRU 1000-EXIT                             *
001591*    SETS THE BUSINESS DATE AND POSTS THE LEDGER START BEFORE    *
001592*    ANY FILE IS OPENED.                                         *
001600******************************************************************
001610 1000-INITIALIZE.
001611     PERFORM 1010-READ-RUN-OPTIONS THRU 1010-EXIT
001612     PERFORM 1030-POST-LEDGER-START THRU 1030-EXIT
001620     OPEN INPUT BANN-CONTROL-FILE
001630     IF WS-CTL-STATUS NOT = '00'
001640         DISPLAY 'BANRCN0010E - BANCTLIN OPEN FAILED, STATUS '
001860             WS-RPT-STATUS
001870         MOVE 16 TO RETURN-CODE
001880         STOP RUN
001890     END-IF
001891     PERFORM 1050-LOAD-DEST-NAMES THRU 1050-EXIT.
001900 1000-EXIT.
001910     EXIT.
001911******************************************************************
001912*    1010-READ-RUN-OPTIONS THRU 1010-EXIT                        *
001913*    SAME OPTIONAL BANPARM FILE THE BANNER STEP READS - A        *
001914*    BUSDATE RECORD OVERRIDES THE CALENDAR DATE AS THE BUSINESS  *
001915*    DATE, AND AN OVERRIDE RECORD NAMING BANRECON (COLS 9-20)    *
001916*    LETS THE STEP PAST THE RUN-CONTROL LEDGER'S CHECKS.  OTHER  *
001917*    RECORDS BELONG TO OTHER STEPS AND ARE IGNORED.              *
001918******************************************************************
001919 1010-READ-RUN-OPTIONS.
001920     MOVE SPACES TO WS-LEDGER-CALL
001921     MOVE 'BANRECON' TO LCAL-STEP-NAME
001922     OPEN INPUT BANN-PARM-FILE
001923     IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '05'
001924         PERFORM 1020-READ-ONE-OPTION THRU 1020-EXIT
001925             UNTIL WS-PRM-EOF-YES
001926         CLOSE BANN-PARM-FILE
001927     ELSE
001928         IF WS-PRM-STATUS NOT = '35'
001929             DISPLAY 'BANRCN0026E - BANPARM OPEN FAILED, STATUS '
001930                 WS-PRM-STATUS
001931             MOVE 16 TO RETURN-CODE
001932             STOP RUN
001933         END-IF
001934     END-IF
001935     IF WS-BUS-DATE-SET-YES
001936         MOVE WS-BUS-DATE TO WS-RUN-DATE
001937         DISPLAY 'BANRCN0027I - BUSINESS DATE OVERRIDE '
001938             WS-RUN-DATE ' IN EFFECT FOR THIS RUN'
001939     ELSE
001940         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
001941     END-IF.
001942 1010-EXIT.
001943     EXIT.
001944 1020-READ-ONE-OPTION.
001945     READ BANN-PARM-FILE
001946         AT END
001947             SET WS-PRM-EOF-YES TO TRUE
001948         NOT AT END
001949             IF PARM-KEY-BUSDATE
001950                 IF PARM-BUS-DATE NUMERIC
001951                     MOVE PARM-BUS-DATE TO WS-BUS-DATE
001952                     SET WS-BUS-DATE-SET-YES TO TRUE
001953                 ELSE
001954                     DISPLAY 'BANRCN0028E - BUSDATE VALUE '
001955                         PARM-BUS-DATE ' ON BANPARM IS NOT A'
001956                         ' VALID YYYYMMDD DATE'
001957                     MOVE 16 TO RETURN-CODE
001958                     STOP RUN
001959                 END-IF
001960             END-IF
001961             IF PARM-KEY-OVERRIDE
001962                 AND PARM-OVR-STEP = LCAL-STEP-NAME
001963                 SET LCAL-OVERRIDE-YES TO TRUE
001964             END-IF
001965     END-READ.
001966 1020-EXIT.
001967     EXIT.
001968******************************************************************
001969*    1030-POST-LEDGER-START THRU 1030-EXIT                       *
001970*    CHECKS THE RUN-CONTROL LEDGER AND POSTS THE STEP'S START.   *
001971*    A REFUSAL ENDS THE STEP RC 16 BEFORE ANY FILE IS OPENED -   *
001972*    BANLEDSUB HAS ALREADY SAID WHY.                             *
001973******************************************************************
001974 1030-POST-LEDGER-START.
001975     SET LCAL-START TO TRUE
001976     MOVE WS-RUN-DATE TO LCAL-BUS-DATE
001977     MOVE RETURN-CODE TO LCAL-STEP-RC
001978     CALL 'BANLEDSUB' USING WS-LEDGER-CALL
001979     IF NOT LCAL-ACCEPTED
001980         DISPLAY 'BANRCN0029E - RUN-CONTROL LEDGER REFUSED THE '
001981             'STEP FOR BUSINESS DATE ' WS-RUN-DATE
001982         MOVE 16 TO RETURN-CODE
001983         STOP RUN
001984     END-IF.
001985 1030-EXIT.
001986     EXIT.
001987******************************************************************
001988*    1050-LOAD-DEST-NAMES THRU 1050-EXIT                         *
001989*    PULLS THE NAME OF EACH OF THE FOUR DESTINATIONS OFF THE     *
001990*    BANDEST MASTER INTO WS-DEST-NAME.  A CODE NOT ON THE MASTER *
001991*    PRINTS AS UNDEFINED; NO MASTER AT ALL LEAVES THE NAMES      *
001992*    BLANK AND WARNS, SINCE THE BALANCING FIGURES THEMSELVES ARE *
001993*    STILL GOOD.                                                 *
001994******************************************************************
001995 1050-LOAD-DEST-NAMES.
001996     MOVE SPACES TO WS-DEST-NAME-TABLE
001997     OPEN INPUT BANN-DEST-FILE
001998     IF WS-DST-STATUS = '00'
001999         PERFORM 1060-LOAD-ONE-DEST-NAME THRU 1060-EXIT
002000             VARYING WS-DEST-IX FROM 1 BY 1
002001             UNTIL WS-DEST-IX > 4
002002         CLOSE BANN-DEST-FILE
002003     ELSE
002004         IF WS-DST-STATUS NOT = '05' AND WS-DST-STATUS NOT = '35'
002005             DISPLAY 'BANRCN0023E - BANDEST OPEN FAILED, STATUS '
002006                 WS-DST-STATUS
002007             MOVE 16 TO RETURN-CODE
002008             STOP RUN
002009         END-IF
002010         IF WS-DST-STATUS = '05'
002011             CLOSE BANN-DEST-FILE
002012         END-IF
002013         DISPLAY 'BANRCN0024W - BANDEST NOT AVAILABLE, '
002014             'DESTINATIONS PRINT BY CODE ONLY'
002015         MOVE 4 TO RETURN-CODE
002016     END-IF.
002017 1050-EXIT.
002018     EXIT.
002019 1060-LOAD-ONE-DEST-NAME.
002020     MOVE WS-DEST-IX TO DEST-CODE
002021     READ BANN-DEST-FILE
002022         INVALID KEY
002023             MOVE '*** UNDEFINED ***' TO WS-DEST-NAME (WS-DEST-IX)
002024         NOT INVALID KEY
002025             MOVE DEST-NAME TO WS-DEST-NAME (WS-DEST-IX)
002026     END-READ
002027     IF WS-DST-STATUS NOT = '00' AND WS-DST-STATUS NOT = '23'
002028         DISPLAY 'BANRCN0025E - BANDEST READ FAILED, STATUS '
002029             WS-DST-STATUS
002030         MOVE 16 TO RETURN-CODE
002031         STOP RUN
002032     END-IF.
002033 1060-EXIT.
002034     EXIT.
002035******************************************************************
002036*    2000-COUNT-ONE-CARD THRU 2000-EXIT                         *
002037*    COUNTS THE R CARDS ON BANCTLIN AND CAPTURES THE TRAILER'S   *
002038*    CARD COUNT AS THE BOOK FIGURE.  THE 1700 PRE-PASS IN THE    *
002039*    BANNER STEP ALREADY PROVED COUNT AGAINST TRAILER, SO A      *
002040*    MISMATCH HERE MEANS THE FILE CHANGED BETWEEN STEPS.         *
002041******************************************************************
002042 2000-COUNT-ONE-CARD.
002043     READ BANN-CONTROL-FILE
002044         AT END
002045             SET WS-CTL-EOF-YES TO TRUE
002046         NOT AT END
002047             IF WS-CTL-STATUS NOT = '00'
002050                 DISPLAY 'BANRCN0014E - BANCTLIN READ FAILED, '
002060                     'STATUS ' WS-CTL-STATUS
002070                 MOVE 16 TO RETURN-CODE
002310*    COUNTS THE AUDIT RECORDS AND ROLLS REQUESTS AND ROWS INTO   *
002320*    THE PER-DESTINATION TOTALS.  BLANK ROWS/DESTINATION FIELDS  *
002330*    PREDATE THOSE CODES AND COUNT AS ZERO ROWS, DESTINATION 1.  *
002331*    A DIVIDER'S PAGES ARE ITS LAST DECK PAGE LESS ITS FIRST,    *
002332*    PLUS ONE; A RECORD WITHOUT PAGE NUMBERS ADDS NONE.          *
002333*    BANMANIF COUNTS THE SAME WAY, SO ITS DECK TOTALS AGREE      *
002334*    WITH THESE.                                                 *
002340******************************************************************
002350 2100-COUNT-ONE-AUDIT.
002360     READ BANN-AUDIT-FILE
002550                 ADD AUD-ROWS-PRODUCED
002560                     TO WS-DEST-ROWS (WS-CUR-DEST)
002570             END-IF
002571             IF AUD-FIRST-PAGE NUMERIC AND AUD-LAST-PAGE NUMERIC
002572                 AND AUD-FIRST-PAGE > ZERO
002573                 AND AUD-LAST-PAGE NOT < AUD-FIRST-PAGE
002574                 COMPUTE WS-DEST-PAGES (WS-CUR-DEST) =
002575                     WS-DEST-PAGES (WS-CUR-DEST)
002576                     + AUD-LAST-PAGE - AUD-FIRST-PAGE + 1
002577             END-IF
002580     END-READ.
002590 2100-EXIT.
002600     EXIT.
003100             ' REQUEST CARDS = ' WS-AUDIT-CTR ' AUDIT + '
003110             WS-SUSP-CTR ' SUSPENSE'
003120     ELSE
003121         IF RETURN-CODE < 8
003140             MOVE 8 TO RETURN-CODE
003150         END-IF
003160     END-IF.
003180     EXIT.
003190******************************************************************
003200*    4000-PRINT-BALANCE-REPORT THRU 4000-EXIT                   *
003210*    THE BALANCING FIGURES, THE PER-DESTINATION REQUEST/ROW/PAGE *
003220*    TOTALS, AND THE VERDICT, ON RECRPT01 FOR THE SCHEDULING     *
003230*    GROUP'S MORNING CHECK.                                      *
003240******************************************************************
003630     EXIT.
003640 4100-PRINT-ONE-DEST.
003650     MOVE WS-DEST-IX TO DST-CODE
003651     MOVE WS-DEST-NAME (WS-DEST-IX) TO DST-NAME
003660     MOVE WS-DEST-REQS (WS-DEST-IX) TO DST-REQS
003670     MOVE WS-DEST-ROWS (WS-DEST-IX) TO DST-ROWS
003671     MOVE WS-DEST-PAGES (WS-DEST-IX) TO DST-PAGES
003680     MOVE WS-DEST-LINE TO WS-PRINT-LINE
003690     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003700 4100-EXIT.
004140     MOVE 2 TO WS-LINE-CNT.
004150 7100-EXIT.
004160     EXIT.
004930******************************************************************
004940*    9100-POST-LEDGER-FINISH THRU 9100-EXIT                      *
004950*    POSTS THE STEP COMPLETE ON THE LEDGER WITH ITS RETURN CODE, *
004960*    AUDIT RECORDS, AND SUSPENSE RECORDS.  A FINISH THAT CANNOT  *
004970*    BE POSTED ENDS THE STEP RC 16, SINCE THE NEXT STEP WOULD BE *
004980*    REFUSED.                                                    *
004990******************************************************************
005000 9100-POST-LEDGER-FINISH.
005010     SET LCAL-FINISH TO TRUE
005020     MOVE RETURN-CODE TO LCAL-STEP-RC
005030     MOVE WS-AUDIT-CTR TO LCAL-COUNT-1
005040     MOVE WS-SUSP-CTR TO LCAL-COUNT-2
005050     CALL 'BANLEDSUB' USING WS-LEDGER-CALL
005060     IF NOT LCAL-ACCEPTED
005070         DISPLAY 'BANRCN0030E - RUN-CONTROL LEDGER FINISH NOT '
005080             'POSTED FOR BUSINESS DATE ' WS-RUN-DATE
005090         MOVE 16 TO RETURN-CODE
005100     END-IF.
005110 9100-EXIT.
005120     EXIT.
