000381* 09/03/26  DPS  CARD IMAGES WIDENED FROM 80 TO 100 BYTES WITH    *
000382*                THE CONTROL CARD, WHICH GREW TWO TEXT LINES FOR  *
000383*                THE NEW SHAPE-F FRAMED COVER SHEET.              *
000384* 10/15/26  DPS  THE STEP NOW RUNS UNDER THE RUN-CONTROL LEDGER  *
000385*                (BANLEDGR, THROUGH BANLEDSUB).  IT IS REFUSED   *
000386*                (RC 16) UNLESS BANAUDUPD COMPLETED CLEANLY FOR  *
000387*                THE BUSINESS DATE, OR IF IT ALREADY DID         *
000388*                ITSELF, UNLESS A BANPARM OVERRIDE CARD          *
000389*                (OVERRIDE IN COLS 1-8, BANSUSUPD IN COLS 9-20)  *
000390*                SAYS SO, AND POSTS ITS FINISH, RC, NEW          *
000391*                REJECTS, AND OPEN REJECTS AS ITS LAST ACT.      *
000392* 10/15/26  DPS  EVERY REJECT ON THE RUN'S BANSUSPO IS ALSO      *
000393*                FILED ON THE MONTHLY REJECT LOG (BANNRJLG,      *
000394*                REJLOGI IN / REJLOGO OUT) UNDER THE RUN DATE    *
000395*                FOR THE BANREJSC SCORECARD.  THE LOG CARRIES    *
000396*                THE CURRENT MONTH AND THE TWO BEFORE IT; A      *
000397*                RERUN FOR THE SAME BUSINESS DATE REPLACES THAT  *
000398*                DATE'S RECORDS RATHER THAN LOGGING THEM TWICE.  *
000399******************************************************************
000400*
000410* PURPOSE.  MERGES EACH RUN'S BANSUSPO REJECTS INTO THE SUSPENSE
000420*           AGING MASTER, CLEARS REJECTS A RESUBMIT RUN CORRECTED,
000430*           AND PRINTS THE OPEN-REJECT AGING REPORT.
000431*           EVERY REJECT IS ALSO LOGGED FOR THE MONTHLY SCORECARD.
000440*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000630     SELECT AGE-RPT-FILE       ASSIGN TO SUSRPT01
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RPT-STATUS.
000651     SELECT OPTIONAL REJ-LOG-OLD-FILE ASSIGN TO REJLOGI
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS WS-LGI-STATUS.
000654     SELECT REJ-LOG-NEW-FILE   ASSIGN TO REJLOGO
000655         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS WS-LGO-STATUS.
000660     SELECT OPTIONAL BANN-PARM-FILE ASSIGN TO BANPARM
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PRM-STATUS.
000910 FD  AGE-RPT-FILE
000920     RECORDING MODE IS F.
000930 01  AGE-RPT-RECORD              PIC X(132).
000931 FD  REJ-LOG-OLD-FILE
000932     RECORDING MODE IS F.
000933 01  REJ-LOG-OLD-RECORD.
000934     COPY BANNRJLG.
000935 FD  REJ-LOG-NEW-FILE
000936     RECORDING MODE IS F.
000937 01  REJ-LOG-NEW-RECORD.
000938     COPY BANNRJLG.
000940 FD  BANN-PARM-FILE
000950     RECORDING MODE IS F.
000960 01  BANN-PARM-RECORD.
000970     05  PARM-RUN-MODE        PIC X(08).
000980         88  PARM-KEY-BUSDATE     VALUE 'BUSDATE'.
000981         88  PARM-KEY-OVERRIDE    VALUE 'OVERRIDE'.
000990     05  PARM-BUS-DATE        PIC X(08).
001000     05  FILLER               PIC X(64).
001001 01  BANN-PARM-OVR-RECORD.
001002     05  FILLER               PIC X(08).
001003     05  PARM-OVR-STEP        PIC X(12).
001004     05  FILLER               PIC X(60).
001010******************************************************************
001020*    WORKING-STORAGE SECTION                                    *
001030******************************************************************
001080 01  WS-MOT-STATUS            PIC X(02) VALUE '00'.
001090 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
001100 01  WS-PRM-STATUS            PIC X(02) VALUE '00'.
001101 01  WS-LGI-STATUS            PIC X(02) VALUE '00'.
001102 01  WS-LGO-STATUS            PIC X(02) VALUE '00'.
001110 01  WS-MIN-EOF               PIC X(01) VALUE 'N'.
001120     88  WS-MIN-EOF-YES           VALUE 'Y'.
001130 01  WS-SUS-EOF               PIC X(01) VALUE 'N'.
001160     88  WS-RSB-EOF-YES           VALUE 'Y'.
001170 01  WS-PRM-EOF               PIC X(01) VALUE 'N'.
001180     88  WS-PRM-EOF-YES           VALUE 'Y'.
001181 01  WS-LGI-EOF               PIC X(01) VALUE 'N'.
001182     88  WS-LGI-EOF-YES           VALUE 'Y'.
001190 01  WS-BUS-DATE              PIC 9(08) VALUE ZERO.
001200 01  WS-BUS-DATE-SET          PIC X(01) VALUE 'N'.
001210     88  WS-BUS-DATE-SET-YES      VALUE 'Y'.
001220 01  WS-RUN-DATE              PIC 9(08).
001221 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001222     05  WS-RUN-YEAR          PIC 9(04).
001223     05  WS-RUN-MONTH         PIC 9(02).
001224     05  WS-RUN-DAY           PIC 9(02).
001225*    REJECT LOG RECORDS DATED BEFORE THIS - THE FIRST OF THE MONTH
001226*    TWO MONTHS BACK - AGE OFF THE LOG.
001227 01  WS-LOG-KEEP-DATE         PIC 9(08).
001228 01  WS-LOG-KEEP-DATE-R REDEFINES WS-LOG-KEEP-DATE.
001229     05  WS-LOG-KEEP-YEAR     PIC 9(04).
001230     05  WS-LOG-KEEP-MONTH    PIC 9(02).
001231     05  WS-LOG-KEEP-DAY      PIC 9(02).
001232 01  WS-RUN-DATE-INT          PIC 9(07) COMP VALUE ZERO.
001240 01  WS-FILED-DATE-INT        PIC 9(07) COMP VALUE ZERO.
001250 01  WS-DAYS-OUT              PIC S9(05) COMP VALUE ZERO.
001260 01  WS-WAS-RESUBMITTED       PIC X(01) VALUE 'N'.
001382 01  WS-NEXT-IX               PIC 9(03) COMP.
001383 01  WS-LAST-IX               PIC 9(03) COMP VALUE ZERO.
001384 01  WS-FOLDED-CTR            PIC 9(05) COMP VALUE ZERO.
001385 01  WS-LOG-KEPT-CTR          PIC 9(07) COMP VALUE ZERO.
001386 01  WS-LOG-AGED-CTR          PIC 9(07) COMP VALUE ZERO.
001387 01  WS-LOG-REPLACED-CTR      PIC 9(07) COMP VALUE ZERO.
001388 01  WS-LOG-ADDED-CTR         PIC 9(07) COMP VALUE ZERO.
001390 01  WS-HIT-IX                PIC 9(03) COMP VALUE ZERO.
001400 01  WS-REASON-COUNT          PIC 9(03) COMP VALUE ZERO.
001410 01  WS-RSN-IX                PIC 9(03) COMP.
002060 01  WS-PAGE-NUM              PIC 9(05) COMP VALUE ZERO.
002070 01  WS-PAGE-DEPTH            PIC 9(03) COMP VALUE 60.
002080 01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
002081 01  WS-LEDGER-CALL.
002082     COPY BANNLCAL.
002090******************************************************************
002100* PROCEDURE DIVISION                                            *
002110******************************************************************
002170     PERFORM 2500-APPEND-ONE-REJECT THRU 2500-EXIT
002180         VARYING WS-TBL-IX FROM 1 BY 1
002190         UNTIL WS-TBL-IX > WS-REJ-COUNT
002191     PERFORM 4000-ROLL-REJECT-LOG THRU 4000-EXIT
002200     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
002210     PERFORM 3500-WRAP-UP THRU 3500-EXIT
002220     CLOSE SUSP-OLD-FILE
002240     CLOSE SUSP-NEW-FILE
002250     CLOSE AGE-RPT-FILE
002251     PERFORM 9100-POST-LEDGER-FINISH THRU 9100-EXIT
002260     STOP RUN.
002270******************************************************************
002280*    1000-INITIALIZE THRU 1000-EXIT                             *
002290*    SETS THE RUN DATE (BANPARM BUSDATE OVERRIDE HONORED), POSTS *
002300*    THE LEDGER START, LOADS THE RESUBMITTED-CARD AND NEW-REJECT *
002310*    TABLES, AND OPENS THE MASTER PAIR AND THE REPORT.           *
002320******************************************************************
002330 1000-INITIALIZE.
002340     PERFORM 1050-READ-RUN-OPTIONS THRU 1050-EXIT
002341     PERFORM 1070-POST-LEDGER-START THRU 1070-EXIT
002350     MOVE WS-RUN-DATE TO HD1-RUN-DATE
002360     COMPUTE WS-RUN-DATE-INT =
002370         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
002870*    TAKES, SO A MORNING RERUN FILES AND AGES ITS REJECTS UNDER  *
002880*    THE BUSINESS DATE THEY BELONG TO.  RUN-MODE RECORDS ON THE  *
002890*    FILE BELONG TO THE BANNER STEP AND ARE READ PAST.           *
002891*    AN OVERRIDE RECORD NAMING BANSUSUPD LETS THE STEP PAST THE  *
002892*    RUN-CONTROL LEDGER'S CHECKS.                                *
002900******************************************************************
002910 1050-READ-RUN-OPTIONS.
002911     MOVE SPACES TO WS-LEDGER-CALL
002912     MOVE 'BANSUSUPD' TO LCAL-STEP-NAME
002920     OPEN INPUT BANN-PARM-FILE
002930     IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '05'
002940         PERFORM 1060-READ-ONE-OPTION THRU 1060-EXIT
003280                     STOP RUN
003290                 END-IF
003300             END-IF
003301             IF PARM-KEY-OVERRIDE
003302                 AND PARM-OVR-STEP = LCAL-STEP-NAME
003303                 SET LCAL-OVERRIDE-YES TO TRUE
003304             END-IF
003310     END-READ.
003320 1060-EXIT.
003330     EXIT.
003331******************************************************************
003332*    1070-POST-LEDGER-START THRU 1070-EXIT                       *
003333*    CHECKS THE RUN-CONTROL LEDGER AND POSTS THE STEP'S START.   *
003334*    A REFUSAL ENDS THE STEP RC 16 BEFORE ANY FILE IS OPENED -   *
003335*    BANLEDSUB HAS ALREADY SAID WHY.                             *
003336******************************************************************
003337 1070-POST-LEDGER-START.
003338     SET LCAL-START TO TRUE
003339     MOVE WS-RUN-DATE TO LCAL-BUS-DATE
003340     MOVE RETURN-CODE TO LCAL-STEP-RC
003341     CALL 'BANLEDSUB' USING WS-LEDGER-CALL
003342     IF NOT LCAL-ACCEPTED
003343         DISPLAY 'BANSUS0034E - RUN-CONTROL LEDGER REFUSED THE '
003344             'STEP FOR BUSINESS DATE ' WS-RUN-DATE
003345         MOVE 16 TO RETURN-CODE
003346         STOP RUN
003347     END-IF.
003348 1070-EXIT.
003349     EXIT.
003350******************************************************************
003351*    1100-LOAD-ONE-RESUB THRU 1100-EXIT                         *
003360*    FILES ONE RESUBMITTED CARD IMAGE.  NO BANSUSPI DD MEANS NO  *
003370*    RESUBMIT RAN TONIGHT AND NOTHING CLEARS.                    *
003380******************************************************************
005960     DISPLAY 'BANSUS0030I - OPEN REJECTS CARRIED '
005970         WS-CARRIED-CTR
005980     DISPLAY 'BANSUS0031I - NEW MASTER RECORDS   '
005990         WS-WRITTEN-CTR
005991     DISPLAY 'BANSUS0040I - REJECT LOG CARRIED   '
005992         WS-LOG-KEPT-CTR
005993     DISPLAY 'BANSUS0041I - REJECT LOG AGED OFF  '
005994         WS-LOG-AGED-CTR
005995     DISPLAY 'BANSUS0042I - REJECT LOG REPLACED  '
005996         WS-LOG-REPLACED-CTR
005997     DISPLAY 'BANSUS0043I - REJECTS LOGGED       '
005998         WS-LOG-ADDED-CTR.
006000 3500-EXIT.
006010     EXIT.
006011******************************************************************
006012*    4000-ROLL-REJECT-LOG THRU 4000-EXIT                         *
006013*    ROLLS THE MONTHLY REJECT LOG FORWARD - COPIES THE OLD LOG,  *
006014*    DROPPING RECORDS OLDER THAN THE FIRST OF THE MONTH TWO      *
006015*    MONTHS BACK AND ANY ALREADY FILED UNDER TONIGHT'S BUSINESS  *
006016*    DATE (A RERUN REPLACES THEM), THEN FILES EVERY ONE OF       *
006017*    TONIGHT'S REJECTS UNDER THE RUN DATE.  NO REJLOGI DD MEANS  *
006018*    THE LOG STARTS WITH TONIGHT.  UNLIKE THE AGING MASTER,      *
006019*    REPEATED REJECTS FROM ONE JOB/OPERATOR ARE NOT FOLDED -     *
006020*    EACH BAD CARD COUNTS ON THE SCORECARD.                      *
006021******************************************************************
006022 4000-ROLL-REJECT-LOG.
006023     IF WS-RUN-MONTH > 2
006024         MOVE WS-RUN-YEAR TO WS-LOG-KEEP-YEAR
006025         COMPUTE WS-LOG-KEEP-MONTH = WS-RUN-MONTH - 2
006026     ELSE
006027         COMPUTE WS-LOG-KEEP-YEAR = WS-RUN-YEAR - 1
006028         COMPUTE WS-LOG-KEEP-MONTH = WS-RUN-MONTH + 10
006029     END-IF
006030     MOVE 1 TO WS-LOG-KEEP-DAY
006031     OPEN INPUT REJ-LOG-OLD-FILE
006032     IF WS-LGI-STATUS NOT = '00' AND WS-LGI-STATUS NOT = '05'
006033         AND WS-LGI-STATUS NOT = '35'
006034         DISPLAY 'BANSUS0036E - REJLOGI OPEN FAILED, STATUS '
006035             WS-LGI-STATUS
006036         MOVE 16 TO RETURN-CODE
006037         STOP RUN
006038     END-IF
006039     OPEN OUTPUT REJ-LOG-NEW-FILE
006040     IF WS-LGO-STATUS NOT = '00'
006041         DISPLAY 'BANSUS0037E - REJLOGO OPEN FAILED, STATUS '
006042             WS-LGO-STATUS
006043         MOVE 16 TO RETURN-CODE
006044         STOP RUN
006045     END-IF
006046     IF WS-LGI-STATUS = '35'
006047         SET WS-LGI-EOF-YES TO TRUE
006048     END-IF
006049     PERFORM 4100-CARRY-ONE-LOG-RECORD THRU 4100-EXIT
006050         UNTIL WS-LGI-EOF-YES
006051     IF WS-LGI-STATUS NOT = '35'
006052         CLOSE REJ-LOG-OLD-FILE
006053     END-IF
006054     PERFORM 4200-LOG-ONE-REJECT THRU 4200-EXIT
006055         VARYING WS-TBL-IX FROM 1 BY 1
006056         UNTIL WS-TBL-IX > WS-REJ-COUNT
006057     CLOSE REJ-LOG-NEW-FILE.
006058 4000-EXIT.
006059     EXIT.
006060 4100-CARRY-ONE-LOG-RECORD.
006061     READ REJ-LOG-OLD-FILE
006062         AT END
006063             SET WS-LGI-EOF-YES TO TRUE
006064             GO TO 4100-EXIT
006065     END-READ
006066     IF WS-LGI-STATUS NOT = '00'
006067         DISPLAY 'BANSUS0038E - REJLOGI READ FAILED, STATUS '
006068             WS-LGI-STATUS
006069         MOVE 16 TO RETURN-CODE
006070         STOP RUN
006071     END-IF
006072     IF RJLG-RUN-DATE OF REJ-LOG-OLD-RECORD NOT NUMERIC
006073         OR RJLG-RUN-DATE OF REJ-LOG-OLD-RECORD < WS-LOG-KEEP-DATE
006074         ADD 1 TO WS-LOG-AGED-CTR
006075         GO TO 4100-EXIT
006076     END-IF
006077     IF RJLG-RUN-DATE OF REJ-LOG-OLD-RECORD = WS-RUN-DATE
006078         ADD 1 TO WS-LOG-REPLACED-CTR
006079         GO TO 4100-EXIT
006080     END-IF
006081     MOVE REJ-LOG-OLD-RECORD TO REJ-LOG-NEW-RECORD
006082     PERFORM 4300-WRITE-LOG-RECORD THRU 4300-EXIT
006083     ADD 1 TO WS-LOG-KEPT-CTR.
006084 4100-EXIT.
006085     EXIT.
006086 4200-LOG-ONE-REJECT.
006087     MOVE SPACES TO REJ-LOG-NEW-RECORD
006088     MOVE WS-RUN-DATE TO RJLG-RUN-DATE OF REJ-LOG-NEW-RECORD
006089     MOVE WS-REJ-REASON (WS-TBL-IX) TO
006090         RJLG-REASON-CODE OF REJ-LOG-NEW-RECORD
006091     MOVE WS-REJ-IMAGE (WS-TBL-IX) TO
006092         RJLG-CARD-IMAGE OF REJ-LOG-NEW-RECORD
006093     PERFORM 4300-WRITE-LOG-RECORD THRU 4300-EXIT
006094     ADD 1 TO WS-LOG-ADDED-CTR.
006095 4200-EXIT.
006096     EXIT.
006097 4300-WRITE-LOG-RECORD.
006098     WRITE REJ-LOG-NEW-RECORD
006099     IF WS-LGO-STATUS NOT = '00'
006100         DISPLAY 'BANSUS0039E - REJLOGO WRITE FAILED, STATUS '
006101             WS-LGO-STATUS
006102         MOVE 16 TO RETURN-CODE
006103         STOP RUN
006104     END-IF.
006105 4300-EXIT.
006106     EXIT.
006107******************************************************************
006108*    7000-WRITE-REPORT-LINE THRU 7000-EXIT                      *
006109*    COUNTS LINES AGAINST THE PAGE DEPTH AND STARTS A NEW        *
006110*    HEADED PAGE WHEN THE CURRENT ONE IS FULL.                   *
006111******************************************************************
006112 7000-WRITE-REPORT-LINE.
006113     IF WS-LINE-CNT >= WS-PAGE-DEPTH
006114         PERFORM 7100-START-NEW-PAGE THRU 7100-EXIT
006115     END-IF
006116     MOVE WS-PRINT-LINE TO AGE-RPT-RECORD
006120     WRITE AGE-RPT-RECORD AFTER ADVANCING 1 LINE
006130     IF WS-RPT-STATUS NOT = '00'
006140         DISPLAY 'BANSUS0032E - SUSRPT01 WRITE FAILED, STATUS '
006520     MOVE 3 TO WS-LINE-CNT.
006530 7100-EXIT.
006540     EXIT.
006740******************************************************************
006750*    9100-POST-LEDGER-FINISH THRU 9100-EXIT                      *
006760*    POSTS THE STEP COMPLETE ON THE LEDGER WITH ITS RETURN CODE, *
006770*    NEW REJECTS, AND OPEN REJECTS WRITTEN.  A FINISH THAT       *
006780*    CANNOT BE POSTED ENDS THE STEP RC 16, SINCE THE NEXT STEP   *
006790*    WOULD BE REFUSED.                                           *
006800******************************************************************
006810 9100-POST-LEDGER-FINISH.
006820     SET LCAL-FINISH TO TRUE
006830     MOVE RETURN-CODE TO LCAL-STEP-RC
006840     MOVE WS-NEW-REJECT-CTR TO LCAL-COUNT-1
006850     MOVE WS-WRITTEN-CTR TO LCAL-COUNT-2
006860     CALL 'BANLEDSUB' USING WS-LEDGER-CALL
006870     IF NOT LCAL-ACCEPTED
006880         DISPLAY 'BANSUS0035E - RUN-CONTROL LEDGER FINISH NOT '
006890             'POSTED FOR BUSINESS DATE ' WS-RUN-DATE
006900         MOVE 16 TO RETURN-CODE
006910     END-IF.
006920 9100-EXIT.
006930     EXIT.
