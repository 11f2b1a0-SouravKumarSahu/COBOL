002026*                TRAIL CAN NO LONGER NAME OPERATORS WHO DO NOT    *
002027*                EXIST.  THE MASTER IS OPENED ON THE FIRST        *
002028*                REQUEST CARD, THE WAY BANPROF IS.                *
002029* 10/15/26  DPS  THE AUDIT RECORD NOW CARRIES THE SHAPE CODE     *
002030*                THE BANNER WAS BUILT IN (AUD-SHAPE, AFTER ANY   *
002031*                PROFILE WAS RESOLVED) FOR THE MONTH-END         *
002032*                CHARGEBACK.                                     *
002033* 10/15/26  DPS  REPORT DESTINATIONS ARE NOW DEFINED ON THE      *
002034*                BANDEST DESTINATION MASTER (VSAM KSDS           *
002035*                MAINTAINED BY BANDESTM).  EACH REQUEST'S        *
002036*                DESTINATION IS LOOKED UP DURING VALIDATION -    *
002037*                ONE NOT ON THE MASTER, OR MARKED INACTIVE,      *
002038*                REJECTS TO BANSUSPO WITH REASON CODE 0065 OR    *
002039*                0066.  EACH DECK NOW BREAKS PAGES AT ITS OWN    *
002040*                FORM'S PAGE DEPTH INSTEAD OF THE FIXED 60       *
002041*                LINES (THE EDITONLY PAGE PROJECTION FOLLOWS     *
002042*                SUIT), AND THE BANNER PAGE HEADING CARRIES THE  *
002043*                DESTINATION'S HEADER TEXT SO THE PRINT ROOM     *
002044*                CAN SEE WHICH PACKET A DIVIDER BELONGS TO.      *
002045*                THE MASTER IS OPENED ON THE FIRST REQUEST       *
002046*                CARD, THE WAY BANSEC IS.                        *
002047* 10/15/26  DPS  THE AUDIT RECORD NOW ALSO CARRIES THE WIDTH,    *
002048*                FILL CHARACTER, PROFILE NAME, AND THE THREE     *
002049*                TEXT LINES THE BANNER WAS BUILT FROM, SO        *
002050*                BANREPRT CAN REBUILD A TORN DIVIDER FROM THE    *
002051*                HISTORY MASTER WITHOUT THE ORIGINAL CARD.       *
002052* 10/15/26  DPS  NORMAL AND RESUBMIT RUNS NOW RUN UNDER THE      *
002053*                RUN-CONTROL LEDGER (BANLEDGR, THROUGH           *
002054*                BANLEDSUB).  A NORMAL RUN POSTS AS STEP         *
002055*                STARTRIANGLE AND IS REFUSED (RC 16) UNLESS      *
002056*                BANDECKB COMPLETED CLEANLY FOR THE BUSINESS     *
002057*                DATE; A RESUBMIT RUN POSTS AS STARTRIRESUB AND  *
002058*                WAITS ON THE NIGHT'S NORMAL RUN INSTEAD.        *
002059*                EITHER IS REFUSED A SECOND RUN FOR A DATE IT    *
002060*                ALREADY COMPLETED CLEANLY, UNLESS A BANPARM     *
002061*                OVERRIDE CARD (OVERRIDE IN COLS 1-8, THE STEP   *
002062*                NAME IN COLS 9-20) SAYS SO.  A CHECKPOINT       *
002063*                RESTART OF AN ABENDED RUN IS NOT REFUSED - ITS  *
002064*                START IS ON FILE BUT NOT ITS FINISH.  THE       *
002065*                FINISH POSTS THE RC, REQUESTS READ, AND         *
002066*                REJECTS FILED - RC 04, NOT 16, WHEN REJECTED    *
002067*                CARDS WERE THE ONLY TROUBLE, SO THE STEPS       *
002068*                BEHIND IT STILL RUN.  EDITONLY RUNS TOUCH NO    *
002069*                LEDGER.  THE RUN DATE IS NOW SET AS SOON AS     *
002070*                BANPARM HAS BEEN READ.                          *
002071* 10/15/26  DPS  EACH DIVIDER'S FIRST AND LAST DECK PAGE NUMBER  *
002072*                (THE PAGE NUMBERS 2600-START-BANNER-PAGE        *
002073*                PRINTS IN THE HEADING, KEPT PER DESTINATION)    *
002074*                NOW GO ON ITS AUDIT RECORD (AUD-FIRST-PAGE /    *
002075*                AUD-LAST-PAGE) FOR THE BANMANIF PRINT ROOM      *
002076*                MANIFEST AND BANRECON'S PAGE TOTALS.  BANCHKPT  *
002077*                ALSO CARRIES EACH DECK'S LAST PAGE NUMBER AND   *
002078*                THE IN-PROGRESS BANNER'S FIRST PAGE, SO A       *
002079*                RESTART CONTINUES THE DECKS' PAGE NUMBERING     *
002080*                INSTEAD OF STARTING AGAIN AT PAGE 1.            *
002081******************************************************************
002082*
002083* PURPOSE.  DISPLAYS ONE STAR TRIANGLE (OR DIAMOND) DIVIDER PER
002084*           REQUEST CARD READ FROM THE BANCTLIN CONTROL FILE.
002085*
002086 ENVIRONMENT DIVISION.
002087 CONFIGURATION SECTION.
002088 SOURCE-COMPUTER.  IBM-370.
002089 OBJECT-COMPUTER.  IBM-370.
002090 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002110     SELECT BANN-CONTROL-FILE  ASSIGN TO BANCTLIN
002393         ACCESS MODE IS RANDOM
002394         RECORD KEY IS SEC-OPERATOR-ID
002395         FILE STATUS IS WS-SEC-STATUS.
002396     SELECT BANN-DEST-FILE     ASSIGN TO BANDEST
002397         ORGANIZATION IS INDEXED
002398         ACCESS MODE IS RANDOM
002399         RECORD KEY IS DEST-CODE
002400         FILE STATUS IS WS-DST-STATUS.
002401     SELECT BANN-SUSP-OUT-FILE ASSIGN TO BANSUSPO
002410         ORGANIZATION IS LINE SEQUENTIAL
002420         FILE STATUS IS WS-SUSO-STATUS.
002430     SELECT BANN-SUSP-IN-FILE  ASSIGN TO BANSUSPI
002771 FD  BANN-SECURITY-FILE.
002772 01  BANN-SECURITY-RECORD.
002773     COPY BANNSEC.
002774 FD  BANN-DEST-FILE.
002775 01  BANN-DEST-RECORD.
002776     COPY BANNDEST.
002780 FD  BANN-PARM-FILE
002790     RECORDING MODE IS F.
002800 01  BANN-PARM-RECORD.
002810     05  PARM-RUN-MODE        PIC X(08).
002811         88  PARM-KEY-BUSDATE     VALUE 'BUSDATE'.
002812         88  PARM-KEY-OVERRIDE    VALUE 'OVERRIDE'.
002813     05  PARM-BUS-DATE        PIC X(08).
002820     05  FILLER               PIC X(64).
002821 01  BANN-PARM-OVR-RECORD.
002822     05  FILLER               PIC X(08).
002823     05  PARM-OVR-STEP        PIC X(12).
002824     05  FILLER               PIC X(60).
002830 FD  BANN-SUSP-OUT-FILE
002840     RECORDING MODE IS F.
002850 01  BANN-SUSP-OUT-RECORD.
003200 01  WS-SUB-RETURN-CODE       PIC 9(02) VALUE ZERO.
003210 01  WS-SUB-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
003220 01  WS-REQ-ROWS              PIC 9(05) COMP VALUE ZERO.
003221*    DECK PAGE THE CURRENT BANNER STARTED ON - ZERO UNTIL ITS
003222*    FIRST PAGE IS STARTED.
003223 01  WS-REQ-FIRST-PAGE        PIC 9(05) COMP VALUE ZERO.
003230 01  WS-CARD-HOLD             PIC X(100) VALUE SPACES.
003231 01  WS-TEXT-WORK             PIC X(20) VALUE SPACES.
003232 01  WS-FRM-LINES             PIC 9(03) COMP VALUE ZERO.
003260 01  WS-GLYPH-IX              PIC 9(03) COMP.
003270 01  WS-BANNER-FONT.
003280     COPY BANNFONT.
003300 01  WS-PROJ-ROWS             PIC 9(05) COMP VALUE ZERO.
003310 01  WS-PROJ-PAGES            PIC 9(05) COMP VALUE ZERO.
003320 01  WS-PROJ-REQS             PIC 9(05) COMP VALUE ZERO.
003390     05  WS-DEST-ENTRY OCCURS 4 TIMES.
003400         10  WS-DEST-LINE-CNT     PIC 9(03) COMP VALUE ZERO.
003410         10  WS-DEST-PAGE-NUM     PIC 9(05) COMP VALUE ZERO.
003411*    PAGE DEPTH AND HEADER TEXT COME FROM THE BANDEST MASTER WHEN
003412*    1560-CHECK-DESTINATION PASSES A CARD FOR THE DESTINATION.
003413         10  WS-DEST-DEPTH        PIC 9(03) COMP VALUE 60.
003414         10  WS-DEST-HDR-TEXT     PIC X(40) VALUE SPACES.
003415 01  WS-DEST-IX               PIC 9(01) COMP.
003420 01  WS-RPT-HEADING.
003430     05  FILLER               PIC X(14) VALUE 'STARTRIANGLE'.
003440     05  FILLER               PIC X(09) VALUE 'RUN DATE '.
003490     05  HDR-REQUEST          PIC ZZZZ9.
003500     05  FILLER               PIC X(07) VALUE '  PAGE '.
003510     05  HDR-PAGE             PIC ZZZZ9.
003511     05  FILLER               PIC X(02) VALUE SPACES.
003512     05  HDR-DEST-TEXT        PIC X(40).
003513     05  FILLER               PIC X(18) VALUE SPACES.
003530 01  WS-BANNER-TABLE.
003540     COPY BANNTBL.
003550 01  WS-CTL-EOF               PIC X(01) VALUE 'N'.
003686 01  WS-SEC-STATUS            PIC X(02) VALUE '00'.
003687 01  WS-SEC-OPEN              PIC X(01) VALUE 'N'.
003688     88  WS-SEC-OPEN-YES          VALUE 'Y'.
003689 01  WS-DST-STATUS            PIC X(02) VALUE '00'.
003690 01  WS-DST-OPEN              PIC X(01) VALUE 'N'.
003691     88  WS-DST-OPEN-YES          VALUE 'Y'.
003692 01  WS-AUTH-DEST             PIC 9(01) VALUE 1.
003693 01  WS-VFY-CARD-COUNT        PIC 9(05) COMP VALUE ZERO.
003700 01  WS-VFY-HASH-TOTAL        PIC 9(09) COMP VALUE ZERO.
003710 01  WS-VFY-TRL-COUNT         PIC 9(05) COMP VALUE ZERO.
003720 01  WS-VFY-TRL-HASH          PIC 9(09) COMP VALUE ZERO.
003840     88  WS-PROF-OPEN-YES         VALUE 'Y'.
003850 01  WS-RESUME-COMPLETE       PIC X(01) VALUE 'N'.
003860     88  WS-RESUME-COMPLETE-YES   VALUE 'Y'.
003861 01  WS-REJECT-CTR            PIC 9(05) COMP VALUE ZERO.
003862 01  WS-CARD-REJECTED         PIC X(01) VALUE 'N'.
003863     88  WS-CARD-REJECTED-YES     VALUE 'Y'.
003864 01  WS-SAVE-RC               PIC S9(04) COMP VALUE ZERO.
003865 01  WS-OVR-BANNER            PIC X(01) VALUE 'N'.
003866     88  WS-OVR-BANNER-YES        VALUE 'Y'.
003867 01  WS-OVR-RESUB             PIC X(01) VALUE 'N'.
003868     88  WS-OVR-RESUB-YES         VALUE 'Y'.
003869 01  WS-LEDGER-CALL.
003870     COPY BANNLCAL.
003871******************************************************************
003880* PROCEDURE DIVISION                                            *
003890******************************************************************
003900 PROCEDURE DIVISION.
004181     IF WS-SEC-OPEN-YES
004182         CLOSE BANN-SECURITY-FILE
004183     END-IF
004184     IF WS-DST-OPEN-YES
004185         CLOSE BANN-DEST-FILE
004186     END-IF
004187     IF NOT WS-MODE-EDITONLY
004188         PERFORM 9100-POST-LEDGER-FINISH THRU 9100-EXIT
004189     END-IF
004190     STOP RUN.
004200******************************************************************
004210*    1000-INITIALIZE THRU 1000-EXIT                             *
004260******************************************************************
004270 1000-INITIALIZE.
004280     PERFORM 1050-READ-RUN-OPTIONS THRU 1050-EXIT
004281     PERFORM 1070-SET-RUN-DATE THRU 1070-EXIT
004282     IF NOT WS-MODE-EDITONLY
004283         PERFORM 1075-POST-LEDGER-START THRU 1075-EXIT
004284     END-IF
004290     IF WS-MODE-RESUBMIT
004300         OPEN INPUT BANN-SUSP-IN-FILE
004310         IF WS-SUSI-STATUS NOT = '00'
004540             MOVE 16 TO RETURN-CODE
004550             STOP RUN
004560         END-IF
004580         GO TO 1000-EXIT
004590     END-IF
004600     PERFORM 1100-CHECK-FOR-RESTART THRU 1100-EXIT
004910             MOVE 16 TO RETURN-CODE
004920             STOP RUN
004930         END-IF
004940     END-IF.
004960 1000-EXIT.
004970     EXIT.
004980******************************************************************
005780*    AND PROJECTS WITHOUT PRINTING; A BUSDATE RECORD OVERRIDES   *
005790*    THE CALENDAR DATE FOR THE WHOLE RUN.  ANY OTHER VALUE IS A  *
005791*    KEYING ERROR AND FAILS THE STEP BEFORE ANY FILE IS TOUCHED. *
005792*    AN OVERRIDE RECORD NAMING STARTRIANGLE OR STARTRIRESUB      *
005793*    (COLS 9-20) LETS THAT RUN PAST THE RUN-CONTROL LEDGER'S     *
005794*    CHECKS.                                                     *
005800******************************************************************
005810 1050-READ-RUN-OPTIONS.
005820     OPEN INPUT BANN-PARM-FILE
006081******************************************************************
006082*    1060-READ-ONE-OPTION THRU 1060-EXIT                         *
006083*    ONE BANPARM RECORD - A BUSDATE RECORD SETS THE BUSINESS     *
006084*    DATE OVERRIDE, AN OVERRIDE RECORD (OVERRIDE IN COLS 1-8,    *
006085*    THE LEDGER STEP NAME IN COLS 9-20) NAMING STARTRIANGLE OR   *
006086*    STARTRIRESUB LETS THAT STEP PAST THE RUN-CONTROL LEDGER'S   *
006087*    CHECKS, A BLANK RECORD IS IGNORED, AND ANYTHING ELSE IS     *
006088*    TAKEN AS THE RUN MODE (VALIDATED AFTER END OF FILE, SO THE  *
006089*    LAST MODE RECORD WINS AS IT ALWAYS HAS).                    *
006090******************************************************************
006091 1060-READ-ONE-OPTION.
006092     READ BANN-PARM-FILE
006093         AT END
006094             SET WS-PRM-EOF-YES TO TRUE
006095         NOT AT END
006096             EVALUATE TRUE
006097                 WHEN PARM-KEY-BUSDATE
006098                     IF PARM-BUS-DATE NUMERIC
006099                         MOVE PARM-BUS-DATE TO WS-BUS-DATE
006100                         SET WS-BUS-DATE-SET-YES TO TRUE
006101                     ELSE
006102                         DISPLAY 'STARTRI0059E - BUSDATE VALUE '
006103                             PARM-BUS-DATE ' ON BANPARM IS NOT'
006104                             ' A VALID YYYYMMDD DATE'
006105                         MOVE 16 TO RETURN-CODE
006106                         STOP RUN
006107                     END-IF
006108                 WHEN PARM-KEY-OVERRIDE
006109                     IF PARM-OVR-STEP = 'STARTRIANGLE'
006110                         SET WS-OVR-BANNER-YES TO TRUE
006111                     END-IF
006112                     IF PARM-OVR-STEP = 'STARTRIRESUB'
006113                         SET WS-OVR-RESUB-YES TO TRUE
006114                     END-IF
006115                 WHEN BANN-PARM-RECORD = SPACES
006116                     CONTINUE
006117                 WHEN OTHER
006118                     MOVE PARM-RUN-MODE TO WS-RUN-MODE
006119             END-EVALUATE
006120     END-READ.
006121 1060-EXIT.
006122     EXIT.
006123******************************************************************
006124*    1070-SET-RUN-DATE THRU 1070-EXIT                            *
006125*    THE RUN DATE EVERY HEADER AND AUDIT RECORD CARRIES - THE    *
006126*    BANPARM BUSINESS DATE WHEN ONE WAS GIVEN, OTHERWISE THE     *
006127*    CALENDAR DATE.                                              *
006128******************************************************************
006129 1070-SET-RUN-DATE.
006130     IF WS-BUS-DATE-SET-YES
006131         MOVE WS-BUS-DATE TO WS-RUN-DATE
006132         DISPLAY 'STARTRI0060I - BUSINESS DATE OVERRIDE '
006133             WS-RUN-DATE ' IN EFFECT FOR THIS RUN'
006134     ELSE
006135         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
006136     END-IF.
006137 1070-EXIT.
006138     EXIT.
006139******************************************************************
006140*    1075-POST-LEDGER-START THRU 1075-EXIT                       *
006141*    CHECKS THE RUN-CONTROL LEDGER AND POSTS THE RUN'S START -   *
006142*    AS STARTRIANGLE FOR A NORMAL RUN, STARTRIRESUB FOR A        *
006143*    RESUBMIT RUN, EACH WITH ITS OWN OVERRIDE CARD.  A REFUSAL   *
006144*    ENDS THE STEP RC 16 BEFORE ANY REPORT, AUDIT, OR SUSPENSE   *
006145*    DATASET IS OPENED - BANLEDSUB HAS ALREADY SAID WHY.         *
006146******************************************************************
006147 1075-POST-LEDGER-START.
006148     MOVE SPACES TO WS-LEDGER-CALL
006149     IF WS-MODE-RESUBMIT
006150         MOVE 'STARTRIRESUB' TO LCAL-STEP-NAME
006151         IF WS-OVR-RESUB-YES
006152             SET LCAL-OVERRIDE-YES TO TRUE
006153         END-IF
006154     ELSE
006155         MOVE 'STARTRIANGLE' TO LCAL-STEP-NAME
006156         IF WS-OVR-BANNER-YES
006157             SET LCAL-OVERRIDE-YES TO TRUE
006158         END-IF
006159     END-IF
006160     SET LCAL-START TO TRUE
006161     MOVE WS-RUN-DATE TO LCAL-BUS-DATE
006162     MOVE RETURN-CODE TO LCAL-STEP-RC
006163     CALL 'BANLEDSUB' USING WS-LEDGER-CALL
006164     IF NOT LCAL-ACCEPTED
006165         DISPLAY 'STARTRI0069E - RUN-CONTROL LEDGER REFUSED THE '
006166             LCAL-STEP-NAME ' RUN FOR BUSINESS DATE ' WS-RUN-DATE
006167         MOVE 16 TO RETURN-CODE
006168         STOP RUN
006169     END-IF.
006170 1075-EXIT.
006171     EXIT.
006172******************************************************************
006173*    1100-CHECK-FOR-RESTART THRU 1100-EXIT                      *
006174*    LOOKS FOR A CHECKPOINT RECORD LEFT BY AN INTERRUPTED RUN.   *
006175*    WHEN ONE IS FOUND, THE REQUEST/ROW/PHASE IT HOLDS TELL      *
006176*    THE REST OF THE PROGRAM WHERE TO PICK BACK UP.              *
006177******************************************************************
006178 1100-CHECK-FOR-RESTART.
006179     OPEN INPUT BANN-CHKPT-FILE
006180     IF WS-CHK-STATUS = '00'
006181         READ BANN-CHKPT-FILE
006190             AT END
006200                 CONTINUE
006210             NOT AT END
006380                     AND CHKP-ROWS-WRITTEN NUMERIC
006390                     MOVE CHKP-ROWS-WRITTEN TO WS-REQ-ROWS
006400                 END-IF
006401*    LIKEWISE A CHECKPOINT PREDATING THE PAGE FIELDS LEAVES EVERY
006402*    DECK'S PAGE NUMBERING TO START AGAIN AT PAGE 1.
006403                 IF NOT CHKP-PHASE-COMPLETE
006404                     AND CHKP-FIRST-PAGE NUMERIC
006405                     MOVE CHKP-FIRST-PAGE TO WS-REQ-FIRST-PAGE
006406                 END-IF
006407                 IF CHKP-DEST-PAGES NUMERIC
006408                     PERFORM 1150-RESTORE-ONE-DEST-PAGE
006409                         THRU 1150-EXIT
006410                         VARYING WS-DEST-IX FROM 1 BY 1
006411                         UNTIL WS-DEST-IX > 4
006412                 END-IF
006413         END-READ
006420         CLOSE BANN-CHKPT-FILE
006430     END-IF.
006440 1100-EXIT.
006450     EXIT.
006451 1150-RESTORE-ONE-DEST-PAGE.
006452     MOVE CHKP-DEST-PAGE-NUM (WS-DEST-IX)
006453         TO WS-DEST-PAGE-NUM (WS-DEST-IX).
006454 1150-EXIT.
006455     EXIT.
006460******************************************************************
006470*    1200-SKIP-COMPLETED-REQUESTS THRU 1200-EXIT                *
006480*    READS AND DISCARDS THE CONTROL RECORDS FOR REQUESTS THE     *
009050         WHEN OTHER
009060             COMPUTE WS-PROJ-ROWS = BANN-HEIGHT - 1
009070     END-EVALUATE
009071     IF BANN-DEST-CODE = SPACE
009072         MOVE 1 TO WS-CUR-DEST
009073     ELSE
009074         MOVE BANN-DEST-CODE TO WS-CUR-DEST
009075     END-IF
009080     COMPUTE WS-PROJ-PAGES =
009081         (WS-PROJ-ROWS + WS-DEST-DEPTH (WS-CUR-DEST) - 3)
009082         / (WS-DEST-DEPTH (WS-CUR-DEST) - 2)
009100     ADD 1 TO WS-PROJ-REQS
009110     ADD WS-PROJ-PAGES TO WS-PROJ-PAGE-TOT
009120     COMPUTE WS-PROJ-LINE-TOT = WS-PROJ-LINE-TOT
010160         END-IF
010170     END-IF
010171     IF WS-REQ-VALID-YES
010172         PERFORM 1560-CHECK-DESTINATION THRU 1560-EXIT
010173     END-IF
010174     IF WS-REQ-VALID-YES
010175         PERFORM 1550-CHECK-AUTHORITY THRU 1550-EXIT
010176     END-IF
010180     IF WS-REQ-VALID-NO
010190         MOVE 16 TO RETURN-CODE
010191         SET WS-CARD-REJECTED-YES TO TRUE
010200         PERFORM 1600-WRITE-SUSPENSE-RECORD THRU 1600-EXIT
010210     END-IF.
010220 1400-EXIT.
011022 1550-EXIT.
011023     EXIT.
011024******************************************************************
011025*    1560-CHECK-DESTINATION THRU 1560-EXIT                       *
011026*    LOOKS THE REQUEST'S DESTINATION (BLANK DEST = 1, AS         *
011027*    EVERYWHERE) UP ON THE BANDEST DESTINATION MASTER.  A        *
011028*    DESTINATION NOT ON THE MASTER, OR ONE MARKED INACTIVE,      *
011029*    REJECTS THE REQUEST TO SUSPENSE LIKE ANY OTHER BAD FIELD.   *
011030*    A GOOD ONE LEAVES ITS FORM'S PAGE DEPTH AND ITS HEADER      *
011031*    TEXT (THE DESTINATION NAME WHEN NO HEADER TEXT IS GIVEN) IN *
011032*    THE DESTINATION'S PAGE-STATE ENTRY FOR THE PAGE BREAKS AND  *
011033*    HEADINGS.  THE MASTER IS OPENED ON THE FIRST REQUEST CARD,  *
011034*    THE WAY BANSEC IS.                                          *
011035******************************************************************
011036 1560-CHECK-DESTINATION.
011037     IF NOT WS-DST-OPEN-YES
011038         OPEN INPUT BANN-DEST-FILE
011039         IF WS-DST-STATUS NOT = '00'
011040             DISPLAY 'STARTRI0067E - BANDEST OPEN FAILED, '
011041                 'STATUS ' WS-DST-STATUS
011042             MOVE 16 TO RETURN-CODE
011043             STOP RUN
011044         END-IF
011045         SET WS-DST-OPEN-YES TO TRUE
011046     END-IF
011047     IF BANN-DEST-CODE = SPACE
011048         MOVE 1 TO WS-AUTH-DEST
011049     ELSE
011050         MOVE BANN-DEST-CODE TO WS-AUTH-DEST
011051     END-IF
011052     MOVE WS-AUTH-DEST TO DEST-CODE
011053     READ BANN-DEST-FILE
011054         INVALID KEY
011055             DISPLAY 'STARTRI0065E - REQUEST ' WS-REQUEST-NUM
011056                 ' REJECTED - DESTINATION ' WS-AUTH-DEST
011057                 ' IS NOT ON THE BANDEST DESTINATION MASTER'
011058             MOVE '0065' TO WS-REJECT-REASON
011059             SET WS-REQ-VALID-NO TO TRUE
011060         NOT INVALID KEY
011061             IF NOT DEST-ACTIVE
011062                 DISPLAY 'STARTRI0066E - REQUEST ' WS-REQUEST-NUM
011063                     ' REJECTED - DESTINATION ' WS-AUTH-DEST
011064                     ' (' DEST-NAME ') IS INACTIVE'
011065                 MOVE '0066' TO WS-REJECT-REASON
011066                 SET WS-REQ-VALID-NO TO TRUE
011067             ELSE
011068                 IF DEST-PAGE-DEPTH NUMERIC
011069                     AND DEST-PAGE-DEPTH >= 10
011070                     MOVE DEST-PAGE-DEPTH
011071                         TO WS-DEST-DEPTH (WS-AUTH-DEST)
011072                 END-IF
011073                 IF DEST-HEADER-TEXT = SPACES
011074                     MOVE DEST-NAME
011075                         TO WS-DEST-HDR-TEXT (WS-AUTH-DEST)
011076                 ELSE
011077                     MOVE DEST-HEADER-TEXT
011078                         TO WS-DEST-HDR-TEXT (WS-AUTH-DEST)
011079                 END-IF
011080             END-IF
011081     END-READ
011082     IF WS-DST-STATUS NOT = '00' AND WS-DST-STATUS NOT = '23'
011083         DISPLAY 'STARTRI0068E - BANDEST READ FAILED, STATUS '
011084             WS-DST-STATUS
011085         MOVE 16 TO RETURN-CODE
011086         STOP RUN
011087     END-IF.
011088 1560-EXIT.
011089     EXIT.
011090******************************************************************
011091*    1600-WRITE-SUSPENSE-RECORD THRU 1600-EXIT                   *
011092*    FILES THE REJECTED CARD IMAGE AND ITS REASON CODE ON        *
011093*    BANSUSPO SO THE REJECT CAN BE CORRECTED AND RESUBMITTED.    *
011094*    CARDS REPLAYED DURING A RESTART SKIP WERE ALREADY FILED BY  *
011095*    THE RUN THAT ABENDED, SO THE REPLAY DOES NOT REFILE THEM.   *
011096******************************************************************
011097 1600-WRITE-SUSPENSE-RECORD.
011098     IF NOT WS-REPLAY-MODE-YES
011099         MOVE SPACES TO BANN-SUSP-OUT-RECORD
011100         ADD 1 TO WS-REJECT-CTR
011101         MOVE WS-REJECT-REASON TO SUSP-REASON-CODE
011102         MOVE WS-CARD-HOLD TO SUSP-CARD-IMAGE
011103         WRITE BANN-SUSP-OUT-RECORD
011104         IF WS-SUSO-STATUS NOT = '00'
011105             DISPLAY 'STARTRI0045E - BANSUSPO WRITE FAILED, '
011106                 'STATUS ' WS-SUSO-STATUS
011107             MOVE 16 TO RETURN-CODE
011108             STOP RUN
011109         END-IF
011110     END-IF.
011111 1600-EXIT.
011112     EXIT.
011200******************************************************************
011210*    2100-BUILD-BANNER THRU 2100-EXIT                           *
011220*    ON FINISHING, REFRESHES BANCHKPT WITH A COMPLETE MARKER FOR *
011550     END-IF
011560     MOVE 1 TO WS-START-ROW
011570     MOVE ZERO TO WS-REQ-ROWS
011571     MOVE ZERO TO WS-REQ-FIRST-PAGE
011580     MOVE 'N' TO WS-SKIP-ASCEND
011590     MOVE 'C' TO WS-CUR-PHASE
011600     MOVE ZERO TO WS-ROW
011840         MOVE '0036' TO WS-REJECT-REASON
011850         SET WS-REQ-VALID-NO TO TRUE
011860         MOVE 16 TO RETURN-CODE
011861         SET WS-CARD-REJECTED-YES TO TRUE
011870         PERFORM 1600-WRITE-SUSPENSE-RECORD THRU 1600-EXIT
011880     ELSE
011890         MOVE 'A' TO WS-CUR-PHASE
012220*    THE USUAL FILE-STATUS CHECK AND EVERY-5TH-ROW CHECKPOINT.    *
012230******************************************************************
012240 2250-WRITE-BANNER-ROW.
012241     IF WS-DEST-LINE-CNT (WS-CUR-DEST) >=
012242         WS-DEST-DEPTH (WS-CUR-DEST)
012260         PERFORM 2600-START-BANNER-PAGE THRU 2600-EXIT
012270     END-IF
012280     PERFORM 2260-WRITE-DEST-LINE THRU 2260-EXIT
013070******************************************************************
013080*    2600-START-BANNER-PAGE THRU 2600-EXIT                       *
013090*    EJECTS TO A FRESH PAGE AND PRINTS THE BANNER HEADER - RUN    *
013100*    DATE, SUBMITTING JOB, REQUEST NUMBER, A PER-DESTINATION      *
013110*    PAGE NUMBER, AND THE DESTINATION'S HEADER TEXT - FOLLOWED    *
013120*    BY ONE BLANK LINE.  CALLED AT THE START OF EVERY BANNER AND  *
013130*    WHENEVER A TALL BANNER FILLS THE DECK'S PAGE DEPTH, SO THE   *
013131*    BURSTER OPERATORS FIND EVERY BANNER BOUNDARY AT A PAGE      *
013132*    BOUNDARY.                                                   *
013133*    THE FIRST PAGE STARTED FOR A BANNER IS KEPT FOR ITS AUDIT   *
013134*    RECORD.                                                     *
013150******************************************************************
013160 2600-START-BANNER-PAGE.
013170     ADD 1 TO WS-DEST-PAGE-NUM (WS-CUR-DEST)
013180     MOVE WS-DEST-PAGE-NUM (WS-CUR-DEST) TO HDR-PAGE
013181     IF WS-REQ-FIRST-PAGE = ZERO
013182         MOVE WS-DEST-PAGE-NUM (WS-CUR-DEST) TO WS-REQ-FIRST-PAGE
013183     END-IF
013190     MOVE WS-RUN-DATE TO HDR-RUN-DATE
013200     MOVE BANN-JOB-ID TO HDR-JOB-ID
013210     MOVE WS-REQUEST-NUM TO HDR-REQUEST
013211     MOVE WS-DEST-HDR-TEXT (WS-CUR-DEST) TO HDR-DEST-TEXT
013220     MOVE ZERO TO WS-DEST-LINE-CNT (WS-CUR-DEST)
013230     MOVE WS-RPT-HEADING TO WS-STR
013240     SET WS-ADV-PAGE-YES TO TRUE
013310*    2300-WRITE-CHECKPOINT THRU 2300-EXIT                       *
013320*    REWRITES BANCHKPT WITH THE REQUEST AND ROW JUST COMPLETED   *
013330*    AND WHICH HALF OF THE BANNER IT BELONGS TO.                 *
013331*    EACH DECK'S PAGE NUMBER AND THE BANNER'S FIRST PAGE GO WITH *
013332*    THEM.                                                       *
013340******************************************************************
013350 2300-WRITE-CHECKPOINT.
013360     OPEN OUTPUT BANN-CHKPT-FILE
013450     MOVE WS-ROW TO CHKP-LINE-NUM
013460     MOVE WS-REQ-ROWS TO CHKP-ROWS-WRITTEN
013470     MOVE WS-CUR-PHASE TO CHKP-PHASE
013471     MOVE WS-REQ-FIRST-PAGE TO CHKP-FIRST-PAGE
013472     PERFORM 2310-SAVE-ONE-DEST-PAGE THRU 2310-EXIT
013473         VARYING WS-DEST-IX FROM 1 BY 1
013474         UNTIL WS-DEST-IX > 4
013480     WRITE BANN-CHKPT-RECORD
013490     IF WS-CHK-STATUS NOT = '00'
013500         DISPLAY 'STARTRI0034E - BANCHKPT WRITE FAILED, STATUS '
013550     CLOSE BANN-CHKPT-FILE.
013560 2300-EXIT.
013570     EXIT.
013571 2310-SAVE-ONE-DEST-PAGE.
013572     MOVE WS-DEST-PAGE-NUM (WS-DEST-IX)
013573         TO CHKP-DEST-PAGE-NUM (WS-DEST-IX).
013574 2310-EXIT.
013575     EXIT.
013580******************************************************************
013590*    9000-CLEAR-CHECKPOINT THRU 9000-EXIT                       *
013600*    A CLEAN FINISH NEEDS NO RESTART, SO THE CHECKPOINT FILE IS  *
013710     CLOSE BANN-CHKPT-FILE.
013720 9000-EXIT.
013730     EXIT.
013731******************************************************************
013732*    9100-POST-LEDGER-FINISH THRU 9100-EXIT                      *
013733*    POSTS THE STEP COMPLETE ON THE LEDGER WITH ITS RETURN CODE, *
013734*    REQUESTS READ, AND REJECTS FILED.  A RUN WHOSE ONLY TROUBLE *
013735*    WAS REJECTED REQUEST CARDS STILL ENDS RC 16, BUT POSTS RC   *
013736*    04 - THE REJECTS ARE ON BANSUSPO FOR BANSUSUPD, AND THE     *
013737*    STEPS BEHIND THIS ONE MUST STILL RUN.  A FILE OR CONTROL    *
013738*    ERROR STOPS THE RUN BEFORE THIS POINT AND POSTS NO FINISH.  *
013739*    BANLEDSUB HANDS BACK THE POSTED RC, SO THE STEP'S OWN IS    *
013740*    PUT BACK AFTER THE CALL.  A FINISH THAT CANNOT BE POSTED    *
013741*    ENDS THE STEP RC 16, SINCE THE NEXT STEP WOULD BE REFUSED.  *
013742******************************************************************
013743 9100-POST-LEDGER-FINISH.
013744     SET LCAL-FINISH TO TRUE
013745     MOVE RETURN-CODE TO LCAL-STEP-RC
013746     MOVE RETURN-CODE TO WS-SAVE-RC
013747     IF WS-CARD-REJECTED-YES AND RETURN-CODE = 16
013748         MOVE 4 TO LCAL-STEP-RC
013749     END-IF
013750     MOVE WS-REQUEST-NUM TO LCAL-COUNT-1
013751     MOVE WS-REJECT-CTR TO LCAL-COUNT-2
013752     CALL 'BANLEDSUB' USING WS-LEDGER-CALL
013753     MOVE WS-SAVE-RC TO RETURN-CODE
013754     IF NOT LCAL-ACCEPTED
013755         DISPLAY 'STARTRI0070E - RUN-CONTROL LEDGER FINISH NOT '
013756             'POSTED FOR BUSINESS DATE ' WS-RUN-DATE
013757         MOVE 16 TO RETURN-CODE
013758     END-IF.
013759 9100-EXIT.
013760     EXIT.
013761******************************************************************
013762*    2400-WRITE-AUDIT-RECORD THRU 2400-EXIT                     *
013763*    ONE AUDIT RECORD PER BANNER PRODUCED - RUN DATE, THE        *
013770*    SUBMITTING JOB/OPERATOR, AND THE HEIGHT ACTUALLY PRODUCED.  *
013780*    A SHAPE-B COVER SHEET LOGS ITS ROW COUNT AS THE HEIGHT,     *
013790*    SINCE ITS CARD CARRIES NO HEIGHT OF ITS OWN.                *
013791*    THE REBUILD FIELDS (WIDTH, FILL, PROFILE, TEXT LINES) ARE    *
013792*    THE RESOLVED VALUES THE BANNER WAS ACTUALLY BUILT FROM.      *
013793*    THE FIRST AND LAST PAGE ARE ITS DECK PAGE NUMBERS.          *
013800******************************************************************
013810 2400-WRITE-AUDIT-RECORD.
013820     MOVE SPACES TO BANN-AUDIT-RECORD
013860     MOVE WS-REQUEST-NUM TO AUD-REQUEST-NUM
013870     MOVE WS-REQ-ROWS TO AUD-ROWS-PRODUCED
013880     MOVE WS-CUR-DEST TO AUD-DEST-CODE
013881     MOVE BANN-SHAPE TO AUD-SHAPE
013882     MOVE BANN-FILL-CHAR TO AUD-FILL-CHAR
013883     MOVE BANN-PROFILE-ID TO AUD-PROFILE-ID
013884     MOVE BANN-TEXT TO AUD-TEXT
013885     MOVE BANN-TEXT2 TO AUD-TEXT2
013886     MOVE BANN-TEXT3 TO AUD-TEXT3
013890     IF BANN-SHAPE-BLOCK OR BANN-SHAPE-FRAME
013900         MOVE WS-SUB-LINE-COUNT TO AUD-HEIGHT-PRODUCED
013901         MOVE ZERO TO AUD-WIDTH
013910     ELSE
013920         MOVE BANN-HEIGHT TO AUD-HEIGHT-PRODUCED
013921         MOVE BANN-WIDTH TO AUD-WIDTH
013930     END-IF
013931     MOVE WS-REQ-FIRST-PAGE TO AUD-FIRST-PAGE
013932     MOVE WS-DEST-PAGE-NUM (WS-CUR-DEST) TO AUD-LAST-PAGE
013940     WRITE BANN-AUDIT-RECORD
013950     IF WS-AUD-STATUS NOT = '00'
013960         DISPLAY 'STARTRI0030E - BANAUDIT WRITE FAILED, STATUS '
