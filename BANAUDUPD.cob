000390*                OPTIONAL BANHLDTX FILE, APPLIED AS THE MASTER    *
000391*                PASSES THROUGH; A TRANSACTION WHOSE KEY NEVER    *
000392*                APPEARS WARNS AND ENDS THE STEP RC 4.            *
000393* 10/15/26  DPS  THE HISTORY RECORD NOW CARRIES THE AUDIT        *
000394*                RECORD'S SHAPE CODE FORWARD (HIST-SHAPE) FOR    *
000395*                THE MONTH-END CHARGEBACK.                       *
000396* 10/15/26  DPS  THE HISTORY RECORD NOW CARRIES THE AUDIT        *
000397*                RECORD'S REBUILD FIELDS (WIDTH, FILL, PROFILE,  *
000398*                TEXT LINES) AND ITS REPRINT FLAG AND DATE       *
000399*                FORWARD, AND BOTH RECORDS GREW TO 160 BYTES.    *
000400*                A REPRINT AUDIT RECORD FROM BANREPRT SHARES     *
000401*                ITS ORIGINAL BANNER'S KEY BY DESIGN - IT IS     *
000402*                FILED AFTER THE MASTER RECORDS OF THAT KEY AND  *
000403*                COUNTED AS A REPRINT, NOT FLAGGED AS A          *
000404*                SUSPECTED DOUBLE-RUN.                           *
000405* 10/15/26  DPS  THE STEP NOW RUNS UNDER THE RUN-CONTROL LEDGER  *
000406*                (BANLEDGR, THROUGH BANLEDSUB).  IT IS REFUSED   *
000407*                (RC 16) UNLESS BANRECON COMPLETED IN BALANCE    *
000408*                (RC UNDER 8) FOR THE BUSINESS DATE, AND IS      *
000409*                REFUSED A SECOND POSTING OF A DATE IT ALREADY   *
000410*                COMPLETED, UNLESS A BANPARM OVERRIDE CARD       *
000411*                NAMES BANAUDUPD - SO A RERUN NO LONGER POSTS    *
000412*                THE SAME NIGHT INTO THE MASTER TWICE.  THE      *
000413*                FINISH POSTS THE RC, RECORDS ADDED, AND MASTER  *
000414*                RECORDS WRITTEN.  THE BUSINESS DATE HONORS THE  *
000415*                BANPARM BUSDATE OVERRIDE; THE RETENTION CUTOFF  *
000416*                STILL RUNS FROM TODAY.  A DAYTIME PASS FILING A *
000417*                BANREPRT OR BANSPLICE BATCH OFF THE NIGHTLY     *
000418*                SCHEDULE CARRIES A BANPARM OFFCYCLE CARD AND    *
000419*                STAYS OFF THE LEDGER, SO THE NIGHT'S OWN PASS   *
000420*                IS NOT REFUSED AFTERWARDS.                      *
000421* 10/15/26  DPS  THE HISTORY MASTER IS NOW A VSAM KSDS           *
000422*                (BANHISTI, LOADED ONCE FROM THE OLD SEQUENTIAL  *
000423*                MASTER BY BANHISTL) UPDATED IN PLACE INSTEAD    *
000424*                OF COPIED OLD-TO-NEW EVERY NIGHT - BANHISTO IS  *
000425*                GONE AND BANAUDIT NO LONGER HAS TO BE SORTED.   *
000426*                EACH AUDIT RECORD FILES UNDER ITS               *
000427*                RUN-DATE/JOB/REQUEST AT THE NEXT FREE           *
000428*                HIST-KEY-SEQ.  A KEY ALREADY ON FILE IS STILL   *
000429*                A SUSPECTED DOUBLE-RUN (FLAGGED D, RC 4)        *
000430*                UNLESS THE RECORD IS A REPRINT; A KEY REPEATED  *
000431*                WITHIN ONE NIGHT'S BANAUDIT NOW FLAGS TOO.      *
000432*                HOLD AND RELEASE TRANSACTIONS ARE APPLIED BY    *
000433*                KEY ONCE THE NIGHT'S RECORDS ARE FILED, THEN    *
000434*                THE RETENTION PURGE BROWSES THE FRONT OF THE    *
000435*                FILE UP TO THE CUTOFF DATE, ARCHIVING TO        *
000436*                BANARCHO AND DELETING EVERY AGED RECORD NOT     *
000437*                HELD.  THE LEDGER'S SECOND COUNT IS NOW MASTER  *
000438*                RECORDS WRITTEN THIS RUN.                       *
000439******************************************************************
000440*
000441* PURPOSE.  FILES EACH RUN'S BANAUDIT RECORDS ON THE KEYED
000442*           AUDIT HISTORY MASTER WITH DOUBLE-RUN DETECTION, HOLD
000443*           HANDLING, AND RETENTION PURGE.
000444*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000501     SELECT HIST-MAST-FILE     ASSIGN TO BANHISTI
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS HIST-KEY OF HIST-MAST-RECORD
000505         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000506             OF HIST-MAST-RECORD WITH DUPLICATES
000507         ALTERNATE RECORD KEY IS HIST-DEST-CODE
000508             OF HIST-MAST-RECORD WITH DUPLICATES
000530         FILE STATUS IS WS-HIN-STATUS.
000540     SELECT BANN-AUDIT-FILE    ASSIGN TO BANAUDIT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUD-STATUS.
000591     SELECT HIST-ARCH-FILE     ASSIGN TO BANARCHO
000592         ORGANIZATION IS LINE SEQUENTIAL
000593         FILE STATUS IS WS-ARC-STATUS.
000594     SELECT OPTIONAL HOLD-TXN-FILE ASSIGN TO BANHLDTX
000595         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS WS-HTX-STATUS.
000597     SELECT OPTIONAL BANN-PARM-FILE ASSIGN TO BANPARM
000598         ORGANIZATION IS LINE SEQUENTIAL
000599         FILE STATUS IS WS-PRM-STATUS.
000600******************************************************************
000610* DATA DIVISION                                                 *
000620******************************************************************
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  HIST-MAST-FILE.
000670 01  HIST-MAST-RECORD.
000680     COPY BANNHIST.
000690 FD  BANN-AUDIT-FILE
000700     RECORDING MODE IS F.
000710 01  BANN-AUDIT-RECORD.
000720     COPY BANNAUD.
000751 FD  HIST-ARCH-FILE
000752     RECORDING MODE IS F.
000753 01  HIST-ARCH-RECORD            PIC X(160).
000754 FD  HOLD-TXN-FILE
000755     RECORDING MODE IS F.
000756 01  HOLD-TXN-RECORD.
000761     05  HTX-JOB-ID           PIC X(08).
000762     05  HTX-REQUEST-NUM      PIC 9(03).
000763     05  FILLER               PIC X(60).
000764 FD  BANN-PARM-FILE
000765     RECORDING MODE IS F.
000766 01  BANN-PARM-RECORD.
000767     05  PARM-RUN-MODE        PIC X(08).
000768         88  PARM-KEY-BUSDATE     VALUE 'BUSDATE'.
000769         88  PARM-KEY-OVERRIDE    VALUE 'OVERRIDE'.
000770         88  PARM-KEY-OFFCYCLE    VALUE 'OFFCYCLE'.
000771     05  PARM-BUS-DATE        PIC X(08).
000772     05  FILLER               PIC X(64).
000773 01  BANN-PARM-OVR-RECORD.
000774     05  FILLER               PIC X(08).
000775     05  PARM-OVR-STEP        PIC X(12).
000776     05  FILLER               PIC X(60).
000777******************************************************************
000778*    WORKING-STORAGE SECTION                                    *
000779******************************************************************
000790 WORKING-STORAGE SECTION.
000800 01  WS-HIN-STATUS            PIC X(02) VALUE '00'.
000810 01  WS-AUD-STATUS            PIC X(02) VALUE '00'.
000821 01  WS-ARC-STATUS            PIC X(02) VALUE '00'.
000822 01  WS-HTX-STATUS            PIC X(02) VALUE '00'.
000823 01  WS-HTX-EOF               PIC X(01) VALUE 'N'.
000824     88  WS-HTX-EOF-YES           VALUE 'Y'.
000825 01  WS-PRM-STATUS            PIC X(02) VALUE '00'.
000826 01  WS-PRM-EOF               PIC X(01) VALUE 'N'.
000827     88  WS-PRM-EOF-YES           VALUE 'Y'.
000828 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
000829 01  WS-BUS-DATE              PIC 9(08) VALUE ZERO.
000830 01  WS-BUS-DATE-SET          PIC X(01) VALUE 'N'.
000831     88  WS-BUS-DATE-SET-YES      VALUE 'Y'.
000832 01  WS-OFFCYCLE              PIC X(01) VALUE 'N'.
000833     88  WS-OFFCYCLE-YES          VALUE 'Y'.
000834 01  WS-LEDGER-CALL.
000835     COPY BANNLCAL.
000836 01  WS-AUD-EOF               PIC X(01) VALUE 'N'.
000837     88  WS-AUD-EOF-YES           VALUE 'Y'.
000838 01  WS-BROWSE-DONE           PIC X(01) VALUE 'N'.
000839     88  WS-BROWSE-DONE-YES       VALUE 'Y'.
000840 01  WS-KEY-FOUND             PIC X(01) VALUE 'N'.
000841     88  WS-KEY-FOUND-YES         VALUE 'Y'.
000842 01  WS-NEXT-SEQ              PIC 9(03) COMP VALUE ZERO.
000870 01  WS-CUR-DATE              PIC 9(08).
000880 01  WS-CUTOFF-DATE           PIC 9(08).
000890 01  WS-HIST-READ-CTR         PIC 9(07) COMP VALUE ZERO.
000941 01  WS-HELD-CTR              PIC 9(07) COMP VALUE ZERO.
000942 01  WS-HOLD-SET-CTR          PIC 9(07) COMP VALUE ZERO.
000943 01  WS-HOLD-REL-CTR          PIC 9(07) COMP VALUE ZERO.
000944 01  WS-REPRINT-CTR           PIC 9(07) COMP VALUE ZERO.
000945 01  WS-HTX-COUNT             PIC 9(03) COMP VALUE ZERO.
000946 01  WS-HTX-IX                PIC 9(03) COMP.
000947 01  WS-YEAR-COUNT            PIC 9(03) COMP VALUE ZERO.
000948 01  WS-YEAR-IX               PIC 9(03) COMP.
000949 01  WS-YEAR-HIT              PIC 9(03) COMP VALUE ZERO.
000950*    HOLD/RELEASE TRANSACTIONS, APPLIED BY A KEYED START/READ ON
000951*    THE MASTER (2150) ONCE THE NIGHT'S AUDIT RECORDS ARE FILED.
000952*    AN ENTRY NEVER APPLIED WARNS AT WRAP-UP.
000953 01  WS-HTX-TABLE.
000954     05  WS-HTX-ENTRY OCCURS 100 TIMES.
000955         10  WS-HTX-ACTION    PIC X(01).
000956         10  WS-HTX-RUN-DATE  PIC 9(08).
000957         10  WS-HTX-JOB-ID    PIC X(08).
000958         10  WS-HTX-REQUEST   PIC 9(03).
000959         10  WS-HTX-APPLIED   PIC X(01).
000960             88  WS-HTX-APPLIED-YES   VALUE 'Y'.
000961*    PURGE MANIFEST ROLLUP - PURGED RECORD COUNT PER RUN-DATE
000962*    YEAR.  TEN YEARS IS AMPLE FOR A SEVEN-YEAR RETENTION.
000963 01  WS-YEAR-TABLE.
000964     05  WS-YEAR-ENTRY OCCURS 10 TIMES.
000965         10  WS-YEAR-CODE     PIC X(04).
000966         10  WS-YEAR-CTR      PIC 9(07) COMP.
000967 01  WS-HIST-WORK-RECORD.
000968     COPY BANNHIST.
000970******************************************************************
000980* PROCEDURE DIVISION                                            *
000990******************************************************************
001000 PROCEDURE DIVISION.
001010 0000-MAINLINE.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001021     PERFORM 2000-FILE-ONE-AUDIT THRU 2000-EXIT
001022         UNTIL WS-AUD-EOF-YES
001023     PERFORM 2150-APPLY-ONE-HOLD-TXN THRU 2150-EXIT
001024         VARYING WS-HTX-IX FROM 1 BY 1
001025         UNTIL WS-HTX-IX > WS-HTX-COUNT
001026     PERFORM 2800-PURGE-AGED-HISTORY THRU 2800-EXIT
001060     PERFORM 3000-WRAP-UP THRU 3000-EXIT
001070     CLOSE HIST-MAST-FILE
001080     CLOSE BANN-AUDIT-FILE
001091     CLOSE HIST-ARCH-FILE
001092     IF NOT WS-OFFCYCLE-YES
001093         PERFORM 9100-POST-LEDGER-FINISH THRU 9100-EXIT
001094     END-IF
001100     STOP RUN.
001110******************************************************************
001120*    1000-INITIALIZE THRU 1000-EXIT                             *
001121*    SETS THE BUSINESS DATE AND POSTS THE LEDGER START (NOT ON   *
001122*    AN OFFCYCLE PASS), THEN                                     *
001123*    OPENS THE MASTER FOR UPDATE AND THE AUDIT AND ARCHIVE       *
001124*    FILES, LOADS THE HOLD TRANSACTIONS, PRIMES THE AUDIT INPUT, *
001125*    AND SETS THE RETENTION CUTOFF AT SEVEN YEARS BEHIND TODAY.  *
001150******************************************************************
001160 1000-INITIALIZE.
001161     PERFORM 1050-READ-RUN-OPTIONS THRU 1050-EXIT
001162     IF WS-OFFCYCLE-YES
001163         DISPLAY 'BANAUP0047I - OFFCYCLE POSTING PASS FOR '
001164             'BUSINESS DATE ' WS-RUN-DATE ' - RUN-CONTROL '
001165             'LEDGER NOT CHECKED OR POSTED'
001166     ELSE
001167         PERFORM 1070-POST-LEDGER-START THRU 1070-EXIT
001168     END-IF
001169     OPEN I-O HIST-MAST-FILE
001180     IF WS-HIN-STATUS NOT = '00' AND WS-HIN-STATUS NOT = '05'
001190         DISPLAY 'BANAUP0010E - BANHISTI OPEN FAILED, STATUS '
001200             WS-HIN-STATUS
001280         MOVE 16 TO RETURN-CODE
001290         STOP RUN
001300     END-IF
001371     OPEN OUTPUT HIST-ARCH-FILE
001372     IF WS-ARC-STATUS NOT = '00'
001373         DISPLAY 'BANAUP0025E - BANARCHO OPEN FAILED, STATUS '
001390     END-IF
001391     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CUR-DATE
001392     COMPUTE WS-CUTOFF-DATE = WS-CUR-DATE - 70000
001394     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
001395 1000-EXIT.
001396     EXIT.
001397******************************************************************
001398*    1050-READ-RUN-OPTIONS THRU 1050-EXIT                        *
001399*    SAME OPTIONAL BANPARM FILE THE BANNER STEP READS - A        *
001400*    BUSDATE RECORD OVERRIDES THE CALENDAR DATE AS THE BUSINESS  *
001401*    DATE, AND AN OVERRIDE RECORD NAMING BANAUDUPD (COLS 9-20)   *
001402*    LETS THE STEP PAST THE RUN-CONTROL LEDGER'S CHECKS.  OTHER  *
001403*    RECORDS BELONG TO OTHER STEPS AND ARE IGNORED.  A DAYTIME   *
001404*    PASS THAT FILES A BANREPRT REPRINT OR BANSPLICE BATCH OFF   *
001405*    THE NIGHTLY SCHEDULE CARRIES AN OFFCYCLE RECORD (COLS 1-8)  *
001406*    INSTEAD AND STAYS OFF THE LEDGER ALTOGETHER, THE WAY AN     *
001407*    EDITONLY BANNER RUN DOES - AN OVERRIDE WOULD MARK THE DATE  *
001408*    POSTED AND THE NIGHT'S OWN PASS WOULD THEN BE REFUSED.      *
001409******************************************************************
001410 1050-READ-RUN-OPTIONS.
001411     MOVE SPACES TO WS-LEDGER-CALL
001412     MOVE 'BANAUDUPD' TO LCAL-STEP-NAME
001413     OPEN INPUT BANN-PARM-FILE
001414     IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '05'
001415         PERFORM 1060-READ-ONE-OPTION THRU 1060-EXIT
001416             UNTIL WS-PRM-EOF-YES
001417         CLOSE BANN-PARM-FILE
001418     ELSE
001419         IF WS-PRM-STATUS NOT = '35'
001420             DISPLAY 'BANAUP0039E - BANPARM OPEN FAILED, STATUS '
001421                 WS-PRM-STATUS
001422             MOVE 16 TO RETURN-CODE
001423             STOP RUN
001424         END-IF
001425     END-IF
001426     IF WS-BUS-DATE-SET-YES
001427         MOVE WS-BUS-DATE TO WS-RUN-DATE
001428         DISPLAY 'BANAUP0040I - BUSINESS DATE OVERRIDE '
001429             WS-RUN-DATE ' IN EFFECT FOR THIS RUN'
001430     ELSE
001431         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
001432     END-IF.
001433 1050-EXIT.
001434     EXIT.
001435 1060-READ-ONE-OPTION.
001436     READ BANN-PARM-FILE
001437         AT END
001438             SET WS-PRM-EOF-YES TO TRUE
001439         NOT AT END
001440             IF PARM-KEY-BUSDATE
001441                 IF PARM-BUS-DATE NUMERIC
001442                     MOVE PARM-BUS-DATE TO WS-BUS-DATE
001443                     SET WS-BUS-DATE-SET-YES TO TRUE
001444                 ELSE
001445                     DISPLAY 'BANAUP0041E - BUSDATE VALUE '
001446                         PARM-BUS-DATE ' ON BANPARM IS NOT A'
001447                         ' VALID YYYYMMDD DATE'
001448                     MOVE 16 TO RETURN-CODE
001449                     STOP RUN
001450                 END-IF
001451             END-IF
001452             IF PARM-KEY-OVERRIDE
001453                 AND PARM-OVR-STEP = LCAL-STEP-NAME
001454                 SET LCAL-OVERRIDE-YES TO TRUE
001455             END-IF
001456             IF PARM-KEY-OFFCYCLE
001457                 SET WS-OFFCYCLE-YES TO TRUE
001458             END-IF
001459     END-READ.
001460 1060-EXIT.
001461     EXIT.
001462******************************************************************
001463*    1070-POST-LEDGER-START THRU 1070-EXIT                       *
001464*    CHECKS THE RUN-CONTROL LEDGER AND POSTS THE STEP'S START.   *
001465*    A REFUSAL ENDS THE STEP RC 16 BEFORE ANY FILE IS OPENED -   *
001466*    BANLEDSUB HAS ALREADY SAID WHY.                             *
001467******************************************************************
001468 1070-POST-LEDGER-START.
001469     SET LCAL-START TO TRUE
001470     MOVE WS-RUN-DATE TO LCAL-BUS-DATE
001471     MOVE RETURN-CODE TO LCAL-STEP-RC
001472     CALL 'BANLEDSUB' USING WS-LEDGER-CALL
001473     IF NOT LCAL-ACCEPTED
001474         DISPLAY 'BANAUP0042E - RUN-CONTROL LEDGER REFUSED THE '
001475             'STEP FOR BUSINESS DATE ' WS-RUN-DATE
001476         MOVE 16 TO RETURN-CODE
001477         STOP RUN
001478     END-IF.
001479 1070-EXIT.
001480     EXIT.
001481******************************************************************
001482*    1100-LOAD-ONE-HOLD-TXN THRU 1100-EXIT                       *
001483*    FILES ONE HOLD OR RELEASE TRANSACTION IN THE TABLE.  NO     *
001484*    BANHLDTX DD MEANS NO HOLD ACTIVITY TONIGHT.  A BAD ACTION   *
001485*    CODE OR AN OVERFULL TABLE FAILS THE STEP BEFORE A RECORD ON *
001486*    THE MASTER IS TOUCHED, SINCE A HOLD THAT SILENTLY DID NOT   *
001487*    TAKE IS EXACTLY WHAT LEGAL CANNOT HAVE.                     *
001488******************************************************************
001489 1100-LOAD-ONE-HOLD-TXN.
001490     READ HOLD-TXN-FILE
001491         AT END
001492             SET WS-HTX-EOF-YES TO TRUE
001493         NOT AT END
001494             IF WS-HTX-STATUS NOT = '00'
001495                 DISPLAY 'BANAUP0028E - BANHLDTX READ FAILED, '
001496                     'STATUS ' WS-HTX-STATUS
001497                 MOVE 16 TO RETURN-CODE
001498                 STOP RUN
001499             END-IF
001500             IF NOT HTX-ACTION-HOLD AND NOT HTX-ACTION-RELEASE
001501                 DISPLAY 'BANAUP0029E - BANHLDTX ACTION CODE '
001502                     HTX-ACTION ' IS NOT H OR R - STEP FAILED'
001503                 MOVE 16 TO RETURN-CODE
001504                 STOP RUN
001505             END-IF
001506             IF HTX-RUN-DATE NOT NUMERIC
001507                 OR HTX-REQUEST-NUM NOT NUMERIC
001508                 DISPLAY 'BANAUP0037E - BANHLDTX KEY '
001509                     HOLD-TXN-RECORD (2:19) ' HAS A NON-'
001510                     'NUMERIC RUN DATE OR REQUEST NUMBER'
001511                     ' - STEP FAILED'
001512                 MOVE 16 TO RETURN-CODE
001513                 STOP RUN
001514             END-IF
001515             IF WS-HTX-COUNT >= 100
001516                 DISPLAY 'BANAUP0030E - MORE THAN 100 HOLD'
001517                     ' TRANSACTIONS - TABLE IS FULL'
001518                 MOVE 16 TO RETURN-CODE
001519                 STOP RUN
001520             END-IF
001521             ADD 1 TO WS-HTX-COUNT
001522             MOVE HTX-ACTION TO WS-HTX-ACTION (WS-HTX-COUNT)
001523             MOVE HTX-RUN-DATE TO
001524                 WS-HTX-RUN-DATE (WS-HTX-COUNT)
001525             MOVE HTX-JOB-ID TO
001526                 WS-HTX-JOB-ID (WS-HTX-COUNT)
001527             MOVE HTX-REQUEST-NUM TO
001528                 WS-HTX-REQUEST (WS-HTX-COUNT)
001529             MOVE 'N' TO WS-HTX-APPLIED (WS-HTX-COUNT)
001530     END-READ.
001531 1100-EXIT.
001532     EXIT.
001533******************************************************************
001534*    2000-FILE-ONE-AUDIT THRU 2000-EXIT                         *
001535*    FILES ONE AUDIT RECORD ON THE MASTER UNDER ITS              *
001536*    RUN-DATE/JOB/REQUEST AT THE NEXT FREE OCCURRENCE.  A KEY    *
001537*    ALREADY ON FILE IS A SUSPECTED DOUBLE-RUN - UNLESS THE      *
001538*    AUDIT RECORD IS A REPRINT, WHICH SHARES ITS ORIGINAL'S KEY  *
001539*    BY DESIGN AND FILES AFTER IT UNFLAGGED.                     *
001540******************************************************************
001541 2000-FILE-ONE-AUDIT.
001542     PERFORM 2500-BUILD-HISTORY-RECORD THRU 2500-EXIT
001543     PERFORM 2100-FIND-NEXT-SEQ THRU 2100-EXIT
001544     EVALUATE TRUE
001545         WHEN NOT WS-KEY-FOUND-YES
001546         WHEN AUD-REPRINT
001560             PERFORM 2200-ADD-TRANSACTION THRU 2200-EXIT
001580         WHEN OTHER
001590             PERFORM 2300-FLAG-DOUBLE-RUN THRU 2300-EXIT
001600     END-EVALUATE
001610     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
001630 2000-EXIT.
001640     EXIT.
001650******************************************************************
001651*    2100-FIND-NEXT-SEQ THRU 2100-EXIT                           *
001652*    BROWSES THE MASTER RECORDS ALREADY FILED UNDER THE STAGED   *
001653*    RECORD'S RUN-DATE/JOB/REQUEST AND SETS ITS HIST-KEY-SEQ ONE *
001654*    PAST THE LAST OF THEM (00 WHEN THERE ARE NONE).             *
001655*    NINETY-NINE OCCURRENCES OF ONE BANNER MEANS SOMETHING IS    *
001656*    LOOPING, AND THE STEP FAILS.                                *
001695******************************************************************
001696 2100-FIND-NEXT-SEQ.
001697     MOVE 'N' TO WS-KEY-FOUND
001698     MOVE ZERO TO WS-NEXT-SEQ
001699     MOVE HIST-KEY OF WS-HIST-WORK-RECORD TO
001700         HIST-KEY OF HIST-MAST-RECORD
001701     START HIST-MAST-FILE
001702         KEY NOT < HIST-KEY OF HIST-MAST-RECORD
001703         INVALID KEY
001704             SET WS-BROWSE-DONE-YES TO TRUE
001705         NOT INVALID KEY
001706             MOVE 'N' TO WS-BROWSE-DONE
001707     END-START
001708     PERFORM 8100-CHECK-HIST-IO THRU 8100-EXIT
001709     PERFORM 2110-READ-NEXT-OF-KEY THRU 2110-EXIT
001710         UNTIL WS-BROWSE-DONE-YES
001711     IF WS-NEXT-SEQ > 99
001712         DISPLAY 'BANAUP0044E - KEY '
001713             HIST-RUN-DATE OF WS-HIST-WORK-RECORD '/'
001714             HIST-JOB-ID OF WS-HIST-WORK-RECORD '/'
001715             HIST-REQUEST-NUM OF WS-HIST-WORK-RECORD
001716             ' IS ON THE HISTORY MASTER 99 TIMES - STEP FAILED'
001717         MOVE 16 TO RETURN-CODE
001718         STOP RUN
001719     END-IF
001720     MOVE WS-NEXT-SEQ TO HIST-KEY-SEQ OF WS-HIST-WORK-RECORD.
001920 2100-EXIT.
001930     EXIT.
001931 2110-READ-NEXT-OF-KEY.
001932     READ HIST-MAST-FILE NEXT RECORD
001933         AT END
001934             SET WS-BROWSE-DONE-YES TO TRUE
001935     END-READ
001936     PERFORM 8100-CHECK-HIST-IO THRU 8100-EXIT
001937     IF WS-BROWSE-DONE-YES
001938         GO TO 2110-EXIT
001939     END-IF
001940     IF HIST-RUN-DATE OF HIST-MAST-RECORD NOT =
001941         HIST-RUN-DATE OF WS-HIST-WORK-RECORD
001942         OR HIST-JOB-ID OF HIST-MAST-RECORD NOT =
001943         HIST-JOB-ID OF WS-HIST-WORK-RECORD
001944         OR HIST-REQUEST-NUM OF HIST-MAST-RECORD NOT =
001945         HIST-REQUEST-NUM OF WS-HIST-WORK-RECORD
001946         SET WS-BROWSE-DONE-YES TO TRUE
001947         GO TO 2110-EXIT
001948     END-IF
001949     ADD 1 TO WS-HIST-READ-CTR
001950     SET WS-KEY-FOUND-YES TO TRUE
001951     COMPUTE WS-NEXT-SEQ = HIST-KEY-SEQ OF HIST-MAST-RECORD + 1.
001952 2110-EXIT.
001953     EXIT.
001954******************************************************************
001955*    2150-APPLY-ONE-HOLD-TXN THRU 2150-EXIT                      *
001956*    APPLIES ONE HOLD OR RELEASE TRANSACTION TO EVERY MASTER     *
001957*    RECORD FILED UNDER ITS RUN-DATE/JOB/REQUEST - THE ORIGINAL  *
001958*    AND ANY REPRINTS OR DOUBLE-RUNS - AND MARKS IT APPLIED SO   *
001959*    ONE THAT NEVER MATCHES CAN WARN AT WRAP-UP.  IT RUNS AFTER  *
001960*    THE NIGHT'S RECORDS ARE FILED, SO A HOLD CAN NAME A BANNER  *
001961*    PRODUCED TONIGHT, AND BEFORE THE PURGE, SO A HOLD LANDING   *
001962*    THE SAME NIGHT A RECORD WOULD HAVE PURGED STILL SAVES IT.   *
002000******************************************************************
002001 2150-APPLY-ONE-HOLD-TXN.
002002     MOVE WS-HTX-RUN-DATE (WS-HTX-IX) TO
002003         HIST-RUN-DATE OF HIST-MAST-RECORD
002004     MOVE WS-HTX-JOB-ID (WS-HTX-IX) TO
002005         HIST-JOB-ID OF HIST-MAST-RECORD
002006     MOVE WS-HTX-REQUEST (WS-HTX-IX) TO
002007         HIST-REQUEST-NUM OF HIST-MAST-RECORD
002008     MOVE ZERO TO HIST-KEY-SEQ OF HIST-MAST-RECORD
002009     START HIST-MAST-FILE
002010         KEY NOT < HIST-KEY OF HIST-MAST-RECORD
002011         INVALID KEY
002012             SET WS-BROWSE-DONE-YES TO TRUE
002013         NOT INVALID KEY
002014             MOVE 'N' TO WS-BROWSE-DONE
002015     END-START
002016     PERFORM 8100-CHECK-HIST-IO THRU 8100-EXIT
002017     PERFORM 2160-HOLD-NEXT-OF-KEY THRU 2160-EXIT
002018         UNTIL WS-BROWSE-DONE-YES.
002050 2150-EXIT.
002060     EXIT.
002061 2160-HOLD-NEXT-OF-KEY.
002062     READ HIST-MAST-FILE NEXT RECORD
002063         AT END
002064             SET WS-BROWSE-DONE-YES TO TRUE
002065     END-READ
002066     PERFORM 8100-CHECK-HIST-IO THRU 8100-EXIT
002067     IF WS-BROWSE-DONE-YES
002068         GO TO 2160-EXIT
002069     END-IF
002070     IF HIST-RUN-DATE OF HIST-MAST-RECORD NOT =
002071         WS-HTX-RUN-DATE (WS-HTX-IX)
002072         OR HIST-JOB-ID OF HIST-MAST-RECORD NOT =
002073         WS-HTX-JOB-ID (WS-HTX-IX)
002074         OR HIST-REQUEST-NUM OF HIST-MAST-RECORD NOT =
002075         WS-HTX-REQUEST (WS-HTX-IX)
002076         SET WS-BROWSE-DONE-YES TO TRUE
002077         GO TO 2160-EXIT
002078     END-IF
002079     ADD 1 TO WS-HIST-READ-CTR
002080     IF WS-HTX-ACTION (WS-HTX-IX) = 'H'
002081         SET HIST-HELD OF HIST-MAST-RECORD TO TRUE
002082     ELSE
002083         MOVE SPACE TO HIST-HOLD-FLAG OF HIST-MAST-RECORD
002084     END-IF
002085     REWRITE HIST-MAST-RECORD
002086     IF WS-HIN-STATUS NOT = '00' AND WS-HIN-STATUS NOT = '02'
002087         DISPLAY 'BANAUP0045E - BANHISTI REWRITE FAILED, STATUS '
002088             WS-HIN-STATUS
002089         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002091     END-IF
002092     IF NOT WS-HTX-APPLIED-YES (WS-HTX-IX)
002093         IF WS-HTX-ACTION (WS-HTX-IX) = 'H'
002094             ADD 1 TO WS-HOLD-SET-CTR
002110         ELSE
002120             ADD 1 TO WS-HOLD-REL-CTR
002140         END-IF
002150         MOVE 'Y' TO WS-HTX-APPLIED (WS-HTX-IX)
002230     END-IF.
002240 2160-EXIT.
002250     EXIT.
002260******************************************************************
002270*    2200-ADD-TRANSACTION THRU 2200-EXIT                         *
002280******************************************************************
002290 2200-ADD-TRANSACTION.
002300     PERFORM 2400-WRITE-MASTER THRU 2400-EXIT
002310     ADD 1 TO WS-ADDED-CTR
002320     IF AUD-REPRINT
002330         ADD 1 TO WS-REPRINT-CTR
002340     END-IF.
002360 2200-EXIT.
002370     EXIT.
002380******************************************************************
002381*    2300-FLAG-DOUBLE-RUN THRU 2300-EXIT                         *
002382*    RUN-DATE/JOB/REQUEST ALREADY ON THE MASTER - THE MASTER     *
002383*    RECORD STANDS, THE INCOMING ONE FILES BEHIND IT FLAGGED D,  *
002384*    AND THE STEP WARNS.                                         *
002420******************************************************************
002430 2300-FLAG-DOUBLE-RUN.
002440     DISPLAY 'BANAUP0013W - SUSPECTED DOUBLE-RUN - KEY '
002450         HIST-RUN-DATE OF WS-HIST-WORK-RECORD '/'
002460         HIST-JOB-ID OF WS-HIST-WORK-RECORD '/'
002470         HIST-REQUEST-NUM OF WS-HIST-WORK-RECORD
002480         ' ALREADY ON THE HISTORY MASTER'
002510     SET HIST-SUSPECT-DUP OF WS-HIST-WORK-RECORD TO TRUE
002520     PERFORM 2400-WRITE-MASTER THRU 2400-EXIT
002550     ADD 1 TO WS-DUP-CTR.
002560 2300-EXIT.
002570     EXIT.
002580******************************************************************
002581*    2400-WRITE-MASTER THRU 2400-EXIT                            *
002582*    A DUPLICATE ALTERNATE KEY (STATUS 02) IS NORMAL - MANY      *
002583*    RECORDS SHARE AN OPERATOR OR A DESTINATION.                 *
002600******************************************************************
002601 2400-WRITE-MASTER.
002602     MOVE WS-HIST-WORK-RECORD TO HIST-MAST-RECORD
002603     WRITE HIST-MAST-RECORD
002604     IF WS-HIN-STATUS NOT = '00' AND WS-HIN-STATUS NOT = '02'
002605         DISPLAY 'BANAUP0014E - BANHISTI WRITE FAILED, STATUS '
002606             WS-HIN-STATUS
002660         MOVE 16 TO RETURN-CODE
002670         STOP RUN
002680     END-IF
002750*    MASTER RECORD.  AUDIT RECORDS WRITTEN BEFORE                *
002760*    AUD-ROWS-PRODUCED EXISTED CARRY BLANKS THERE - THEY GO TO   *
002770*    THE MASTER AS ZERO ROWS.                                    *
002771*    LIKEWISE A BLANK WIDTH (A RECORD FROM BEFORE THE REBUILD     *
002772*    FIELDS EXISTED) GOES AS ZERO.                                *
002780******************************************************************
002790 2500-BUILD-HISTORY-RECORD.
002800     MOVE SPACES TO WS-HIST-WORK-RECORD
002801     MOVE ZERO TO HIST-KEY-SEQ OF WS-HIST-WORK-RECORD
002810     MOVE AUD-RUN-DATE TO
002820         HIST-RUN-DATE OF WS-HIST-WORK-RECORD
002830     MOVE AUD-JOB-ID TO
003030     ELSE
003040         MOVE 1 TO
003050             HIST-DEST-CODE OF WS-HIST-WORK-RECORD
003051     END-IF
003052     MOVE AUD-SHAPE TO
003053         HIST-SHAPE OF WS-HIST-WORK-RECORD
003054     IF AUD-WIDTH NUMERIC
003055         MOVE AUD-WIDTH TO
003056             HIST-WIDTH OF WS-HIST-WORK-RECORD
003057     ELSE
003058         MOVE ZERO TO
003059             HIST-WIDTH OF WS-HIST-WORK-RECORD
003060     END-IF
003061     MOVE AUD-FILL-CHAR TO
003062         HIST-FILL-CHAR OF WS-HIST-WORK-RECORD
003063     MOVE AUD-PROFILE-ID TO
003064         HIST-PROFILE-ID OF WS-HIST-WORK-RECORD
003065     MOVE AUD-TEXT TO
003066         HIST-TEXT OF WS-HIST-WORK-RECORD
003067     MOVE AUD-TEXT2 TO
003068         HIST-TEXT2 OF WS-HIST-WORK-RECORD
003069     MOVE AUD-TEXT3 TO
003070         HIST-TEXT3 OF WS-HIST-WORK-RECORD
003071     IF AUD-REPRINT
003072         MOVE AUD-REPRINT-FLAG TO
003073             HIST-REPRINT-FLAG OF WS-HIST-WORK-RECORD
003074         MOVE AUD-REPRINT-DATE TO
003075             HIST-REPRINT-DATE OF WS-HIST-WORK-RECORD
003076     END-IF.
003077 2500-EXIT.
003080     EXIT.
003090******************************************************************
003100*    2600-ARCHIVE-PURGED-RECORD THRU 2600-EXIT                  *
003480     END-IF.
003490 2660-EXIT.
003500     EXIT.
003501******************************************************************
003502*    2800-PURGE-AGED-HISTORY THRU 2800-EXIT                      *
003503*    THE MASTER IS IN RUN-DATE ORDER, SO EVERYTHING PAST         *
003504*    RETENTION SITS AT THE FRONT OF IT.  THE PURGE BROWSES FROM  *
003505*    THE TOP UP TO THE FIRST RECORD INSIDE THE CUTOFF, ARCHIVING *
003506*    AND DELETING EACH AGED RECORD - EXCEPT ONE UNDER LITIGATION *
003507*    HOLD, WHICH STAYS REGARDLESS OF AGE.                        *
003508******************************************************************
003509 2800-PURGE-AGED-HISTORY.
003510     MOVE LOW-VALUES TO HIST-KEY OF HIST-MAST-RECORD
003511     START HIST-MAST-FILE
003512         KEY NOT < HIST-KEY OF HIST-MAST-RECORD
003513         INVALID KEY
003514             SET WS-BROWSE-DONE-YES TO TRUE
003515         NOT INVALID KEY
003516             MOVE 'N' TO WS-BROWSE-DONE
003517     END-START
003518     PERFORM 8100-CHECK-HIST-IO THRU 8100-EXIT
003519     PERFORM 2810-PURGE-NEXT-RECORD THRU 2810-EXIT
003520         UNTIL WS-BROWSE-DONE-YES.
003521 2800-EXIT.
003522     EXIT.
003523 2810-PURGE-NEXT-RECORD.
003524     READ HIST-MAST-FILE NEXT RECORD
003525         AT END
003526             SET WS-BROWSE-DONE-YES TO TRUE
003527     END-READ
003528     PERFORM 8100-CHECK-HIST-IO THRU 8100-EXIT
003529     IF WS-BROWSE-DONE-YES
003530         GO TO 2810-EXIT
003531     END-IF
003532     ADD 1 TO WS-HIST-READ-CTR
003533     IF HIST-RUN-DATE OF HIST-MAST-RECORD NOT < WS-CUTOFF-DATE
003534         SET WS-BROWSE-DONE-YES TO TRUE
003535         GO TO 2810-EXIT
003536     END-IF
003537     IF HIST-HELD OF HIST-MAST-RECORD
003538         ADD 1 TO WS-HELD-CTR
003539         GO TO 2810-EXIT
003540     END-IF
003541     MOVE HIST-MAST-RECORD TO WS-HIST-WORK-RECORD
003542     PERFORM 2600-ARCHIVE-PURGED-RECORD THRU 2600-EXIT
003543     DELETE HIST-MAST-FILE RECORD
003544     IF WS-HIN-STATUS NOT = '00'
003545         DISPLAY 'BANAUP0046E - BANHISTI DELETE FAILED, STATUS '
003546             WS-HIN-STATUS
003547         MOVE 16 TO RETURN-CODE
003548         STOP RUN
003549     END-IF.
003550 2810-EXIT.
003551     EXIT.
003552******************************************************************
003553*    3000-WRAP-UP THRU 3000-EXIT                                *
003554******************************************************************
003555 3000-WRAP-UP.
003556     DISPLAY 'BANAUP0015I - HISTORY RECORDS READ  '
003560         WS-HIST-READ-CTR
003570     DISPLAY 'BANAUP0016I - AUDIT RECORDS READ    '
003580         WS-AUD-READ-CTR
003590     DISPLAY 'BANAUP0017I - RECORDS ADDED         ' WS-ADDED-CTR
003600     DISPLAY 'BANAUP0018I - SUSPECTED DOUBLE-RUNS ' WS-DUP-CTR
003601     DISPLAY 'BANAUP0038I - REPRINTS FILED        '
003602         WS-REPRINT-CTR
003610     DISPLAY 'BANAUP0019I - RECORDS PURGED        '
003620         WS-PURGED-CTR
003630     PERFORM 3100-DISPLAY-ONE-YEAR THRU 3100-EXIT
003690         WS-HOLD-SET-CTR
003700     DISPLAY 'BANAUP0035I - HOLDS RELEASED       '
003710         WS-HOLD-REL-CTR
003720     DISPLAY 'BANAUP0020I - MASTER RECORDS WRITTEN'
003730         WS-WRITTEN-CTR
003740     PERFORM 3200-CHECK-ONE-HOLD-TXN THRU 3200-EXIT
003750         VARYING WS-HTX-IX FROM 1 BY 1
004040 3200-EXIT.
004050     EXIT.
004060******************************************************************
004370*    4100-READ-AUDIT THRU 4100-EXIT                             *
004371*    BANAUDIT NEEDS NO PARTICULAR ORDER - EACH RECORD FILES BY   *
004372*    KEY.                                                        *
004380******************************************************************
004390 4100-READ-AUDIT.
004400     READ BANN-AUDIT-FILE
004410         AT END
004420             SET WS-AUD-EOF-YES TO TRUE
004430         NOT AT END
004440             IF WS-AUD-STATUS NOT = '00'
004450                 DISPLAY 'BANAUP0023E - BANAUDIT READ FAILED, '
004480                 STOP RUN
004490             END-IF
004500             ADD 1 TO WS-AUD-READ-CTR
004590     END-READ.
004600 4100-EXIT.
004610     EXIT.
004611******************************************************************
004612*    8100-CHECK-HIST-IO THRU 8100-EXIT                           *
004613*    A START THAT FINDS NOTHING (23) OR A BROWSE THAT RUNS OFF   *
004614*    THE END (10) IS NORMAL HERE, AS IS A DUPLICATE ALTERNATE    *
004615*    KEY (02); ANY OTHER STATUS FAILS THE STEP.                  *
004616******************************************************************
004617 8100-CHECK-HIST-IO.
004618     IF WS-HIN-STATUS NOT = '00' AND WS-HIN-STATUS NOT = '02'
004619         AND WS-HIN-STATUS NOT = '10' AND WS-HIN-STATUS NOT = '23'
004620         DISPLAY 'BANAUP0021E - BANHISTI I/O FAILED, STATUS '
004621             WS-HIN-STATUS
004622         MOVE 16 TO RETURN-CODE
004623         STOP RUN
004624     END-IF.
004625 8100-EXIT.
004626     EXIT.
005400******************************************************************
005410*    9100-POST-LEDGER-FINISH THRU 9100-EXIT                      *
005420*    POSTS THE STEP COMPLETE ON THE LEDGER WITH ITS RETURN CODE, *
005430*    RECORDS ADDED, AND MASTER RECORDS WRITTEN.  A FINISH THAT   *
005440*    CANNOT BE POSTED ENDS THE STEP RC 16, SINCE THE NEXT STEP   *
005450*    WOULD BE REFUSED.                                           *
005460******************************************************************
005470 9100-POST-LEDGER-FINISH.
005480     SET LCAL-FINISH TO TRUE
005490     MOVE RETURN-CODE TO LCAL-STEP-RC
005500     MOVE WS-ADDED-CTR TO LCAL-COUNT-1
005510     MOVE WS-WRITTEN-CTR TO LCAL-COUNT-2
005520     CALL 'BANLEDSUB' USING WS-LEDGER-CALL
005530     IF NOT LCAL-ACCEPTED
005540         DISPLAY 'BANAUP0043E - RUN-CONTROL LEDGER FINISH NOT '
005550             'POSTED FOR BUSINESS DATE ' WS-RUN-DATE
005560         MOVE 16 TO RETURN-CODE
005570     END-IF.
005580 9100-EXIT.
005590     EXIT.
