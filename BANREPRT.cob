000100******************************************************************
000110* IDENTIFICATION DIVISION                                       *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    BANREPRT.
000150 AUTHOR.        D SPRAGUE.
000160 INSTALLATION.  REPORT PRODUCTION - BATCH SUPPORT.
000170 DATE-WRITTEN.  10/15/26.
000180 DATE-COMPILED.
000190******************************************************************
000200* MODIFICATION HISTORY                                          *
000210* 10/15/26  DPS  ORIGINAL.  DIVIDER REPRINT FACILITY.  A         *
000220*                DIVIDER TORN OR MIS-BURST AT THE BURSTING       *
000230*                TABLE USED TO MEAN FINDING THE ORIGINAL CARD,   *
000240*                BUILDING A ONE-CARD DECK THROUGH BANDECKB, AND  *
000250*                RERUNNING STARTRIANGLE - WHOSE SECOND AUDIT     *
000260*                RECORD BANAUDUPD THEN FLAGGED AS A SUSPECTED    *
000270*                DOUBLE-RUN.  THIS STEP TAKES REPRINT CARDS      *
000280*                (BANRPRTX) BY RUN-DATE/JOB/REQUEST KEY, FINDS   *
000290*                EACH BANNER ON THE AUDIT HISTORY MASTER,        *
000300*                REBUILDS IT THROUGH BANNERSUB FROM THE SHAPE,   *
000310*                HEIGHT, WIDTH, FILL, AND TEXT LINES THE MASTER  *
000320*                CARRIES, AND WRITES IT TO THE BANREPRO REPRINT  *
000330*                DATASET UNDER A REPRINT PAGE HEADING, BROKEN    *
000340*                AT THE ORIGINAL DECK'S PAGE DEPTH.  EACH        *
000350*                REPRINT WRITES ITS OWN BANAUDIT RECORD UNDER    *
000360*                THE ORIGINAL KEY, MARKED AS A REPRINT, SO THE   *
000370*                HISTORY KEEPS IT AND BANAUDUPD DOES NOT COUNT   *
000380*                IT AS A DOUBLE-RUN.                             *
000381* 10/15/26  DPS  THE AUDIT HISTORY MASTER IS NOW A VSAM KSDS.    *
000382*                A REPRINT OR DOUBLE-RUN FILES AT A LATER        *
000383*                HIST-KEY-SEQ UNDER ITS BANNER'S                 *
000384*                RUN-DATE/JOB/REQUEST, SO THE ORIGINAL IS STILL  *
000385*                THE FIRST RECORD OF ITS KEY.  EACH CARD'S       *
000386*                BANNER IS FOUND BY A KEYED START AT THAT KEY    *
000387*                RATHER THAN A PASS OVER THE WHOLE MASTER.       *
000390******************************************************************
000400*
000410* PURPOSE.  REPRINTS BANNER DIVIDERS FROM THE AUDIT HISTORY MASTER
000420*           TO THE BANREPRO REPRINT DATASET AND LOGS EACH REPRINT
000430*           TO BANAUDIT.
000440*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT RPR-CARD-FILE      ASSIGN TO BANRPRTX
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CRD-STATUS.
000540     SELECT HIST-MAST-FILE     ASSIGN TO BANHISTI
000550         ORGANIZATION IS INDEXED
000551         ACCESS MODE IS DYNAMIC
000552         RECORD KEY IS HIST-KEY OF HIST-MAST-RECORD
000553         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID
000554             OF HIST-MAST-RECORD WITH DUPLICATES
000555         ALTERNATE RECORD KEY IS HIST-DEST-CODE
000556             OF HIST-MAST-RECORD WITH DUPLICATES
000560         FILE STATUS IS WS-HIN-STATUS.
000570     SELECT RPR-REPORT-FILE    ASSIGN TO BANREPRO
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RPT-STATUS.
000600     SELECT BANN-AUDIT-FILE    ASSIGN TO BANAUDIT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AUD-STATUS.
000630     SELECT OPTIONAL BANN-PARM-FILE ASSIGN TO BANPARM
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PRM-STATUS.
000660     SELECT OPTIONAL BANN-DEST-FILE ASSIGN TO BANDEST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS DEST-CODE
000700         FILE STATUS IS WS-DST-STATUS.
000710******************************************************************
000720* DATA DIVISION                                                 *
000730******************************************************************
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  RPR-CARD-FILE
000770     RECORDING MODE IS F.
000780 01  RPR-CARD-RECORD.
000790     05  RPRC-RUN-DATE        PIC 9(08).
000800     05  RPRC-JOB-ID          PIC X(08).
000810     05  RPRC-REQUEST-NUM     PIC 9(03).
000820     05  FILLER               PIC X(61).
000830 FD  HIST-MAST-FILE.
000850 01  HIST-MAST-RECORD.
000860     COPY BANNHIST.
000870 FD  RPR-REPORT-FILE
000880     RECORDING MODE IS F.
000890 01  RPR-REPORT-RECORD           PIC X(132).
000900 FD  BANN-AUDIT-FILE
000910     RECORDING MODE IS F.
000920 01  BANN-AUDIT-RECORD.
000930     COPY BANNAUD.
000940 FD  BANN-PARM-FILE
000950     RECORDING MODE IS F.
000960 01  BANN-PARM-RECORD.
000970     05  PARM-RUN-MODE        PIC X(08).
000980         88  PARM-KEY-BUSDATE     VALUE 'BUSDATE'.
000990     05  PARM-BUS-DATE        PIC X(08).
001000     05  FILLER               PIC X(64).
001010 FD  BANN-DEST-FILE.
001020 01  BANN-DEST-RECORD.
001030     COPY BANNDEST.
001040******************************************************************
001050*    WORKING-STORAGE SECTION                                     *
001060******************************************************************
001070 WORKING-STORAGE SECTION.
001080 01  WS-CRD-STATUS            PIC X(02) VALUE '00'.
001090 01  WS-HIN-STATUS            PIC X(02) VALUE '00'.
001100 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
001110 01  WS-AUD-STATUS            PIC X(02) VALUE '00'.
001120 01  WS-PRM-STATUS            PIC X(02) VALUE '00'.
001130 01  WS-DST-STATUS            PIC X(02) VALUE '00'.
001140 01  WS-CRD-EOF               PIC X(01) VALUE 'N'.
001150     88  WS-CRD-EOF-YES           VALUE 'Y'.
001160 01  WS-KEY-DONE              PIC X(01) VALUE 'N'.
001170     88  WS-KEY-DONE-YES          VALUE 'Y'.
001180 01  WS-PRM-EOF               PIC X(01) VALUE 'N'.
001190     88  WS-PRM-EOF-YES           VALUE 'Y'.
001200 01  WS-RUN-DATE              PIC 9(08).
001210 01  WS-BUS-DATE              PIC 9(08) VALUE ZERO.
001220 01  WS-BUS-DATE-SET          PIC X(01) VALUE 'N'.
001230     88  WS-BUS-DATE-SET-YES      VALUE 'Y'.
001240 01  WS-CARD-CTR              PIC 9(05) COMP VALUE ZERO.
001250 01  WS-REJECT-CTR            PIC 9(05) COMP VALUE ZERO.
001270 01  WS-REPRINT-CTR           PIC 9(05) COMP VALUE ZERO.
001280 01  WS-NOT-DONE-CTR          PIC 9(05) COMP VALUE ZERO.
001290 01  WS-HIST-READ-CTR         PIC 9(07) COMP VALUE ZERO.
001300 01  WS-ROW-CTR               PIC 9(07) COMP VALUE ZERO.
001310 01  WS-RPR-COUNT             PIC 9(03) COMP VALUE ZERO.
001320 01  WS-RPR-IX                PIC 9(03) COMP.
001330 01  WS-DEST-IX               PIC 9(03) COMP.
001340 01  WS-CUR-DEST              PIC 9(01) VALUE 1.
001350 01  WS-ROW                   PIC 9(03) COMP.
001360 01  WS-LINE-CNT              PIC 9(03) COMP VALUE ZERO.
001370 01  WS-PAGE-NUM              PIC 9(05) COMP VALUE ZERO.
001380 01  WS-ADV-PAGE              PIC X(01) VALUE 'N'.
001390     88  WS-ADV-PAGE-YES          VALUE 'Y'.
001400 01  WS-STR                   PIC X(132) VALUE SPACES.
001410 01  WS-SUB-RETURN-CODE       PIC 9(02) VALUE ZERO.
001420 01  WS-SUB-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
001430 01  WS-SAVE-RC               PIC S9(04) COMP VALUE ZERO.
001440 01  WS-BANNER-TABLE.
001450     COPY BANNTBL.
001460*    REPRINT REQUESTS IN CARD ORDER.  THE HISTORY LOOKUP FILES THE
001470*    MASTER RECORD EACH CARD NAMES, AND THE REPRINTS ARE THEN
001480*    PRODUCED IN CARD ORDER, SO THE BURSTING TABLE GETS THEM BACK
001490*    IN THE ORDER IT ASKED FOR THEM.
001500 01  WS-RPR-TABLE.
001510     05  WS-RPR-ENTRY OCCURS 100 TIMES.
001520         10  WS-RPR-RUN-DATE  PIC 9(08).
001530         10  WS-RPR-JOB-ID    PIC X(08).
001540         10  WS-RPR-REQUEST   PIC 9(03).
001550         10  WS-RPR-FOUND     PIC X(01).
001560             88  WS-RPR-FOUND-YES     VALUE 'Y'.
001570         10  WS-RPR-HIST      PIC X(160).
001580*    PAGE DEPTH AND PAGE HEADER TEXT PER DESTINATION, FROM THE
001590*    BANDEST MASTER, SO A REPRINT BREAKS PAGES THE WAY THE DECK IT
001600*    GOES BACK INTO DID.
001610 01  WS-DEST-TABLE.
001620     05  WS-DEST-ENTRY OCCURS 4 TIMES.
001630         10  WS-DEST-DEPTH    PIC 9(03) COMP.
001640         10  WS-DEST-HDR-TEXT PIC X(40).
001650 01  WS-HIST-WORK-RECORD.
001660     COPY BANNHIST.
001670 01  WS-RPR-HEADING.
001680     05  FILLER               PIC X(14) VALUE '** REPRINT **'.
001690     05  FILLER               PIC X(09) VALUE 'RUN DATE '.
001700     05  HDR-RUN-DATE         PIC 9(08).
001710     05  FILLER               PIC X(06) VALUE '  JOB '.
001720     05  HDR-JOB-ID           PIC X(08).
001730     05  FILLER               PIC X(10) VALUE '  REQUEST '.
001740     05  HDR-REQUEST          PIC ZZZZ9.
001750     05  FILLER               PIC X(07) VALUE '  PAGE '.
001760     05  HDR-PAGE             PIC ZZZZ9.
001770     05  FILLER               PIC X(02) VALUE SPACES.
001780     05  HDR-DEST-TEXT        PIC X(40).
001790     05  FILLER               PIC X(05) VALUE '  ON '.
001800     05  HDR-REPRINT-DATE     PIC 9(08).
001810     05  FILLER               PIC X(05) VALUE SPACES.
001820******************************************************************
001830* PROCEDURE DIVISION                                            *
001840******************************************************************
001850 PROCEDURE DIVISION.
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001880     PERFORM 2000-FIND-ONE-BANNER THRU 2000-EXIT
001890         VARYING WS-RPR-IX FROM 1 BY 1
001900         UNTIL WS-RPR-IX > WS-RPR-COUNT
001910     PERFORM 3000-PRODUCE-REPRINT THRU 3000-EXIT
001920         VARYING WS-RPR-IX FROM 1 BY 1
001930         UNTIL WS-RPR-IX > WS-RPR-COUNT
001940     PERFORM 4000-WRAP-UP THRU 4000-EXIT
001950     CLOSE HIST-MAST-FILE
001960     CLOSE RPR-REPORT-FILE
001970     CLOSE BANN-AUDIT-FILE
001980     STOP RUN.
001990******************************************************************
002000*    1000-INITIALIZE THRU 1000-EXIT                              *
002010*    SETS THE REPRINT DATE, LOADS THE REPRINT CARDS AND THE      *
002020*    DESTINATION TABLE, AND OPENS THE HISTORY MASTER AND BOTH    *
002030*    OUTPUTS.                                                    *
002040******************************************************************
002050 1000-INITIALIZE.
002060     PERFORM 1050-READ-RUN-OPTIONS THRU 1050-EXIT
002070     PERFORM 1100-LOAD-REPRINT-CARDS THRU 1100-EXIT
002080     PERFORM 1300-LOAD-DESTINATIONS THRU 1300-EXIT
002090     OPEN INPUT HIST-MAST-FILE
002100     IF WS-HIN-STATUS NOT = '00'
002110         DISPLAY 'BANRPR0018E - BANHISTI OPEN FAILED, STATUS '
002120             WS-HIN-STATUS
002130         MOVE 16 TO RETURN-CODE
002140         STOP RUN
002150     END-IF
002160     OPEN OUTPUT RPR-REPORT-FILE
002170     IF WS-RPT-STATUS NOT = '00'
002180         DISPLAY 'BANRPR0023E - BANREPRO OPEN FAILED, STATUS '
002190             WS-RPT-STATUS
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF
002230     OPEN OUTPUT BANN-AUDIT-FILE
002240     IF WS-AUD-STATUS NOT = '00'
002250         DISPLAY 'BANRPR0025E - BANAUDIT OPEN FAILED, STATUS '
002260             WS-AUD-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300 1000-EXIT.
002310     EXIT.
002320******************************************************************
002330*    1050-READ-RUN-OPTIONS THRU 1050-EXIT                        *
002340*    SETS THE REPRINT DATE THE AUDIT RECORDS CARRY - THE BANPARM *
002350*    BUSDATE OVERRIDE WHEN THE OPTIONAL FILE SUPPLIES ONE,       *
002360*    OTHERWISE THE CALENDAR DATE.  RUN-MODE RECORDS ON THE SAME  *
002370*    FILE BELONG TO THE BANNER STEP AND ARE READ PAST.           *
002380******************************************************************
002390 1050-READ-RUN-OPTIONS.
002400     OPEN INPUT BANN-PARM-FILE
002410     IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '05'
002420         PERFORM 1060-READ-ONE-OPTION THRU 1060-EXIT
002430             UNTIL WS-PRM-EOF-YES
002440         CLOSE BANN-PARM-FILE
002450     ELSE
002460         IF WS-PRM-STATUS NOT = '35'
002470             DISPLAY 'BANRPR0010E - BANPARM OPEN FAILED, STATUS '
002480                 WS-PRM-STATUS
002490             MOVE 16 TO RETURN-CODE
002500             STOP RUN
002510         END-IF
002520     END-IF
002530     IF WS-BUS-DATE-SET-YES
002540         MOVE WS-BUS-DATE TO WS-RUN-DATE
002550         DISPLAY 'BANRPR0012I - BUSINESS DATE OVERRIDE '
002560             WS-RUN-DATE ' IN EFFECT FOR THIS RUN'
002570     ELSE
002580         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
002590     END-IF.
002600 1050-EXIT.
002610     EXIT.
002620******************************************************************
002630*    1060-READ-ONE-OPTION THRU 1060-EXIT                         *
002640******************************************************************
002650 1060-READ-ONE-OPTION.
002660     READ BANN-PARM-FILE
002670         AT END
002680             SET WS-PRM-EOF-YES TO TRUE
002690         NOT AT END
002700             IF PARM-KEY-BUSDATE
002710                 IF PARM-BUS-DATE NUMERIC
002720                     MOVE PARM-BUS-DATE TO WS-BUS-DATE
002730                     SET WS-BUS-DATE-SET-YES TO TRUE
002740                 ELSE
002750                     DISPLAY 'BANRPR0011E - BUSDATE VALUE '
002760                         PARM-BUS-DATE ' ON BANPARM IS NOT A'
002770                         ' VALID YYYYMMDD DATE'
002780                     MOVE 16 TO RETURN-CODE
002790                     STOP RUN
002800                 END-IF
002810             END-IF
002820     END-READ.
002830 1060-EXIT.
002840     EXIT.
002850******************************************************************
002860*    1100-LOAD-REPRINT-CARDS THRU 1100-EXIT                      *
002870*    FILES EVERY REPRINT CARD IN THE TABLE.  AN EMPTY DECK IS    *
002880*    NOT AN ERROR - THE STEP SIMPLY HAS NOTHING TO DO - BUT IT   *
002890*    WARNS, SINCE NOBODY SUBMITS A REPRINT JOB WITHOUT A REPRINT *
002900*    IN MIND.                                                    *
002910******************************************************************
002920 1100-LOAD-REPRINT-CARDS.
002930     OPEN INPUT RPR-CARD-FILE
002940     IF WS-CRD-STATUS NOT = '00'
002950         DISPLAY 'BANRPR0013E - BANRPRTX OPEN FAILED, STATUS '
002960             WS-CRD-STATUS
002970         MOVE 16 TO RETURN-CODE
002980         STOP RUN
002990     END-IF
003000     PERFORM 1150-LOAD-ONE-CARD THRU 1150-EXIT
003010         UNTIL WS-CRD-EOF-YES
003020     CLOSE RPR-CARD-FILE
003030     IF WS-CARD-CTR = ZERO
003040         DISPLAY 'BANRPR0017W - BANRPRTX IS EMPTY, NOTHING TO '
003050             'REPRINT'
003060         IF RETURN-CODE = ZERO
003070             MOVE 4 TO RETURN-CODE
003080         END-IF
003090     END-IF.
003100 1100-EXIT.
003110     EXIT.
003120******************************************************************
003130*    1150-LOAD-ONE-CARD THRU 1150-EXIT                           *
003140*    A CARD WITH A NON-NUMERIC RUN DATE OR REQUEST NUMBER, OR NO *
003150*    JOB ID, CANNOT NAME A BANNER - IT IS REJECTED AND THE STEP  *
003160*    ENDS RC 4 SO THE BURSTING TABLE KNOWS A DIVIDER DID NOT     *
003170*    COME BACK.  AN OVERFULL TABLE FAILS THE STEP BEFORE         *
003180*    ANYTHING IS REPRINTED.                                      *
003190******************************************************************
003200 1150-LOAD-ONE-CARD.
003210     READ RPR-CARD-FILE
003220         AT END
003230             SET WS-CRD-EOF-YES TO TRUE
003240         NOT AT END
003250             IF WS-CRD-STATUS NOT = '00'
003260                 DISPLAY 'BANRPR0014E - BANRPRTX READ FAILED, '
003270                     'STATUS ' WS-CRD-STATUS
003280                 MOVE 16 TO RETURN-CODE
003290                 STOP RUN
003300             END-IF
003310             ADD 1 TO WS-CARD-CTR
003320             IF RPRC-RUN-DATE NOT NUMERIC
003330                 OR RPRC-REQUEST-NUM NOT NUMERIC
003340                 OR RPRC-JOB-ID = SPACES
003350                 DISPLAY 'BANRPR0016W - REPRINT CARD '
003360                     RPR-CARD-RECORD (1:19) ' REJECTED - RUN'
003370                     ' DATE, JOB ID, AND REQUEST NUMBER ARE ALL'
003380                     ' REQUIRED'
003390                 ADD 1 TO WS-REJECT-CTR
003400                 IF RETURN-CODE = ZERO
003410                     MOVE 4 TO RETURN-CODE
003420                 END-IF
003430                 GO TO 1150-EXIT
003440             END-IF
003450             IF WS-RPR-COUNT >= 100
003460                 DISPLAY 'BANRPR0015E - MORE THAN 100 REPRINT'
003470                     ' CARDS - TABLE IS FULL'
003480                 MOVE 16 TO RETURN-CODE
003490                 STOP RUN
003500             END-IF
003510             ADD 1 TO WS-RPR-COUNT
003520             MOVE RPRC-RUN-DATE TO WS-RPR-RUN-DATE (WS-RPR-COUNT)
003530             MOVE RPRC-JOB-ID TO WS-RPR-JOB-ID (WS-RPR-COUNT)
003540             MOVE RPRC-REQUEST-NUM TO
003550                 WS-RPR-REQUEST (WS-RPR-COUNT)
003560             MOVE 'N' TO WS-RPR-FOUND (WS-RPR-COUNT)
003570             MOVE SPACES TO WS-RPR-HIST (WS-RPR-COUNT)
003580     END-READ.
003590 1150-EXIT.
003600     EXIT.
003610******************************************************************
003620*    1300-LOAD-DESTINATIONS THRU 1300-EXIT                       *
003630*    TAKES EACH DESTINATION'S PAGE DEPTH AND PAGE HEADER TEXT    *
003640*    FROM BANDEST, THE WAY STARTRIANGLE DOES - A BLANK HEADER    *
003650*    TEXT HEADS THE PAGE WITH THE DESTINATION NAME, AND A DEPTH  *
003660*    MISSING OR UNDER 10 LINES BREAKS AT 60.  THE MASTER IS      *
003670*    OPTIONAL HERE; WITHOUT IT EVERY REPRINT BREAKS AT 60 LINES  *
003680*    WITH NO HEADER TEXT AND THE STEP ENDS RC 4.                 *
003690******************************************************************
003700 1300-LOAD-DESTINATIONS.
003710     MOVE SPACES TO WS-DEST-TABLE
003720     MOVE 60 TO WS-DEST-DEPTH (1)
003730     MOVE 60 TO WS-DEST-DEPTH (2)
003740     MOVE 60 TO WS-DEST-DEPTH (3)
003750     MOVE 60 TO WS-DEST-DEPTH (4)
003760     OPEN INPUT BANN-DEST-FILE
003770     IF WS-DST-STATUS = '00'
003780         PERFORM 1310-LOAD-ONE-DESTINATION THRU 1310-EXIT
003790             VARYING WS-DEST-IX FROM 1 BY 1 UNTIL WS-DEST-IX > 4
003800         CLOSE BANN-DEST-FILE
003810     ELSE
003820         IF WS-DST-STATUS NOT = '05' AND WS-DST-STATUS NOT = '35'
003830             DISPLAY 'BANRPR0020E - BANDEST OPEN FAILED, STATUS '
003840                 WS-DST-STATUS
003850             MOVE 16 TO RETURN-CODE
003860             STOP RUN
003870         END-IF
003880         IF WS-DST-STATUS = '05'
003890             CLOSE BANN-DEST-FILE
003900         END-IF
003910         DISPLAY 'BANRPR0021W - BANDEST NOT AVAILABLE, REPRINTS '
003920             'BREAK AT 60 LINES WITH NO HEADER TEXT'
003930         IF RETURN-CODE = ZERO
003940             MOVE 4 TO RETURN-CODE
003950         END-IF
003960     END-IF.
003970 1300-EXIT.
003980     EXIT.
003990 1310-LOAD-ONE-DESTINATION.
004000     MOVE WS-DEST-IX TO DEST-CODE
004010     READ BANN-DEST-FILE
004020         INVALID KEY
004030             CONTINUE
004040         NOT INVALID KEY
004050             IF DEST-PAGE-DEPTH NUMERIC AND DEST-PAGE-DEPTH >= 10
004060                 MOVE DEST-PAGE-DEPTH
004070                     TO WS-DEST-DEPTH (WS-DEST-IX)
004080             END-IF
004090             IF DEST-HEADER-TEXT = SPACES
004100                 MOVE DEST-NAME TO WS-DEST-HDR-TEXT (WS-DEST-IX)
004110             ELSE
004120                 MOVE DEST-HEADER-TEXT
004130                     TO WS-DEST-HDR-TEXT (WS-DEST-IX)
004140             END-IF
004150     END-READ
004160     IF WS-DST-STATUS NOT = '00' AND WS-DST-STATUS NOT = '23'
004170         DISPLAY 'BANRPR0022E - BANDEST READ FAILED, STATUS '
004180             WS-DST-STATUS
004190         MOVE 16 TO RETURN-CODE
004200         STOP RUN
004210     END-IF.
004220 1310-EXIT.
004230     EXIT.
004240******************************************************************
004250*    2000-FIND-ONE-BANNER THRU 2000-EXIT                         *
004260*    STARTS THE HISTORY MASTER AT ONE REPRINT CARD'S             *
004270*    RUN-DATE/JOB/REQUEST WITH HIST-KEY-SEQ 00 AND READS THAT    *
004280*    KEY'S RECORDS.  THE ORIGINAL BANNER IS THE FIRST RECORD OF  *
004290*    ITS KEY THAT IS NOT A REPRINT - EARLIER REPRINTS OF THE     *
004300*    SAME KEY ARE PASSED OVER.  A START THAT FINDS NOTHING       *
004310*    (STATUS 23) LEAVES THE CARD NOT FOUND.                      *
004320******************************************************************
004330 2000-FIND-ONE-BANNER.
004331     MOVE 'N' TO WS-KEY-DONE
004332     MOVE WS-RPR-RUN-DATE (WS-RPR-IX) TO
004333         HIST-RUN-DATE OF HIST-MAST-RECORD
004334     MOVE WS-RPR-JOB-ID (WS-RPR-IX) TO
004335         HIST-JOB-ID OF HIST-MAST-RECORD
004336     MOVE WS-RPR-REQUEST (WS-RPR-IX) TO
004337         HIST-REQUEST-NUM OF HIST-MAST-RECORD
004338     MOVE ZERO TO HIST-KEY-SEQ OF HIST-MAST-RECORD
004339     START HIST-MAST-FILE KEY NOT < HIST-KEY OF HIST-MAST-RECORD
004340         INVALID KEY
004341             GO TO 2000-EXIT
004342     END-START
004343     IF WS-HIN-STATUS NOT = '00'
004344         DISPLAY 'BANRPR0038E - BANHISTI START FAILED, STATUS '
004345             WS-HIN-STATUS
004346         MOVE 16 TO RETURN-CODE
004347         STOP RUN
004348     END-IF
004349     PERFORM 2100-READ-ONE-OF-KEY THRU 2100-EXIT
004350         UNTIL WS-KEY-DONE-YES.
004510 2000-EXIT.
004520     EXIT.
004530 2100-READ-ONE-OF-KEY.
004531     READ HIST-MAST-FILE NEXT RECORD
004532         AT END
004533             SET WS-KEY-DONE-YES TO TRUE
004534             GO TO 2100-EXIT
004535     END-READ
004536     IF WS-HIN-STATUS NOT = '00'
004537         DISPLAY 'BANRPR0019E - BANHISTI READ FAILED, STATUS '
004538             WS-HIN-STATUS
004539         MOVE 16 TO RETURN-CODE
004540         STOP RUN
004541     END-IF
004542     ADD 1 TO WS-HIST-READ-CTR
004543     IF HIST-RUN-DATE OF HIST-MAST-RECORD NOT =
004544         WS-RPR-RUN-DATE (WS-RPR-IX)
004545         OR HIST-JOB-ID OF HIST-MAST-RECORD NOT =
004546         WS-RPR-JOB-ID (WS-RPR-IX)
004547         OR HIST-REQUEST-NUM OF HIST-MAST-RECORD NOT =
004548         WS-RPR-REQUEST (WS-RPR-IX)
004549         SET WS-KEY-DONE-YES TO TRUE
004550         GO TO 2100-EXIT
004551     END-IF
004552     IF HIST-REPRINT OF HIST-MAST-RECORD
004553         GO TO 2100-EXIT
004554     END-IF
004610     MOVE HIST-MAST-RECORD TO WS-RPR-HIST (WS-RPR-IX)
004620     MOVE 'Y' TO WS-RPR-FOUND (WS-RPR-IX)
004631     SET WS-KEY-DONE-YES TO TRUE.
004650 2100-EXIT.
004660     EXIT.
004670******************************************************************
004680*    3000-PRODUCE-REPRINT THRU 3000-EXIT                         *
004690*    REBUILDS ONE CARD'S BANNER THROUGH BANNERSUB FROM THE       *
004700*    HISTORY RECORD, WRITES IT UNDER A REPRINT PAGE HEADING, AND *
004710*    LOGS THE REPRINT TO BANAUDIT.  A KEY NOT ON THE MASTER, A   *
004720*    RECORD WRITTEN BEFORE THE MASTER CARRIED THE REBUILD        *
004730*    FIELDS, OR A BANNER BANNERSUB WILL NOT BUILD IS SKIPPED     *
004740*    WITH A WARNING AND THE STEP ENDS RC 4 - THAT DIVIDER HAS TO *
004750*    COME FROM THE ORIGINAL CARD.                                *
004760******************************************************************
004770 3000-PRODUCE-REPRINT.
004780     IF NOT WS-RPR-FOUND-YES (WS-RPR-IX)
004790         DISPLAY 'BANRPR0027W - REPRINT KEY '
004800             WS-RPR-RUN-DATE (WS-RPR-IX) '/'
004810             WS-RPR-JOB-ID (WS-RPR-IX) '/'
004820             WS-RPR-REQUEST (WS-RPR-IX)
004830             ' IS NOT ON THE HISTORY MASTER'
004840         GO TO 3000-NOT-DONE
004850     END-IF
004860     MOVE WS-RPR-HIST (WS-RPR-IX) TO WS-HIST-WORK-RECORD
004870     IF HIST-WIDTH OF WS-HIST-WORK-RECORD NOT NUMERIC
004880         DISPLAY 'BANRPR0028W - REPRINT KEY '
004890             WS-RPR-RUN-DATE (WS-RPR-IX) '/'
004900             WS-RPR-JOB-ID (WS-RPR-IX) '/'
004910             WS-RPR-REQUEST (WS-RPR-IX)
004920             ' PREDATES THE REBUILD FIELDS - REPRINT IT FROM'
004930             ' THE ORIGINAL CARD'
004940         GO TO 3000-NOT-DONE
004950     END-IF
004960*    THE CALL HANDS BACK BANNERSUB'S OWN RETURN CODE IN THE
004970*    SPECIAL REGISTER - THE STEP'S WARNINGS SO FAR ARE KEPT ACROSS
004980*    IT.
004990     MOVE RETURN-CODE TO WS-SAVE-RC
005000     CALL 'BANNERSUB' USING
005010         HIST-HEIGHT-PRODUCED OF WS-HIST-WORK-RECORD
005020         HIST-WIDTH OF WS-HIST-WORK-RECORD
005030         HIST-FILL-CHAR OF WS-HIST-WORK-RECORD
005040         HIST-SHAPE OF WS-HIST-WORK-RECORD
005050         WS-SUB-RETURN-CODE WS-SUB-LINE-COUNT WS-BANNER-TABLE
005060         HIST-TEXT OF WS-HIST-WORK-RECORD
005070         HIST-TEXT2 OF WS-HIST-WORK-RECORD
005080         HIST-TEXT3 OF WS-HIST-WORK-RECORD
005090     MOVE WS-SAVE-RC TO RETURN-CODE
005100     IF WS-SUB-RETURN-CODE NOT = ZERO
005110         DISPLAY 'BANRPR0029W - REPRINT KEY '
005120             WS-RPR-RUN-DATE (WS-RPR-IX) '/'
005130             WS-RPR-JOB-ID (WS-RPR-IX) '/'
005140             WS-RPR-REQUEST (WS-RPR-IX)
005150             ' REJECTED BY BANNERSUB, RETURN CODE '
005160             WS-SUB-RETURN-CODE
005170         GO TO 3000-NOT-DONE
005180     END-IF
005190*    A DESTINATION OUTSIDE 1-4 CANNOT COME FROM A CURRENT RECORD -
005200*    BREAK AND HEAD IT AS DESTINATION 1, AS BANAUDUPD FILES IT.
005210     IF HIST-DEST-CODE OF WS-HIST-WORK-RECORD NUMERIC
005220         AND HIST-DEST-CODE OF WS-HIST-WORK-RECORD >= 1
005230         AND HIST-DEST-CODE OF WS-HIST-WORK-RECORD <= 4
005240         MOVE HIST-DEST-CODE OF WS-HIST-WORK-RECORD TO WS-CUR-DEST
005250     ELSE
005260         MOVE 1 TO WS-CUR-DEST
005270     END-IF
005280     PERFORM 3100-START-REPRINT-PAGE THRU 3100-EXIT
005290     PERFORM 3200-WRITE-REPRINT-ROW THRU 3200-EXIT
005300         VARYING WS-ROW FROM 1 BY 1
005310         UNTIL WS-ROW > WS-SUB-LINE-COUNT
005320     PERFORM 3400-WRITE-AUDIT-RECORD THRU 3400-EXIT
005330     ADD 1 TO WS-REPRINT-CTR
005340     DISPLAY 'BANRPR0030I - REPRINTED '
005350         WS-RPR-RUN-DATE (WS-RPR-IX) '/'
005360         WS-RPR-JOB-ID (WS-RPR-IX) '/'
005370         WS-RPR-REQUEST (WS-RPR-IX)
005380         ' SHAPE ' HIST-SHAPE OF WS-HIST-WORK-RECORD
005390         ' DEST ' WS-CUR-DEST
005400     GO TO 3000-EXIT.
005410 3000-NOT-DONE.
005420     ADD 1 TO WS-NOT-DONE-CTR
005430     IF RETURN-CODE = ZERO
005440         MOVE 4 TO RETURN-CODE
005450     END-IF.
005460 3000-EXIT.
005470     EXIT.
005480******************************************************************
005490*    3100-START-REPRINT-PAGE THRU 3100-EXIT                      *
005500*    EJECTS TO A FRESH PAGE AND PRINTS THE REPRINT HEADING - THE *
005510*    ORIGINAL RUN DATE, JOB, AND REQUEST, THE REPRINT DATASET'S  *
005520*    PAGE NUMBER, THE DESTINATION'S HEADER TEXT, AND THE REPRINT *
005530*    DATE - FOLLOWED BY ONE BLANK LINE, AS THE BANNER STEP HEADS *
005540*    ITS PAGES.                                                  *
005550******************************************************************
005560 3100-START-REPRINT-PAGE.
005570     ADD 1 TO WS-PAGE-NUM
005580     MOVE WS-PAGE-NUM TO HDR-PAGE
005590     MOVE HIST-RUN-DATE OF WS-HIST-WORK-RECORD TO HDR-RUN-DATE
005600     MOVE HIST-JOB-ID OF WS-HIST-WORK-RECORD TO HDR-JOB-ID
005610     MOVE HIST-REQUEST-NUM OF WS-HIST-WORK-RECORD TO HDR-REQUEST
005620     MOVE WS-DEST-HDR-TEXT (WS-CUR-DEST) TO HDR-DEST-TEXT
005630     MOVE WS-RUN-DATE TO HDR-REPRINT-DATE
005640     MOVE ZERO TO WS-LINE-CNT
005650     MOVE WS-RPR-HEADING TO WS-STR
005660     SET WS-ADV-PAGE-YES TO TRUE
005670     PERFORM 3300-WRITE-REPRINT-LINE THRU 3300-EXIT
005680     MOVE SPACES TO WS-STR
005690     PERFORM 3300-WRITE-REPRINT-LINE THRU 3300-EXIT.
005700 3100-EXIT.
005710     EXIT.
005720******************************************************************
005730*    3200-WRITE-REPRINT-ROW THRU 3200-EXIT                       *
005740*    WRITES ONE BANNER ROW, STARTING A FRESH PAGE FIRST WHEN THE *
005750*    DESTINATION'S PAGE DEPTH IS FULL.                           *
005760******************************************************************
005770 3200-WRITE-REPRINT-ROW.
005780     IF WS-LINE-CNT >= WS-DEST-DEPTH (WS-CUR-DEST)
005790         PERFORM 3100-START-REPRINT-PAGE THRU 3100-EXIT
005800     END-IF
005810     MOVE BANN-LINE-TBL (WS-ROW) TO WS-STR
005820     PERFORM 3300-WRITE-REPRINT-LINE THRU 3300-EXIT
005830     ADD 1 TO WS-ROW-CTR.
005840 3200-EXIT.
005850     EXIT.
005860 3300-WRITE-REPRINT-LINE.
005870     MOVE WS-STR TO RPR-REPORT-RECORD
005880     IF WS-ADV-PAGE-YES
005890         WRITE RPR-REPORT-RECORD AFTER ADVANCING PAGE
005900     ELSE
005910         WRITE RPR-REPORT-RECORD AFTER ADVANCING 1 LINE
005920     END-IF
005930     IF WS-RPT-STATUS NOT = '00'
005940         DISPLAY 'BANRPR0024E - BANREPRO WRITE FAILED, STATUS '
005950             WS-RPT-STATUS
005960         MOVE 16 TO RETURN-CODE
005970         STOP RUN
005980     END-IF
005990     MOVE 'N' TO WS-ADV-PAGE
006000     ADD 1 TO WS-LINE-CNT.
006010 3300-EXIT.
006020     EXIT.
006030******************************************************************
006040*    3400-WRITE-AUDIT-RECORD THRU 3400-EXIT                      *
006050*    ONE AUDIT RECORD PER REPRINT, UNDER THE ORIGINAL BANNER'S   *
006060*    KEY AND WITH ITS ORIGINAL OPERATOR, SHAPE, AND REBUILD      *
006070*    FIELDS, MARKED AS A REPRINT AND DATED WITH THE REPRINT      *
006080*    DATE, SO BANAUDUPD FILES IT NEXT TO THE ORIGINAL WITHOUT    *
006090*    CALLING IT A DOUBLE-RUN.                                    *
006100******************************************************************
006110 3400-WRITE-AUDIT-RECORD.
006120     MOVE SPACES TO BANN-AUDIT-RECORD
006130     MOVE HIST-RUN-DATE OF WS-HIST-WORK-RECORD TO AUD-RUN-DATE
006140     MOVE HIST-JOB-ID OF WS-HIST-WORK-RECORD TO AUD-JOB-ID
006150     MOVE HIST-OPERATOR-ID OF WS-HIST-WORK-RECORD
006160         TO AUD-OPERATOR-ID
006170     MOVE HIST-REQUEST-NUM OF WS-HIST-WORK-RECORD
006180         TO AUD-REQUEST-NUM
006190     MOVE HIST-HEIGHT-PRODUCED OF WS-HIST-WORK-RECORD
006200         TO AUD-HEIGHT-PRODUCED
006210     MOVE WS-SUB-LINE-COUNT TO AUD-ROWS-PRODUCED
006220     MOVE WS-CUR-DEST TO AUD-DEST-CODE
006230     MOVE HIST-SHAPE OF WS-HIST-WORK-RECORD TO AUD-SHAPE
006240     MOVE HIST-WIDTH OF WS-HIST-WORK-RECORD TO AUD-WIDTH
006250     MOVE HIST-FILL-CHAR OF WS-HIST-WORK-RECORD TO AUD-FILL-CHAR
006260     MOVE HIST-PROFILE-ID OF WS-HIST-WORK-RECORD
006270         TO AUD-PROFILE-ID
006280     MOVE HIST-TEXT OF WS-HIST-WORK-RECORD TO AUD-TEXT
006290     MOVE HIST-TEXT2 OF WS-HIST-WORK-RECORD TO AUD-TEXT2
006300     MOVE HIST-TEXT3 OF WS-HIST-WORK-RECORD TO AUD-TEXT3
006310     SET AUD-REPRINT TO TRUE
006320     MOVE WS-RUN-DATE TO AUD-REPRINT-DATE
006330     WRITE BANN-AUDIT-RECORD
006340     IF WS-AUD-STATUS NOT = '00'
006350         DISPLAY 'BANRPR0026E - BANAUDIT WRITE FAILED, STATUS '
006360             WS-AUD-STATUS
006370         MOVE 16 TO RETURN-CODE
006380         STOP RUN
006390     END-IF.
006400 3400-EXIT.
006410     EXIT.
006420******************************************************************
006430*    4000-WRAP-UP THRU 4000-EXIT                                 *
006440******************************************************************
006450 4000-WRAP-UP.
006460     DISPLAY 'BANRPR0031I - REPRINT CARDS READ    ' WS-CARD-CTR
006470     DISPLAY 'BANRPR0032I - CARDS REJECTED        ' WS-REJECT-CTR
006480     DISPLAY 'BANRPR0033I - HISTORY RECORDS READ  '
006490         WS-HIST-READ-CTR
006500     DISPLAY 'BANRPR0034I - DIVIDERS REPRINTED    '
006510         WS-REPRINT-CTR
006520     DISPLAY 'BANRPR0035I - DIVIDERS NOT REPRINTED'
006530         WS-NOT-DONE-CTR
006540     DISPLAY 'BANRPR0036I - REPRINT PAGES WRITTEN ' WS-PAGE-NUM
006550     DISPLAY 'BANRPR0037I - BANNER ROWS WRITTEN   ' WS-ROW-CTR.
006560 4000-EXIT.
006570     EXIT.
