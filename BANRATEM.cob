000100******************************************************************
000110* IDENTIFICATION DIVISION                                       *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    BANRATEM.
000150 AUTHOR.        D SPRAGUE.
000160 INSTALLATION.  REPORT PRODUCTION - BATCH SUPPORT.
000170 DATE-WRITTEN.  10/15/26.
000180 DATE-COMPILED.
000190******************************************************************
000200* MODIFICATION HISTORY                                          *
000210* 10/15/26  DPS  ORIGINAL.  MAINTENANCE FOR THE BANRATE          *
000220*                CHARGEBACK RATE TABLE (VSAM KSDS KEYED ON       *
000230*                DESTINATION AND SHAPE), BUILT ON THE SAME       *
000240*                TRANSACTION PATTERN AS BANPROFM AND BANSECM.    *
000250*                READS CARDS FROM BANRTTXN - A=ADD, C=CHANGE,    *
000260*                D=DELETE, L=LIST (A BLANK DESTINATION ON AN L   *
000270*                CARD LISTS THE WHOLE TABLE).  EACH ENTRY        *
000280*                CARRIES THE PRICE PER BANNER ROW AND PER        *
000290*                PRINTED PAGE THE MONTH-END CHARGEBACK           *
000300*                (BANCHGBK) BILLS AT, AND THE DATE THE RATE WAS  *
000310*                LAST CHANGED.  SHAPE * IS THE DESTINATION'S     *
000320*                DEFAULT RATE.                                   *
000330******************************************************************
000340*
000350* PURPOSE.  ADDS, CHANGES, DELETES, AND LISTS CHARGEBACK RATES ON
000360*           THE BANRATE RATE TABLE.
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000410 OBJECT-COMPUTER.  IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT BANN-TXN-FILE      ASSIGN TO BANRTTXN
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-TXN-STATUS.
000470     SELECT OPTIONAL BANN-RATE-FILE ASSIGN TO BANRATE
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS RATE-KEY
000510         FILE STATUS IS WS-RAT-STATUS.
000520******************************************************************
000530* DATA DIVISION                                                 *
000540******************************************************************
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BANN-TXN-FILE
000580     RECORDING MODE IS F.
000590 01  BANN-TXN-RECORD.
000600     05  TXN-ACTION           PIC X(01).
000610         88  TXN-ACTION-ADD       VALUE 'A'.
000620         88  TXN-ACTION-CHANGE    VALUE 'C'.
000630         88  TXN-ACTION-DELETE    VALUE 'D'.
000640         88  TXN-ACTION-LIST      VALUE 'L'.
000650     05  TXN-RATE-KEY.
000660         10  TXN-DEST-CODE    PIC X(01).
000670         10  TXN-SHAPE        PIC X(01).
000680             88  TXN-SHAPE-VALID  VALUE 'T' 'D' 'B' 'F' '*'.
000690     05  TXN-PER-ROW          PIC 9(03)V9(04).
000700     05  TXN-PER-PAGE         PIC 9(03)V9(04).
000710     05  FILLER               PIC X(63).
000720 FD  BANN-RATE-FILE.
000730 01  BANN-RATE-RECORD.
000740     COPY BANNRATE.
000750******************************************************************
000760*    WORKING-STORAGE SECTION                                    *
000770******************************************************************
000780 WORKING-STORAGE SECTION.
000790 01  WS-TXN-STATUS            PIC X(02) VALUE '00'.
000800 01  WS-RAT-STATUS            PIC X(02) VALUE '00'.
000810 01  WS-RUN-DATE              PIC 9(08).
000820 01  WS-TXN-EOF               PIC X(01) VALUE 'N'.
000830     88  WS-TXN-EOF-YES           VALUE 'Y'.
000840 01  WS-LIST-DONE             PIC X(01) VALUE 'N'.
000850     88  WS-LIST-DONE-YES         VALUE 'Y'.
000860 01  WS-TXN-VALID             PIC X(01) VALUE 'Y'.
000870     88  WS-TXN-VALID-YES         VALUE 'Y'.
000880     88  WS-TXN-VALID-NO          VALUE 'N'.
000890 01  WS-TXN-CTR               PIC 9(05) COMP VALUE ZERO.
000900 01  WS-ADD-CTR               PIC 9(05) COMP VALUE ZERO.
000910 01  WS-CHANGE-CTR            PIC 9(05) COMP VALUE ZERO.
000920 01  WS-DELETE-CTR            PIC 9(05) COMP VALUE ZERO.
000930 01  WS-ERROR-CTR             PIC 9(05) COMP VALUE ZERO.
000940 01  WS-LISTED-CTR            PIC 9(05) COMP VALUE ZERO.
000950 01  WS-ROW-RATE-ED           PIC ZZ9.9999.
000960 01  WS-PAGE-RATE-ED          PIC ZZ9.9999.
000970******************************************************************
000980* PROCEDURE DIVISION                                            *
000990******************************************************************
001000 PROCEDURE DIVISION.
001010 0000-MAINLINE.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001030     PERFORM 2000-PROCESS-ONE-TXN THRU 2000-EXIT
001040         UNTIL WS-TXN-EOF-YES
001050     PERFORM 3000-WRAP-UP THRU 3000-EXIT
001060     CLOSE BANN-TXN-FILE
001070     CLOSE BANN-RATE-FILE
001080     STOP RUN.
001090******************************************************************
001100*    1000-INITIALIZE THRU 1000-EXIT                              *
001110******************************************************************
001120 1000-INITIALIZE.
001130     OPEN INPUT BANN-TXN-FILE
001140     IF WS-TXN-STATUS NOT = '00'
001150         DISPLAY 'BANRTM0010E - BANRTTXN OPEN FAILED, STATUS '
001160             WS-TXN-STATUS
001170         MOVE 16 TO RETURN-CODE
001180         STOP RUN
001190     END-IF
001200     OPEN I-O BANN-RATE-FILE
001210     IF WS-RAT-STATUS NOT = '00' AND WS-RAT-STATUS NOT = '05'
001220         DISPLAY 'BANRTM0011E - BANRATE OPEN FAILED, STATUS '
001230             WS-RAT-STATUS
001240         MOVE 16 TO RETURN-CODE
001250         STOP RUN
001260     END-IF
001270     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
001280 1000-EXIT.
001290     EXIT.
001300******************************************************************
001310*    1100-READ-TXN-RECORD THRU 1100-EXIT                         *
001320******************************************************************
001330 1100-READ-TXN-RECORD.
001340     READ BANN-TXN-FILE
001350         AT END
001360             SET WS-TXN-EOF-YES TO TRUE
001370         NOT AT END
001380             IF WS-TXN-STATUS NOT = '00'
001390                 DISPLAY 'BANRTM0012E - BANRTTXN READ FAILED, '
001400                     'STATUS ' WS-TXN-STATUS
001410                 MOVE 16 TO RETURN-CODE
001420                 STOP RUN
001430             END-IF
001440             ADD 1 TO WS-TXN-CTR
001450     END-READ.
001460 1100-EXIT.
001470     EXIT.
001480******************************************************************
001490*    2000-PROCESS-ONE-TXN THRU 2000-EXIT                         *
001500******************************************************************
001510 2000-PROCESS-ONE-TXN.
001520     PERFORM 1100-READ-TXN-RECORD THRU 1100-EXIT
001530     IF NOT WS-TXN-EOF-YES
001540         EVALUATE TRUE
001550             WHEN TXN-ACTION-ADD
001560                 PERFORM 2100-ADD-RATE THRU 2100-EXIT
001570             WHEN TXN-ACTION-CHANGE
001580                 PERFORM 2200-CHANGE-RATE THRU 2200-EXIT
001590             WHEN TXN-ACTION-DELETE
001600                 PERFORM 2300-DELETE-RATE THRU 2300-EXIT
001610             WHEN TXN-ACTION-LIST
001620                 PERFORM 2400-LIST-RATES THRU 2400-EXIT
001630             WHEN OTHER
001640                 DISPLAY 'BANRTM0013E - TXN ' WS-TXN-CTR
001650                     ' REJECTED - INVALID ACTION CODE '
001660                     TXN-ACTION
001670                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
001680         END-EVALUATE
001690     END-IF.
001700 2000-EXIT.
001710     EXIT.
001720******************************************************************
001730*    2100-ADD-RATE THRU 2100-EXIT                                *
001740******************************************************************
001750 2100-ADD-RATE.
001760     PERFORM 2500-VALIDATE-TXN-FIELDS THRU 2500-EXIT
001770     IF WS-TXN-VALID-YES
001780         MOVE SPACES TO BANN-RATE-RECORD
001790         MOVE TXN-RATE-KEY TO RATE-KEY
001800         MOVE TXN-PER-ROW TO RATE-PER-ROW
001810         MOVE TXN-PER-PAGE TO RATE-PER-PAGE
001820         MOVE WS-RUN-DATE TO RATE-CHANGED-DATE
001830         WRITE BANN-RATE-RECORD
001840             INVALID KEY
001850                 DISPLAY 'BANRTM0014E - TXN ' WS-TXN-CTR
001860                     ' REJECTED - DESTINATION ' TXN-DEST-CODE
001870                     ' SHAPE ' TXN-SHAPE ' ALREADY ON THE TABLE'
001880                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
001890             NOT INVALID KEY
001900                 ADD 1 TO WS-ADD-CTR
001910                 DISPLAY 'BANRTM0020I - DEST ' TXN-DEST-CODE
001920                     ' SHAPE ' TXN-SHAPE ' ADDED'
001930         END-WRITE
001940         PERFORM 8100-CHECK-RATE-IO THRU 8100-EXIT
001950     END-IF.
001960 2100-EXIT.
001970     EXIT.
001980******************************************************************
001990*    2200-CHANGE-RATE THRU 2200-EXIT                             *
002000******************************************************************
002010 2200-CHANGE-RATE.
002020     PERFORM 2500-VALIDATE-TXN-FIELDS THRU 2500-EXIT
002030     IF WS-TXN-VALID-YES
002040         MOVE TXN-RATE-KEY TO RATE-KEY
002050         READ BANN-RATE-FILE
002060             INVALID KEY
002070                 DISPLAY 'BANRTM0015E - TXN ' WS-TXN-CTR
002080                     ' REJECTED - DESTINATION ' TXN-DEST-CODE
002090                     ' SHAPE ' TXN-SHAPE ' NOT ON THE TABLE'
002100                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
002110             NOT INVALID KEY
002120                 MOVE TXN-PER-ROW TO RATE-PER-ROW
002130                 MOVE TXN-PER-PAGE TO RATE-PER-PAGE
002140                 MOVE WS-RUN-DATE TO RATE-CHANGED-DATE
002150                 REWRITE BANN-RATE-RECORD
002160                 ADD 1 TO WS-CHANGE-CTR
002170                 DISPLAY 'BANRTM0021I - DEST ' TXN-DEST-CODE
002180                     ' SHAPE ' TXN-SHAPE ' CHANGED'
002190         END-READ
002200         PERFORM 8100-CHECK-RATE-IO THRU 8100-EXIT
002210     END-IF.
002220 2200-EXIT.
002230     EXIT.
002240******************************************************************
002250*    2300-DELETE-RATE THRU 2300-EXIT                             *
002260******************************************************************
002270 2300-DELETE-RATE.
002280     IF TXN-DEST-CODE = SPACE OR TXN-SHAPE = SPACE
002290         DISPLAY 'BANRTM0016E - TXN ' WS-TXN-CTR
002300             ' REJECTED - DESTINATION AND SHAPE MUST NOT BE BLANK'
002310         PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
002320     ELSE
002330         MOVE TXN-RATE-KEY TO RATE-KEY
002340         DELETE BANN-RATE-FILE
002350             INVALID KEY
002360                 DISPLAY 'BANRTM0015E - TXN ' WS-TXN-CTR
002370                     ' REJECTED - DESTINATION ' TXN-DEST-CODE
002380                     ' SHAPE ' TXN-SHAPE ' NOT ON THE TABLE'
002390                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
002400             NOT INVALID KEY
002410                 ADD 1 TO WS-DELETE-CTR
002420                 DISPLAY 'BANRTM0022I - DEST ' TXN-DEST-CODE
002430                     ' SHAPE ' TXN-SHAPE ' DELETED'
002440         END-DELETE
002450         PERFORM 8100-CHECK-RATE-IO THRU 8100-EXIT
002460     END-IF.
002470 2300-EXIT.
002480     EXIT.
002490******************************************************************
002500*    2400-LIST-RATES THRU 2400-EXIT                              *
002510*    A BLANK DESTINATION LISTS THE WHOLE TABLE IN KEY ORDER; A   *
002520*    NAMED DESTINATION AND SHAPE LISTS JUST THAT ENTRY.          *
002530******************************************************************
002540 2400-LIST-RATES.
002550     IF TXN-DEST-CODE = SPACE
002560         MOVE LOW-VALUES TO RATE-KEY
002570         START BANN-RATE-FILE KEY NOT < RATE-KEY
002580             INVALID KEY
002590                 DISPLAY 'BANRTM0023I - RATE TABLE IS EMPTY'
002600             NOT INVALID KEY
002610                 MOVE 'N' TO WS-LIST-DONE
002620                 PERFORM 2450-LIST-NEXT-RATE THRU 2450-EXIT
002630                     UNTIL WS-LIST-DONE-YES
002640         END-START
002650     ELSE
002660         MOVE TXN-RATE-KEY TO RATE-KEY
002670         READ BANN-RATE-FILE
002680             INVALID KEY
002690                 DISPLAY 'BANRTM0015E - TXN ' WS-TXN-CTR
002700                     ' REJECTED - DESTINATION ' TXN-DEST-CODE
002710                     ' SHAPE ' TXN-SHAPE ' NOT ON THE TABLE'
002720                 PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
002730             NOT INVALID KEY
002740                 PERFORM 2460-DISPLAY-ONE-RATE THRU 2460-EXIT
002750         END-READ
002760     END-IF.
002770 2400-EXIT.
002780     EXIT.
002790 2450-LIST-NEXT-RATE.
002800     READ BANN-RATE-FILE NEXT
002810         AT END
002820             SET WS-LIST-DONE-YES TO TRUE
002830         NOT AT END
002840             PERFORM 2460-DISPLAY-ONE-RATE THRU 2460-EXIT
002850     END-READ.
002860 2450-EXIT.
002870     EXIT.
002880 2460-DISPLAY-ONE-RATE.
002890     MOVE RATE-PER-ROW TO WS-ROW-RATE-ED
002900     MOVE RATE-PER-PAGE TO WS-PAGE-RATE-ED
002910     DISPLAY 'BANRTM0024I - DESTINATION ' RATE-DEST-CODE
002920         ' SHAPE ' RATE-SHAPE
002930         ' PER ROW ' WS-ROW-RATE-ED
002940         ' PER PAGE ' WS-PAGE-RATE-ED
002950         ' CHANGED ' RATE-CHANGED-DATE
002960     ADD 1 TO WS-LISTED-CTR.
002970 2460-EXIT.
002980     EXIT.
002990******************************************************************
003000*    2500-VALIDATE-TXN-FIELDS THRU 2500-EXIT                     *
003010*    A RATE ENTRY NEEDS ONE OF THE FOUR REPORT DESTINATIONS, A   *
003020*    SHAPE CODE THE BANNER STEP CAN PRODUCE (OR * FOR THE        *
003030*    DESTINATION DEFAULT), AND NUMERIC ROW AND PAGE RATES - A    *
003040*    BLANK RATE COLUMN IS A KEYING ERROR, NOT A FREE RIDE.       *
003050******************************************************************
003060 2500-VALIDATE-TXN-FIELDS.
003070     SET WS-TXN-VALID-YES TO TRUE
003080     IF TXN-DEST-CODE < '1' OR TXN-DEST-CODE > '4'
003090         DISPLAY 'BANRTM0017E - TXN ' WS-TXN-CTR
003100             ' REJECTED - DESTINATION ' TXN-DEST-CODE
003110             ' MUST BE 1 THROUGH 4'
003120         SET WS-TXN-VALID-NO TO TRUE
003130     END-IF
003140     IF WS-TXN-VALID-YES AND NOT TXN-SHAPE-VALID
003150         DISPLAY 'BANRTM0018E - TXN ' WS-TXN-CTR
003160             ' REJECTED - SHAPE ' TXN-SHAPE
003170             ' MUST BE T, D, B, F, OR *'
003180         SET WS-TXN-VALID-NO TO TRUE
003190     END-IF
003200     IF WS-TXN-VALID-YES
003210         AND (TXN-PER-ROW NOT NUMERIC OR TXN-PER-PAGE NOT NUMERIC)
003220         DISPLAY 'BANRTM0019E - TXN ' WS-TXN-CTR
003230             ' REJECTED - ROW AND PAGE RATES MUST BE NUMERIC'
003240         SET WS-TXN-VALID-NO TO TRUE
003250     END-IF
003260     IF WS-TXN-VALID-NO
003270         PERFORM 8000-COUNT-TXN-ERROR THRU 8000-EXIT
003280     END-IF.
003290 2500-EXIT.
003300     EXIT.
003310******************************************************************
003320*    3000-WRAP-UP THRU 3000-EXIT                                 *
003330******************************************************************
003340 3000-WRAP-UP.
003350     DISPLAY 'BANRTM0025I - TRANSACTIONS READ    ' WS-TXN-CTR
003360     DISPLAY 'BANRTM0026I - RATES ADDED          ' WS-ADD-CTR
003370     DISPLAY 'BANRTM0027I - RATES CHANGED        ' WS-CHANGE-CTR
003380     DISPLAY 'BANRTM0028I - RATES DELETED        ' WS-DELETE-CTR
003390     DISPLAY 'BANRTM0029I - RATES LISTED         ' WS-LISTED-CTR
003400     DISPLAY 'BANRTM0030I - TRANSACTIONS IN ERROR' WS-ERROR-CTR
003410     IF WS-TXN-CTR = ZERO
003420         DISPLAY 'BANRTM0031W - BANRTTXN IS EMPTY, NOTHING TO DO'
003430         MOVE 4 TO RETURN-CODE
003440     END-IF.
003450 3000-EXIT.
003460     EXIT.
003470******************************************************************
003480*    8000-COUNT-TXN-ERROR THRU 8000-EXIT                         *
003490*    A REJECTED TRANSACTION IS SKIPPED (THE REST OF THE DECK     *
003500*    STILL RUNS) AND THE JOB STEP RETURN CODE IS RAISED TO 16.   *
003510******************************************************************
003520 8000-COUNT-TXN-ERROR.
003530     ADD 1 TO WS-ERROR-CTR
003540     MOVE 16 TO RETURN-CODE.
003550 8000-EXIT.
003560     EXIT.
003570******************************************************************
003580*    8100-CHECK-RATE-IO THRU 8100-EXIT                           *
003590*    A HARD I/O FAILURE ON THE TABLE (ANYTHING BEYOND THE        *
003600*    DUPLICATE/NOT-FOUND STATUSES THE INVALID KEY PHRASES        *
003610*    ALREADY HANDLE) ABENDS THE STEP RATHER THAN QUIETLY         *
003620*    SKIPPING UPDATES.                                           *
003630******************************************************************
003640 8100-CHECK-RATE-IO.
003650     IF WS-RAT-STATUS NOT = '00' AND WS-RAT-STATUS NOT = '02'
003660         AND WS-RAT-STATUS NOT = '22' AND WS-RAT-STATUS NOT = '23'
003670         DISPLAY 'BANRTM0032E - BANRATE I/O FAILED, STATUS '
003680             WS-RAT-STATUS
003690         MOVE 16 TO RETURN-CODE
003700         STOP RUN
003710     END-IF.
003720 8100-EXIT.
003730     EXIT.
