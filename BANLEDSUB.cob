000100******************************************************************
000110* IDENTIFICATION DIVISION                                       *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    BANLEDSUB.
000150 AUTHOR.        D SPRAGUE.
000160 INSTALLATION.  REPORT PRODUCTION - BATCH SUPPORT.
000170 DATE-WRITTEN.  10/15/26.
000180 DATE-COMPILED.
000190******************************************************************
000200* MODIFICATION HISTORY                                          *
000210* 10/15/26  DPS  ORIGINAL.  RUN-CONTROL LEDGER KEEPER FOR THE    *
000220*                NIGHTLY BANNER STREAM.  NOTHING USED TO STOP A  *
000230*                RERUN FROM POSTING THE SAME BUSINESS DATE INTO  *
000240*                THE HISTORY MASTER TWICE, OR BANAUDUPD FROM     *
000250*                RUNNING AFTER BANRECON ENDED OUT OF BALANCE.    *
000260*                EACH STEP NOW CALLS THIS ROUTINE BEFORE IT      *
000270*                DOES ANY WORK AND AGAIN AS ITS LAST ACT.  THE   *
000280*                START CALL REFUSES THE STEP WHEN ITS            *
000290*                PREDECESSOR HAS NOT COMPLETED CLEANLY (RC       *
000300*                UNDER 8) FOR THE DATE OR WHEN THE STEP ITSELF   *
000310*                ALREADY HAS, UNLESS THE STEP'S BANPARM          *
000320*                OVERRIDE CARD WAS GIVEN, AND OTHERWISE POSTS    *
000330*                THE START.  THE FINISH CALL POSTS THE END       *
000340*                TIME, RETURN CODE, AND TWO KEY COUNTS.  ONE     *
000350*                BANLEDGR RECORD PER BUSINESS DATE, ONE ENTRY    *
000360*                PER STEP IN BANNLSTP ORDER.  THE ROUTINE OWNS   *
000370*                THE LEDGER DATASET - THE STEPS ONLY CARRY THE   *
000380*                BANLEDGR DD.                                    *
000390******************************************************************
000400*
000410* PURPOSE.  CHECKS AND POSTS ONE STEP'S START OR FINISH ON THE
000420*           RUN-CONTROL LEDGER FOR ITS BUSINESS DATE.  THE
000430*           CALLER'S RETURN CODE (LCAL-STEP-RC) IS HANDED BACK IN
000440*           RETURN-CODE.
000450*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPTIONAL BANN-LEDGER-FILE ASSIGN TO BANLEDGR
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS LEDG-BUS-DATE
000560         FILE STATUS IS WS-LGR-STATUS.
000570******************************************************************
000580* DATA DIVISION                                                 *
000590******************************************************************
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  BANN-LEDGER-FILE.
000630 01  BANN-LEDGER-RECORD.
000640     COPY BANNLEDG.
000650 WORKING-STORAGE SECTION.
000660 01  WS-LGR-STATUS            PIC X(02) VALUE '00'.
000670 01  WS-LGR-OPEN              PIC X(01) VALUE 'N'.
000680     88  WS-LGR-OPEN-YES          VALUE 'Y'.
000690 01  WS-LEDG-FOUND            PIC X(01) VALUE 'N'.
000700     88  WS-LEDG-FOUND-YES        VALUE 'Y'.
000710 01  WS-STEP-IX               PIC 9(01) COMP VALUE ZERO.
000720 01  WS-PRED-IX               PIC 9(01) COMP VALUE ZERO.
000730 01  WS-SCAN-IX               PIC 9(01) COMP VALUE ZERO.
000740 01  WS-TIME-STAMP            PIC X(14) VALUE SPACES.
000750 01  WS-PRED-STATE            PIC X(30) VALUE SPACES.
000760 01  WS-DISPLAY-RC            PIC 9(03) VALUE ZERO.
000770 01  WS-STEP-NAMES.
000780     COPY BANNLSTP.
000790******************************************************************
000800* LINKAGE SECTION                                               *
000810******************************************************************
000820 LINKAGE SECTION.
000830 01  LS-LEDGER-CALL.
000840     COPY BANNLCAL.
000850******************************************************************
000860* PROCEDURE DIVISION                                            *
000870******************************************************************
000880 PROCEDURE DIVISION USING LS-LEDGER-CALL.
000890 0000-MAINLINE.
000900     MOVE ZERO TO LCAL-RESULT
000910     MOVE 'N' TO WS-LGR-OPEN
000920     MOVE 'N' TO WS-LEDG-FOUND
000930     MOVE FUNCTION CURRENT-DATE (1:14) TO WS-TIME-STAMP
000940     PERFORM 1000-LOCATE-STEP THRU 1000-EXIT
000950     IF LCAL-ACCEPTED
000960         PERFORM 1100-READ-LEDGER THRU 1100-EXIT
000970     END-IF
000980     IF LCAL-ACCEPTED
000990         IF LCAL-START
001000             PERFORM 2000-CHECK-AND-START THRU 2000-EXIT
001010         ELSE
001020             PERFORM 3000-POST-FINISH THRU 3000-EXIT
001030         END-IF
001040     END-IF
001050     IF WS-LGR-OPEN-YES
001060         CLOSE BANN-LEDGER-FILE
001070     END-IF
001080     MOVE LCAL-STEP-RC TO RETURN-CODE
001090     GOBACK.
001100******************************************************************
001110*    1000-LOCATE-STEP THRU 1000-EXIT                             *
001120*    FINDS THE CALLER'S STEP IN THE BANNLSTP TABLE AND VALIDATES *
001130*    THE CALL.  A STEP NAME OR FUNCTION THE TABLE DOES NOT KNOW  *
001140*    IS A PROGRAMMING ERROR IN THE CALLER AND COMES BACK 16.     *
001150******************************************************************
001160 1000-LOCATE-STEP.
001170     MOVE ZERO TO WS-STEP-IX
001180     PERFORM 1050-MATCH-ONE-STEP THRU 1050-EXIT
001190         VARYING WS-SCAN-IX FROM 1 BY 1
001200         UNTIL WS-SCAN-IX > BANN-STEP-COUNT
001210            OR WS-STEP-IX NOT = ZERO
001220     IF WS-STEP-IX = ZERO
001230         DISPLAY 'BANLDS0010E - STEP ' LCAL-STEP-NAME
001240             ' IS NOT ON THE RUN-CONTROL STEP TABLE'
001250         SET LCAL-LEDGER-ERROR TO TRUE
001260         GO TO 1000-EXIT
001270     END-IF
001280     IF NOT LCAL-START AND NOT LCAL-FINISH
001290         DISPLAY 'BANLDS0011E - INVALID LEDGER FUNCTION '
001300             LCAL-FUNCTION ' FROM STEP ' LCAL-STEP-NAME
001310         SET LCAL-LEDGER-ERROR TO TRUE
001320         GO TO 1000-EXIT
001330     END-IF
001340     IF LCAL-BUS-DATE NOT NUMERIC OR LCAL-BUS-DATE = ZERO
001350         DISPLAY 'BANLDS0012E - INVALID BUSINESS DATE '
001360             LCAL-BUS-DATE ' FROM STEP ' LCAL-STEP-NAME
001370         SET LCAL-LEDGER-ERROR TO TRUE
001380     END-IF.
001390 1000-EXIT.
001400     EXIT.
001410 1050-MATCH-ONE-STEP.
001420     IF BANN-STEP-NAME (WS-SCAN-IX) = LCAL-STEP-NAME
001430         MOVE WS-SCAN-IX TO WS-STEP-IX
001440     END-IF.
001450 1050-EXIT.
001460     EXIT.
001470******************************************************************
001480*    1100-READ-LEDGER THRU 1100-EXIT                             *
001490*    OPENS THE LEDGER AND READS THE BUSINESS DATE'S RECORD.  THE *
001500*    FIRST STEP TO RUN FOR A DATE FINDS NONE AND STARTS A FRESH  *
001510*    RECORD WITH EVERY STEP NAMED AND NOT RUN; NO LEDGER DATASET *
001520*    YET (FIRST NIGHT) IS THE SAME AS AN EMPTY ONE.              *
001530******************************************************************
001540 1100-READ-LEDGER.
001550     OPEN I-O BANN-LEDGER-FILE
001560     IF WS-LGR-STATUS NOT = '00' AND WS-LGR-STATUS NOT = '05'
001570         DISPLAY 'BANLDS0013E - BANLEDGR OPEN FAILED, STATUS '
001580             WS-LGR-STATUS
001590         SET LCAL-LEDGER-ERROR TO TRUE
001600         GO TO 1100-EXIT
001610     END-IF
001620     SET WS-LGR-OPEN-YES TO TRUE
001630     MOVE LCAL-BUS-DATE TO LEDG-BUS-DATE
001640     READ BANN-LEDGER-FILE
001650         INVALID KEY
001660             CONTINUE
001670         NOT INVALID KEY
001680             SET WS-LEDG-FOUND-YES TO TRUE
001690     END-READ
001700     IF WS-LGR-STATUS NOT = '00' AND WS-LGR-STATUS NOT = '23'
001710         DISPLAY 'BANLDS0014E - BANLEDGR READ FAILED, STATUS '
001720             WS-LGR-STATUS
001730         SET LCAL-LEDGER-ERROR TO TRUE
001740         GO TO 1100-EXIT
001750     END-IF
001760     IF NOT WS-LEDG-FOUND-YES
001770         MOVE SPACES TO BANN-LEDGER-RECORD
001780         MOVE LCAL-BUS-DATE TO LEDG-BUS-DATE
001790         PERFORM 1150-CLEAR-ONE-ENTRY THRU 1150-EXIT
001800             VARYING WS-SCAN-IX FROM 1 BY 1
001810             UNTIL WS-SCAN-IX > BANN-STEP-COUNT
001820     END-IF.
001830 1100-EXIT.
001840     EXIT.
001850 1150-CLEAR-ONE-ENTRY.
001860     MOVE BANN-STEP-NAME (WS-SCAN-IX)
001870         TO LEDG-STEP-NAME (WS-SCAN-IX)
001880     MOVE ZERO TO LEDG-STEP-RC (WS-SCAN-IX)
001890     MOVE ZERO TO LEDG-COUNT-1 (WS-SCAN-IX)
001900     MOVE ZERO TO LEDG-COUNT-2 (WS-SCAN-IX)
001910     MOVE ZERO TO LEDG-RUN-COUNT (WS-SCAN-IX)
001920     MOVE 'N' TO LEDG-OVERRIDE-FLAG (WS-SCAN-IX).
001930 1150-EXIT.
001940     EXIT.
001950******************************************************************
001960*    2000-CHECK-AND-START THRU 2000-EXIT                         *
001970*    THE TWO RUN-CONTROL CHECKS, THEN THE START POSTING.  THE    *
001980*    PREDECESSOR MUST BE COMPLETE WITH AN RC UNDER 8 - NOT RUN,  *
001990*    STARTED BUT NEVER FINISHED (IT ABENDED), OR FINISHED RC 8   *
002000*    OR MORE ALL REFUSE THE STEP (RESULT 08).  A STEP THAT       *
002010*    ALREADY COMPLETED CLEANLY FOR THE DATE IS REFUSED A SECOND  *
002020*    RUN (RESULT 12); ONE LEFT STARTED, OR FINISHED RC 8 OR      *
002030*    MORE, MAY BE RERUN - THAT IS THE RECOVERY PATH.  AN         *
002040*    OVERRIDE CARD TURNS EITHER REFUSAL INTO A WARNING AND MARKS *
002050*    THE ENTRY OVERRIDDEN.                                       *
002060******************************************************************
002070 2000-CHECK-AND-START.
002080     MOVE BANN-STEP-PRED-IX (WS-STEP-IX) TO WS-PRED-IX
002090     IF WS-PRED-IX = ZERO
002100         GO TO 2000-CHECK-DONE
002110     END-IF
002120     EVALUATE TRUE
002130         WHEN LEDG-STEP-COMPLETE (WS-PRED-IX)
002140             AND LEDG-STEP-RC (WS-PRED-IX) < 8
002150             GO TO 2000-CHECK-DONE
002160         WHEN LEDG-STEP-COMPLETE (WS-PRED-IX)
002170             MOVE LEDG-STEP-RC (WS-PRED-IX) TO WS-DISPLAY-RC
002180             MOVE SPACES TO WS-PRED-STATE
002190             STRING 'ENDED RC ' WS-DISPLAY-RC
002200                 DELIMITED BY SIZE INTO WS-PRED-STATE
002210         WHEN LEDG-STEP-STARTED (WS-PRED-IX)
002220             MOVE 'STARTED BUT NEVER FINISHED' TO WS-PRED-STATE
002230         WHEN OTHER
002240             MOVE 'HAS NOT RUN' TO WS-PRED-STATE
002250     END-EVALUATE
002260     IF LCAL-OVERRIDE-YES
002270         DISPLAY 'BANLDS0015W - ' LCAL-STEP-NAME ' FOR '
002280             LCAL-BUS-DATE ' - PREDECESSOR '
002290             BANN-STEP-NAME (WS-PRED-IX) ' ' WS-PRED-STATE
002300         DISPLAY 'BANLDS0016W - BANPARM OVERRIDE IN EFFECT - '
002310             LCAL-STEP-NAME ' RUNS ANYWAY'
002320         SET LEDG-OVERRIDDEN (WS-STEP-IX) TO TRUE
002330     ELSE
002340         DISPLAY 'BANLDS0017E - ' LCAL-STEP-NAME ' REFUSED FOR '
002350             LCAL-BUS-DATE ' - PREDECESSOR '
002360             BANN-STEP-NAME (WS-PRED-IX) ' ' WS-PRED-STATE
002370         SET LCAL-REFUSED-PRED TO TRUE
002380         GO TO 2000-EXIT
002390     END-IF.
002400 2000-CHECK-DONE.
002410     IF LEDG-STEP-COMPLETE (WS-STEP-IX)
002420         AND LEDG-STEP-RC (WS-STEP-IX) < 8
002430         MOVE LEDG-STEP-RC (WS-STEP-IX) TO WS-DISPLAY-RC
002440         IF LCAL-OVERRIDE-YES
002450             DISPLAY 'BANLDS0018W - ' LCAL-STEP-NAME
002460                 ' ALREADY COMPLETED FOR ' LCAL-BUS-DATE ' AT '
002470                 LEDG-END-STAMP (WS-STEP-IX) ' RC ' WS-DISPLAY-RC
002480             DISPLAY 'BANLDS0016W - BANPARM OVERRIDE IN EFFECT - '
002490                 LCAL-STEP-NAME ' RUNS ANYWAY'
002500             SET LEDG-OVERRIDDEN (WS-STEP-IX) TO TRUE
002510         ELSE
002520             DISPLAY 'BANLDS0019E - ' LCAL-STEP-NAME ' REFUSED - '
002530                 'ALREADY COMPLETED FOR ' LCAL-BUS-DATE ' AT '
002540                 LEDG-END-STAMP (WS-STEP-IX) ' RC ' WS-DISPLAY-RC
002550             SET LCAL-REFUSED-DONE TO TRUE
002560             GO TO 2000-EXIT
002570         END-IF
002580     END-IF
002590     SET LEDG-STEP-STARTED (WS-STEP-IX) TO TRUE
002600     MOVE WS-TIME-STAMP TO LEDG-START-STAMP (WS-STEP-IX)
002610     MOVE SPACES TO LEDG-END-STAMP (WS-STEP-IX)
002620     MOVE ZERO TO LEDG-STEP-RC (WS-STEP-IX)
002630     MOVE ZERO TO LEDG-COUNT-1 (WS-STEP-IX)
002640     MOVE ZERO TO LEDG-COUNT-2 (WS-STEP-IX)
002650     IF LEDG-RUN-COUNT (WS-STEP-IX) NOT NUMERIC
002660         MOVE ZERO TO LEDG-RUN-COUNT (WS-STEP-IX)
002670     END-IF
002680     IF LEDG-RUN-COUNT (WS-STEP-IX) < 99
002690         ADD 1 TO LEDG-RUN-COUNT (WS-STEP-IX)
002700     END-IF
002710     PERFORM 4000-WRITE-LEDGER THRU 4000-EXIT
002720     IF LCAL-ACCEPTED
002730         DISPLAY 'BANLDS0020I - ' LCAL-STEP-NAME
002740             ' START POSTED FOR BUSINESS DATE ' LCAL-BUS-DATE
002750             ' - RUN ' LEDG-RUN-COUNT (WS-STEP-IX)
002760     END-IF.
002770 2000-EXIT.
002780     EXIT.
002790******************************************************************
002800*    3000-POST-FINISH THRU 3000-EXIT                             *
002810*    POSTS THE STEP COMPLETE WITH ITS END TIME, RETURN CODE, AND *
002820*    KEY COUNTS.  A FINISH WITH NO START ON FILE IS STILL        *
002830*    POSTED, SINCE THE WORK WAS DONE, BUT IS CALLED OUT.         *
002840******************************************************************
002850 3000-POST-FINISH.
002860     IF NOT LEDG-STEP-STARTED (WS-STEP-IX)
002870         DISPLAY 'BANLDS0021W - ' LCAL-STEP-NAME ' HAD NO START '
002880             'POSTED FOR ' LCAL-BUS-DATE ' - FINISH POSTED ANYWAY'
002890         MOVE WS-TIME-STAMP TO LEDG-START-STAMP (WS-STEP-IX)
002900     END-IF
002910     SET LEDG-STEP-COMPLETE (WS-STEP-IX) TO TRUE
002920     MOVE WS-TIME-STAMP TO LEDG-END-STAMP (WS-STEP-IX)
002930     MOVE LCAL-STEP-RC TO LEDG-STEP-RC (WS-STEP-IX)
002940     MOVE LCAL-COUNT-1 TO LEDG-COUNT-1 (WS-STEP-IX)
002950     MOVE LCAL-COUNT-2 TO LEDG-COUNT-2 (WS-STEP-IX)
002960     PERFORM 4000-WRITE-LEDGER THRU 4000-EXIT
002970     IF LCAL-ACCEPTED
002980         MOVE LCAL-STEP-RC TO WS-DISPLAY-RC
002990         DISPLAY 'BANLDS0022I - ' LCAL-STEP-NAME
003000             ' FINISH POSTED FOR BUSINESS DATE ' LCAL-BUS-DATE
003010             ' - RC ' WS-DISPLAY-RC
003020     END-IF.
003030 3000-EXIT.
003040     EXIT.
003050******************************************************************
003060*    4000-WRITE-LEDGER THRU 4000-EXIT                            *
003070*    ADDS THE DATE'S RECORD THE FIRST TIME A STEP POSTS TO IT    *
003080*    AND REWRITES IT EVERY TIME AFTER.                           *
003090******************************************************************
003100 4000-WRITE-LEDGER.
003110     IF WS-LEDG-FOUND-YES
003120         REWRITE BANN-LEDGER-RECORD
003130             INVALID KEY
003140                 CONTINUE
003150         END-REWRITE
003160     ELSE
003170         WRITE BANN-LEDGER-RECORD
003180             INVALID KEY
003190                 CONTINUE
003200         END-WRITE
003210     END-IF
003220     IF WS-LGR-STATUS NOT = '00'
003230         DISPLAY 'BANLDS0023E - BANLEDGR WRITE FAILED FOR '
003240             LCAL-BUS-DATE ', STATUS ' WS-LGR-STATUS
003250         SET LCAL-LEDGER-ERROR TO TRUE
003260     ELSE
003270         SET WS-LEDG-FOUND-YES TO TRUE
003280     END-IF.
003290 4000-EXIT.
003300     EXIT.
