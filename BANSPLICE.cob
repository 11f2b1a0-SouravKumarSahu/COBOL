000377*                CALLS PASS THE EXTRA LINES, SO THE LOAD-TIME     *
000378*                TRIAL CALL PROVES AN F CARD THE SAME WAY IT      *
000379*                PROVES EVERY OTHER SHAPE.                        *
000380* 10/15/26  DPS  THE AUDIT RECORD NOW CARRIES THE TRIGGER'S      *
000381*                SHAPE CODE (AUD-SHAPE) FOR THE MONTH-END        *
000382*                CHARGEBACK.                                     *
000383* 10/15/26  DPS  THE AUDIT RECORD NOW ALSO CARRIES THE           *
000384*                TRIGGER'S WIDTH, FILL CHARACTER, AND TEXT       *
000385*                LINES, SO BANREPRT CAN REBUILD A SPLICED        *
000386*                DIVIDER FROM THE HISTORY MASTER.                *
000387* 10/15/26  DPS  TRIGGER CARDS CARRY AN EXPECTED MINIMUM AND     *
000388*                MAXIMUM FIRE COUNT (COLS 121-126, BLANK = AT    *
000389*                LEAST ONCE, NO LIMIT) FOR THE NEW BANSPLRC      *
000390*                SPLICE RECONCILIATION STEP; A RANGE THAT IS     *
000391*                NOT NUMERIC OR WHOSE MINIMUM EXCEEDS ITS        *
000392*                MAXIMUM REJECTS THE CARD AT LOAD TIME.  EACH    *
000393*                SPLLOG RECORD NOW ALSO CARRIES THE KEY OF THE   *
000394*                DIVIDER'S BANAUDIT RECORD SO THE TWO CAN BE     *
000395*                PROVED AGAINST EACH OTHER.  THE CARD AND LOG    *
000396*                LAYOUTS MOVED TO THE BANNSTRG AND BANNSLOG      *
000397*                COPYBOOKS, SHARED WITH BANSPLRC.                *
000398******************************************************************
000399*
000400* PURPOSE.  SPLICES BANNERSUB DIVIDERS INTO A REPORT PRINT FILE
000401*           WHEREVER A SECTION-BREAK TRIGGER TEXT APPEARS.
000402*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000610 FD  SPL-TRIGGER-FILE
000620     RECORDING MODE IS F.
000630 01  SPL-TRIGGER-RECORD.
000631     COPY BANNSTRG.
000710 FD  SPL-RPTIN-FILE
000720     RECORDING MODE IS F.
000730 01  SPL-RPTIN-RECORD            PIC X(132).
000765 FD  SPL-LOG-FILE
000766     RECORDING MODE IS F.
000767 01  SPL-LOG-RECORD.
000768     COPY BANNSLOG.
000772 FD  BANN-PARM-FILE
000773     RECORDING MODE IS F.
000774 01  BANN-PARM-RECORD.
000870     88  WS-RIN-EOF-YES           VALUE 'Y'.
000871 01  WS-PRM-EOF               PIC X(01) VALUE 'N'.
000872     88  WS-PRM-EOF-YES           VALUE 'Y'.
000873 01  WS-RANGE-BAD             PIC X(01) VALUE 'N'.
000874     88  WS-RANGE-BAD-YES         VALUE 'Y'.
000875 01  WS-CARD-MIN-FIRES        PIC 9(03).
000876 01  WS-CARD-MAX-FIRES        PIC 9(03).
000880 01  WS-TRIG-COUNT            PIC 9(03) COMP VALUE ZERO.
000890 01  WS-TRIG-IX               PIC 9(03) COMP.
000900 01  WS-MATCHED-IX            PIC 9(03) COMP VALUE ZERO.
001830 1100-EXIT.
001840     EXIT.
001850 1200-FILE-ONE-TRIGGER.
001851     PERFORM 1250-CHECK-FIRE-RANGE THRU 1250-EXIT
001852     IF WS-RANGE-BAD-YES
001853         DISPLAY 'BANSPL0033E - TRIGGER CARD FOR ' TRIG-TEXT
001854         DISPLAY '              REJECTED - FIRE COUNT RANGE '
001855             TRIG-MIN-FIRES '-' TRIG-MAX-FIRES ' IS NOT VALID'
001856         MOVE 16 TO RETURN-CODE
001857         GO TO 1200-EXIT
001858     END-IF
001860     IF TRIG-TEXT = SPACES
001870         DISPLAY 'BANSPL0015E - TRIGGER CARD REJECTED - MATCH'
001880             ' TEXT MUST NOT BE BLANK'
002230     END-IF.
002240 1200-EXIT.
002250     EXIT.
002251******************************************************************
002252*    1250-CHECK-FIRE-RANGE THRU 1250-EXIT                        *
002253*    THE EXPECTED FIRE COUNTS ARE USED BY BANSPLRC, NOT HERE,    *
002254*    BUT A CARD THAT WOULD FAIL THERE IS REJECTED NOW WITH THE   *
002255*    REST OF THE CARD EDITS.  EACH COUNT IS BLANK OR THREE       *
002256*    DIGITS; BLANK MEANS 001 FOR THE MINIMUM AND 999 FOR THE     *
002257*    MAXIMUM.                                                    *
002258******************************************************************
002259 1250-CHECK-FIRE-RANGE.
002260     MOVE 'N' TO WS-RANGE-BAD
002261     MOVE 1 TO WS-CARD-MIN-FIRES
002262     MOVE 999 TO WS-CARD-MAX-FIRES
002263     IF TRIG-MIN-FIRES NOT = SPACES
002264         IF TRIG-MIN-FIRES NUMERIC
002265             MOVE TRIG-MIN-FIRES-N TO WS-CARD-MIN-FIRES
002266         ELSE
002267             SET WS-RANGE-BAD-YES TO TRUE
002268             GO TO 1250-EXIT
002269         END-IF
002270     END-IF
002271     IF TRIG-MAX-FIRES NOT = SPACES
002272         IF TRIG-MAX-FIRES NUMERIC
002273             MOVE TRIG-MAX-FIRES-N TO WS-CARD-MAX-FIRES
002274         ELSE
002275             SET WS-RANGE-BAD-YES TO TRUE
002276             GO TO 1250-EXIT
002277         END-IF
002278     END-IF
002279     IF WS-CARD-MIN-FIRES > WS-CARD-MAX-FIRES
002280         SET WS-RANGE-BAD-YES TO TRUE
002281     END-IF.
002282 1250-EXIT.
002283     EXIT.
002284******************************************************************
002285*    1300-SET-TRIGGER-LENGTH THRU 1300-EXIT                     *
002286*    RECORDS THE TRIMMED LENGTH OF THE MATCH TEXT SO THE LINE    *
002290*    SCAN COMPARES ONLY THE CHARACTERS THE CARD ACTUALLY         *
002300*    PUNCHED.                                                    *
002310******************************************************************
003428     MOVE WS-AUD-SEQ TO AUD-REQUEST-NUM
003429     MOVE WS-SUB-LINE-COUNT TO AUD-ROWS-PRODUCED
003430     MOVE 1 TO AUD-DEST-CODE
003431     MOVE WS-TRIG-SHAPE (WS-MATCHED-IX) TO AUD-SHAPE
003432     MOVE WS-TRIG-FILL (WS-MATCHED-IX) TO AUD-FILL-CHAR
003433     MOVE WS-TRIG-BTEXT (WS-MATCHED-IX) TO AUD-TEXT
003434     MOVE WS-TRIG-BTEXT2 (WS-MATCHED-IX) TO AUD-TEXT2
003435     MOVE WS-TRIG-BTEXT3 (WS-MATCHED-IX) TO AUD-TEXT3
003436     IF WS-TRIG-SHAPE (WS-MATCHED-IX) = 'B'
003437         OR WS-TRIG-SHAPE (WS-MATCHED-IX) = 'F'
003438         MOVE WS-SUB-LINE-COUNT TO AUD-HEIGHT-PRODUCED
003439         MOVE ZERO TO AUD-WIDTH
003440     ELSE
003441         MOVE WS-TRIG-HEIGHT (WS-MATCHED-IX)
003442             TO AUD-HEIGHT-PRODUCED
003443         MOVE WS-TRIG-WIDTH (WS-MATCHED-IX) TO AUD-WIDTH
003444     END-IF
003445     WRITE BANN-AUDIT-RECORD
003446     IF WS-AUD-STATUS NOT = '00'
003447         DISPLAY 'BANSPL0027E - BANAUDIT WRITE FAILED, STATUS '
003448             WS-AUD-STATUS
003449         MOVE 16 TO RETURN-CODE
003450         STOP RUN
003451     END-IF
003452     ADD 1 TO WS-AUDIT-CTR.
003453 2400-EXIT.
003454     EXIT.
003455******************************************************************
003456*    2500-WRITE-SPLICE-LOG THRU 2500-EXIT                       *
003457*    RECORDS WHERE THE DIVIDER WENT - THE RPTIN LINE NUMBER THE  *
003458*    BANNER WAS SPLICED AHEAD OF AND THE TRIGGER TEXT THAT       *
003459*    FIRED - SO A MISPLACED DIVIDER CAN BE WALKED BACK TO THE    *
003460*    REPORT LINE THAT TRIGGERED IT.  THE KEY 2400 GAVE THE AUDIT *
003461*    RECORD FOR THE SAME DIVIDER GOES ON THE LOG RECORD TOO,     *
003462*    TAKEN FROM THE SAME WORKING-STORAGE FIELDS.                 *
003463******************************************************************
003464 2500-WRITE-SPLICE-LOG.
003466     MOVE SPACES TO SPL-LOG-RECORD
003468     MOVE WS-LINES-READ TO SLOG-LINE-NUM
003470     MOVE WS-TRIG-TEXT (WS-MATCHED-IX) TO SLOG-TRIG-TEXT
003471     MOVE WS-RUN-DATE TO SLOG-RUN-DATE
003472     MOVE WS-TRIG-JOB (WS-MATCHED-IX) TO SLOG-JOB-ID
003473     MOVE WS-AUD-SEQ TO SLOG-REQUEST-NUM
003474     WRITE SPL-LOG-RECORD
003475     IF WS-LOG-STATUS NOT = '00'
003476         DISPLAY 'BANSPL0028E - SPLLOG WRITE FAILED, STATUS '
003478             WS-LOG-STATUS
003480         MOVE 16 TO RETURN-CODE
