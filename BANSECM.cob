000280*                AUTHORIZATION FLAG PER REPORT DESTINATION 1-4    *
000290*                THAT STARTRIANGLE'S REQUEST VALIDATION NOW       *
000300*                ENFORCES.  A BLANK DESTINATION FLAG FILES AS N.  *
000301* 10/15/26  DPS  L LISTING NOW SHOWS EACH DESTINATION'S NAME     *
000302*                FROM THE BANDEST DESTINATION MASTER BESIDE THE  *
000303*                OPERATOR'S Y/N FLAG FOR IT.  THE MASTER IS      *
000304*                OPTIONAL HERE - WITHOUT IT THE FLAGS LIST BY    *
000305*                CODE ALONE AND THE STEP ENDS RC 4.              *
000310******************************************************************
000320*
000330* PURPOSE.  ADDS, CHANGES, DELETES, AND LISTS OPERATOR ENTRIES
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SEC-OPERATOR-ID
000490         FILE STATUS IS WS-SEC-STATUS.
000491     SELECT OPTIONAL BANN-DEST-FILE ASSIGN TO BANDEST
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS RANDOM
000494         RECORD KEY IS DEST-CODE
000495         FILE STATUS IS WS-DST-STATUS.
000500******************************************************************
000510* DATA DIVISION                                                 *
000520******************************************************************
000680 FD  BANN-SECURITY-FILE.
000690 01  BANN-SECURITY-RECORD.
000700     COPY BANNSEC.
000701 FD  BANN-DEST-FILE.
000702 01  BANN-DEST-RECORD.
000703     COPY BANNDEST.
000710******************************************************************
000720*    WORKING-STORAGE SECTION                                    *
000730******************************************************************
000740 WORKING-STORAGE SECTION.
000750 01  WS-TXN-STATUS            PIC X(02) VALUE '00'.
000760 01  WS-SEC-STATUS            PIC X(02) VALUE '00'.
000761 01  WS-DST-STATUS            PIC X(02) VALUE '00'.
000770 01  WS-TXN-EOF               PIC X(01) VALUE 'N'.
000780     88  WS-TXN-EOF-YES           VALUE 'Y'.
000790 01  WS-LIST-DONE             PIC X(01) VALUE 'N'.
000880 01  WS-ERROR-CTR             PIC 9(05) COMP VALUE ZERO.
000890 01  WS-LISTED-CTR            PIC 9(05) COMP VALUE ZERO.
000900 01  WS-DEST-IX               PIC 9(01) COMP.
000901 01  WS-DEST-NAME-TABLE.
000902     05  WS-DEST-NAME         PIC X(24) OCCURS 4 TIMES.
000910******************************************************************
000920* PROCEDURE DIVISION                                            *
000930******************************************************************
001170             WS-SEC-STATUS
001180         MOVE 16 TO RETURN-CODE
001190         STOP RUN
001191     END-IF
001192     PERFORM 1050-LOAD-DEST-NAMES THRU 1050-EXIT.
001210 1000-EXIT.
001220     EXIT.
001221******************************************************************
001222*    1050-LOAD-DEST-NAMES THRU 1050-EXIT                         *
001223*    PULLS THE NAME OF EACH OF THE FOUR DESTINATIONS OFF THE     *
001224*    BANDEST MASTER INTO WS-DEST-NAME FOR THE L LISTING.  A CODE *
001225*    NOT ON THE MASTER LISTS AS UNDEFINED; NO MASTER AT ALL      *
001226*    LEAVES THE NAMES BLANK AND WARNS, SINCE MAINTENANCE ITSELF  *
001227*    DOES NOT NEED THEM.                                         *
001228******************************************************************
001229 1050-LOAD-DEST-NAMES.
001230     MOVE SPACES TO WS-DEST-NAME-TABLE
001231     OPEN INPUT BANN-DEST-FILE
001232     IF WS-DST-STATUS = '00'
001233         PERFORM 1060-LOAD-ONE-DEST-NAME THRU 1060-EXIT
001234             VARYING WS-DEST-IX FROM 1 BY 1
001235             UNTIL WS-DEST-IX > 4
001236         CLOSE BANN-DEST-FILE
001237     ELSE
001238         IF WS-DST-STATUS NOT = '05' AND WS-DST-STATUS NOT = '35'
001239             DISPLAY 'BANSCM0032E - BANDEST OPEN FAILED, STATUS '
001240                 WS-DST-STATUS
001241             MOVE 16 TO RETURN-CODE
001242             STOP RUN
001243         END-IF
001244         IF WS-DST-STATUS = '05'
001245             CLOSE BANN-DEST-FILE
001246         END-IF
001247         DISPLAY 'BANSCM0033W - BANDEST NOT AVAILABLE, '
001248             'DESTINATIONS LIST BY CODE ONLY'
001249         IF RETURN-CODE = ZERO
001250             MOVE 4 TO RETURN-CODE
001251         END-IF
001252     END-IF.
001253 1050-EXIT.
001254     EXIT.
001255 1060-LOAD-ONE-DEST-NAME.
001256     MOVE WS-DEST-IX TO DEST-CODE
001257     READ BANN-DEST-FILE
001258         INVALID KEY
001259             MOVE '*** UNDEFINED ***' TO WS-DEST-NAME (WS-DEST-IX)
001260         NOT INVALID KEY
001261             MOVE DEST-NAME TO WS-DEST-NAME (WS-DEST-IX)
001262     END-READ
001263     IF WS-DST-STATUS NOT = '00' AND WS-DST-STATUS NOT = '23'
001264         DISPLAY 'BANSCM0034E - BANDEST READ FAILED, STATUS '
001265             WS-DST-STATUS
001266         MOVE 16 TO RETURN-CODE
001267         STOP RUN
001268     END-IF.
001269 1060-EXIT.
001270     EXIT.
001271******************************************************************
001272*    1100-READ-TXN-RECORD THRU 1100-EXIT                        *
001273******************************************************************
001274 1100-READ-TXN-RECORD.
001275     READ BANN-TXN-FILE
001280         AT END
001290             SET WS-TXN-EOF-YES TO TRUE
001300         NOT AT END
002800     DISPLAY 'BANSCM0024I - OPERATOR ' SEC-OPERATOR-ID
002810         ' DEPT ' SEC-DEPARTMENT
002820         ' DEST 1-4 ' SEC-DEST-AUTH
002821     PERFORM 2470-DISPLAY-ONE-DEST-FLAG THRU 2470-EXIT
002822         VARYING WS-DEST-IX FROM 1 BY 1
002823         UNTIL WS-DEST-IX > 4
002830     ADD 1 TO WS-LISTED-CTR.
002840 2460-EXIT.
002850     EXIT.
002851 2470-DISPLAY-ONE-DEST-FLAG.
002852     DISPLAY 'BANSCM0035I -     DEST ' WS-DEST-IX
002853         ' ' WS-DEST-NAME (WS-DEST-IX)
002854         ' AUTHORIZED ' SEC-DEST-FLAG (WS-DEST-IX).
002855 2470-EXIT.
002856     EXIT.
002860******************************************************************
002870*    2500-VALIDATE-TXN-FIELDS THRU 2500-EXIT                     *
002880*    AN OPERATOR ENTRY NEEDS AN ID, A DEPARTMENT, AND A USABLE   *
