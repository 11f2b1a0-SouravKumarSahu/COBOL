000320*                SELECTED).  MATCHING RECORDS GO TO A FORMATTED    *
000330*                REPORT (HSTRPT01) AND, UNTOUCHED, TO AN EXTRACT   *
000340*                FILE (BANHISTX) FOR DOWNSTREAM USE.               *
000341* 10/15/26  DPS  DETAIL LINE NOW ALSO SHOWS THE DESTINATION'S    *
000342*                NAME FROM THE BANDEST DESTINATION MASTER NEXT   *
000343*                TO THE CODE.  THE MASTER IS OPTIONAL HERE -     *
000344*                WITHOUT IT THE CODES PRINT ALONE AND THE STEP   *
000345*                ENDS RC 4.                                      *
000346* 10/15/26  DPS  THE HISTORY RECORD GREW TO 160 BYTES            *
000347*                (BANREPRT'S REBUILD AND REPRINT FIELDS), SO     *
000348*                THE EXTRACT FILE DID TOO, AND THE DETAIL LINE   *
000349*                NOW SHOWS THE REPRINT DATE OF A REPRINT RECORD  *
000350*                - IT SHARES ITS ORIGINAL BANNER'S KEY AND       *
000351*                WOULD OTHERWISE READ LIKE AN UNFLAGGED          *
000352*                DOUBLE-RUN.                                     *
000353* 10/15/26  DPS  THE HISTORY MASTER IS NOW A VSAM KSDS KEYED ON  *
000354*                RUN-DATE/JOB/REQUEST WITH ALTERNATE INDEXES ON  *
000355*                OPERATOR ID AND DESTINATION, SO EACH SELECTION  *
000356*                CARD NOW GOES STRAIGHT TO ITS RECORDS INSTEAD   *
000357*                OF EVERY CARD RIDING ONE FULL PASS - A CARD     *
000358*                NAMING AN OPERATOR READS THAT OPERATOR'S        *
000359*                RECORDS THROUGH THE OPERATOR INDEX, ONE WITH A  *
000360*                DATE RANGE READS JUST THAT RANGE OF THE KEY,    *
000361*                ONE NAMING ONLY A DESTINATION READS THROUGH     *
000362*                THE DESTINATION INDEX, AND ONLY A CARD WITH     *
000363*                NONE OF THE THREE STILL READS THE WHOLE         *
000364*                MASTER.  THE REPORT NOW RUNS CARD BY CARD       *
000365*                UNDER A LINE NAMING EACH CARD'S ACCESS PATH; A  *
000366*                RECORD AN EARLIER CARD ALREADY SELECTED IS NOT  *
000367*                REPEATED UNDER A LATER ONE.                     *
000368******************************************************************
000369*
000370* PURPOSE.  SELECTS AUDIT HISTORY MASTER RECORDS AGAINST THE
000380*           HISTSEL SELECTION CARDS AND PRODUCES THE HISTORY
000390*           INQUIRY REPORT PLUS AN EXTRACT OF THE MATCHES.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT HIST-MAST-FILE     ASSIGN TO BANHISTI
000471         ORGANIZATION IS INDEXED
000472         ACCESS MODE IS DYNAMIC
000473         RECORD KEY IS HIST-KEY
000474         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID WITH DUPLICATES
000475         ALTERNATE RECORD KEY IS HIST-DEST-CODE WITH DUPLICATES
000490         FILE STATUS IS WS-HIN-STATUS.
000500     SELECT HIST-SEL-FILE      ASSIGN TO HISTSEL
000510         ORGANIZATION IS LINE SEQUENTIAL
000560     SELECT HIST-EXTR-FILE     ASSIGN TO BANHISTX
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-EXT-STATUS.
000581     SELECT OPTIONAL BANN-DEST-FILE ASSIGN TO BANDEST
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS RANDOM
000584         RECORD KEY IS DEST-CODE
000585         FILE STATUS IS WS-DST-STATUS.
000590******************************************************************
000600* DATA DIVISION                                                 *
000610******************************************************************
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  HIST-MAST-FILE.
000660 01  HIST-MAST-RECORD.
000670     COPY BANNHIST.
000680 FD  HIST-SEL-FILE
000800 01  HIST-RPT-RECORD             PIC X(132).
000810 FD  HIST-EXTR-FILE
000820     RECORDING MODE IS F.
000830 01  HIST-EXTR-RECORD            PIC X(160).
000831 FD  BANN-DEST-FILE.
000832 01  BANN-DEST-RECORD.
000833     COPY BANNDEST.
000840******************************************************************
000850*    WORKING-STORAGE SECTION                                    *
000860******************************************************************
000890 01  WS-SEL-STATUS            PIC X(02) VALUE '00'.
000900 01  WS-RPT-STATUS            PIC X(02) VALUE '00'.
000910 01  WS-EXT-STATUS            PIC X(02) VALUE '00'.
000911 01  WS-DST-STATUS            PIC X(02) VALUE '00'.
000912 01  WS-DEST-IX               PIC 9(01) COMP.
000913 01  WS-DEST-NAME-TABLE.
000914     05  WS-DEST-NAME         PIC X(24) OCCURS 4 TIMES.
000920 01  WS-HIN-EOF               PIC X(01) VALUE 'N'.
000930     88  WS-HIN-EOF-YES           VALUE 'Y'.
000940 01  WS-SEL-EOF               PIC X(01) VALUE 'N'.
000970     88  WS-SEL-MATCHED-YES       VALUE 'Y'.
000980 01  WS-SEL-COUNT             PIC 9(03) COMP VALUE ZERO.
000990 01  WS-SEL-IX                PIC 9(03) COMP.
000991 01  WS-CUR-IX                PIC 9(03) COMP.
000992 01  WS-SEL-HIT               PIC 9(03) COMP.
001000 01  WS-SEL-CARD-CTR          PIC 9(03) COMP VALUE ZERO.
001010 01  WS-READ-CTR              PIC 9(07) COMP VALUE ZERO.
001020 01  WS-SELECT-CTR            PIC 9(07) COMP VALUE ZERO.
001130         10  WS-SEL-OPER      PIC X(08).
001140         10  WS-SEL-DEST      PIC X(01).
001150         10  WS-SEL-DUP       PIC X(01).
001151         10  WS-SEL-PATH      PIC X(01).
001152             88  WS-SEL-BY-OPERATOR   VALUE 'O'.
001153             88  WS-SEL-BY-RUN-DATE   VALUE 'K'.
001154             88  WS-SEL-BY-DEST       VALUE 'D'.
001155             88  WS-SEL-BY-ALL        VALUE 'A'.
001160 01  WS-HEADING-1.
001170     05  FILLER               PIC X(10) VALUE 'BANHISTQ'.
001180     05  FILLER               PIC X(20) VALUE SPACES.
001310     05  FILLER               PIC X(10) VALUE '      ROWS'.
001320     05  FILLER               PIC X(05) VALUE '  DUP'.
001330     05  FILLER               PIC X(06) VALUE '  DEST'.
001331     05  FILLER               PIC X(02) VALUE SPACES.
001332     05  FILLER               PIC X(24) VALUE 'DESTINATION NAME'.
001333     05  FILLER               PIC X(02) VALUE SPACES.
001334     05  FILLER               PIC X(09) VALUE 'REPRINTED'.
001335     05  FILLER               PIC X(28) VALUE SPACES.
001350 01  WS-DETAIL-LINE.
001360     05  DET-DATE             PIC 9(08).
001370     05  FILLER               PIC X(02) VALUE SPACES.
001480     05  DET-DUP              PIC X(01).
001490     05  FILLER               PIC X(05) VALUE SPACES.
001500     05  DET-DEST             PIC 9(01).
001501     05  FILLER               PIC X(02) VALUE SPACES.
001502     05  DET-DEST-NAME        PIC X(24).
001503     05  FILLER               PIC X(02) VALUE SPACES.
001504     05  DET-REPRINT-DATE     PIC X(08).
001505     05  FILLER               PIC X(28) VALUE SPACES.
001520 01  WS-TOTAL-LINE.
001530     05  FILLER               PIC X(02) VALUE SPACES.
001540     05  TOT-LABEL            PIC X(24).
001550     05  TOT-COUNT            PIC ZZZZZZ9.
001560     05  FILLER               PIC X(99) VALUE SPACES.
001561 01  WS-SELECT-LINE.
001562     05  FILLER               PIC X(10) VALUE 'SELECTION'.
001563     05  SLN-NUMBER           PIC ZZ9.
001564     05  FILLER               PIC X(03) VALUE ' - '.
001565     05  SLN-PATH             PIC X(40).
001566     05  FILLER               PIC X(76) VALUE SPACES.
001570******************************************************************
001580* PROCEDURE DIVISION                                            *
001590******************************************************************
001600 PROCEDURE DIVISION.
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001630     PERFORM 2000-RUN-ONE-SELECT THRU 2000-EXIT
001640         VARYING WS-CUR-IX FROM 1 BY 1
001641         UNTIL WS-CUR-IX > WS-SEL-COUNT
001650     PERFORM 3000-WRAP-UP THRU 3000-EXIT
001660     CLOSE HIST-MAST-FILE
001670     CLOSE HIST-RPT-FILE
001990         MOVE SPACES TO WS-SEL-OPER (1)
002000         MOVE SPACE TO WS-SEL-DEST (1)
002010         MOVE SPACE TO WS-SEL-DUP (1)
002011         SET WS-SEL-BY-ALL (1) TO TRUE
002020     END-IF
002030     OPEN INPUT HIST-MAST-FILE
002040     IF WS-HIN-STATUS NOT = '00' AND WS-HIN-STATUS NOT = '05'
002210         MOVE 16 TO RETURN-CODE
002220         STOP RUN
002230     END-IF
002240     PERFORM 1050-LOAD-DEST-NAMES THRU 1050-EXIT.
002250 1000-EXIT.
002260     EXIT.
002261******************************************************************
002262*    1050-LOAD-DEST-NAMES THRU 1050-EXIT                         *
002263*    PULLS THE NAME OF EACH OF THE FOUR DESTINATIONS OFF THE     *
002264*    BANDEST MASTER INTO WS-DEST-NAME.  A CODE NOT ON THE MASTER *
002265*    PRINTS AS UNDEFINED; NO MASTER AT ALL LEAVES THE NAMES      *
002266*    BLANK AND WARNS, SINCE THE SELECTION ITSELF IS STILL GOOD.  *
002267******************************************************************
002268 1050-LOAD-DEST-NAMES.
002269     MOVE SPACES TO WS-DEST-NAME-TABLE
002270     OPEN INPUT BANN-DEST-FILE
002271     IF WS-DST-STATUS = '00'
002272         PERFORM 1060-LOAD-ONE-DEST-NAME THRU 1060-EXIT
002273             VARYING WS-DEST-IX FROM 1 BY 1
002274             UNTIL WS-DEST-IX > 4
002275         CLOSE BANN-DEST-FILE
002276     ELSE
002277         IF WS-DST-STATUS NOT = '05' AND WS-DST-STATUS NOT = '35'
002278             DISPLAY 'BANHSQ0030E - BANDEST OPEN FAILED, STATUS '
002279                 WS-DST-STATUS
002280             MOVE 16 TO RETURN-CODE
002281             STOP RUN
002282         END-IF
002283         IF WS-DST-STATUS = '05'
002284             CLOSE BANN-DEST-FILE
002285         END-IF
002286         DISPLAY 'BANHSQ0031W - BANDEST NOT AVAILABLE, '
002287             'DESTINATIONS PRINT BY CODE ONLY'
002288         IF RETURN-CODE = ZERO
002289             MOVE 4 TO RETURN-CODE
002290         END-IF
002291     END-IF.
002292 1050-EXIT.
002293     EXIT.
002294 1060-LOAD-ONE-DEST-NAME.
002295     MOVE WS-DEST-IX TO DEST-CODE
002296     READ BANN-DEST-FILE
002297         INVALID KEY
002298             MOVE '*** UNDEFINED ***' TO WS-DEST-NAME (WS-DEST-IX)
002299         NOT INVALID KEY
002300             MOVE DEST-NAME TO WS-DEST-NAME (WS-DEST-IX)
002301     END-READ
002302     IF WS-DST-STATUS NOT = '00' AND WS-DST-STATUS NOT = '23'
002303         DISPLAY 'BANHSQ0032E - BANDEST READ FAILED, STATUS '
002304             WS-DST-STATUS
002305         MOVE 16 TO RETURN-CODE
002306         STOP RUN
002307     END-IF.
002308 1060-EXIT.
002309     EXIT.
002310******************************************************************
002311*    1100-LOAD-ONE-SELECT THRU 1100-EXIT                        *
002312******************************************************************
002313 1100-LOAD-ONE-SELECT.
002314     READ HIST-SEL-FILE
002320         AT END
002330             SET WS-SEL-EOF-YES TO TRUE
002340         NOT AT END
003120     MOVE SEL-OPERATOR-ID TO WS-SEL-OPER (WS-SEL-COUNT)
003130     MOVE SEL-DEST-CODE TO WS-SEL-DEST (WS-SEL-COUNT)
003140     MOVE SEL-DUP-ONLY TO WS-SEL-DUP (WS-SEL-COUNT)
003141*    THE ACCESS PATH - THE OPERATOR INDEX WHEN AN OPERATOR IS
003142*    PUNCHED, ELSE THE RUN-DATE KEY WHEN EITHER DATE IS, ELSE THE
003143*    DESTINATION INDEX WHEN A DESTINATION IS, ELSE THE WHOLE MASTER.
003144     EVALUATE TRUE
003145         WHEN SEL-OPERATOR-ID NOT = SPACES
003146             SET WS-SEL-BY-OPERATOR (WS-SEL-COUNT) TO TRUE
003147         WHEN SEL-DATE-FROM NOT = SPACES
003148         WHEN SEL-DATE-TO NOT = SPACES
003149             SET WS-SEL-BY-RUN-DATE (WS-SEL-COUNT) TO TRUE
003150         WHEN SEL-DEST-CODE NOT = SPACE
003151             SET WS-SEL-BY-DEST (WS-SEL-COUNT) TO TRUE
003152         WHEN OTHER
003153             SET WS-SEL-BY-ALL (WS-SEL-COUNT) TO TRUE
003154     END-EVALUATE
003155     DISPLAY 'BANHSQ0022I - SELECTION ' WS-SEL-COUNT
003160         ' DATES ' WS-SEL-FROM (WS-SEL-COUNT)
003170         '-' WS-SEL-TO (WS-SEL-COUNT)
003180         ' JOB ' WS-SEL-JOB (WS-SEL-COUNT)
003190         ' OPER ' WS-SEL-OPER (WS-SEL-COUNT)
003200         ' DEST ' WS-SEL-DEST (WS-SEL-COUNT)
003210         ' DUP-ONLY ' WS-SEL-DUP (WS-SEL-COUNT)
003211         ' PATH ' WS-SEL-PATH (WS-SEL-COUNT).
003220 1200-EXIT.
003230     EXIT.
003240******************************************************************
003250*    1400-READ-HISTORY THRU 1400-EXIT                           *
003251*    READS THE NEXT MASTER RECORD ALONG THE CURRENT CARD'S       *
003252*    ACCESS PATH AND ENDS THE CARD'S BROWSE AT THE END OF THE    *
003253*    FILE OR AT THE FIRST RECORD PAST THE PATH - ANOTHER         *
003254*    OPERATOR, ANOTHER DESTINATION, OR A RUN DATE BEYOND THE     *
003255*    CARD'S TO DATE.  A DUPLICATE ALTERNATE KEY (STATUS 02) IS   *
003256*    THE NORMAL CASE ON THE TWO INDEXES.                         *
003260******************************************************************
003270 1400-READ-HISTORY.
003280     READ HIST-MAST-FILE NEXT RECORD
003290         AT END
003300             SET WS-HIN-EOF-YES TO TRUE
003301     END-READ
003302     IF WS-HIN-EOF-YES
003303         GO TO 1400-EXIT
003304     END-IF
003305     IF WS-HIN-STATUS NOT = '00' AND WS-HIN-STATUS NOT = '02'
003306         DISPLAY 'BANHSQ0023E - BANHISTI READ FAILED, '
003307             'STATUS ' WS-HIN-STATUS
003308         MOVE 16 TO RETURN-CODE
003309         STOP RUN
003310     END-IF
003311     EVALUATE TRUE
003312         WHEN WS-SEL-BY-OPERATOR (WS-CUR-IX)
003313             IF HIST-OPERATOR-ID NOT = WS-SEL-OPER (WS-CUR-IX)
003314                 SET WS-HIN-EOF-YES TO TRUE
003370             END-IF
003376         WHEN WS-SEL-BY-DEST (WS-CUR-IX)
003377             IF HIST-DEST-CODE NOT = WS-SEL-DEST (WS-CUR-IX)
003378                 SET WS-HIN-EOF-YES TO TRUE
003379             END-IF
003380         WHEN OTHER
003381             IF HIST-RUN-DATE > WS-SEL-TO (WS-CUR-IX)
003382                 SET WS-HIN-EOF-YES TO TRUE
003383             END-IF
003384     END-EVALUATE
003385     IF NOT WS-HIN-EOF-YES
003386         ADD 1 TO WS-READ-CTR
003387     END-IF.
003400 1400-EXIT.
003410     EXIT.
003420******************************************************************
003421*    2000-RUN-ONE-SELECT THRU 2000-EXIT                          *
003422*    POSITIONS THE MASTER AT THE START OF ONE CARD'S ACCESS      *
003423*    PATH, NAMES THE PATH ON THE REPORT, AND RUNS EVERY RECORD   *
003424*    ALONG IT AGAINST THE CARD.  A START THAT FINDS NOTHING      *
003425*    (STATUS 23) SIMPLY MEANS NO RECORDS FOR THIS CARD.          *
003470******************************************************************
003471 2000-RUN-ONE-SELECT.
003472     MOVE 'N' TO WS-HIN-EOF
003473     MOVE WS-CUR-IX TO SLN-NUMBER
003474     EVALUATE TRUE
003475         WHEN WS-SEL-BY-OPERATOR (WS-CUR-IX)
003476             MOVE 'BY OPERATOR INDEX' TO SLN-PATH
003477             MOVE WS-SEL-OPER (WS-CUR-IX) TO HIST-OPERATOR-ID
003478             START HIST-MAST-FILE KEY = HIST-OPERATOR-ID
003479                 INVALID KEY
003480                     SET WS-HIN-EOF-YES TO TRUE
003481             END-START
003482         WHEN WS-SEL-BY-DEST (WS-CUR-IX)
003483             MOVE 'BY DESTINATION INDEX' TO SLN-PATH
003484             MOVE WS-SEL-DEST (WS-CUR-IX) TO HIST-DEST-CODE
003485             START HIST-MAST-FILE KEY = HIST-DEST-CODE
003486                 INVALID KEY
003487                     SET WS-HIN-EOF-YES TO TRUE
003488             END-START
003489         WHEN OTHER
003490             IF WS-SEL-BY-ALL (WS-CUR-IX)
003491                 MOVE 'WHOLE MASTER' TO SLN-PATH
003492             ELSE
003493                 MOVE 'BY RUN-DATE KEY' TO SLN-PATH
003494             END-IF
003495             MOVE LOW-VALUES TO HIST-KEY
003496             MOVE WS-SEL-FROM (WS-CUR-IX) TO HIST-RUN-DATE
003497             START HIST-MAST-FILE KEY NOT < HIST-KEY
003498                 INVALID KEY
003499                     SET WS-HIN-EOF-YES TO TRUE
003500             END-START
003501     END-EVALUATE
003502     IF WS-HIN-STATUS NOT = '00' AND WS-HIN-STATUS NOT = '23'
003503         DISPLAY 'BANHSQ0033E - BANHISTI START FAILED, STATUS '
003504             WS-HIN-STATUS
003505         MOVE 16 TO RETURN-CODE
003506         STOP RUN
003507     END-IF
003508     MOVE SPACES TO WS-PRINT-LINE
003509     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003510     MOVE WS-SELECT-LINE TO WS-PRINT-LINE
003511     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003512     IF NOT WS-HIN-EOF-YES
003513         PERFORM 1400-READ-HISTORY THRU 1400-EXIT
003514     END-IF
003515     PERFORM 2050-PROCESS-ONE-RECORD THRU 2050-EXIT
003516         UNTIL WS-HIN-EOF-YES.
003517 2000-EXIT.
003518     EXIT.
003519******************************************************************
003520*    2050-PROCESS-ONE-RECORD THRU 2050-EXIT                      *
003521*    TESTS THE CURRENT MASTER RECORD AGAINST THE SELECTION TABLE *
003522*    UP TO AND INCLUDING THE CURRENT CARD.  IT IS SELECTED ONLY  *
003523*    WHEN THE CURRENT CARD IS THE FIRST ONE IT MATCHES - A       *
003524*    RECORD THAT ALSO MATCHES AN EARLIER CARD WAS ALREADY        *
003525*    SELECTED UNDER THAT ONE.                                    *
003526******************************************************************
003527 2050-PROCESS-ONE-RECORD.
003528     MOVE 'N' TO WS-SEL-MATCHED
003529     PERFORM 2100-MATCH-ONE-SELECT THRU 2100-EXIT
003530         VARYING WS-SEL-IX FROM 1 BY 1
003531         UNTIL WS-SEL-IX > WS-CUR-IX
003532         OR WS-SEL-MATCHED-YES
003533     IF WS-SEL-MATCHED-YES AND WS-SEL-HIT = WS-CUR-IX
003550         PERFORM 2200-SELECT-RECORD THRU 2200-EXIT
003560     END-IF
003570     PERFORM 1400-READ-HISTORY THRU 1400-EXIT.
003580 2050-EXIT.
003590     EXIT.
003600******************************************************************
003610*    2100-MATCH-ONE-SELECT THRU 2100-EXIT                       *
003830         AND NOT HIST-SUSPECT-DUP
003840         GO TO 2100-EXIT
003850     END-IF
003851     MOVE WS-SEL-IX TO WS-SEL-HIT
003860     SET WS-SEL-MATCHED-YES TO TRUE.
003870 2100-EXIT.
003880     EXIT.
004010     MOVE HIST-ROWS-PRODUCED TO DET-ROWS
004020     MOVE HIST-DUP-FLAG TO DET-DUP
004030     MOVE HIST-DEST-CODE TO DET-DEST
004031     IF HIST-DEST-CODE >= 1 AND HIST-DEST-CODE <= 4
004032         MOVE WS-DEST-NAME (HIST-DEST-CODE) TO DET-DEST-NAME
004033     ELSE
004034         MOVE '*** UNDEFINED ***' TO DET-DEST-NAME
004035     END-IF
004036     IF HIST-REPRINT
004037         MOVE HIST-REPRINT-DATE TO DET-REPRINT-DATE
004038     ELSE
004039         MOVE SPACES TO DET-REPRINT-DATE
004040     END-IF
004041     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
004050     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004060     MOVE HIST-MAST-RECORD TO HIST-EXTR-RECORD
004070     WRITE HIST-EXTR-RECORD
004350     DISPLAY 'BANHSQ0027I - EXTRACT RECORDS      '
004360         WS-EXTRACT-CTR
004370     IF WS-READ-CTR = ZERO
004380         DISPLAY 'BANHSQ0028W - NO HISTORY RECORDS ALONG ANY'
004381             ' SELECTION PATH'
004390         IF RETURN-CODE = ZERO
004400             MOVE 4 TO RETURN-CODE
004410         END-IF
