000100******************************************************************
000110* IDENTIFICATION DIVISION                                       *
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    BANHISTL.
000150 AUTHOR.        D SPRAGUE.
000160 INSTALLATION.  REPORT PRODUCTION - BATCH SUPPORT.
000170 DATE-WRITTEN.  10/15/26.
000180 DATE-COMPILED.
000190******************************************************************
000200* MODIFICATION HISTORY                                          *
000210* 10/15/26  DPS  ORIGINAL.  ONE-TIME LOAD OF THE SEQUENTIAL      *
000220*                AUDIT HISTORY MASTER INTO THE NEW BANHISTI      *
000230*                VSAM KSDS.  THE OLD MASTER (BANHSEQI) CARRIES   *
000240*                THE OPERATOR ID BETWEEN THE JOB AND THE         *
000250*                REQUEST NUMBER AND SITS IN                      *
000260*                RUN-DATE/JOB/OPERATOR ORDER, SO A SORT STEP     *
000270*                AHEAD OF THIS ONE PUTS IT IN RUN-DATE (1-8),    *
000280*                JOB (9-16), REQUEST (25-27) ORDER WITH EQUALS,  *
000290*                KEEPING EACH ORIGINAL AHEAD OF ITS REPRINTS     *
000300*                AND DOUBLE-RUNS.  EACH RECORD IS REARRANGED     *
000310*                INTO THE KEYED BANNHIST LAYOUT AND GIVEN ITS    *
000320*                HIST-KEY-SEQ - 00 FOR THE FIRST RECORD OF A     *
000330*                RUN-DATE/JOB/REQUEST, 01 UP FOR THE ONES        *
000340*                BEHIND IT - AND LOADED IN KEY ORDER.  THE       *
000350*                CLUSTER AND ITS OPERATOR AND DESTINATION        *
000360*                ALTERNATE INDEXES ARE DEFINED EMPTY BEFORE      *
000370*                THIS STEP AND THE INDEXES BUILT AFTER IT.       *
000380******************************************************************
000390*
000400* PURPOSE.  LOADS THE SORTED SEQUENTIAL AUDIT HISTORY MASTER INTO
000410*           THE KEYED AUDIT HISTORY MASTER.
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM-370.
000460 OBJECT-COMPUTER.  IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT HIST-SEQ-FILE      ASSIGN TO BANHSEQI
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-HSQ-STATUS.
000520     SELECT HIST-MAST-FILE     ASSIGN TO BANHISTI
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS HIST-KEY
000560         ALTERNATE RECORD KEY IS HIST-OPERATOR-ID WITH DUPLICATES
000570         ALTERNATE RECORD KEY IS HIST-DEST-CODE WITH DUPLICATES
000580         FILE STATUS IS WS-HIN-STATUS.
000590******************************************************************
000600* DATA DIVISION                                                 *
000610******************************************************************
000620 DATA DIVISION.
000630 FILE SECTION.
000640*    THE SEQUENTIAL MASTER AS BANAUDUPD WROTE IT BEFORE THE KSDS -
000650*    SAME FIELDS AS BANNHIST, OPERATOR ID AHEAD OF THE REQUEST
000660*    NUMBER, NO KEY SEQUENCE.
000670 FD  HIST-SEQ-FILE
000680     RECORDING MODE IS F.
000690 01  HIST-SEQ-RECORD.
000700     05  HSQ-RUN-DATE         PIC 9(08).
000710     05  HSQ-JOB-ID           PIC X(08).
000720     05  HSQ-OPERATOR-ID      PIC X(08).
000730     05  HSQ-REQUEST-NUM      PIC 9(03).
000740     05  HSQ-HEIGHT-PRODUCED  PIC 9(03).
000750     05  HSQ-ROWS-PRODUCED    PIC 9(05).
000760     05  HSQ-DUP-FLAG         PIC X(01).
000770     05  HSQ-DEST-CODE        PIC 9(01).
000780     05  HSQ-HOLD-FLAG        PIC X(01).
000790     05  HSQ-SHAPE            PIC X(01).
000800     05  HSQ-WIDTH            PIC 9(03).
000810     05  HSQ-FILL-CHAR        PIC X(01).
000820     05  HSQ-PROFILE-ID       PIC X(08).
000830     05  HSQ-TEXT             PIC X(20).
000840     05  HSQ-TEXT2            PIC X(20).
000850     05  HSQ-TEXT3            PIC X(20).
000860     05  HSQ-REPRINT-FLAG     PIC X(01).
000870     05  HSQ-REPRINT-DATE     PIC 9(08).
000880     05  FILLER               PIC X(40).
000890 FD  HIST-MAST-FILE.
000900 01  HIST-MAST-RECORD.
000910     COPY BANNHIST.
000920******************************************************************
000930*    WORKING-STORAGE SECTION                                    *
000940******************************************************************
000950 WORKING-STORAGE SECTION.
000960 01  WS-HSQ-STATUS            PIC X(02) VALUE '00'.
000970 01  WS-HIN-STATUS            PIC X(02) VALUE '00'.
000980 01  WS-HSQ-EOF               PIC X(01) VALUE 'N'.
000990     88  WS-HSQ-EOF-YES           VALUE 'Y'.
001000 01  WS-READ-CTR              PIC 9(07) COMP VALUE ZERO.
001010 01  WS-LOADED-CTR            PIC 9(07) COMP VALUE ZERO.
001020 01  WS-SHARED-CTR            PIC 9(07) COMP VALUE ZERO.
001030 01  WS-HELD-CTR              PIC 9(07) COMP VALUE ZERO.
001040 01  WS-NEXT-SEQ              PIC 9(03) COMP VALUE ZERO.
001050*    RUN-DATE/JOB/REQUEST OF THE CURRENT AND PREVIOUS INPUT
001060*    RECORDS, FOR THE SEQUENCE CHECK AND THE KEY SEQUENCE NUMBER.
001070 01  WS-CUR-KEY               VALUE LOW-VALUES.
001080     05  WS-CUR-RUN-DATE      PIC 9(08).
001090     05  WS-CUR-JOB-ID        PIC X(08).
001100     05  WS-CUR-REQUEST       PIC 9(03).
001110 01  WS-PREV-KEY              PIC X(19) VALUE LOW-VALUES.
001120******************************************************************
001130* PROCEDURE DIVISION                                            *
001140******************************************************************
001150 PROCEDURE DIVISION.
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001180     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
001190         UNTIL WS-HSQ-EOF-YES
001200     PERFORM 3000-WRAP-UP THRU 3000-EXIT
001210     CLOSE HIST-SEQ-FILE
001220     CLOSE HIST-MAST-FILE
001230     STOP RUN.
001240******************************************************************
001250*    1000-INITIALIZE THRU 1000-EXIT                              *
001260*    OPENS THE SORTED SEQUENTIAL MASTER AND THE EMPTY CLUSTER    *
001270*    FOR LOADING, AND PRIMES THE INPUT.                          *
001280******************************************************************
001290 1000-INITIALIZE.
001300     OPEN INPUT HIST-SEQ-FILE
001310     IF WS-HSQ-STATUS NOT = '00'
001320         DISPLAY 'BANHSL0010E - BANHSEQI OPEN FAILED, STATUS '
001330             WS-HSQ-STATUS
001340         MOVE 16 TO RETURN-CODE
001350         STOP RUN
001360     END-IF
001370     OPEN OUTPUT HIST-MAST-FILE
001380     IF WS-HIN-STATUS NOT = '00'
001390         DISPLAY 'BANHSL0011E - BANHISTI OPEN FAILED, STATUS '
001400             WS-HIN-STATUS
001410         MOVE 16 TO RETURN-CODE
001420         STOP RUN
001430     END-IF
001440     PERFORM 4000-READ-SEQ-MASTER THRU 4000-EXIT.
001450 1000-EXIT.
001460     EXIT.
001470******************************************************************
001480*    2000-LOAD-ONE-RECORD THRU 2000-EXIT                         *
001490*    GIVES THE CURRENT RECORD ITS KEY SEQUENCE - ONE PAST THE    *
001500*    RECORD AHEAD OF IT WHEN BOTH SHARE A RUN-DATE/JOB/REQUEST,  *
001510*    OTHERWISE 00 - REARRANGES IT INTO THE KEYED LAYOUT, AND     *
001520*    LOADS IT.  NINETY-NINE RECORDS UNDER ONE BANNER'S KEY MEANS *
001530*    THE INPUT IS NOT WHAT IT SHOULD BE, AND THE LOAD FAILS.     *
001540******************************************************************
001550 2000-LOAD-ONE-RECORD.
001560     IF WS-CUR-KEY = WS-PREV-KEY
001570         ADD 1 TO WS-NEXT-SEQ
001580         ADD 1 TO WS-SHARED-CTR
001590     ELSE
001600         MOVE ZERO TO WS-NEXT-SEQ
001610     END-IF
001620     IF WS-NEXT-SEQ > 99
001630         DISPLAY 'BANHSL0012E - KEY ' WS-CUR-RUN-DATE '/'
001640             WS-CUR-JOB-ID '/' WS-CUR-REQUEST
001650             ' HAS MORE THAN 99 RECORDS - LOAD FAILED'
001660         MOVE 16 TO RETURN-CODE
001670         STOP RUN
001680     END-IF
001690     MOVE SPACES TO HIST-MAST-RECORD
001700     MOVE HSQ-RUN-DATE TO HIST-RUN-DATE
001710     MOVE HSQ-JOB-ID TO HIST-JOB-ID
001720     MOVE HSQ-REQUEST-NUM TO HIST-REQUEST-NUM
001730     MOVE WS-NEXT-SEQ TO HIST-KEY-SEQ
001740     MOVE HSQ-OPERATOR-ID TO HIST-OPERATOR-ID
001750     MOVE HSQ-HEIGHT-PRODUCED TO HIST-HEIGHT-PRODUCED
001760     MOVE HSQ-ROWS-PRODUCED TO HIST-ROWS-PRODUCED
001770     MOVE HSQ-DUP-FLAG TO HIST-DUP-FLAG
001780     MOVE HSQ-DEST-CODE TO HIST-DEST-CODE
001790     MOVE HSQ-HOLD-FLAG TO HIST-HOLD-FLAG
001800     MOVE HSQ-SHAPE TO HIST-SHAPE
001810     MOVE HSQ-WIDTH TO HIST-WIDTH
001820     MOVE HSQ-FILL-CHAR TO HIST-FILL-CHAR
001830     MOVE HSQ-PROFILE-ID TO HIST-PROFILE-ID
001840     MOVE HSQ-TEXT TO HIST-TEXT
001850     MOVE HSQ-TEXT2 TO HIST-TEXT2
001860     MOVE HSQ-TEXT3 TO HIST-TEXT3
001870     MOVE HSQ-REPRINT-FLAG TO HIST-REPRINT-FLAG
001880     MOVE HSQ-REPRINT-DATE TO HIST-REPRINT-DATE
001890     WRITE HIST-MAST-RECORD
001900     IF WS-HIN-STATUS NOT = '00' AND WS-HIN-STATUS NOT = '02'
001910         DISPLAY 'BANHSL0013E - BANHISTI WRITE FAILED AT KEY '
001920             HIST-KEY ', STATUS ' WS-HIN-STATUS
001930         MOVE 16 TO RETURN-CODE
001940         STOP RUN
001950     END-IF
001960     ADD 1 TO WS-LOADED-CTR
001970     IF HSQ-HOLD-FLAG = 'H'
001980         ADD 1 TO WS-HELD-CTR
001990     END-IF
002000     PERFORM 4000-READ-SEQ-MASTER THRU 4000-EXIT.
002010 2000-EXIT.
002020     EXIT.
002030******************************************************************
002040*    3000-WRAP-UP THRU 3000-EXIT                                 *
002050*    RECORDS READ MUST EQUAL RECORDS LOADED; THE HELD COUNT IS   *
002060*    THERE FOR LEGAL TO AGREE BEFORE THE OLD MASTER IS           *
002070*    SCRATCHED.                                                  *
002080******************************************************************
002090 3000-WRAP-UP.
002100     DISPLAY 'BANHSL0014I - RECORDS READ         ' WS-READ-CTR
002110     DISPLAY 'BANHSL0015I - RECORDS LOADED       ' WS-LOADED-CTR
002120     DISPLAY 'BANHSL0016I - FILED BEHIND ANOTHER '
002130         WS-SHARED-CTR
002140     DISPLAY 'BANHSL0017I - HELD RECORDS LOADED  '
002150         WS-HELD-CTR
002160     IF WS-READ-CTR = ZERO
002170         DISPLAY 'BANHSL0018W - BANHSEQI IS EMPTY'
002180         IF RETURN-CODE = ZERO
002190             MOVE 4 TO RETURN-CODE
002200         END-IF
002210     END-IF.
002220 3000-EXIT.
002230     EXIT.
002240******************************************************************
002250*    4000-READ-SEQ-MASTER THRU 4000-EXIT                         *
002260*    READS THE NEXT SEQUENTIAL MASTER RECORD.  THE INPUT MUST BE *
002270*    IN RUN-DATE/JOB/REQUEST ORDER OR THE KSDS LOAD WOULD FAIL   *
002280*    PARTWAY - A RECORD OUT OF ORDER MEANS THE SORT STEP WAS     *
002290*    SKIPPED, AND THE STEP FAILS BEFORE WRITING IT.              *
002300******************************************************************
002310 4000-READ-SEQ-MASTER.
002320     READ HIST-SEQ-FILE
002330         AT END
002340             SET WS-HSQ-EOF-YES TO TRUE
002350         NOT AT END
002360             IF WS-HSQ-STATUS NOT = '00'
002370                 DISPLAY 'BANHSL0019E - BANHSEQI READ FAILED, '
002380                     'STATUS ' WS-HSQ-STATUS
002390                 MOVE 16 TO RETURN-CODE
002400                 STOP RUN
002410             END-IF
002420             ADD 1 TO WS-READ-CTR
002430             MOVE WS-CUR-KEY TO WS-PREV-KEY
002440             MOVE HSQ-RUN-DATE TO WS-CUR-RUN-DATE
002450             MOVE HSQ-JOB-ID TO WS-CUR-JOB-ID
002460             MOVE HSQ-REQUEST-NUM TO WS-CUR-REQUEST
002470             IF WS-CUR-KEY < WS-PREV-KEY
002480                 DISPLAY 'BANHSL0020E - BANHSEQI OUT OF KEY '
002490                     'SEQUENCE AT ' WS-CUR-KEY ' - LOAD FAILED'
002500                 MOVE 16 TO RETURN-CODE
002510                 STOP RUN
002520             END-IF
002530     END-READ.
002540 4000-EXIT.
002550     EXIT.
