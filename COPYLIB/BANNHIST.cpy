000244* HOLD TRANSACTIONS.  RECORDS FROM BEFORE THE FLAG EXISTED        *
000245* CARRY A BLANK THERE AND ARE NOT HELD.                           *
000246******************************************************************
000247* HIST-SHAPE CARRIES THE AUDIT SHAPE CODE FORWARD; OLDER         *
000248* RECORDS ARE BLANK AND PRICE AT THE DESTINATION DEFAULT RATE.   *
000249******************************************************************
000250* HIST-WIDTH, HIST-FILL-CHAR, HIST-PROFILE-ID, THE THREE TEXT    *
000251* LINES, HIST-REPRINT-FLAG AND HIST-REPRINT-DATE CARRY THE AUDIT *
000252* RECORD'S REBUILD AND REPRINT FIELDS FORWARD (SEE BANNAUD), SO  *
000253* BANREPRT CAN REBUILD A DIVIDER FROM THE MASTER.  A REPRINT     *
000254* RECORD (R) SHARES THE ORIGINAL BANNER'S KEY AND FILES RIGHT    *
000255* AFTER IT; IT IS NOT A SUSPECTED DOUBLE-RUN.  THE NEW FIELDS    *
000256* TOOK THE RECORD FROM 80 TO 160 BYTES; RECORDS FROM BEFORE THEM *
000257* CARRY BLANKS THERE AND CANNOT BE REPRINTED.                    *
000258******************************************************************
000259* THE MASTER IS A VSAM KSDS (BANHISTI).  HIST-KEY IS ITS PRIME   *
000260* KEY - RUN DATE, JOB, REQUEST, AND HIST-KEY-SEQ, THE OCCURRENCE *
000261* OF THAT BANNER ON THE MASTER: 00 FOR THE ORIGINAL, 01 UP FOR   *
000262* THE REPRINTS AND SUSPECTED DOUBLE-RUNS FILED UNDER THE SAME    *
000263* RUN-DATE/JOB/REQUEST, IN THE ORDER BANAUDUPD FILED THEM.       *
000264* HIST-OPERATOR-ID AND HIST-DEST-CODE ARE ALTERNATE KEYS WITH    *
000265* DUPLICATES FOR BANHISTQ.  THE KEY FIELDS MOVED TO THE FRONT OF *
000266* THE RECORD (THE OPERATOR ID USED TO SIT BETWEEN JOB AND        *
000267* REQUEST) WHEN THE SEQUENTIAL MASTER WAS LOADED TO THE KSDS BY  *
000268* BANHISTL; THE SEQUENCE CAME OUT OF THE FILLER, SO THE RECORD   *
000269* IS STILL 160 BYTES.                                            *
000270******************************************************************
000271 05  HIST-KEY.
000272     10  HIST-RUN-DATE        PIC 9(08).
000273     10  HIST-JOB-ID          PIC X(08).
000274     10  HIST-REQUEST-NUM     PIC 9(03).
000275     10  HIST-KEY-SEQ         PIC 9(02).
000276 05  HIST-OPERATOR-ID         PIC X(08).
000290 05  HIST-HEIGHT-PRODUCED     PIC 9(03).
000300 05  HIST-ROWS-PRODUCED       PIC 9(05).
000310 05  HIST-DUP-FLAG            PIC X(01).
000330 05  HIST-DEST-CODE           PIC 9(01).
000340 05  HIST-HOLD-FLAG           PIC X(01).
000350     88  HIST-HELD                VALUE 'H'.
000351 05  HIST-SHAPE               PIC X(01).
000352 05  HIST-WIDTH               PIC 9(03).
000353 05  HIST-FILL-CHAR           PIC X(01).
000354 05  HIST-PROFILE-ID          PIC X(08).
000355 05  HIST-TEXT                PIC X(20).
000356 05  HIST-TEXT2               PIC X(20).
000357 05  HIST-TEXT3               PIC X(20).
000358 05  HIST-REPRINT-FLAG        PIC X(01).
000359     88  HIST-REPRINT             VALUE 'R'.
000360 05  HIST-REPRINT-DATE        PIC 9(08).
000361 05  FILLER                   PIC X(38).
