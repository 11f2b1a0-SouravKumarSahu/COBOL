000220* THE BANNER WAS ROUTED TO, SO A PRINTED DIVIDER CAN BE TRACED    *
000230* TO THE DECK IT WENT OUT IN.                                     *
000240******************************************************************
000241* AUD-SHAPE RECORDS THE SHAPE CODE (T/D/B/F, AFTER ANY PROFILE   *
000242* WAS RESOLVED) THE BANNER WAS BUILT IN, SO THE MONTH-END        *
000243* CHARGEBACK (BANCHGBK) CAN PRICE OUTPUT BY SHAPE AS WELL AS BY  *
000244* DESTINATION.                                                   *
000245******************************************************************
000246* AUD-WIDTH, AUD-FILL-CHAR, AUD-PROFILE-ID AND THE THREE TEXT    *
000247* LINES RECORD WHAT IT TAKES TO REBUILD THE BANNER (AFTER ANY    *
000248* PROFILE WAS RESOLVED - THE PROFILE NAME IS KEPT FOR REFERENCE  *
000249* ONLY), SO BANREPRT CAN REPRINT A TORN DIVIDER FROM THE HISTORY *
000250* MASTER WITHOUT THE ORIGINAL CARD.  WIDTH IS ZERO FOR A B OR F  *
000251* COVER SHEET, WHICH HAS NONE.  THE NEW FIELDS TOOK THE RECORD   *
000252* FROM 80 TO 160 BYTES; RECORDS WRITTEN AT 80 STILL READ CLEAN,  *
000253* THE NEW COLUMNS SIMPLY ARRIVE BLANK.                           *
000254******************************************************************
000255* AUD-REPRINT-FLAG R MARKS A RECORD WRITTEN BY BANREPRT FOR A    *
000256* REPRINTED DIVIDER.  IT CARRIES THE ORIGINAL BANNER'S RUN-DATE/ *
000257* JOB/REQUEST KEY, SO IT FILES NEXT TO THE ORIGINAL ON THE       *
000258* HISTORY MASTER, AND AUD-REPRINT-DATE RECORDS WHEN IT WAS       *
000259* REPRINTED.  BANAUDUPD FILES A REPRINT WITHOUT FLAGGING IT AS A *
000260* SUSPECTED DOUBLE-RUN.                                          *
000261******************************************************************
000262* AUD-FIRST-PAGE AND AUD-LAST-PAGE ARE THE DECK PAGE NUMBERS (AS *
000263* PRINTED IN THE BANNER PAGE HEADING, WHICH NUMBERS EACH         *
000264* DESTINATION SEPARATELY) OF THE DIVIDER'S FIRST AND LAST PAGE,  *
000265* SO THE PRINT ROOM MANIFEST (BANMANIF) CAN LIST EACH DECK IN    *
000266* PRINT ORDER AND BANRECON CAN TOTAL PAGES BY DESTINATION.       *
000267* RECORDS WRITTEN BEFORE THE FIELDS EXISTED, AND RECORDS FOR     *
000268* DIVIDERS NOT PRINTED IN A STARTRIANGLE DECK (BANSPLICE,        *
000269* BANREPRT), CARRY BLANKS THERE.                                 *
000270******************************************************************
000271 05  AUD-RUN-DATE             PIC 9(08).
000272 05  AUD-JOB-ID               PIC X(08).
000273 05  AUD-OPERATOR-ID          PIC X(08).
000280 05  AUD-REQUEST-NUM          PIC 9(03).
000290 05  AUD-HEIGHT-PRODUCED      PIC 9(03).
000300 05  AUD-ROWS-PRODUCED        PIC 9(05).
000310 05  AUD-DEST-CODE            PIC 9(01).
000311 05  AUD-SHAPE                PIC X(01).
000312 05  AUD-WIDTH                PIC 9(03).
000313 05  AUD-FILL-CHAR            PIC X(01).
000314 05  AUD-PROFILE-ID           PIC X(08).
000315 05  AUD-TEXT                 PIC X(20).
000316 05  AUD-TEXT2                PIC X(20).
000317 05  AUD-TEXT3                PIC X(20).
000318 05  AUD-REPRINT-FLAG         PIC X(01).
000319     88  AUD-REPRINT              VALUE 'R'.
000320 05  AUD-REPRINT-DATE         PIC 9(08).
000321 05  AUD-FIRST-PAGE           PIC 9(05).
000322 05  AUD-LAST-PAGE            PIC 9(05).
000323 05  FILLER                   PIC X(32).
