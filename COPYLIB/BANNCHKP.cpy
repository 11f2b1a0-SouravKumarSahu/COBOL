000210* IN-PROGRESS BANNER, SO THE RESUMED RUN'S AUDIT RECORD COUNTS   *
000220* THE WHOLE BANNER AND NOT JUST THE ROWS AFTER THE RESTART.      *
000230******************************************************************
000231* CHKP-FIRST-PAGE IS THE DECK PAGE THE IN-PROGRESS BANNER        *
000232* STARTED ON, AND CHKP-DEST-PAGE-NUM THE LAST PAGE NUMBER USED   *
000233* IN EACH OF THE FOUR DESTINATION DECKS, SO A RESTART CARRIES ON *
000234* THE DECKS' PAGE NUMBERING (AND THE AUDIT RECORD'S FIRST PAGE)  *
000235* INSTEAD OF STARTING AGAIN AT PAGE 1.  A CHECKPOINT WRITTEN     *
000236* BEFORE THESE FIELDS EXISTED CARRIES BLANKS AND THE NUMBERING   *
000237* RESTARTS AS IT ALWAYS DID.                                     *
000238******************************************************************
000240 05  CHKP-REQUEST-NUM         PIC 9(03).
000250 05  CHKP-LINE-NUM            PIC 9(03).
000260 05  CHKP-PHASE               PIC X(01).
000280     88  CHKP-PHASE-DESCENDING    VALUE 'D'.
000290     88  CHKP-PHASE-COMPLETE      VALUE 'C'.
000300 05  CHKP-ROWS-WRITTEN        PIC 9(05).
000310 05  CHKP-FIRST-PAGE          PIC 9(05).
000311 05  CHKP-DEST-PAGES.
000312     10  CHKP-DEST-PAGE-NUM   PIC 9(05) OCCURS 4 TIMES.
000313 05  FILLER                   PIC X(43).
