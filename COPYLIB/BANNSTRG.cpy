000100******************************************************************
000110* BANNSTRG.CPY                                                   *
000120* SPLICE TRIGGER CARD (SPLTRIG) - ONE PER SECTION-BREAK TEXT     *
000130* BANSPLICE SPLICES A DIVIDER AHEAD OF.  THE MATCH TEXT, THEN    *
000140* THE BANNER'S HEIGHT/WIDTH/SHAPE/FILL AND COVER-SHEET TEXT      *
000150* LINES, AND THE JOB-ID ITS AUDIT RECORDS FILE UNDER (BLANK =    *
000160* BANSPLIC).                                                     *
000170******************************************************************
000180* TRIG-MIN-FIRES AND TRIG-MAX-FIRES (COLS 121-126) ARE THE       *
000190* NUMBER OF TIMES THE TRIGGER IS EXPECTED TO FIRE IN ONE RUN.    *
000200* BANSPLRC PROVES THE SPLICE LOG AGAINST THEM, SO A SECTION      *
000210* HEADING WHOSE WORDING CHANGED (AND NO LONGER MATCHES) STOPS    *
000220* THE PRINT RELEASE INSTEAD OF SENDING A PACKET OUT WITH NO      *
000230* DIVIDERS.  A BLANK MINIMUM IS 001 AND A BLANK MAXIMUM IS 999   *
000240* (NO LIMIT), SO A CARD PUNCHED BEFORE THE COLUMNS EXISTED MUST  *
000250* FIRE AT LEAST ONCE.                                            *
000260******************************************************************
000270 05  TRIG-TEXT                PIC X(40).
000280 05  TRIG-HEIGHT              PIC 9(03).
000290 05  TRIG-WIDTH               PIC 9(03).
000300 05  TRIG-SHAPE               PIC X(01).
000310 05  TRIG-FILL-CHAR           PIC X(01).
000320 05  TRIG-BANNER-TEXT         PIC X(20).
000330 05  TRIG-JOB-ID              PIC X(08).
000340 05  FILLER                   PIC X(04).
000350 05  TRIG-BTEXT2              PIC X(20).
000360 05  TRIG-BTEXT3              PIC X(20).
000370 05  TRIG-MIN-FIRES           PIC X(03).
000380 05  TRIG-MIN-FIRES-N REDEFINES TRIG-MIN-FIRES
000390                              PIC 9(03).
000400 05  TRIG-MAX-FIRES           PIC X(03).
000410 05  TRIG-MAX-FIRES-N REDEFINES TRIG-MAX-FIRES
000420                              PIC 9(03).
