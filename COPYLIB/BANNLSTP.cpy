000100******************************************************************
000110* BANNLSTP.CPY                                                   *
000120* NIGHTLY BANNER STREAM STEP TABLE FOR THE RUN-CONTROL LEDGER,   *
000130* IN RUN ORDER.  THE SUBSCRIPT OF A STEP HERE IS THE SUBSCRIPT   *
000140* OF ITS LEDG-STEP-ENTRY ON THE BANNLEDG RECORD.                 *
000150* BANN-STEP-PRED-IX NAMES THE STEP THAT MUST HAVE COMPLETED      *
000160* CLEANLY FOR THE DATE BEFORE THIS ONE MAY START (ZERO = NONE).  *
000170* CLEAN MEANS THE STEP POSTED AN RC UNDER 8 AT ITS FINISH - THE  *
000180* RC IT ASKED THE LEDGER TO JUDGE IT BY, WHICH FOR THE BANNER    *
000190* STEP IS 04, NOT ITS STEP RC OF 16, WHEN REJECTED REQUEST CARDS *
000200* WERE ITS ONLY TROUBLE, SO THE STEPS BEHIND IT STILL RUN AND    *
000210* BANSUSUPD AGES THOSE REJECTS THE SAME NIGHT.  AN OPTIONAL STEP *
000220* IS NOT A GAP WHEN IT HAS NOT RUN - STARTRIRESUB IS THE BANNER  *
000230* STEP'S RESUBMIT PASS, RUN ONLY ON A NIGHT WITH CORRECTED       *
000240* SUSPENSE TO REPLAY, AND NO OTHER STEP WAITS ON IT.  THE COUNT  *
000250* LABELS NAME THE TWO KEY COUNTS EACH STEP POSTS AT ITS FINISH.  *
000260******************************************************************
000270 05  BANN-STEP-VALUES.
000280     10  FILLER               PIC X(12) VALUE 'BANDECKB'.
000290     10  FILLER               PIC 9(01) VALUE 0.
000300     10  FILLER               PIC X(01) VALUE 'N'.
000310     10  FILLER               PIC X(14) VALUE 'CARDS TYPED'.
000320     10  FILLER               PIC X(14) VALUE 'CARDS FLAGGED'.
000330     10  FILLER               PIC X(12) VALUE 'STARTRIANGLE'.
000340     10  FILLER               PIC 9(01) VALUE 1.
000350     10  FILLER               PIC X(01) VALUE 'N'.
000360     10  FILLER               PIC X(14) VALUE 'REQUESTS READ'.
000370     10  FILLER               PIC X(14) VALUE 'REJECTS FILED'.
000380     10  FILLER               PIC X(12) VALUE 'STARTRIRESUB'.
000390     10  FILLER               PIC 9(01) VALUE 2.
000400     10  FILLER               PIC X(01) VALUE 'Y'.
000410     10  FILLER               PIC X(14) VALUE 'REQUESTS READ'.
000420     10  FILLER               PIC X(14) VALUE 'REJECTS FILED'.
000430     10  FILLER               PIC X(12) VALUE 'BANRECON'.
000440     10  FILLER               PIC 9(01) VALUE 2.
000450     10  FILLER               PIC X(01) VALUE 'N'.
000460     10  FILLER               PIC X(14) VALUE 'AUDIT RECORDS'.
000470     10  FILLER               PIC X(14) VALUE 'SUSPENSE RECS'.
000480     10  FILLER               PIC X(12) VALUE 'BANAUDUPD'.
000490     10  FILLER               PIC 9(01) VALUE 4.
000500     10  FILLER               PIC X(01) VALUE 'N'.
000510     10  FILLER               PIC X(14) VALUE 'AUDIT POSTED'.
000520     10  FILLER               PIC X(14) VALUE 'MASTER WRITTEN'.
000530     10  FILLER               PIC X(12) VALUE 'BANSUSUPD'.
000540     10  FILLER               PIC 9(01) VALUE 5.
000550     10  FILLER               PIC X(01) VALUE 'N'.
000560     10  FILLER               PIC X(14) VALUE 'NEW REJECTS'.
000570     10  FILLER               PIC X(14) VALUE 'OPEN REJECTS'.
000580     10  FILLER               PIC X(12) VALUE 'BANACTRPT'.
000590     10  FILLER               PIC 9(01) VALUE 6.
000600     10  FILLER               PIC X(01) VALUE 'N'.
000610     10  FILLER               PIC X(14) VALUE 'REQUESTS'.
000620     10  FILLER               PIC X(14) VALUE 'ROWS'.
000630 05  BANN-STEP-TABLE REDEFINES BANN-STEP-VALUES.
000640     10  BANN-STEP            OCCURS 7 TIMES.
000650         15  BANN-STEP-NAME   PIC X(12).
000660         15  BANN-STEP-PRED-IX
000670                              PIC 9(01).
000680         15  BANN-STEP-OPTIONAL
000690                              PIC X(01).
000700             88  BANN-STEP-IS-OPTIONAL
000710                                  VALUE 'Y'.
000720         15  BANN-STEP-LABEL-1
000730                              PIC X(14).
000740         15  BANN-STEP-LABEL-2
000750                              PIC X(14).
000760 05  BANN-STEP-COUNT          PIC 9(01) VALUE 7.
