000100******************************************************************
000110* BANNLEDG.CPY                                                   *
000120* RUN-CONTROL LEDGER RECORD - ONE RECORD PER BUSINESS DATE ON    *
000130* THE BANLEDGR LEDGER (VSAM KSDS KEYED ON LEDG-BUS-DATE),        *
000140* WRITTEN AND UPDATED ONLY THROUGH BANLEDSUB.  EACH STEP OF THE  *
000150* NIGHTLY BANNER STREAM OWNS ONE LEDG-STEP-ENTRY, IN THE ORDER   *
000160* OF THE BANNLSTP STEP TABLE, AND POSTS ITS START (STATUS S)     *
000170* BEFORE IT DOES ANY WORK AND ITS FINISH (STATUS C, RETURN CODE  *
000180* AND TWO KEY COUNTS) AT THE END.  A BLANK STATUS IS A STEP THAT *
000190* HAS NOT RUN FOR THE DATE; A STEP LEFT AT S STARTED AND NEVER   *
000200* FINISHED.  STAMPS ARE YYYYMMDDHHMMSS.  LEDG-RUN-COUNT COUNTS   *
000210* EVERY START POSTED FOR THE DATE, SO A RERUN SHOWS AS 2 OR      *
000220* MORE.  LEDG-OVERRIDE-FLAG IS SET ONCE A BANPARM OVERRIDE CARD  *
000230* HAS LET THE STEP PAST A CHECK FOR THE DATE AND IS NEVER        *
000240* CLEARED.                                                       *
000250******************************************************************
000260 05  LEDG-BUS-DATE            PIC 9(08).
000270 05  LEDG-STEP-ENTRY          OCCURS 7 TIMES.
000280     10  LEDG-STEP-NAME       PIC X(12).
000290     10  LEDG-STEP-STATUS     PIC X(01).
000300         88  LEDG-STEP-NOT-RUN    VALUE SPACE.
000310         88  LEDG-STEP-STARTED    VALUE 'S'.
000320         88  LEDG-STEP-COMPLETE   VALUE 'C'.
000330     10  LEDG-START-STAMP     PIC X(14).
000340     10  LEDG-END-STAMP       PIC X(14).
000350     10  LEDG-STEP-RC         PIC 9(03).
000360     10  LEDG-COUNT-1         PIC 9(09).
000370     10  LEDG-COUNT-2         PIC 9(09).
000380     10  LEDG-RUN-COUNT       PIC 9(02).
000390     10  LEDG-OVERRIDE-FLAG   PIC X(01).
000400         88  LEDG-OVERRIDDEN      VALUE 'Y'.
000410     10  FILLER               PIC X(05).
000420 05  FILLER                   PIC X(02).
