000100******************************************************************
000110* BANNGLJE.CPY                                                   *
000120* GENERAL LEDGER JOURNAL-ENTRY EXTRACT RECORD WRITTEN BY THE     *
000130* MONTH-END CHARGEBACK (BANCHGBK) FOR THE GL INTERFACE TO PICK   *
000140* UP.  ONE D RECORD PER DEPARTMENT DEBITS THE CHARGEBACK EXPENSE *
000150* ACCOUNT UNDER THE DEPARTMENT'S COST CENTER, ONE C RECORD       *
000160* CREDITS THE PRINT OPERATIONS RECOVERY ACCOUNT FOR THE MONTH'S  *
000170* TOTAL, AND A T TRAILER CARRIES THE RECORD COUNT AND BOTH       *
000180* AMOUNT TOTALS SO THE INTERFACE CAN PROVE THE FILE ARRIVED      *
000190* WHOLE AND BALANCED.                                            *
000200******************************************************************
000210 05  GLJE-RECORD-TYPE         PIC X(01).
000220     88  GLJE-TYPE-DEBIT          VALUE 'D'.
000230     88  GLJE-TYPE-CREDIT         VALUE 'C'.
000240     88  GLJE-TYPE-TRAILER        VALUE 'T'.
000250 05  GLJE-SOURCE              PIC X(08).
000260 05  GLJE-PERIOD              PIC 9(06).
000270 05  GLJE-ENTRY-DATE          PIC 9(08).
000280 05  GLJE-ENTRY-DATA.
000290     10  GLJE-ACCOUNT         PIC X(10).
000300     10  GLJE-COST-CENTER     PIC X(08).
000310     10  GLJE-AMOUNT          PIC 9(09)V99.
000320     10  GLJE-DESCRIPTION     PIC X(28).
000330 05  GLJE-TRAILER-DATA REDEFINES GLJE-ENTRY-DATA.
000340     10  GLJT-RECORD-COUNT    PIC 9(07).
000350     10  GLJT-DEBIT-TOTAL     PIC 9(11)V99.
000360     10  GLJT-CREDIT-TOTAL    PIC 9(11)V99.
000370     10  FILLER               PIC X(24).
