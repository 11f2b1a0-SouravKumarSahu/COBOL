000100******************************************************************
000110* BANNRATE.CPY                                                   *
000120* CHARGEBACK RATE RECORD - ONE ENTRY PER DESTINATION AND         *
000130* SHAPE ON THE BANRATE RATE TABLE (VSAM KSDS KEYED ON RATE-KEY,  *
000140* MAINTAINED BY BANRATEM).  CARRIES THE PRICE PER BANNER ROW     *
000150* AND PER PRINTED PAGE THAT THE MONTH-END CHARGEBACK (BANCHGBK)  *
000160* BILLS BACK TO THE ORDERING DEPARTMENT.  A SHAPE CODE OF * IS   *
000170* THE DESTINATION'S DEFAULT RATE, USED FOR ANY SHAPE WITHOUT AN  *
000180* ENTRY OF ITS OWN AND FOR HISTORY RECORDS FROM BEFORE THE       *
000190* SHAPE WAS LOGGED.                                              *
000200******************************************************************
000210 05  RATE-KEY.
000220     10  RATE-DEST-CODE       PIC X(01).
000230     10  RATE-SHAPE           PIC X(01).
000240         88  RATE-SHAPE-TRIANGLE  VALUE 'T'.
000250         88  RATE-SHAPE-DIAMOND   VALUE 'D'.
000260         88  RATE-SHAPE-BLOCK     VALUE 'B'.
000270         88  RATE-SHAPE-FRAME     VALUE 'F'.
000280         88  RATE-SHAPE-DEFAULT   VALUE '*'.
000290 05  RATE-PER-ROW             PIC 9(03)V9(04).
000300 05  RATE-PER-PAGE            PIC 9(03)V9(04).
000310 05  RATE-CHANGED-DATE        PIC 9(08).
000320 05  FILLER                   PIC X(56).
