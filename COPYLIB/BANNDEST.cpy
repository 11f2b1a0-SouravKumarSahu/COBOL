000100******************************************************************
000110* BANNDEST.CPY                                                   *
000120* DESTINATION MASTER RECORD - ONE ENTRY PER REPORT DESTINATION   *
000130* ON THE BANDEST CATALOG (VSAM KSDS KEYED ON DEST-CODE,          *
000140* MAINTAINED BY BANDESTM).  DEST-CODE IS THE DIGIT PUNCHED IN    *
000150* BANN-DEST-CODE (1-4 = BANRPT01-04).  CARRIES THE NAME THE      *
000160* PRINT ROOM KNOWS THE DECK BY, THE OWNING DEPARTMENT, THE FORMS *
000170* CODE MOUNTED FOR IT, THE LINES PER PAGE OF THAT FORM, AND AN   *
000180* ACTIVE FLAG.  STARTRIANGLE TAKES EACH DECK'S PAGE DEPTH AND    *
000190* PAGE HEADER TEXT FROM HERE AND REJECTS A CARD ROUTED TO A      *
000200* DESTINATION THAT IS INACTIVE OR NOT ON THE MASTER.  A BLANK    *
000210* DEST-HEADER-TEXT HEADS THE DECK WITH DEST-NAME.                *
000220******************************************************************
000230 05  DEST-CODE                PIC X(01).
000240 05  DEST-NAME                PIC X(24).
000250 05  DEST-OWNER-DEPT          PIC X(08).
000260 05  DEST-FORMS-CODE          PIC X(08).
000270 05  DEST-PAGE-DEPTH          PIC 9(03).
000280 05  DEST-ACTIVE-FLAG         PIC X(01).
000290     88  DEST-ACTIVE              VALUE 'Y'.
000300     88  DEST-INACTIVE            VALUE 'N'.
000310 05  DEST-HEADER-TEXT         PIC X(40).
000320 05  FILLER                   PIC X(15).
