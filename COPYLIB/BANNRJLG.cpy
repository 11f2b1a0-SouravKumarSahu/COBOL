000100******************************************************************
000110* BANNRJLG.CPY                                                   *
000120* MONTHLY REJECT LOG RECORD - ONE PER REQUEST CARD STARTRIANGLE  *
000130* REJECTED, AS FILED ON THAT RUN'S BANSUSPO, STAMPED WITH THE    *
000140* BUSINESS DATE OF THE RUN.  UNLIKE THE SUSPENSE AGING MASTER    *
000150* (BANNSMST), WHICH HOLDS ONE OPEN RECORD PER JOB/OPERATOR AND   *
000160* DROPS IT WHEN THE CARD IS CORRECTED, THE LOG KEEPS EVERY       *
000170* REJECT - A CARD REJECTED THREE NIGHTS RUNNING IS THREE RECORDS *
000180* - SO THE MONTHLY SCORECARD (BANREJSC) CAN COUNT HOW OFTEN EACH *
000190* OPERATOR AND DEPARTMENT PUNCHES A BAD CARD.  BANSUSUPD ROLLS   *
000200* IT FORWARD OLD-MASTER/NEW-MASTER (REJLOGI IN, REJLOGO OUT)     *
000210* EACH NIGHT, KEEPING THE CURRENT MONTH AND THE TWO BEFORE IT.   *
000220******************************************************************
000230 05  RJLG-RUN-DATE            PIC 9(08).
000240 05  RJLG-REASON-CODE         PIC X(04).
000250 05  RJLG-CARD-IMAGE          PIC X(100).
000260 05  FILLER                   PIC X(08).
