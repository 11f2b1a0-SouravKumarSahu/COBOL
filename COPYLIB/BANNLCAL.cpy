000100******************************************************************
000110* BANNLCAL.CPY                                                   *
000120* RUN-CONTROL LEDGER CALL AREA PASSED BETWEEN BANLEDSUB AND EACH *
000130* STEP OF THE NIGHTLY BANNER STREAM.  THE STEP SETS LCAL-START   *
000140* BEFORE IT DOES ANY WORK AND LCAL-FINISH AS ITS LAST ACT, WITH  *
000150* ITS LEDGER STEP NAME, THE BUSINESS DATE, AND IN LCAL-STEP-RC   *
000160* THE RETURN CODE THE LEDGER IS TO JUDGE IT BY - NORMALLY ITS    *
000170* OWN RC SO FAR, BUT A STEP WHOSE HIGH RC ONLY REPORTS REJECTED  *
000180* INPUT (STARTRIANGLE'S RC 16 FOR REJECTED REQUEST CARDS) POSTS  *
000190* 04, SINCE THE STEPS BEHIND IT TREAT ANYTHING UNDER 8 AS CLEAN. *
000200* BANLEDSUB HANDS THE POSTED CODE BACK IN RETURN-CODE, SO A STEP *
000210* THAT POSTS A CODE OTHER THAN ITS OWN PUTS ITS OWN BACK AFTER   *
000220* THE CALL.                                                      *
000230* LCAL-OVERRIDE IS SET FROM A BANPARM OVERRIDE CARD NAMING THE   *
000240* STEP.  A FINISH CARRIES THE STEP'S TWO KEY COUNTS.             *
000250* LCAL-RESULT COMES BACK ZERO WHEN THE STEP MAY PROCEED (OR THE  *
000260* FINISH WAS POSTED); 08 REFUSED - PREDECESSOR NOT CLEAN, 12     *
000270* REFUSED - ALREADY COMPLETED FOR THE DATE, 16 LEDGER OR CALL    *
000280* ERROR.                                                         *
000290******************************************************************
000300 05  LCAL-FUNCTION            PIC X(01).
000310     88  LCAL-START               VALUE 'S'.
000320     88  LCAL-FINISH              VALUE 'F'.
000330 05  LCAL-STEP-NAME           PIC X(12).
000340 05  LCAL-BUS-DATE            PIC 9(08).
000350 05  LCAL-OVERRIDE            PIC X(01).
000360     88  LCAL-OVERRIDE-YES        VALUE 'Y'.
000370 05  LCAL-STEP-RC             PIC 9(03).
000380 05  LCAL-COUNT-1             PIC 9(09).
000390 05  LCAL-COUNT-2             PIC 9(09).
000400 05  LCAL-RESULT              PIC 9(02).
000410     88  LCAL-ACCEPTED            VALUE ZERO.
000420     88  LCAL-REFUSED-PRED        VALUE 8.
000430     88  LCAL-REFUSED-DONE        VALUE 12.
000440     88  LCAL-LEDGER-ERROR        VALUE 16.
