000100******************************************************************
000110* BANNSLOG.CPY                                                   *
000120* SPLICE LOCATION LOG (SPLLOG) - ONE RECORD PER DIVIDER          *
000130* BANSPLICE SPLICED: THE RPTIN LINE NUMBER THE BANNER WENT AHEAD *
000140* OF AND THE TRIGGER TEXT THAT FIRED, SO A MISPLACED DIVIDER CAN *
000150* BE WALKED BACK TO THE REPORT LINE THAT TRIGGERED IT.           *
000160******************************************************************
000170* SLOG-AUDIT-KEY IS THE RUN DATE, JOB-ID, AND SPLICE SEQUENCE OF *
000180* THE BANAUDIT RECORD WRITTEN FOR THE SAME DIVIDER, SO BANSPLRC  *
000190* CAN PROVE EVERY LOGGED DIVIDER WAS ALSO AUDITED.  LOGS WRITTEN *
000200* BEFORE THE KEY WAS ADDED CARRY BLANKS THERE.                   *
000210******************************************************************
000220 05  SLOG-LINE-NUM            PIC 9(07).
000230 05  FILLER                   PIC X(02).
000240 05  SLOG-TRIG-TEXT           PIC X(40).
000250 05  SLOG-AUDIT-KEY.
000260     10  SLOG-RUN-DATE        PIC 9(08).
000270     10  SLOG-JOB-ID          PIC X(08).
000280     10  SLOG-REQUEST-NUM     PIC 9(03).
000290 05  FILLER                   PIC X(12).
