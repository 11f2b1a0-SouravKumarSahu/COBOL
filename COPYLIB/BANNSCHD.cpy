000100******************************************************************
000110* BANNSCHD.CPY                                                   *
000120* STANDING SCHEDULE ENTRY - ONE RECURRING BANNER REQUEST ON THE  *
000130* BANSCHD CATALOG (VSAM KSDS KEYED ON SCHD-ENTRY-ID, MAINTAINED  *
000140* BY BANSCHM).  NAMES THE BANPROF PROFILE THE REQUEST USES, THE  *
000150* JOB AND OPERATOR IT IS FILED UNDER, THE DESTINATION DECK, AND  *
000160* THE FREQUENCY RULE BANSCHG APPLIES TO THE BUSINESS DATE TO     *
000170* DECIDE WHETHER A DECKIN CARD IS DUE - D EVERY BUSINESS DAY, W  *
000180* THE WEEKDAYS FLAGGED Y IN SCHD-WEEKDAY-FLAG (1=MONDAY ...      *
000190* 5=FRIDAY), M THE LAST BUSINESS DAY OF THE MONTH, Q THE LAST    *
000200* BUSINESS DAY OF A CALENDAR QUARTER, F THE FIRST BUSINESS DAY   *
000210* OF THE MONTH.  SATURDAYS, SUNDAYS, AND BANHOLI HOLIDAYS ARE    *
000220* NOT BUSINESS DAYS.  THE TEXT LINES RIDE ON THE CARD FOR        *
000230* PROFILES OF SHAPE B OR F.  AN INACTIVE ENTRY IS KEPT BUT NEVER *
000240* GENERATED.                                                     *
000250******************************************************************
000260 05  SCHD-ENTRY-ID            PIC X(08).
000270 05  SCHD-PROFILE-ID          PIC X(08).
000280 05  SCHD-JOB-ID              PIC X(08).
000290 05  SCHD-OPERATOR-ID         PIC X(08).
000300 05  SCHD-DEST-CODE           PIC X(01).
000310 05  SCHD-FREQUENCY           PIC X(01).
000320     88  SCHD-FREQ-DAILY          VALUE 'D'.
000330     88  SCHD-FREQ-WEEKDAYS       VALUE 'W'.
000340     88  SCHD-FREQ-MONTH-END      VALUE 'M'.
000350     88  SCHD-FREQ-QUARTER-END    VALUE 'Q'.
000360     88  SCHD-FREQ-FIRST-BUSDAY   VALUE 'F'.
000370 05  SCHD-WEEKDAYS.
000380     10  SCHD-WEEKDAY-FLAG    PIC X(01) OCCURS 5 TIMES.
000390 05  SCHD-ACTIVE-FLAG         PIC X(01).
000400     88  SCHD-ACTIVE              VALUE 'Y'.
000410     88  SCHD-INACTIVE            VALUE 'N'.
000420 05  SCHD-TEXT                PIC X(20).
000430 05  SCHD-TEXT2               PIC X(20).
000440 05  SCHD-TEXT3               PIC X(20).
000450 05  FILLER                   PIC X(20).
