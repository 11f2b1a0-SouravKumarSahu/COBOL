000100******************************************************************
000110* BANNHOL.CPY                                                    *
000120* HOLIDAY CALENDAR RECORD - ONE NON-BUSINESS WEEKDAY ON THE      *
000130* BANHOLI CALENDAR FILE, KEYED IN BY SCHEDULING EACH YEAR IN ANY *
000140* ORDER.  HOL-DATE IS YYYYMMDD.  BANSCHG TREATS THESE DATES,     *
000150* LIKE SATURDAYS AND SUNDAYS, AS NON-BUSINESS DAYS WHEN IT WORKS *
000160* OUT WHICH STANDING SCHEDULE ENTRIES ARE DUE, AND NAMES THE     *
000170* HOLIDAY ON ITS LISTING WHEN AN ENTRY IS SKIPPED BECAUSE OF     *
000180* ONE.                                                           *
000190******************************************************************
000200 05  HOL-DATE                 PIC X(08).
000210 05  HOL-DATE-N REDEFINES HOL-DATE
000220                              PIC 9(08).
000230 05  FILLER                   PIC X(02).
000240 05  HOL-NAME                 PIC X(30).
000250 05  FILLER                   PIC X(40).
