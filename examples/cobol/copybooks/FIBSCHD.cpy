000010*================================================================*
000020*  FIBSCHD.CPY                                                   *
000030*  EXPECTED-RUN SCHEDULE RECORD, READ BY THE MISSED-RUN CHECK    *
000040*  (FIB760).  ONE RECORD PER RUN-ID THE NIGHTLY STREAM IS        *
000050*  EXPECTED TO CATALOG, NAMING THE PROGRAM THAT CATALOGS IT      *
000060*  (FIB100, FIB300 OR FIB900) AND THE DAYS IT IS DUE:            *
000070*      D   DAILY - EVERY CALENDAR DAY                            *
000080*      B   BUSINESS DAYS - MONDAY THROUGH FRIDAY                 *
000090*      M   MONTH-END - THE LAST CALENDAR DAY OF THE MONTH        *
000100*      S   SPECIFIC DAY OF THE MONTH, GIVEN IN DUE-DAY.  A DAY   *
000110*          PAST THE END OF A SHORT MONTH (E.G. 31 IN APRIL)      *
000120*          FALLS DUE ON THAT MONTH'S LAST DAY INSTEAD.           *
000130*  A RECORD WITH A BLANK RUN-ID IS PASSED OVER.                  *
000150*------------------------------------------------------------------
000160*  MOD LOG
000170*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000180*================================================================*
000190 01  FIBSCHD-RECORD.
000200     05  FIBSCHD-RUN-ID           PIC X(08).
000210     05  FIBSCHD-PROGRAM          PIC X(08).
000220         88  FIBSCHD-PROGRAM-OK   VALUE "FIB100" "FIB300"
000230                                        "FIB900".
000240     05  FIBSCHD-DUE-RULE         PIC X(01).
000250         88  FIBSCHD-DAILY        VALUE "D".
000260         88  FIBSCHD-BUSINESS     VALUE "B".
000270         88  FIBSCHD-MONTH-END    VALUE "M".
000280         88  FIBSCHD-DAY-OF-MONTH VALUE "S".
000290     05  FIBSCHD-DUE-DAY          PIC 9(02).
000300     05  FIBSCHD-LABEL            PIC X(20).
000310     05  FILLER                   PIC X(11).
