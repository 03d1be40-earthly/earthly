000010*================================================================*
000020*  FIBMRPT.CPY                                                   *
000030*  MISSED-RUN EXCEPTIONS REPORT LAYOUT (FIB760).  ONE HEADER     *
000040*  RECORD; ONE DETAIL RECORD PER EXCEPTION, THE CONDITION CODE   *
000050*  SAYING WHICH OF THE CASES IT IS:                              *
000060*      M   DUE TONIGHT BUT NEVER CATALOGUED (A NO-SHOW)          *
000070*      U   CATALOGUED BUT NOT SCHEDULED FOR THE DATE             *
000080*      V   CATALOGUED BUT VOIDED BY THE FIB530 BACKOUT           *
000090*      S   CATALOGUED BUT STILL IN STARTED STATUS                *
000100*      X   SCHEDULE RECORD UNUSABLE - BAD PROGRAM OR DUE RULE    *
000110*  ONE TRAILER CARRYING THE DUE COUNT AND THE COUNT PER          *
000120*  CONDITION.  AN EMPTY DETAIL SECTION MEANS EVERY RUN DUE       *
000130*  ENDED ON THE CATALOG AND NOTHING RAN THAT WAS NOT EXPECTED.   *
000140*  EVERY RECORD IS THE SAME 80-BYTE LENGTH.                      *
000150*------------------------------------------------------------------
000160*  MOD LOG
000170*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000180*================================================================*
000190 01  FIBMRPT-HEADER-REC.
000200     05  FIBMRPT-H-TYPE           PIC X(01) VALUE "H".
000210     05  FIBMRPT-H-RUN-DATE       PIC 9(08).
000220     05  FIBMRPT-H-CHECK-DATE     PIC 9(08).
000230     05  FIBMRPT-H-DAY-NAME       PIC X(03).
000240     05  FIBMRPT-H-TITLE          PIC X(40).
000250     05  FILLER                   PIC X(20).
000260 01  FIBMRPT-DETAIL-REC.
000270     05  FIBMRPT-D-TYPE           PIC X(01) VALUE "D".
000280     05  FIBMRPT-D-CONDITION      PIC X(01).
000290     05  FIBMRPT-D-RUN-ID         PIC X(08).
000300     05  FIBMRPT-D-PROGRAM        PIC X(08).
000310     05  FIBMRPT-D-DUE-RULE       PIC X(01).
000320     05  FIBMRPT-D-CAT-STATUS     PIC X(01).
000330     05  FIBMRPT-D-START-TIME     PIC 9(08).
000340     05  FIBMRPT-D-MESSAGE        PIC X(40).
000350     05  FILLER                   PIC X(12).
000360 01  FIBMRPT-TRAILER-REC.
000370     05  FIBMRPT-T-TYPE           PIC X(01) VALUE "T".
000380     05  FIBMRPT-T-RUN-DATE       PIC 9(08).
000390     05  FIBMRPT-T-DUE-COUNT      PIC 9(05).
000400     05  FIBMRPT-T-MISSED-COUNT   PIC 9(05).
000410     05  FIBMRPT-T-UNSCHED-COUNT  PIC 9(05).
000420     05  FIBMRPT-T-VOIDED-COUNT   PIC 9(05).
000430     05  FIBMRPT-T-STARTED-COUNT  PIC 9(05).
000440     05  FIBMRPT-T-BADSCHD-COUNT  PIC 9(05).
000450     05  FIBMRPT-T-STATUS         PIC X(14).
000460     05  FILLER                   PIC X(27).
