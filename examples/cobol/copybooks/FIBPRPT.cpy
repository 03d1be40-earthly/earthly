000010*================================================================*
000020*  FIBPRPT.CPY                                                   *
000030*  PERIOD CLOSE CERTIFICATE LAYOUT (FIB550).  ONE HEADER         *
000040*  RECORD NAMING THE PERIOD AND THE OPERATOR SIGNING IT OFF.     *
000050*  WHEN THE PERIOD CLOSES, ONE RUN DETAIL (TYPE "D") PER FIB100  *
000060*  RUN-ID WITH ITS CONTROL TOTALS; WHEN IT IS REFUSED, ONE       *
000070*  EXCEPTION DETAIL (TYPE "X") PER RUN THAT BLOCKS THE CLOSE,    *
000080*  THE CONDITION CODE SAYING WHICH CASE IT IS:                   *
000090*      S   RUN STILL IN STARTED STATUS                           *
000100*      T   RUN ENDED BUT HAS NO FIBHIST TRAILER                  *
000110*      P   RUN'S LAST FIB400 PROOF WAS OUT OF BALANCE            *
000120*      L   PERIOD ALREADY CLOSED, OR THE MONTH CANNOT BE TOTALLED*
000130*  ONE TRAILER WITH THE PERIOD TOTALS AND THE OUTCOME.  EVERY    *
000140*  RECORD IS THE SAME 80-BYTE LENGTH.                            *
000150*------------------------------------------------------------------
000160*  MOD LOG
000170*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000180*================================================================*
000190 01  FIBPRPT-HEADER-REC.
000200     05  FIBPRPT-H-TYPE           PIC X(01) VALUE "H".
000210     05  FIBPRPT-H-RUN-DATE       PIC 9(08).
000220     05  FIBPRPT-H-PERIOD         PIC 9(06).
000230     05  FIBPRPT-H-CLOSED-BY      PIC X(08).
000240     05  FIBPRPT-H-TITLE          PIC X(40).
000250     05  FILLER                   PIC X(17).
000260 01  FIBPRPT-DETAIL-REC.
000270     05  FIBPRPT-D-TYPE           PIC X(01) VALUE "D".
000280     05  FIBPRPT-D-RUN-ID         PIC X(08).
000290     05  FIBPRPT-D-RUNS           PIC 9(05).
000300     05  FIBPRPT-D-VOIDED         PIC 9(05).
000310     05  FIBPRPT-D-TERMS          PIC 9(09).
000320     05  FIBPRPT-D-T-SUM          PIC S9(38).
000330     05  FILLER                   PIC X(14).
000340 01  FIBPRPT-EXCEPTION-REC.
000350     05  FIBPRPT-X-TYPE           PIC X(01) VALUE "X".
000360     05  FIBPRPT-X-CONDITION      PIC X(01).
000370     05  FIBPRPT-X-RUN-ID         PIC X(08).
000380     05  FIBPRPT-X-RUN-DATE       PIC 9(08).
000390     05  FIBPRPT-X-CAT-STATUS     PIC X(01).
000400     05  FIBPRPT-X-MESSAGE        PIC X(40).
000410     05  FILLER                   PIC X(21).
000420 01  FIBPRPT-TRAILER-REC.
000430     05  FIBPRPT-T-TYPE           PIC X(01) VALUE "T".
000440     05  FIBPRPT-T-RUNID-COUNT    PIC 9(05).
000450     05  FIBPRPT-T-RUN-COUNT      PIC 9(05).
000460     05  FIBPRPT-T-VOIDED-COUNT   PIC 9(05).
000470     05  FIBPRPT-T-EXCP-COUNT     PIC 9(05).
000480     05  FIBPRPT-T-TERM-COUNT     PIC 9(09).
000490     05  FIBPRPT-T-STATUS         PIC X(14).
000500     05  FILLER                   PIC X(36).
