000010*================================================================*
000020*  FIBPCLS.CPY                                                   *
000030*  PERIOD-CLOSE MASTER RECORD LAYOUT (VSAM KSDS, SEE FIBPCLSA).  *
000040*  KEYED ON THE CLOSED PERIOD (YYYYMM) AHEAD OF THE RUN-ID.      *
000050*  EACH CLOSED PERIOD HAS ONE PERIOD RECORD (TYPE "P", BLANK     *
000060*  RUN-ID, SO IT SORTS FIRST) CARRYING THE CLOSE AND ANY         *
000070*  REOPEN HISTORY, FOLLOWED BY ONE RUN RECORD (TYPE "R") PER     *
000080*  FIB100 RUN-ID WITH THE MONTH'S RUN COUNT, TERM COUNT AND      *
000090*  FIBHIST-T-SUM CONTROL TOTAL.  FIB550 WRITES THE CLOSE;        *
000100*  FIB830 RECORDS THE TWO-PERSON REOPEN; FIB560 ANSWERS          *
000110*  WHETHER A DATE FALLS IN A LOCKED PERIOD.  THE PERIOD STATUS   *
000120*  IS:                                                           *
000130*      C   CLOSED - RUN DATES IN THE MONTH ARE LOCKED            *
000140*      Q   REOPEN REQUESTED - STILL LOCKED UNTIL APPROVED        *
000150*      R   REOPENED BY A SECOND OPERATOR - UNLOCKED UNTIL THE    *
000160*          NEXT FIB550 CLOSE OF THE MONTH                        *
000170*------------------------------------------------------------------
000180*  MOD LOG
000190*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000200*================================================================*
000210 01  FIBPCLS-RECORD.
000220     05  FIBPCLS-KEY.
000230         10  FIBPCLS-PERIOD       PIC 9(06).
000240         10  FIBPCLS-RUN-ID       PIC X(08).
000250     05  FIBPCLS-TYPE             PIC X(01).
000260         88  FIBPCLS-PERIOD-REC   VALUE "P".
000270         88  FIBPCLS-RUN-REC      VALUE "R".
000280     05  FIBPCLS-DATA             PIC X(125).
000290     05  FIBPCLS-PERIOD-DATA REDEFINES FIBPCLS-DATA.
000300         10  FIBPCLS-STATUS           PIC X(01).
000310             88  FIBPCLS-CLOSED       VALUE "C".
000320             88  FIBPCLS-REOPEN-REQ   VALUE "Q".
000330             88  FIBPCLS-REOPENED     VALUE "R".
000340             88  FIBPCLS-LOCKED       VALUE "C" "Q".
000350         10  FIBPCLS-CLOSED-BY        PIC X(08).
000360         10  FIBPCLS-CLOSE-DATE       PIC 9(08).
000370         10  FIBPCLS-CLOSE-TIME       PIC 9(08).
000380         10  FIBPCLS-CLOSE-COUNT      PIC 9(03).
000390         10  FIBPCLS-RUNID-COUNT      PIC 9(05).
000400         10  FIBPCLS-RUN-COUNT        PIC 9(05).
000410         10  FIBPCLS-VOIDED-COUNT     PIC 9(05).
000420         10  FIBPCLS-TERM-COUNT       PIC 9(09).
000430         10  FIBPCLS-REQ-BY           PIC X(08).
000440         10  FIBPCLS-REQ-DATE         PIC 9(08).
000450         10  FIBPCLS-REQ-REASON       PIC X(30).
000460         10  FIBPCLS-APPR-BY          PIC X(08).
000470         10  FIBPCLS-APPR-DATE        PIC 9(08).
000480         10  FILLER                   PIC X(11).
000490     05  FIBPCLS-RUN-DATA REDEFINES FIBPCLS-DATA.
000500         10  FIBPCLS-R-RUNS           PIC 9(05).
000510         10  FIBPCLS-R-VOIDED         PIC 9(05).
000520         10  FIBPCLS-R-TERMS          PIC 9(09).
000530         10  FIBPCLS-R-T-SUM          PIC S9(38).
000540         10  FIBPCLS-R-FIRST-DATE     PIC 9(08).
000550         10  FIBPCLS-R-LAST-DATE      PIC 9(08).
000560         10  FILLER                   PIC X(52).
