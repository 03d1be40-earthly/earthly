000010*================================================================*
000020*  FIBPLCK.CPY                                                   *
000030*  LINKAGE PARAMETERS FOR FIB560, THE CALLABLE PERIOD-LOCK       *
000040*  CHECK SHARED BY FIB510 AND FIB530.  FIBPLK-PARMS CARRIES      *
000050*  THE RUN DATE (YYYYMMDD) ABOUT TO BE TOUCHED; FIBPLK-RESULT    *
000060*  COMES BACK WITH STATUS 0 WHEN ITS MONTH IS OPEN (NEVER        *
000070*  CLOSED, OR REOPENED BY AN APPROVED TWO-PERSON REQUEST) OR     *
000080*  STATUS 8 AND THE REASON WHEN THE MONTH IS LOCKED OR THE       *
000090*  PERIOD-CLOSE MASTER CANNOT BE READ.  THE CALLER SUPPLIES      *
000100*  MATCHING WORKING-STORAGE FOR BOTH GROUPS AND LOGS ANY         *
000110*  REFUSAL ITSELF.                                               *
000120*------------------------------------------------------------------
000130*  MOD LOG
000140*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000150*================================================================*
000160 01  FIBPLK-PARMS.
000170     05  FIBPLK-RUN-DATE          PIC 9(08).
000180 01  FIBPLK-RESULT.
000190     05  FIBPLK-STATUS-CODE       PIC 9(01).
000200         88  FIBPLK-OPEN          VALUE 0.
000210         88  FIBPLK-LOCKED        VALUE 8.
000220     05  FIBPLK-PERIOD            PIC 9(06).
000230     05  FIBPLK-REASON            PIC X(40).
