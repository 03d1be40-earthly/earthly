000010*================================================================*
000020*  FIBPRSP.CPY                                                   *
000030*  RESPONSE FILE RETURNED TO THE PLANNING SYSTEM BY FIB820.  ONE *
000040*  HEADER ECHOING THE BATCH ID; ONE DETAIL PER REQUEST RECEIVED, *
000050*  IN THE ORDER RECEIVED, SAYING "STAGED" (ON FIBPEND, AWAITING  *
000060*  FIB810 APPROVAL) OR "REJECTED" WITH THE REASON; ONE TRAILER   *
000070*  WITH THE COUNTS AND WHETHER THE FILE ITSELF WAS ACCEPTED.  A  *
000080*  STAGED REQUEST IS NOT YET IN EFFECT - IT STILL NEEDS A SECOND *
000090*  OPERATOR'S APPROVAL.  EVERY RECORD IS THE SAME 80-BYTE LENGTH.*
000100*------------------------------------------------------------------
000110*  MOD LOG
000120*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000130*================================================================*
000140 01  FIBPRSP-HEADER-REC.
000150     05  FIBPRSP-H-TYPE           PIC X(01) VALUE "H".
000160     05  FIBPRSP-H-BATCH-ID       PIC X(10).
000170     05  FIBPRSP-H-RESP-DATE      PIC 9(08).
000180     05  FIBPRSP-H-RESP-TIME      PIC 9(08).
000190     05  FILLER                   PIC X(53).
000200 01  FIBPRSP-DETAIL-REC.
000210     05  FIBPRSP-D-TYPE           PIC X(01) VALUE "D".
000220     05  FIBPRSP-D-SEQ            PIC 9(05).
000230     05  FIBPRSP-D-RUN-ID         PIC X(08).
000240     05  FIBPRSP-D-ACTION         PIC X(01).
000250     05  FIBPRSP-D-EFF-DATE       PIC 9(08).
000260     05  FIBPRSP-D-DISPOSITION    PIC X(08).
000270     05  FIBPRSP-D-REASON         PIC X(40).
000280     05  FILLER                   PIC X(09).
000290 01  FIBPRSP-TRAILER-REC.
000300     05  FIBPRSP-T-TYPE           PIC X(01) VALUE "T".
000310     05  FIBPRSP-T-BATCH-ID       PIC X(10).
000320     05  FIBPRSP-T-RECEIVED       PIC 9(05).
000330     05  FIBPRSP-T-STAGED         PIC 9(05).
000340     05  FIBPRSP-T-REJECTED       PIC 9(05).
000350     05  FIBPRSP-T-FILE-STATUS    PIC X(14).
000360     05  FILLER                   PIC X(40).
