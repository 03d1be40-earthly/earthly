000010*================================================================*
000020*  FIBPLOG.CPY                                                   *
000030*  PROOF LOG RECORD.  FIB400 APPENDS ONE RECORD EVERY TIME IT    *
000040*  PROVES A RUN - THE RUN-ID, THE DATE OF THE GENERATION IT      *
000050*  RECONCILED, WHEN THE PROOF RAN, AND WHETHER IT BALANCED.      *
000060*  THE FIBXRPT EXCEPTIONS REPORT ONLY EVER HOLDS THE LATEST      *
000070*  PROOF, SO THIS PERMANENT LOG IS WHAT THE FIB550 PERIOD        *
000080*  CLOSE READS TO TELL WHETHER A RUN'S LAST PROOF FAILED.  THE   *
000090*  LOG IS IN PROOF ORDER, SO THE LAST RECORD FOR A RUN-ID AND    *
000100*  GENERATION DATE IS ITS LATEST PROOF.                          *
000110*------------------------------------------------------------------
000120*  MOD LOG
000130*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000140*================================================================*
000150 01  FIBPLOG-RECORD.
000160     05  FIBPLOG-RUN-ID           PIC X(08).
000170     05  FIBPLOG-GEN-DATE         PIC 9(08).
000180     05  FIBPLOG-PROOF-DATE       PIC 9(08).
000190     05  FIBPLOG-PROOF-TIME       PIC 9(08).
000200     05  FIBPLOG-RESULT           PIC X(01).
000210         88  FIBPLOG-BALANCED     VALUE "B".
000220         88  FIBPLOG-OUT-OF-BAL   VALUE "O".
000230     05  FIBPLOG-EXCP-COUNT       PIC 9(07).
000240     05  FILLER                   PIC X(40).
