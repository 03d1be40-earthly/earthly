000294*              KEYED ASCENDING ON DATE, SO THE LATEST DATE'S
000295*              GENERATION IS THE ONE RECONCILED, SAME OUTCOME
000296*              AS THE OLD LATEST-GENERATION SCAN.
000297*  2026-10-14  RLS  EVERY PROOF NOW APPENDS ITS OUTCOME TO THE
000298*              FIBPLOG PROOF LOG SO THE FIB550 PERIOD CLOSE CAN
000299*              TELL A RUN WHOSE LAST PROOF FAILED.
000270*================================================================*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.                  FIB400.
000552     SELECT FIBEVLOG-FILE     ASSIGN       TO "FIBEVLOG"
000554                               ORGANIZATION IS LINE SEQUENTIAL.

000555     SELECT FIBPLOG-FILE      ASSIGN       TO "FIBPLOG"
000556                               ORGANIZATION IS LINE SEQUENTIAL
000557                               FILE STATUS IS fib4-plog-status.

000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  FIBCTL-FILE.
000672 FD  FIBEVLOG-FILE.
000674     COPY FIBEVT.

000676 FD  FIBPLOG-FILE.
000678     COPY FIBPLOG.

000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------------*
000700*  SWITCHES                                                      *
000870 01  fib4-hkey-status          PIC X(02) VALUE "00".
000880 01  fib4-rpt-status           PIC X(02) VALUE "00".
000890 01  fib4-chk-status           PIC X(02) VALUE "00".
000895 01  fib4-plog-status          PIC X(02) VALUE "00".

000900*----------------------------------------------------------------*
000910*  RECONCILIATION WORKING FIELDS                                 *
004660     CLOSE FIBHKEY-FILE.
004670     CLOSE FIBRPT-FILE.
004680     CLOSE FIBXRPT-FILE.
004685     PERFORM 9850-LOG-PROOF THRU 9850-EXIT.
004690     IF FIB4-BALANCED
004700         MOVE 0 TO RETURN-CODE
004710         DISPLAY "FIB400 - RUN " fib4-run-id " BALANCED"
004803 9800-EXIT.
004804     EXIT.

004840*================================================================*
004850*  9850-LOG-PROOF -- APPEND THIS PROOF'S OUTCOME TO THE FIBPLOG  *
004860*  PROOF LOG.  FIBXRPT IS REWRITTEN BY EVERY PROOF, SO THE LOG   *
004870*  IS THE ONLY LASTING RECORD OF WHETHER A GENERATION PROVED.    *
004880*  A LOG THAT WILL NOT OPEN DOES NOT CHANGE THE PROOF ITSELF; IT *
004890*  IS ONLY WARNED ABOUT.                                         *
004900*================================================================*
004910 9850-LOG-PROOF.
004920     OPEN EXTEND FIBPLOG-FILE.
004930     IF fib4-plog-status NOT = "00"
004940         DISPLAY "FIB400 - FIBPLOG PROOF LOG NOT AVAILABLE - "
004950                 "PROOF NOT LOGGED"
004960         MOVE "W" TO fib4-evt-severity
004970         MOVE 0   TO fib4-evt-rc
004980         MOVE "FIBPLOG PROOF LOG NOT AVAILABLE - PROOF NOT LOGGED"
004990             TO fib4-evt-msg
005000         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
005010         GO TO 9850-EXIT
005020     END-IF.
005030     MOVE SPACES TO FIBPLOG-RECORD.
005040     MOVE fib4-run-id        TO FIBPLOG-RUN-ID.
005050     MOVE fib4-gen-date      TO FIBPLOG-GEN-DATE.
005060     MOVE fib4-run-date      TO FIBPLOG-PROOF-DATE.
005070     ACCEPT FIBPLOG-PROOF-TIME FROM TIME.
005080     IF FIB4-BALANCED
005090         SET FIBPLOG-BALANCED   TO TRUE
005100     ELSE
005110         SET FIBPLOG-OUT-OF-BAL TO TRUE
005120     END-IF.
005130     MOVE fib4-excp-count    TO FIBPLOG-EXCP-COUNT.
005140     WRITE FIBPLOG-RECORD.
005150     CLOSE FIBPLOG-FILE.
005160 9850-EXIT.
005170     EXIT.

004790*================================================================*
004800*  9999-EXIT -- SINGLE PROGRAM EXIT POINT.                       *
004810*================================================================*
