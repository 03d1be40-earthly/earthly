000278*              EVENT LOG (SEE FIBEVT.CPY AND THE FIB780 DAILY
000279*              REPORT), SO A BAD NIGHT IS DIAGNOSED FROM ONE
000281*              FILE INSTEAD OF SEVEN JOBS' SYSOUT.
000282*  2026-10-14  RLS  ADDED THE CASH-FLOW RUN MODE "F": EVERY TERM
000283*              IS ONE PERIOD - OPENING BALANCE, GROWTH, THE
000284*              FIBDCTL-CASH-AMOUNT CONTRIBUTION OR WITHDRAWAL
000285*              (BEFORE OR AFTER GROWTH) AND CLOSING BALANCE, ALL
000286*              ON THE FIBDRPT DETAIL.  A TERM THAT TAKES THE
000287*              BALANCE BELOW ZERO IS FLAGGED, ENDS THE RUN AND
000288*              GIVES RETURN-CODE 20.
000270*================================================================*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.                  FIB300.
000574     88  FIBD-TARGET-HIT       VALUE "Y".
000580 01  FIBD-VALID-SW             PIC X(01) VALUE "Y".
000590     88  FIBD-VALID            VALUE "Y".
000592 01  FIBD-NEGATIVE-SW          PIC X(01) VALUE "N".
000594     88  FIBD-NEGATIVE         VALUE "Y".

000600*----------------------------------------------------------------*
000610*  GENERATOR WORKING FIELDS                                      *
000730 01  display-dvalue            PIC -(09)9.9999.
000732 01  fib-run-mode              PIC X(01)         VALUE SPACE.
000734     88  FIBD-MODE-TARGET      VALUE "T".
000735     88  FIBD-MODE-CASHFLOW    VALUE "F".
000736 01  fib-target-value          PIC S9(09)V9(04) COMP-3 VALUE 0.
000738 01  fib-target-term           PIC 9(05)         VALUE 0.

000802     05  fib-rcat-p-mode       PIC X(01).
000803     05  FILLER                PIC X(04) VALUE " DP=".
000804     05  fib-rcat-p-dec        PIC 9(01).
000814     05  FILLER                PIC X(04) VALUE " CF=".
000815     05  fib-rcat-p-cash       PIC X(01).

000805*----------------------------------------------------------------*
000806*  EVENT-LOG FIELDS - SET BEFORE EACH PERFORM OF 9800-LOG-EVENT. *
000812 01  fib-evt-date              PIC 9(08) VALUE 0.
000813 01  fib-evt-time              PIC 9(08) VALUE 0.

000816*----------------------------------------------------------------*
000817*  CASH-FLOW FIELDS - THE PER-TERM AMOUNT AND THE PIECES OF THE  *
000818*  CURRENT TERM FOR THE REPORT.                                  *
000819*----------------------------------------------------------------*
000821 01  cash-amount               PIC S9(09)V9(04) COMP-3 VALUE 0.
000822 01  cash-timing               PIC X(01)         VALUE SPACE.
000823     88  FIBD-CASH-BEFORE      VALUE "B".
000824 01  opening-value             PIC S9(09)V9(04) COMP-3 VALUE 0.
000825 01  growth-value              PIC S9(09)V9(04) COMP-3 VALUE 0.
000826 01  fib-negative-term         PIC 9(05)         VALUE 0.
000827 01  display-opening           PIC -(09)9.9999.
000828 01  display-growth            PIC -(09)9.9999.
000829 01  display-cash              PIC -(09)9.9999.
000831 01  fib-negative-edit         PIC Z(04)9.

000800 PROCEDURE DIVISION.
000810*================================================================*
000820*  0000-MAINLINE                                                 *

001170     COMPUTE growth-multiplier = 1 + (growth-rate / 100).
001180     COMPUTE round-scale = 10 ** (4 - dec-places).
001181     IF FIBD-MODE-CASHFLOW
001182         MOVE FIBDCTL-CASH-AMOUNT TO cash-amount
001183         MOVE FIBDCTL-CASH-TIMING TO cash-timing
001184         DIVIDE cash-amount BY round-scale
001185             GIVING rounded-temp ROUNDED
001186         MULTIPLY rounded-temp BY round-scale
001187             GIVING cash-amount
001188     END-IF.

001190     ACCEPT fib-run-date FROM DATE YYYYMMDD.

001590     END-IF.

001592     IF NOT FIBDCTL-MODE-TARGET AND NOT FIBDCTL-MODE-COUNT
001617         AND NOT FIBDCTL-MODE-CASHFLOW
001593         DISPLAY "FIB300 - CONTROL RECORD RUN MODE MUST BE T, "
001594                 "F, C OR BLANK"
001595         SET FIBD-VALID-SW TO "N"
001596         MOVE 8 TO RETURN-CODE
001611         MOVE "CONTROL RECORD RUN MODE MUST BE T, F, C OR BLANK"
001612             TO fib-evt-msg
001613         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
001597         GO TO 1300-EXIT
001608         GO TO 1300-EXIT
001609     END-IF.

001618     IF FIBDCTL-MODE-CASHFLOW
001619         AND FIBDCTL-CASH-AMOUNT NOT NUMERIC
001621         DISPLAY "FIB300 - CASH-FLOW AMOUNT MUST BE NUMERIC"
001622         SET FIBD-VALID-SW TO "N"
001623         MOVE 8 TO RETURN-CODE
001624         MOVE "CASH-FLOW AMOUNT MUST BE NUMERIC" TO fib-evt-msg
001625         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
001626         GO TO 1300-EXIT
001627     END-IF.

001628     IF FIBDCTL-MODE-CASHFLOW
001629         AND NOT FIBDCTL-CASH-BEFORE AND NOT FIBDCTL-CASH-AFTER
001631         DISPLAY "FIB300 - CASH-FLOW TIMING MUST BE B (BEFORE "
001632                 "GROWTH) OR A (AFTER GROWTH)"
001633         SET FIBD-VALID-SW TO "N"
001634         MOVE 8 TO RETURN-CODE
001635         MOVE "CASH-FLOW TIMING MUST BE B (BEFORE GROWTH) OR A "
001636              & "(AFTER)" TO fib-evt-msg
001637         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
001638         GO TO 1300-EXIT
001639     END-IF.

001600     IF FIBDCTL-DEC-PLACES NOT NUMERIC
001610         OR FIBDCTL-DEC-PLACES > 4
001620         DISPLAY "FIB300 - CONTROL RECORD DECIMAL PLACES MUST "
001707     ACCEPT fib-start-time FROM TIME.
001708     MOVE growth-rate         TO fib-rcat-p-rate.
001709     MOVE fib-term-count      TO fib-rcat-p-terms.
001710     MOVE cash-timing         TO fib-rcat-p-cash.
001711     MOVE fib-run-mode        TO fib-rcat-p-mode.
001712     MOVE dec-places          TO fib-rcat-p-dec.
001713     MOVE fib-run-id          TO FIBRCAT-RUN-ID.
001720*  A TIME, ROUNDING EACH TERM TO THE CONTROLLED DECIMAL PLACES.  *
001722*  IN TARGET MODE THE LOOP ENDS AS SOON AS THE VALUE REACHES THE *
001724*  CONTROL-SUPPLIED TARGET, WITH FIB-TERM-COUNT AS THE SAFETY    *
001726*  CEILING SO A ZERO GROWTH RATE CANNOT LOOP FOREVER.  A CASH-   *
001728*  FLOW RUN IS GENERATED BY 8400-CASH-FLOW-SERIES INSTEAD.       *
001730*================================================================*
001740 8000-GENERATE-SERIES.
001741     IF FIBD-MODE-CASHFLOW
001742         PERFORM 8400-CASH-FLOW-SERIES THRU 8400-EXIT
001743         GO TO 8000-EXIT
001744     END-IF.
001745     MOVE 1 TO ix.
001750     MOVE current-value TO display-dvalue.
001760     DISPLAY "TERM " 1 ": " display-dvalue.
002100*================================================================*
002110 8200-WRITE-DETAIL.
002120     ADD 1 TO fib-rpt-seq.
002125     MOVE SPACES         TO FIBDRPT-DETAIL-REC.
002130     MOVE "D"            TO FIBDRPT-D-TYPE.
002140     MOVE fib-rpt-seq    TO FIBDRPT-D-SEQ.
002150     MOVE display-dvalue TO FIBDRPT-D-VALUE.
002151     IF FIBD-MODE-CASHFLOW
002152         MOVE display-opening TO FIBDRPT-D-OPENING
002153         MOVE display-growth  TO FIBDRPT-D-GROWTH
002154         MOVE display-cash    TO FIBDRPT-D-CASH-FLOW
002155         IF FIBD-NEGATIVE
002156             SET FIBDRPT-D-NEGATIVE TO TRUE
002157         END-IF
002158     END-IF.
002160     WRITE FIBDRPT-DETAIL-REC.
002170     ADD 1 TO fib-rpt-count.
002180 8200-EXIT.
002210*  9000-TERMINATE -- WRITE THE TRAILER AND CLOSE THE REPORT.     *
002220*================================================================*
002230 9000-TERMINATE.
002235     MOVE SPACES          TO FIBDRPT-TRAILER-REC.
002240     MOVE "T"             TO FIBDRPT-T-TYPE.
002250     MOVE fib-run-date    TO FIBDRPT-T-RUN-DATE.
002260     MOVE fib-rpt-count   TO FIBDRPT-T-RECORD-COUNT.
002262     MOVE fib-target-term TO FIBDRPT-T-TARGET-TERM.
002263     MOVE fib-negative-term TO FIBDRPT-T-NEG-TERM.
002264     EVALUATE TRUE
002265         WHEN NOT FIBD-MODE-TARGET
002266             MOVE SPACE TO FIBDRPT-T-TARGET-FLAG
002270     WRITE FIBDRPT-TRAILER-REC.
002280     CLOSE FIBDRPT-FILE.

002282     IF FIBD-NEGATIVE
002284         MOVE 20 TO RETURN-CODE
002286     END-IF.
002290     EVALUATE TRUE
002291         WHEN FIBD-OVERFLOW
002300             MOVE 16 TO RETURN-CODE
002370 9999-EXIT.
002380     STOP RUN.

002390*================================================================*
002400*  8400-CASH-FLOW-SERIES -- GENERATE A CASH-FLOW RUN, ONE PERIOD *
002410*  PER TERM, UNTIL THE TERM COUNT IS REACHED OR A TERM OVERFLOWS *
002420*  OR TAKES THE BALANCE BELOW ZERO.                              *
002430*================================================================*
002440 8400-CASH-FLOW-SERIES.
002450     PERFORM 8410-CASH-FLOW-TERM THRU 8410-EXIT
002460         VARYING ix FROM 1 BY 1
002470         UNTIL ix > fib-term-count
002480            OR FIBD-OVERFLOW
002490            OR FIBD-NEGATIVE.
002500 8400-EXIT.
002510     EXIT.

002520*================================================================*
002530*  8410-CASH-FLOW-TERM -- ONE PERIOD OF A CASH-FLOW RUN.  TERM 1 *
002540*  OPENS ON THE SEED.  THE CASH AMOUNT GOES IN BEFORE OR AFTER   *
002550*  THE GROWTH AS THE CONTROL RECORD SAYS, AND THE GROWTH IS THE  *
002560*  SAME MULTIPLY-AND-ROUND AS THE PLAIN RUN, SO A ZERO AMOUNT    *
002570*  GROWS THE SEED EXACTLY AS MODE C WOULD.  A BALANCE THAT GOES  *
002580*  BELOW ZERO AT EITHER STEP IS FLAGGED ON THIS TERM'S DETAIL    *
002590*  LINE AND ENDS THE RUN.                                        *
002600*================================================================*
002610 8410-CASH-FLOW-TERM.
002620     MOVE current-value TO opening-value.
002630     MOVE 0             TO growth-value.
002640     IF FIBD-CASH-BEFORE
002650         ADD cash-amount TO current-value
002660             ON SIZE ERROR
002670                 PERFORM 8100-OVERFLOW-ERROR THRU 8100-EXIT
002680                 GO TO 8410-EXIT
002690         END-ADD
002700         IF current-value < 0
002710             GO TO 8410-NEGATIVE
002720         END-IF
002730     END-IF.

002740     COMPUTE next-value ROUNDED =
002750             current-value * growth-multiplier
002760         ON SIZE ERROR
002770             PERFORM 8100-OVERFLOW-ERROR THRU 8100-EXIT
002780             GO TO 8410-EXIT
002790     END-COMPUTE.
002800     DIVIDE next-value BY round-scale
002810         GIVING rounded-temp ROUNDED.
002820     MULTIPLY rounded-temp BY round-scale
002830         GIVING next-value.
002840     SUBTRACT current-value FROM next-value
002850         GIVING growth-value.
002860     MOVE next-value TO current-value.

002870     IF NOT FIBD-CASH-BEFORE
002880         ADD cash-amount TO current-value
002890             ON SIZE ERROR
002900                 PERFORM 8100-OVERFLOW-ERROR THRU 8100-EXIT
002910                 GO TO 8410-EXIT
002920         END-ADD
002930     END-IF.
002940     IF current-value < 0
002950         GO TO 8410-NEGATIVE
002960     END-IF.
002970     GO TO 8410-WRITE.

002980 8410-NEGATIVE.
002990     SET FIBD-NEGATIVE TO TRUE.
003000     MOVE ix TO fib-negative-term.
003010     MOVE ix TO fib-negative-edit.
003020     DISPLAY "FIB300 - BALANCE BELOW ZERO AT TERM "
003030             fib-negative-edit ", RUN STOPPED".
003040     MOVE "E" TO fib-evt-severity.
003050     MOVE 20  TO fib-evt-rc.
003060     MOVE SPACES TO fib-evt-msg.
003070     STRING "CASH-FLOW BALANCE BELOW ZERO AT TERM "
003080                DELIMITED BY SIZE
003090            fib-negative-edit DELIMITED BY SIZE
003100            " - RUN STOPPED" DELIMITED BY SIZE
003110         INTO fib-evt-msg
003120     END-STRING.
003130     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.

003140 8410-WRITE.
003150     MOVE opening-value TO display-opening.
003160     MOVE growth-value  TO display-growth.
003170     MOVE cash-amount   TO display-cash.
003180     MOVE current-value TO display-dvalue.
003190     DISPLAY "TERM " ix ": " display-dvalue.
003200     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
003210 8410-EXIT.
003220     EXIT.



