000286*              LOAD THAT OVERFLOWS ITS TABLE NOW BLOCKS EVERY
000287*              APPLY (REJECTS STILL WORK) SO AN APPROVAL CAN
000288*              NEVER REWRITE FIBCTL FROM AN INCOMPLETE TABLE.
000289*  2026-10-14  RLS  SIGN-ON VIA FIB890; A/R NEED APPROVER ROLE.
000291*  2026-10-14  RLS  THE REVIEW SCREEN NOW PREVIEWS THE CHANGE:
000292*              THE PENDING PARAMETERS AND THE CALENDAR RECORD
000293*              IN EFFECT FOR THE SAME RUN-ID ARE BOTH RUN
000294*              THROUGH FIB200 AND SHOWN SIDE BY SIDE (TERMS,
000295*              OVERFLOW, LAST VALUE, SUM), LARGE SWINGS FLAGGED.
000280*================================================================*
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.                  FIB810.
000689     88  FIB81-CAL-FULL        VALUE "Y".
000690 01  fib81-pend-status         PIC X(02) VALUE "00".
000700 01  fib81-ctl-status          PIC X(02) VALUE "00".
000703 01  FIB81-SIGNED-ON-SW        PIC X(01) VALUE "N".
000706     88  FIB81-SIGNED-ON       VALUE "Y".

000710*----------------------------------------------------------------*
000720*  APPROVAL WORKING FIELDS                                       *
000730*----------------------------------------------------------------*
000740 01  fib81-appr-id             PIC X(08) VALUE SPACES.
000742 01  fib81-pin                 PIC X(08) VALUE SPACES.
000744 01  fib81-signon-tries        PIC S9(05) COMP VALUE 0.
000746 01  fib81-verb                PIC X(10) VALUE SPACES.
000750 01  fib81-decision            PIC X(01) VALUE SPACES.
000760 01  fib81-date                PIC 9(08) VALUE 0.
000770 01  fib81-time                PIC 9(08) VALUE 0.
001370 01  fib81-d-seq               PIC 9(03) VALUE 0.
001380 01  fib81-d-total             PIC 9(03) VALUE 0.

001381*----------------------------------------------------------------*
001382*  PREVIEW FIELDS - THE PENDING PARAMETERS AND THE CALENDAR      *
001383*  RECORD IN EFFECT FOR THE SAME RUN-ID ARE EACH RUN THROUGH     *
001384*  FIB200 SO THE APPROVER CHECKS RESULTS, NOT JUST KEYSTROKES.   *
001385*  A LAST VALUE OR SUM MOVING BY MORE THAN FIB81-SWING-PCT       *
001386*  PER CENT OF THE FIGURE IN EFFECT IS FLAGGED AS A SWING.       *
001387*----------------------------------------------------------------*
001388 01  FIB81-CUR-FOUND-SW        PIC X(01) VALUE "N".
001389     88  FIB81-CUR-FOUND       VALUE "Y".
001391 01  FIB81-SWING-SW            PIC X(01) VALUE "N".
001392     88  FIB81-SWING           VALUE "Y".
001393 01  fib81-swing-pct           PIC 9(03) VALUE 25.
001394 01  fib81-cur-ix              PIC S9(05) COMP VALUE 0.
001395 01  fib81-cur-best-date       PIC 9(08) VALUE 0.
001396 01  fib81-new-status          PIC 9(01) VALUE 0.
001397     88  FIB81-NEW-OVERFLOWED  VALUE 4.
001398     88  FIB81-NEW-INVALID     VALUE 8.
001399 01  fib81-new-terms           PIC 9(07) VALUE 0.
001401 01  fib81-new-last            PIC S9(38) VALUE 0.
001402 01  fib81-new-sum             PIC S9(38) VALUE 0.
001403 01  fib81-swing-new           PIC S9(38) VALUE 0.
001404 01  fib81-swing-cur           PIC S9(38) VALUE 0.
001405 01  fib81-swing-diff          PIC S9(38) VALUE 0.
001406 01  fib81-swing-limit         PIC S9(38) VALUE 0.
001407 01  fib81-d-new-terms         PIC 9(05) VALUE 0.
001408 01  fib81-d-new-ovf           PIC X(03) VALUE SPACES.
001409 01  fib81-d-new-last          PIC -(38)9.
001411 01  fib81-d-new-sum           PIC -(38)9.
001412 01  fib81-d-cur-terms         PIC 9(05) VALUE 0.
001413 01  fib81-d-cur-ovf           PIC X(03) VALUE SPACES.
001414 01  fib81-d-cur-last          PIC -(38)9.
001415 01  fib81-d-cur-sum           PIC -(38)9.
001416 01  fib81-d-cur-eff           PIC 9(08) VALUE 0.
001417 01  fib81-d-last-swing        PIC X(07) VALUE SPACES.
001418 01  fib81-d-sum-swing         PIC X(07) VALUE SPACES.
001419 01  fib81-d-preview-note      PIC X(40) VALUE SPACES.

001421*----------------------------------------------------------------*
001422*  FIB200 ENGINE PARAMETERS FOR THE PREVIEW                      *
001423*----------------------------------------------------------------*
001424     COPY FIBLINK.

001425*----------------------------------------------------------------*
001426*  SIGN-ON PARAMETERS FOR THE FIB890 CHECK                       *
001427*----------------------------------------------------------------*
001428     COPY FIBSIGN.

001390 SCREEN SECTION.
001400*----------------------------------------------------------------*
001410*  FIB81-APPROVE-SCREEN -- ONE PENDING CHANGE UNDER REVIEW.      *
001450     05  LINE 01 COLUMN 01 VALUE
001460         "FIB810 - CONTROL CHANGE APPROVAL".
001470     05  LINE 03 COLUMN 01 VALUE "APPROVER ID. . . . .".
001480     05  LINE 03 COLUMN 22 PIC X(08) FROM fib81-appr-id.
001490     05  LINE 05 COLUMN 01 VALUE "PENDING CHANGE . . .".
001500     05  LINE 05 COLUMN 22 PIC 9(03) FROM fib81-d-seq.
001510     05  LINE 05 COLUMN 26 VALUE "OF".
001650     05  LINE 13 COLUMN 01 VALUE "KEYED BY / ON. . . .".
001660     05  LINE 13 COLUMN 22 PIC X(08) FROM fib81-d-maker.
001670     05  LINE 13 COLUMN 32 PIC 9(08) FROM fib81-d-key-date.
001680     05  LINE 22 COLUMN 01 VALUE "DECISION (A/R/S/X) .".
001690     05  LINE 22 COLUMN 22 PIC X(01) USING fib81-decision.
001700     05  LINE 23 COLUMN 01 PIC X(40) FROM fib81-msg.
001701     05  LINE 15 COLUMN 01 VALUE "PREVIEW (FIB200) . .".
001702     05  LINE 15 COLUMN 22 VALUE "TERMS".
001703     05  LINE 15 COLUMN 28 VALUE "OVF".
001704     05  LINE 15 COLUMN 32 VALUE "LAST VALUE / TERM SUM".
001705     05  LINE 16 COLUMN 01 VALUE "  PENDING. . . . . .".
001706     05  LINE 16 COLUMN 22 PIC 9(05) FROM fib81-d-new-terms.
001707     05  LINE 16 COLUMN 28 PIC X(03) FROM fib81-d-new-ovf.
001708     05  LINE 16 COLUMN 32 PIC -(38)9 FROM fib81-d-new-last.
001709     05  LINE 16 COLUMN 72 PIC X(07) FROM fib81-d-last-swing
001711         HIGHLIGHT.
001712     05  LINE 17 COLUMN 32 PIC -(38)9 FROM fib81-d-new-sum.
001713     05  LINE 17 COLUMN 72 PIC X(07) FROM fib81-d-sum-swing
001714         HIGHLIGHT.
001715     05  LINE 18 COLUMN 01 VALUE "  IN EFFECT. . . . .".
001716     05  LINE 18 COLUMN 22 PIC 9(05) FROM fib81-d-cur-terms.
001717     05  LINE 18 COLUMN 28 PIC X(03) FROM fib81-d-cur-ovf.
001718     05  LINE 18 COLUMN 32 PIC -(38)9 FROM fib81-d-cur-last.
001719     05  LINE 19 COLUMN 32 PIC -(38)9 FROM fib81-d-cur-sum.
001721     05  LINE 20 COLUMN 01 VALUE "  IN EFFECT FROM . .".
001722     05  LINE 20 COLUMN 22 PIC 9(08) FROM fib81-d-cur-eff.
001723     05  LINE 20 COLUMN 32 PIC X(40) FROM fib81-d-preview-note
001724         HIGHLIGHT.

001725*----------------------------------------------------------------*
001726*  FIB81-SIGNON-SCREEN -- OPERATOR ID AND PIN.                   *
001727*----------------------------------------------------------------*
001728 01  FIB81-SIGNON-SCREEN.
001729     05  BLANK SCREEN.
001731     05  LINE 01 COLUMN 01 VALUE
001732         "FIB810 - CONTROL CHANGE APPROVAL".
001733     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID. . . . .".
001734     05  LINE 03 COLUMN 22 PIC X(08) USING fib81-appr-id.
001735     05  LINE 04 COLUMN 01 VALUE "PIN. . . . . . . . .".
001736     05  LINE 04 COLUMN 22 PIC X(08) USING fib81-pin SECURE.
001737     05  LINE 06 COLUMN 01 PIC X(40) FROM fib81-msg.

001710 PROCEDURE DIVISION.
001720*================================================================*
001810     GO TO 9999-EXIT.

001820*================================================================*
001830*  1000-INITIALIZE -- SIGN THE OPERATOR ON, THEN LOAD THE        *
001840*  PENDING-CHANGE FILE AND THE CALENDAR, AND OPEN THE CHANGE     *
001845*  LOG.                                                          *
001850*================================================================*
001860 1000-INITIALIZE.
001870     ACCEPT fib81-date FROM DATE YYYYMMDD.
001880     ACCEPT fib81-time FROM TIME.
001882     PERFORM 8500-SIGN-ON THRU 8500-EXIT.
001884     IF FIB81-DONE
001886         GO TO 1000-EXIT
001888     END-IF.
001890     OPEN INPUT FIBPEND-FILE.
001900     IF fib81-pend-status NOT = "00"
001910         DISPLAY "FIB810 - FIBPEND PENDING-CHANGE FILE EMPTY "
003440     MOVE fib81-p-key-date(px) TO fib81-d-key-date.
003450     MOVE px                   TO fib81-d-seq.
003460     MOVE SPACES               TO fib81-decision.
003465     PERFORM 2400-PREVIEW-CHANGE THRU 2400-EXIT.
003470     DISPLAY FIB81-APPROVE-SCREEN.
003480     ACCEPT FIB81-APPROVE-SCREEN.

003710     EXIT.

003720*================================================================*
003730*  2300-CHECK-APPROVER -- THE SECOND HALF OF THE CONTROL: THE    *
003740*  SIGNED-ON OPERATOR MUST HOLD THE APPROVER ROLE AND MUST NOT   *
003750*  BE THE MAKER.  A REFUSAL FOR WANT OF THE ROLE IS LOGGED ON    *
003753*  FIBEVLOG.  A BLANK MESSAGE FIELD ON EXIT MEANS THE CHECK      *
003756*  PASSED.                                                       *
003760*================================================================*
003770 2300-CHECK-APPROVER.
003780     MOVE SPACES TO fib81-msg.
003790     IF NOT FIBSGN-CAN-APPROVE
003800         MOVE "APPROVE/REJECT NEED THE APPROVER ROLE"
003810             TO fib81-msg
003811         IF fib81-decision = "A"
003812             MOVE "APPROVE" TO fib81-verb
003813         ELSE
003814             MOVE "REJECT" TO fib81-verb
003815         END-IF
003816         PERFORM 8600-LOG-REFUSAL THRU 8600-EXIT
003820         GO TO 2300-EXIT
003830     END-IF.
003840     IF fib81-appr-id = fib81-p-maker(px)
006200*================================================================*
006210 9999-EXIT.
006220     STOP RUN.

006230*================================================================*
006240*  2400-PREVIEW-CHANGE -- RUN THE PENDING PARAMETERS, AND THE    *
006250*  CALENDAR RECORD IN EFFECT TODAY FOR THE SAME RUN-ID, THROUGH  *
006260*  FIB200 AND LOAD BOTH RESULTS ONTO THE SCREEN SIDE BY SIDE.    *
006270*  FIBCTL CARRIES NO ORDER, SO BOTH RUN AS THE K=2 SERIES FIB100 *
006280*  GENERATES.  THE ENGINE HAS NO FILES, SO NOTHING IS WRITTEN.   *
006290*================================================================*
006300 2400-PREVIEW-CHANGE.
006310     MOVE fib81-p-seed1(px)    TO FIBLNK-SEED1.
006320     MOVE fib81-p-seed2(px)    TO FIBLNK-SEED2.
006330     MOVE fib81-p-terms(px)    TO FIBLNK-TERM-COUNT.
006340     PERFORM 2410-CALL-ENGINE THRU 2410-EXIT.
006350     MOVE FIBLNK-STATUS-CODE   TO fib81-new-status.
006360     MOVE FIBLNK-TERMS-WRITTEN TO fib81-new-terms.
006370     MOVE FIBLNK-LAST-VALUE    TO fib81-new-last.
006380     MOVE FIBLNK-TERM-SUM      TO fib81-new-sum.
006390     MOVE fib81-new-terms      TO fib81-d-new-terms.
006400     MOVE fib81-new-last       TO fib81-d-new-last.
006410     MOVE fib81-new-sum        TO fib81-d-new-sum.
006420     EVALUATE TRUE
006430         WHEN FIBLNK-OK
006440             MOVE "NO"  TO fib81-d-new-ovf
006450         WHEN FIBLNK-OVERFLOWED
006460             MOVE "YES" TO fib81-d-new-ovf
006470         WHEN OTHER
006480             MOVE "INV" TO fib81-d-new-ovf
006490     END-EVALUATE.
006500     MOVE SPACES TO fib81-d-last-swing.
006510     MOVE SPACES TO fib81-d-sum-swing.
006520     PERFORM 2430-FIND-IN-EFFECT THRU 2430-EXIT.
006530     IF NOT FIB81-CUR-FOUND
006540         MOVE 0      TO fib81-d-cur-terms
006550         MOVE 0      TO fib81-d-cur-last
006560         MOVE 0      TO fib81-d-cur-sum
006570         MOVE 0      TO fib81-d-cur-eff
006580         MOVE SPACES TO fib81-d-cur-ovf
006590         GO TO 2400-NOTE
006600     END-IF.

006610     MOVE fib81-cal-seed1(fib81-cur-ix) TO FIBLNK-SEED1.
006620     MOVE fib81-cal-seed2(fib81-cur-ix) TO FIBLNK-SEED2.
006630     MOVE fib81-cal-terms(fib81-cur-ix) TO FIBLNK-TERM-COUNT.
006640     PERFORM 2410-CALL-ENGINE THRU 2410-EXIT.
006650     MOVE FIBLNK-TERMS-WRITTEN TO fib81-d-cur-terms.
006660     MOVE FIBLNK-LAST-VALUE    TO fib81-d-cur-last.
006670     MOVE FIBLNK-TERM-SUM      TO fib81-d-cur-sum.
006680     MOVE fib81-cur-best-date  TO fib81-d-cur-eff.
006690     EVALUATE TRUE
006700         WHEN FIBLNK-OK
006710             MOVE "NO"  TO fib81-d-cur-ovf
006720         WHEN FIBLNK-OVERFLOWED
006730             MOVE "YES" TO fib81-d-cur-ovf
006740         WHEN OTHER
006750             MOVE "INV" TO fib81-d-cur-ovf
006760     END-EVALUATE.
006770     IF FIBLNK-INVALID OR FIB81-NEW-INVALID
006780         GO TO 2400-NOTE
006790     END-IF.
006800     MOVE fib81-new-last    TO fib81-swing-new.
006810     MOVE FIBLNK-LAST-VALUE TO fib81-swing-cur.
006820     PERFORM 2450-TEST-SWING THRU 2450-EXIT.
006830     IF FIB81-SWING
006840         MOVE "<SWING" TO fib81-d-last-swing
006850     END-IF.
006860     MOVE fib81-new-sum     TO fib81-swing-new.
006870     MOVE FIBLNK-TERM-SUM   TO fib81-swing-cur.
006880     PERFORM 2450-TEST-SWING THRU 2450-EXIT.
006890     IF FIB81-SWING
006900         MOVE "<SWING" TO fib81-d-sum-swing
006910     END-IF.
006920 2400-NOTE.
006930     EVALUATE TRUE
006940         WHEN FIB81-NEW-INVALID
006950             MOVE "FIB200 REJECTS THE PENDING PARAMETERS"
006960                 TO fib81-d-preview-note
006970         WHEN FIB81-NEW-OVERFLOWED
006980             MOVE "PENDING OVERFLOWS 38 DIGITS BEFORE COUNT"
006990                 TO fib81-d-preview-note
007000         WHEN NOT FIB81-CUR-FOUND AND FIB81-CAL-FULL
007010             MOVE "CALENDAR OVERFLOWED - IN-EFFECT UNKNOWN"
007020                 TO fib81-d-preview-note
007030         WHEN NOT FIB81-CUR-FOUND
007040             MOVE "NO RECORD IN EFFECT FOR THIS RUN-ID"
007050                 TO fib81-d-preview-note
007060         WHEN fib81-d-last-swing NOT = SPACES
007070           OR fib81-d-sum-swing  NOT = SPACES
007080             MOVE "LARGE SWING AGAINST THE RECORD IN EFFECT"
007090                 TO fib81-d-preview-note
007100         WHEN OTHER
007110             MOVE SPACES TO fib81-d-preview-note
007120     END-EVALUATE.
007130 2400-EXIT.
007140     EXIT.

007150*================================================================*
007160*  2410-CALL-ENGINE -- ONE FIB200 CALL ON THE SEED PAIR AND TERM *
007170*  COUNT ALREADY MOVED TO FIBLNK-PARMS.                          *
007180*================================================================*
007190 2410-CALL-ENGINE.
007200     MOVE 2 TO FIBLNK-ORDER.
007210     MOVE 0 TO FIBLNK-SEED3.
007220     MOVE 0 TO FIBLNK-SEED4.
007230     CALL "FIB200" USING FIBLNK-PARMS FIBLNK-RESULT.
007240 2410-EXIT.
007250     EXIT.

007260*================================================================*
007270*  2430-FIND-IN-EFFECT -- SAME RULE AS FIB100: AMONG THE RUN-ID'S*
007280*  CALENDAR ENTRIES THE HIGHEST EFFECTIVE DATE NOT AFTER TODAY   *
007290*  WINS, A LATER ENTRY BREAKING A TIE.  FIB81-CUR-IX COMES BACK  *
007300*  POINTING AT IT, OR FIB81-CUR-FOUND STAYS OFF.                 *
007310*================================================================*
007320 2430-FIND-IN-EFFECT.
007330     MOVE "N" TO FIB81-CUR-FOUND-SW.
007340     MOVE 0   TO fib81-cur-ix.
007350     MOVE 0   TO fib81-cur-best-date.
007360     PERFORM 2440-TEST-ONE-CALENDAR THRU 2440-EXIT
007370         VARYING kx FROM 1 BY 1 UNTIL kx > fib81-cal-used.
007380 2430-EXIT.
007390     EXIT.

007400*================================================================*
007410*  2440-TEST-ONE-CALENDAR -- HOLD THE BEST CANDIDATE SEEN SO FAR.*
007420*================================================================*
007430 2440-TEST-ONE-CALENDAR.
007440     IF fib81-cal-run-id(kx) NOT = fib81-p-run-id(px)
007450         GO TO 2440-EXIT
007460     END-IF.
007470     IF fib81-cal-eff(kx) > fib81-date
007480         GO TO 2440-EXIT
007490     END-IF.
007500     IF NOT FIB81-CUR-FOUND
007510         OR fib81-cal-eff(kx) NOT < fib81-cur-best-date
007520         MOVE kx                TO fib81-cur-ix
007530         MOVE fib81-cal-eff(kx) TO fib81-cur-best-date
007540         SET FIB81-CUR-FOUND TO TRUE
007550     END-IF.
007560 2440-EXIT.
007570     EXIT.

007580*================================================================*
007590*  2450-TEST-SWING -- FIB81-SWING COMES BACK ON WHEN FIB81-SWING-*
007600*  NEW DIFFERS FROM FIB81-SWING-CUR BY MORE THAN FIB81-SWING-PCT *
007610*  PER CENT OF FIB81-SWING-CUR.  ANY MOVE OFF A ZERO FIGURE, OR A*
007620*  DIFFERENCE TOO WIDE TO HOLD, COUNTS AS A SWING.               *
007630*================================================================*
007640 2450-TEST-SWING.
007650     MOVE "N" TO FIB81-SWING-SW.
007660     SUBTRACT fib81-swing-cur FROM fib81-swing-new
007670         GIVING fib81-swing-diff
007680         ON SIZE ERROR
007690             SET FIB81-SWING TO TRUE
007700             GO TO 2450-EXIT
007710     END-SUBTRACT.
007720     IF fib81-swing-diff < 0
007730         SUBTRACT fib81-swing-diff FROM 0 GIVING fib81-swing-diff
007740     END-IF.
007750     MOVE fib81-swing-cur TO fib81-swing-limit.
007760     IF fib81-swing-limit < 0
007770         SUBTRACT fib81-swing-limit FROM 0
007780             GIVING fib81-swing-limit
007790     END-IF.
007800     COMPUTE fib81-swing-limit =
007810             fib81-swing-limit * fib81-swing-pct / 100
007820         ON SIZE ERROR
007830             DIVIDE 100 INTO fib81-swing-limit
007840             MULTIPLY fib81-swing-pct BY fib81-swing-limit
007850     END-COMPUTE.
007860     IF fib81-swing-diff > fib81-swing-limit
007870         SET FIB81-SWING TO TRUE
007880     END-IF.
007890 2450-EXIT.
007900     EXIT.

007910*================================================================*
007920*  8500-SIGN-ON -- UP TO THREE ATTEMPTS, EACH CHECKED BY FIB890. *
007930*  A SESSION THAT NEVER SIGNS ON ENDS WITH RC 8.                 *
007940*================================================================*
007950 8500-SIGN-ON.
007960     MOVE 0 TO fib81-signon-tries.
007970     MOVE "SIGN ON WITH YOUR OPERATOR ID AND PIN" TO fib81-msg.
007980     PERFORM 8550-SIGN-ON-ONCE THRU 8550-EXIT
007990         UNTIL FIB81-SIGNED-ON OR fib81-signon-tries NOT < 3.
008000     IF NOT FIB81-SIGNED-ON
008010         DISPLAY "FIB810 - SIGN-ON FAILED - SESSION ENDED"
008020         MOVE 8 TO RETURN-CODE
008030         SET FIB81-DONE TO TRUE
008040     END-IF.
008050 8500-EXIT.
008060     EXIT.

008070*================================================================*
008080*  8550-SIGN-ON-ONCE -- ONE SIGN-ON ROUND TRIP.  THE PIN IS      *
008090*  BLANKED AS SOON AS IT HAS BEEN PASSED ON, AND EVERY REFUSAL   *
008100*  GOES ON FIBEVLOG WITH THE ID TRIED AND THE REASON.            *
008110*================================================================*
008120 8550-SIGN-ON-ONCE.
008130     ADD 1 TO fib81-signon-tries.
008140     MOVE SPACES TO fib81-pin.
008150     DISPLAY FIB81-SIGNON-SCREEN.
008160     ACCEPT FIB81-SIGNON-SCREEN.
008170     MOVE fib81-appr-id TO FIBSGN-OPER-ID.
008180     MOVE fib81-pin     TO FIBSGN-PIN.
008190     MOVE SPACES        TO fib81-pin.
008200     CALL "FIB890" USING FIBSGN-PARMS FIBSGN-RESULT.
008210     MOVE SPACES        TO FIBSGN-PIN.
008220     IF FIBSGN-OK
008230         SET FIB81-SIGNED-ON TO TRUE
008240         GO TO 8550-EXIT
008250     END-IF.
008260     MOVE FIBSGN-REASON TO fib81-msg.
008270     MOVE "W" TO fib81-evt-severity.
008280     MOVE 0   TO fib81-evt-rc.
008290     MOVE SPACES TO fib81-evt-msg.
008300     STRING "SIGN-ON " DELIMITED BY SIZE
008310            fib81-appr-id DELIMITED BY SPACE
008320            " " DELIMITED BY SIZE
008330            FIBSGN-REASON DELIMITED BY SIZE
008340         INTO fib81-evt-msg
008350     END-STRING.
008360     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
008370 8550-EXIT.
008380     EXIT.

008390*================================================================*
008400*  8600-LOG-REFUSAL -- A SIGNED-ON OPERATOR TRIED A FUNCTION     *
008410*  THEIR ROLES DO NOT ALLOW.  FIB81-VERB NAMES THE FUNCTION.     *
008420*================================================================*
008430 8600-LOG-REFUSAL.
008440     MOVE "W" TO fib81-evt-severity.
008450     MOVE 0   TO fib81-evt-rc.
008460     MOVE SPACES TO fib81-evt-msg.
008470     STRING "OPERATOR " DELIMITED BY SIZE
008480            fib81-appr-id DELIMITED BY SPACE
008490            " REFUSED " DELIMITED BY SIZE
008500            fib81-verb DELIMITED BY SPACE
008510            " - ROLE NOT HELD" DELIMITED BY SIZE
008520         INTO fib81-evt-msg
008530     END-STRING.
008540     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
008550 8600-EXIT.
008560     EXIT.
