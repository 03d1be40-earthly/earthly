000492*  2026-09-02  RLS  ERRORS AND WARNINGS ARE NOW ALSO WRITTEN TO
000493*              THE COMMON FIBEVLOG EVENT LOG (SEE FIBEVT.CPY
000494*              AND THE FIB780 DAILY REPORT).
000495*  2026-10-14  RLS  OPERATORS NOW SIGN ON (FIB890 CHECKS FIBOPER)
000496*              AND THE MAP SHOWS THE SIGNED-ON ID.  ADD/DELETE
000497*              NEED THE MAKER ROLE, VIEW INQUIRY OR MAKER; FAILED
000498*              SIGN-ONS AND REFUSED FUNCTIONS ARE LOGGED ON
000499*              FIBEVLOG AS WARNINGS.
000490*================================================================*
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.                  FIB800.
000820     88  FIB8-CTL-EOF          VALUE "Y".
000830 01  FIB8-DATE-OK-SW           PIC X(01) VALUE "N".
000840     88  FIB8-DATE-OK          VALUE "Y".
000843 01  FIB8-SIGNED-ON-SW         PIC X(01) VALUE "N".
000846     88  FIB8-SIGNED-ON        VALUE "Y".
000850 01  fib8-ctl-status           PIC X(02) VALUE "00".

000860*----------------------------------------------------------------*
000870*  MAINTENANCE WORKING FIELDS                                    *
000880*----------------------------------------------------------------*
000890 01  fib8-user-id              PIC X(08) VALUE SPACES.
000892 01  fib8-pin                  PIC X(08) VALUE SPACES.
000894 01  fib8-signon-tries         PIC S9(05) COMP VALUE 0.
000896 01  fib8-verb                 PIC X(10) VALUE SPACES.
000900 01  fib8-action               PIC X(01) VALUE SPACES.
000910 01  fib8-date                 PIC 9(08) VALUE 0.
000920 01  fib8-time                 PIC 9(08) VALUE 0.
001060     05  fib8-test-mm          PIC 9(02).
001070     05  fib8-test-dd          PIC 9(02).

001072*----------------------------------------------------------------*
001074*  SIGN-ON PARAMETERS FOR THE FIB890 CHECK                       *
001076*----------------------------------------------------------------*
001078     COPY FIBSIGN.

001080*----------------------------------------------------------------*
001090*  CALENDAR TABLE - THE WHOLE CONTROL FILE HELD IN STORAGE SO    *
001100*  AN ADD OR DELETE CAN REWRITE THE FILE IN ONE PIECE.           *
001470     05  LINE 01 COLUMN 01 VALUE
001480         "FIB800 - FIBONACCI CONTROL CALENDAR MAINT".
001490     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID. . . . .".
001500     05  LINE 03 COLUMN 22 PIC X(08) FROM fib8-user-id.
001510     05  LINE 04 COLUMN 01 VALUE "ACTION (A/D/V/X) . .".
001520     05  LINE 04 COLUMN 22 PIC X(01) USING fib8-action.
001530     05  LINE 06 COLUMN 01 VALUE "CALENDAR RUN-ID. . .".
001680     05  LINE 17 COLUMN 22 PIC X(01) USING FIB8-CONFIRM-SW.
001690     05  LINE 19 COLUMN 01 PIC X(40) FROM fib8-msg.

001691*----------------------------------------------------------------*
001692*  FIB8-SIGNON-SCREEN -- OPERATOR ID AND PIN.                    *
001693*----------------------------------------------------------------*
001694 01  FIB8-SIGNON-SCREEN.
001695     05  BLANK SCREEN.
001696     05  LINE 01 COLUMN 01 VALUE
001697         "FIB800 - FIBONACCI CONTROL CALENDAR MAINT".
001698     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID. . . . .".
001699     05  LINE 03 COLUMN 22 PIC X(08) USING fib8-user-id.
001701     05  LINE 04 COLUMN 01 VALUE "PIN. . . . . . . . .".
001702     05  LINE 04 COLUMN 22 PIC X(08) USING fib8-pin SECURE.
001703     05  LINE 06 COLUMN 01 PIC X(40) FROM fib8-msg.

001700 PROCEDURE DIVISION.
001710*================================================================*
001720*  0000-MAINLINE                                                 *
001800     GO TO 9999-EXIT.

001810*================================================================*
001820*  1000-INITIALIZE -- SIGN THE OPERATOR ON, THEN LOAD THE WHOLE  *
001830*  CALENDAR TO THE TABLE.  THE FIRST RECORD NAMES THE RUN-ID THE *
001840*  CALENDAR BELONGS TO, SAME RULE AS FIB100'S SELECTION.         *
001850*================================================================*
001860 1000-INITIALIZE.
001870     ACCEPT fib8-date FROM DATE YYYYMMDD.
001880     ACCEPT fib8-time FROM TIME.
001881     PERFORM 8500-SIGN-ON THRU 8500-EXIT.
001882     IF FIB8-DONE
001883         GO TO 1000-EXIT
001884     END-IF.
001890     OPEN INPUT FIBCTL-FILE.
001900     IF fib8-ctl-status NOT = "00"
001910         SET FIB8-CTL-EOF TO TRUE
002650             MOVE "MAINTENANCE ENDED" TO fib8-msg
002660             SET FIB8-DONE TO TRUE
002670         WHEN "V"
002672             IF FIBSGN-CAN-INQUIRE OR FIBSGN-CAN-MAKE
002680                 MOVE "STAGED RECORDS REFRESHED" TO fib8-msg
002682             ELSE
002684                 MOVE "VIEW NEEDS THE INQUIRY ROLE" TO fib8-msg
002686                 MOVE "VIEW" TO fib8-verb
002688                 PERFORM 8600-LOG-REFUSAL THRU 8600-EXIT
002689             END-IF
002690         WHEN "A"
002700             PERFORM 2080-CHECK-OPERATOR THRU 2080-EXIT
002710             IF FIB8-CONFIRMED
003250     EXIT.

003260*================================================================*
003270*  2080-CHECK-OPERATOR -- AN ADD OR DELETE NEEDS A CONFIRMATION  *
003280*  AND A SIGNED-ON OPERATOR HOLDING THE MAKER ROLE.  A REFUSAL   *
003290*  FOR WANT OF THE ROLE IS LOGGED ON FIBEVLOG.                   *
003300*================================================================*
003310 2080-CHECK-OPERATOR.
003320     IF NOT FIB8-CONFIRMED
003340             TO fib8-msg
003350         GO TO 2080-EXIT
003360     END-IF.
003370     IF NOT FIBSGN-CAN-MAKE
003380         MOVE "ADD AND DELETE NEED THE MAKER ROLE"
003390             TO fib8-msg
003400         MOVE "N" TO FIB8-CONFIRM-SW
003401         IF fib8-action = "A"
003402             MOVE "ADD" TO fib8-verb
003403         ELSE
003404             MOVE "DELETE" TO fib8-verb
003405         END-IF
003406         PERFORM 8600-LOG-REFUSAL THRU 8600-EXIT
003410     END-IF.
003420 2080-EXIT.
003430     EXIT.
005230 2500-EXIT.
005240     EXIT.

005241*================================================================*
005242*  8500-SIGN-ON -- UP TO THREE ATTEMPTS, EACH CHECKED BY FIB890. *
005243*  A SESSION THAT NEVER SIGNS ON, OR WHOSE OPERATOR HOLDS        *
005244*  NEITHER THE INQUIRY NOR THE MAKER ROLE, ENDS WITH RC 8.       *
005245*================================================================*
005246 8500-SIGN-ON.
005247     MOVE 0 TO fib8-signon-tries.
005248     MOVE "SIGN ON WITH YOUR OPERATOR ID AND PIN" TO fib8-msg.
005249     PERFORM 8550-SIGN-ON-ONCE THRU 8550-EXIT
005250         UNTIL FIB8-SIGNED-ON OR fib8-signon-tries NOT < 3.
005251     IF NOT FIB8-SIGNED-ON
005252         DISPLAY "FIB800 - SIGN-ON FAILED - SESSION ENDED"
005253         MOVE 8 TO RETURN-CODE
005254         SET FIB8-DONE TO TRUE
005255         GO TO 8500-EXIT
005256     END-IF.
005257     IF NOT FIBSGN-CAN-INQUIRE AND NOT FIBSGN-CAN-MAKE
005258         DISPLAY "FIB800 - " fib8-user-id
005259                 " HAS NO INQUIRY OR MAKER ROLE - SESSION ENDED"
005260         MOVE 8 TO RETURN-CODE
005261         MOVE "FIB800" TO fib8-verb
005262         PERFORM 8600-LOG-REFUSAL THRU 8600-EXIT
005263         SET FIB8-DONE TO TRUE
005264     END-IF.
005265 8500-EXIT.
005266     EXIT.

005267*================================================================*
005268*  8550-SIGN-ON-ONCE -- ONE SIGN-ON ROUND TRIP.  THE PIN IS      *
005269*  BLANKED AS SOON AS IT HAS BEEN PASSED ON, AND EVERY REFUSAL   *
005270*  GOES ON FIBEVLOG WITH THE ID TRIED AND THE REASON.            *
005271*================================================================*
005272 8550-SIGN-ON-ONCE.
005273     ADD 1 TO fib8-signon-tries.
005274     MOVE SPACES TO fib8-pin.
005275     DISPLAY FIB8-SIGNON-SCREEN.
005276     ACCEPT FIB8-SIGNON-SCREEN.
005277     MOVE fib8-user-id TO FIBSGN-OPER-ID.
005278     MOVE fib8-pin     TO FIBSGN-PIN.
005279     MOVE SPACES       TO fib8-pin.
005280     CALL "FIB890" USING FIBSGN-PARMS FIBSGN-RESULT.
005281     MOVE SPACES       TO FIBSGN-PIN.
005282     IF FIBSGN-OK
005283         SET FIB8-SIGNED-ON TO TRUE
005284         GO TO 8550-EXIT
005285     END-IF.
005286     MOVE FIBSGN-REASON TO fib8-msg.
005287     MOVE "W" TO fib8-evt-severity.
005288     MOVE 0   TO fib8-evt-rc.
005289     MOVE SPACES TO fib8-evt-msg.
005290     STRING "SIGN-ON " DELIMITED BY SIZE
005291            fib8-user-id DELIMITED BY SPACE
005292            " " DELIMITED BY SIZE
005293            FIBSGN-REASON DELIMITED BY SIZE
005294         INTO fib8-evt-msg
005295     END-STRING.
005296     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
005297 8550-EXIT.
005298     EXIT.

005299*================================================================*
005300*  8600-LOG-REFUSAL -- A SIGNED-ON OPERATOR TRIED A FUNCTION     *
005301*  THEIR ROLES DO NOT ALLOW.  FIB8-VERB NAMES THE FUNCTION.      *
005302*================================================================*
005303 8600-LOG-REFUSAL.
005304     MOVE "W" TO fib8-evt-severity.
005305     MOVE 0   TO fib8-evt-rc.
005306     MOVE SPACES TO fib8-evt-msg.
005307     STRING "OPERATOR " DELIMITED BY SIZE
005308            fib8-user-id DELIMITED BY SPACE
005309            " REFUSED " DELIMITED BY SIZE
005310            fib8-verb DELIMITED BY SPACE
005311            " - ROLE NOT HELD" DELIMITED BY SIZE
005312         INTO fib8-evt-msg
005313     END-STRING.
005314     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
005315 8600-EXIT.
005316     EXIT.

005380*================================================================*
005390*  9000-TERMINATE -- REPORT THE OUTCOME ON THE JOB LOG.          *
005410*================================================================*
