000242*              LINE-SEQUENTIAL MASTER PER INQUIRY - THE
000243*              OPERATOR NO LONGER WAITS THROUGH A FULL-FILE
000244*              PASS TO SEE ONE RUN'S LATEST TRAILER.
000245*  2026-10-14  RLS  OPERATORS NOW SIGN ON (FIB890 CHECKS FIBOPER)
000246*              AND MUST HOLD THE INQUIRY ROLE TO USE THIS SCREEN.
000247*              FAILED SIGN-ONS AND A REFUSED SESSION ARE LOGGED
000248*              ON FIBEVLOG AS WARNINGS.
000240*================================================================*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.                  FIB850.
000650     88  FIB85-HKEY-EOF        VALUE "Y".
000660 01  FIB85-CAT-EOF-SW          PIC X(01) VALUE "N".
000670     88  FIB85-CAT-EOF         VALUE "Y".
000673 01  FIB85-SIGNED-ON-SW        PIC X(01) VALUE "N".
000676     88  FIB85-SIGNED-ON       VALUE "Y".

000680 01  fib85-chk-status          PIC X(02) VALUE "00".
000690 01  fib85-hkey-status         PIC X(02) VALUE "00".
000720*  INQUIRY WORKING FIELDS                                        *
000730*----------------------------------------------------------------*
000740 01  fib85-run-id              PIC X(08) VALUE SPACES.
000742 01  fib85-user-id             PIC X(08) VALUE SPACES.
000744 01  fib85-pin                 PIC X(08) VALUE SPACES.
000746 01  fib85-signon-tries        PIC S9(05) COMP VALUE 0.
000748 01  fib85-verb                PIC X(10) VALUE SPACES.
000750 01  fib85-chk-text            PIC X(20) VALUE SPACES.
000760 01  fib85-chk-ix              PIC -(09)9.
000770 01  fib85-chk-seq             PIC 9(05) VALUE 0.
001040 01  fib85-cat-found           PIC 9(05) VALUE 0.
001050 01  cx                        PIC S9(05) COMP VALUE 0.

001052*----------------------------------------------------------------*
001054*  SIGN-ON PARAMETERS FOR THE FIB890 CHECK                       *
001056*----------------------------------------------------------------*
001058     COPY FIBSIGN.

001060 SCREEN SECTION.
001070*----------------------------------------------------------------*
001080*  FIB85-INQUIRY-SCREEN -- READ-ONLY RUN STATUS MAP.             *
001350         "ENTER A RUN-ID, OR BLANK IT OUT TO EXIT".
001360     05  LINE 19 COLUMN 01 PIC X(40) FROM fib85-msg.

001361*----------------------------------------------------------------*
001362*  FIB85-SIGNON-SCREEN -- OPERATOR ID AND PIN.                   *
001363*----------------------------------------------------------------*
001364 01  FIB85-SIGNON-SCREEN.
001365     05  BLANK SCREEN.
001366     05  LINE 01 COLUMN 01 VALUE
001367         "FIB850 - FIBONACCI RUN STATUS INQUIRY".
001368     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID. . . . .".
001369     05  LINE 03 COLUMN 22 PIC X(08) USING fib85-user-id.
001371     05  LINE 04 COLUMN 01 VALUE "PIN. . . . . . . . .".
001372     05  LINE 04 COLUMN 22 PIC X(08) USING fib85-pin SECURE.
001373     05  LINE 06 COLUMN 01 PIC X(40) FROM fib85-msg.

001370 PROCEDURE DIVISION.
001380*================================================================*
001390*  0000-MAINLINE                                                 *
001470     GO TO 9999-EXIT.

001480*================================================================*
001490*  1000-INITIALIZE -- SIGN THE OPERATOR ON (THE INQUIRY ROLE IS  *
001500*  REQUIRED), THEN OPEN THE THREE KEYED MASTERS READ-ONLY: THE   *
001510*  CHECKPOINT, THE RUN CATALOG AND THE FIBHKEY HISTORY MIRROR    *
001515*  EACH INQUIRY READS DIRECTLY BY RUN-ID.                        *
001520*================================================================*
001530 1000-INITIALIZE.
001531     PERFORM 8500-SIGN-ON THRU 8500-EXIT.
001532     IF FIB85-DONE
001533         GO TO 1000-EXIT
001534     END-IF.
001540     OPEN INPUT FIBCHK-FILE.
001550     IF fib85-chk-status NOT = "00"
001560         DISPLAY "FIB850 - FIBCHK CHECKPOINT FILE NOT FOUND - "
003640*================================================================*
003650 9999-EXIT.
003660     STOP RUN.

003670*================================================================*
003680*  8500-SIGN-ON -- UP TO THREE ATTEMPTS, EACH CHECKED BY FIB890. *
003690*  A SESSION THAT NEVER SIGNS ON, OR WHOSE OPERATOR DOES NOT     *
003700*  HOLD THE INQUIRY ROLE, ENDS WITH RC 8.                        *
003710*================================================================*
003720 8500-SIGN-ON.
003730     MOVE 0 TO fib85-signon-tries.
003740     MOVE "SIGN ON WITH YOUR OPERATOR ID AND PIN" TO fib85-msg.
003750     PERFORM 8550-SIGN-ON-ONCE THRU 8550-EXIT
003760         UNTIL FIB85-SIGNED-ON OR fib85-signon-tries NOT < 3.
003770     IF NOT FIB85-SIGNED-ON
003780         DISPLAY "FIB850 - SIGN-ON FAILED - SESSION ENDED"
003790         MOVE 8 TO RETURN-CODE
003800         SET FIB85-DONE TO TRUE
003810         GO TO 8500-EXIT
003820     END-IF.
003830     IF NOT FIBSGN-CAN-INQUIRE
003840         DISPLAY "FIB850 - " fib85-user-id
003850                 " HAS NO INQUIRY ROLE - SESSION ENDED"
003860         MOVE 8 TO RETURN-CODE
003870         MOVE "FIB850" TO fib85-verb
003880         PERFORM 8600-LOG-REFUSAL THRU 8600-EXIT
003890         SET FIB85-DONE TO TRUE
003900     END-IF.
003910 8500-EXIT.
003920     EXIT.

003930*================================================================*
003940*  8550-SIGN-ON-ONCE -- ONE SIGN-ON ROUND TRIP.  THE PIN IS      *
003950*  BLANKED AS SOON AS IT HAS BEEN PASSED ON, AND EVERY REFUSAL   *
003960*  GOES ON FIBEVLOG WITH THE ID TRIED AND THE REASON.            *
003970*================================================================*
003980 8550-SIGN-ON-ONCE.
003990     ADD 1 TO fib85-signon-tries.
004000     MOVE SPACES TO fib85-pin.
004010     DISPLAY FIB85-SIGNON-SCREEN.
004020     ACCEPT FIB85-SIGNON-SCREEN.
004030     MOVE fib85-user-id TO FIBSGN-OPER-ID.
004040     MOVE fib85-pin     TO FIBSGN-PIN.
004050     MOVE SPACES        TO fib85-pin.
004060     CALL "FIB890" USING FIBSGN-PARMS FIBSGN-RESULT.
004070     MOVE SPACES        TO FIBSGN-PIN.
004080     IF FIBSGN-OK
004090         SET FIB85-SIGNED-ON TO TRUE
004100         GO TO 8550-EXIT
004110     END-IF.
004120     MOVE FIBSGN-REASON TO fib85-msg.
004130     MOVE "W" TO fib85-evt-severity.
004140     MOVE 0   TO fib85-evt-rc.
004150     MOVE SPACES TO fib85-evt-msg.
004160     STRING "SIGN-ON " DELIMITED BY SIZE
004170            fib85-user-id DELIMITED BY SPACE
004180            " " DELIMITED BY SIZE
004190            FIBSGN-REASON DELIMITED BY SIZE
004200         INTO fib85-evt-msg
004210     END-STRING.
004220     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
004230 8550-EXIT.
004240     EXIT.

004250*================================================================*
004260*  8600-LOG-REFUSAL -- A SIGNED-ON OPERATOR TRIED A FUNCTION     *
004270*  THEIR ROLES DO NOT ALLOW.  FIB85-VERB NAMES THE FUNCTION.     *
004280*================================================================*
004290 8600-LOG-REFUSAL.
004300     MOVE "W" TO fib85-evt-severity.
004310     MOVE 0   TO fib85-evt-rc.
004320     MOVE SPACES TO fib85-evt-msg.
004330     STRING "OPERATOR " DELIMITED BY SIZE
004340            fib85-user-id DELIMITED BY SPACE
004350            " REFUSED " DELIMITED BY SIZE
004360            fib85-verb DELIMITED BY SPACE
004370            " - ROLE NOT HELD" DELIMITED BY SIZE
004380         INTO fib85-evt-msg
004390     END-STRING.
004400     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
004410 8600-EXIT.
004420     EXIT.
