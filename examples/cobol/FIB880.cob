000010*================================================================*
000020*  PROGRAM:      FIB880                                          *
000030*  AUTHOR:       R SANDERSON                                     *
000040*  INSTALLATION: OPERATIONS SYSTEMS GROUP                        *
000050*  DATE-WRITTEN: 2026-10-14                                      *
000060*                                                                *
000070*  PURPOSE.                                                      *
000080*      SECURITY-ADMIN MAINTENANCE SCREEN FOR THE FIBOPER         *
000090*      OPERATOR SECURITY PROFILE MASTER.  ONLY AN OPERATOR       *
000100*      HOLDING THE SECURITY-ADMIN ROLE GETS PAST SIGN-ON.  THE   *
000110*      ACTIONS ARE:                                              *
000120*        A   ADD AN OPERATOR - ID, NAME, ROLES, FIRST PIN AND    *
000130*            ITS EXPIRY DATE                                     *
000140*        R   REVOKE AN OPERATOR - THE PROFILE STAYS ON FILE SO   *
000150*            ITS ID STILL RESOLVES ON FIBCTLOG AND FIBPEND       *
000160*        P   RESET AN OPERATOR'S PIN AND EXPIRY, TAKING THE      *
000170*            ROLES AS NOW KEYED; THIS ALSO CLEARS A LOCK-OUT     *
000180*            AND RE-ACTIVATES A REVOKED OPERATOR                 *
000190*        V   VIEW AN OPERATOR'S PROFILE (KEY V BEFORE A P TO     *
000200*            START FROM THE ROLES ALREADY HELD)                  *
000210*        X   EXIT                                                *
000220*      AN ADMIN CANNOT REVOKE OR RESET THEIR OWN PROFILE, SO NO  *
000230*      ONE CAN QUIETLY EXTEND THEIR OWN ACCESS.  EVERY APPLIED   *
000240*      CHANGE AND EVERY REFUSED SIGN-ON IS WRITTEN TO FIBEVLOG AS*
000250*      A WARNING FOR AUDIT.  THE MASTER IS OPENED PER ACTION, SO *
000260*      SIGN-ONS ON THE OTHER SCREENS ARE NEVER HELD UP.  SAME    *
000270*      SCREEN SECTION APPROACH AS FIB800.                        *
000280*------------------------------------------------------------------
000290*  MOD LOG
000300*  2026-10-14  RLS  ORIGINAL PROGRAM.
000310*================================================================*
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.                  FIB880.
000340 AUTHOR.                      R SANDERSON.
000350 INSTALLATION.                OPERATIONS SYSTEMS GROUP.
000360 DATE-WRITTEN.                2026-10-14.
000370 DATE-COMPILED.

000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.             IBM-370.
000410 OBJECT-COMPUTER.             IBM-370.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT FIBOPER-FILE      ASSIGN       TO "FIBOPER"
000450                               ORGANIZATION IS INDEXED
000460                               ACCESS MODE  IS RANDOM
000470                               RECORD KEY   IS FIBOPER-ID
000480                               FILE STATUS  IS fib88-oper-status.

000490     SELECT FIBEVLOG-FILE     ASSIGN       TO "FIBEVLOG"
000500                               ORGANIZATION IS LINE SEQUENTIAL.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  FIBOPER-FILE.
000540     COPY FIBOPER.

000550 FD  FIBEVLOG-FILE.
000560     COPY FIBEVT.

000570 WORKING-STORAGE SECTION.
000580*----------------------------------------------------------------*
000590*  SWITCHES                                                      *
000600*----------------------------------------------------------------*
000610 01  FIB88-DONE-SW             PIC X(01) VALUE "N".
000620     88  FIB88-DONE            VALUE "Y".
000630 01  FIB88-CONFIRM-SW          PIC X(01) VALUE "N".
000640     88  FIB88-CONFIRMED       VALUE "Y".
000650 01  FIB88-SIGNED-ON-SW        PIC X(01) VALUE "N".
000660     88  FIB88-SIGNED-ON       VALUE "Y".
000670 01  FIB88-DATE-OK-SW          PIC X(01) VALUE "N".
000680     88  FIB88-DATE-OK         VALUE "Y".
000690 01  fib88-oper-status         PIC X(02) VALUE "00".

000700*----------------------------------------------------------------*
000710*  MAINTENANCE WORKING FIELDS                                    *
000720*----------------------------------------------------------------*
000730 01  fib88-admin-id            PIC X(08) VALUE SPACES.
000740 01  fib88-pin                 PIC X(08) VALUE SPACES.
000750 01  fib88-signon-tries        PIC S9(05) COMP VALUE 0.
000760 01  fib88-action              PIC X(01) VALUE SPACES.
000770 01  fib88-date                PIC 9(08) VALUE 0.
000780 01  fib88-oper-id             PIC X(08) VALUE SPACES.
000790 01  fib88-name                PIC X(24) VALUE SPACES.
000800 01  fib88-roles.
000810     05  fib88-role-inq        PIC X(01) VALUE "N".
000820     05  fib88-role-mkr        PIC X(01) VALUE "N".
000830     05  fib88-role-apr        PIC X(01) VALUE "N".
000840     05  fib88-role-adm        PIC X(01) VALUE "N".
000850 01  fib88-new-pin             PIC X(08) VALUE SPACES.
000860 01  fib88-expiry              PIC 9(08) VALUE 0.
000870 01  fib88-d-status            PIC X(08) VALUE SPACES.
000880 01  fib88-d-last              PIC 9(08) VALUE 0.
000890 01  fib88-d-chg-by            PIC X(08) VALUE SPACES.
000900 01  fib88-d-chg-date          PIC 9(08) VALUE 0.
000910 01  fib88-verb                PIC X(10) VALUE SPACES.
000920 01  fib88-msg                 PIC X(40) VALUE SPACES.
000930 01  fib88-test-date.
000940     05  fib88-test-yyyy       PIC 9(04).
000950     05  fib88-test-mm         PIC 9(02).
000960     05  fib88-test-dd         PIC 9(02).

000970*----------------------------------------------------------------*
000980*  SIGN-ON PARAMETERS FOR THE FIB890 CHECK                       *
000990*----------------------------------------------------------------*
001000     COPY FIBSIGN.

001010*----------------------------------------------------------------*
001020*  EVENT-LOG FIELDS - SET BEFORE EACH PERFORM OF 9800-LOG-EVENT. *
001030*----------------------------------------------------------------*
001040 01  fib88-evt-severity        PIC X(01) VALUE SPACES.
001050 01  fib88-evt-rc              PIC 9(02) VALUE 0.
001060 01  fib88-evt-msg             PIC X(60) VALUE SPACES.
001070 01  fib88-evt-date            PIC 9(08) VALUE 0.
001080 01  fib88-evt-time            PIC 9(08) VALUE 0.

001090 SCREEN SECTION.
001100*----------------------------------------------------------------*
001110*  FIB88-SIGNON-SCREEN -- OPERATOR ID AND PIN.                   *
001120*----------------------------------------------------------------*
001130 01  FIB88-SIGNON-SCREEN.
001140     05  BLANK SCREEN.
001150     05  LINE 01 COLUMN 01 VALUE
001160         "FIB880 - OPERATOR SECURITY MAINTENANCE".
001170     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID. . . . .".
001180     05  LINE 03 COLUMN 22 PIC X(08) USING fib88-admin-id.
001190     05  LINE 04 COLUMN 01 VALUE "PIN. . . . . . . . .".
001200     05  LINE 04 COLUMN 22 PIC X(08) USING fib88-pin SECURE.
001210     05  LINE 06 COLUMN 01 PIC X(40) FROM fib88-msg.

001220*----------------------------------------------------------------*
001230*  FIB88-ADMIN-SCREEN -- OPERATOR ADD/REVOKE/RESET/VIEW MAP.     *
001240*----------------------------------------------------------------*
001250 01  FIB88-ADMIN-SCREEN.
001260     05  BLANK SCREEN.
001270     05  LINE 01 COLUMN 01 VALUE
001280         "FIB880 - OPERATOR SECURITY MAINTENANCE".
001290     05  LINE 03 COLUMN 01 VALUE "SIGNED ON AS . . . .".
001300     05  LINE 03 COLUMN 22 PIC X(08) FROM fib88-admin-id.
001310     05  LINE 04 COLUMN 01 VALUE "ACTION (A/R/P/V/X).".
001320     05  LINE 04 COLUMN 22 PIC X(01) USING fib88-action.
001330     05  LINE 06 COLUMN 01 VALUE "OPERATOR ID. . . . .".
001340     05  LINE 06 COLUMN 22 PIC X(08) USING fib88-oper-id.
001350     05  LINE 07 COLUMN 01 VALUE "NAME . . . . . . . .".
001360     05  LINE 07 COLUMN 22 PIC X(24) USING fib88-name.
001370     05  LINE 08 COLUMN 01 VALUE "ROLES I/M/A/S (Y/N).".
001380     05  LINE 08 COLUMN 22 PIC X(01) USING fib88-role-inq.
001390     05  LINE 08 COLUMN 24 PIC X(01) USING fib88-role-mkr.
001400     05  LINE 08 COLUMN 26 PIC X(01) USING fib88-role-apr.
001410     05  LINE 08 COLUMN 28 PIC X(01) USING fib88-role-adm.
001420     05  LINE 09 COLUMN 01 VALUE "NEW PIN. . . . . . .".
001430     05  LINE 09 COLUMN 22 PIC X(08) USING fib88-new-pin SECURE.
001440     05  LINE 10 COLUMN 01 VALUE "PIN EXPIRY (YYYYMMDD)".
001450     05  LINE 10 COLUMN 23 PIC 9(08) USING fib88-expiry.
001460     05  LINE 12 COLUMN 01 VALUE "STATUS . . . . . . .".
001470     05  LINE 12 COLUMN 22 PIC X(08) FROM fib88-d-status.
001480     05  LINE 13 COLUMN 01 VALUE "LAST SIGN-ON . . . .".
001490     05  LINE 13 COLUMN 22 PIC 9(08) FROM fib88-d-last.
001500     05  LINE 14 COLUMN 01 VALUE "CHANGED BY / ON. . .".
001510     05  LINE 14 COLUMN 22 PIC X(08) FROM fib88-d-chg-by.
001520     05  LINE 14 COLUMN 32 PIC 9(08) FROM fib88-d-chg-date.
001530     05  LINE 16 COLUMN 01 VALUE "CONFIRM A/R/P (Y/N).".
001540     05  LINE 16 COLUMN 22 PIC X(01) USING FIB88-CONFIRM-SW.
001550     05  LINE 18 COLUMN 01 PIC X(40) FROM fib88-msg.

001560 PROCEDURE DIVISION.
001570*================================================================*
001580*  0000-MAINLINE                                                 *
001590*================================================================*
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     IF NOT FIB88-DONE
001630         PERFORM 2000-MAINTAIN  THRU 2000-EXIT
001640         PERFORM 9000-TERMINATE THRU 9000-EXIT
001650     END-IF.
001660     GO TO 9999-EXIT.

001670*================================================================*
001680*  1000-INITIALIZE -- SIGN ON AND REFUSE THE SESSION TO ANYONE   *
001690*  WITHOUT THE SECURITY-ADMIN ROLE.                              *
001700*================================================================*
001710 1000-INITIALIZE.
001720     ACCEPT fib88-date FROM DATE YYYYMMDD.
001730     PERFORM 8500-SIGN-ON THRU 8500-EXIT.
001740     IF FIB88-DONE
001750         GO TO 1000-EXIT
001760     END-IF.
001770     IF NOT FIBSGN-CAN-ADMIN
001780         DISPLAY "FIB880 - " fib88-admin-id
001790                 " HAS NO SECURITY-ADMIN ROLE - SESSION ENDED"
001800         MOVE 8 TO RETURN-CODE
001810         MOVE "FIB880" TO fib88-verb
001820         PERFORM 8600-LOG-REFUSAL THRU 8600-EXIT
001830         SET FIB88-DONE TO TRUE
001840         GO TO 1000-EXIT
001850     END-IF.
001860     MOVE "KEY AN ACTION AND PRESS ENTER" TO fib88-msg.
001870 1000-EXIT.
001880     EXIT.

001890*================================================================*
001900*  2000-MAINTAIN -- PAINT THE SCREEN AND KEEP TAKING ACTIONS     *
001910*  UNTIL THE ADMIN EXITS.                                        *
001920*================================================================*
001930 2000-MAINTAIN.
001940     PERFORM 2050-PROMPT-AND-APPLY THRU 2050-EXIT
001950         UNTIL FIB88-DONE.
001960 2000-EXIT.
001970     EXIT.

001980*================================================================*
001990*  2050-PROMPT-AND-APPLY -- ONE SCREEN ROUND TRIP: TAKE ONE      *
002000*  ACTION AND EITHER APPLY IT OR REJECT IT FOR RE-ENTRY.         *
002010*================================================================*
002020 2050-PROMPT-AND-APPLY.
002030     DISPLAY FIB88-ADMIN-SCREEN.
002040     ACCEPT FIB88-ADMIN-SCREEN.

002050     EVALUATE fib88-action
002060         WHEN "X"
002070             MOVE "MAINTENANCE ENDED" TO fib88-msg
002080             SET FIB88-DONE TO TRUE
002090         WHEN "V"
002100             PERFORM 2100-VIEW-OPERATOR THRU 2100-EXIT
002110         WHEN "A"
002120             PERFORM 2080-CHECK-CONFIRM THRU 2080-EXIT
002130             IF FIB88-CONFIRMED
002140                 PERFORM 2200-ADD-OPERATOR THRU 2200-EXIT
002150             END-IF
002160         WHEN "R"
002170             PERFORM 2080-CHECK-CONFIRM THRU 2080-EXIT
002180             IF FIB88-CONFIRMED
002190                 PERFORM 2300-REVOKE-OPERATOR THRU 2300-EXIT
002200             END-IF
002210         WHEN "P"
002220             PERFORM 2080-CHECK-CONFIRM THRU 2080-EXIT
002230             IF FIB88-CONFIRMED
002240                 PERFORM 2400-RESET-OPERATOR THRU 2400-EXIT
002250             END-IF
002260         WHEN OTHER
002270             MOVE "ACTION MUST BE A, R, P, V OR X"
002280                 TO fib88-msg
002290     END-EVALUATE.
002300     MOVE "N"    TO FIB88-CONFIRM-SW.
002310     MOVE SPACES TO fib88-new-pin.
002320 2050-EXIT.
002330     EXIT.

002340*================================================================*
002350*  2080-CHECK-CONFIRM -- AN ADD, REVOKE OR RESET NEEDS A         *
002360*  CONFIRMATION, AN OPERATOR ID, AND MAY NOT BE AIMED AT THE     *
002370*  ADMIN'S OWN PROFILE (AN ADD OF ONE'S OWN ID FAILS ANYWAY AS   *
002380*  A DUPLICATE).                                                 *
002390*================================================================*
002400 2080-CHECK-CONFIRM.
002410     IF NOT FIB88-CONFIRMED
002420         MOVE "CONFIRM MUST BE Y TO APPLY A, R OR P"
002430             TO fib88-msg
002440         GO TO 2080-EXIT
002450     END-IF.
002460     IF fib88-oper-id = SPACES
002470         MOVE "OPERATOR ID IS REQUIRED - RE-ENTER"
002480             TO fib88-msg
002490         MOVE "N" TO FIB88-CONFIRM-SW
002500         GO TO 2080-EXIT
002510     END-IF.
002520     IF fib88-oper-id = fib88-admin-id
002530         MOVE "CANNOT REVOKE OR RESET YOUR OWN PROFILE"
002540             TO fib88-msg
002550         MOVE "N" TO FIB88-CONFIRM-SW
002560     END-IF.
002570 2080-EXIT.
002580     EXIT.

002590*================================================================*
002600*  2100-VIEW-OPERATOR -- SHOW ONE PROFILE.  THE PIN IS NEVER     *
002610*  SHOWN.                                                        *
002620*================================================================*
002630 2100-VIEW-OPERATOR.
002640     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
002650     IF fib88-msg NOT = SPACES
002660         GO TO 2100-EXIT
002670     END-IF.
002680     MOVE fib88-oper-id TO FIBOPER-ID.
002690     READ FIBOPER-FILE
002700         INVALID KEY
002710             MOVE "OPERATOR ID NOT ON FILE" TO fib88-msg
002720             PERFORM 2550-CLEAR-DISPLAY THRU 2550-EXIT
002730             GO TO 2100-CLOSE
002740     END-READ.
002750     PERFORM 2600-SHOW-PROFILE THRU 2600-EXIT.
002760     MOVE "PROFILE DISPLAYED" TO fib88-msg.
002770 2100-CLOSE.
002780     CLOSE FIBOPER-FILE.
002790 2100-EXIT.
002800     EXIT.

002810*================================================================*
002820*  2200-ADD-OPERATOR -- VALIDATE AND WRITE ONE NEW PROFILE.      *
002830*================================================================*
002840 2200-ADD-OPERATOR.
002850     IF fib88-oper-id = "PLANIFC"
002860         MOVE "PLANIFC IS RESERVED FOR THE FIB820 FEED"
002870             TO fib88-msg
002880         GO TO 2200-EXIT
002890     END-IF.
002900     IF fib88-name = SPACES
002910         MOVE "OPERATOR NAME IS REQUIRED - RE-ENTER"
002920             TO fib88-msg
002930         GO TO 2200-EXIT
002940     END-IF.
002950     PERFORM 2700-CHECK-ROLES-AND-PIN THRU 2700-EXIT.
002960     IF fib88-msg NOT = SPACES
002970         GO TO 2200-EXIT
002980     END-IF.
002990     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
003000     IF fib88-msg NOT = SPACES
003010         GO TO 2200-EXIT
003020     END-IF.
003030     MOVE SPACES          TO FIBOPER-RECORD.
003040     MOVE fib88-oper-id   TO FIBOPER-ID.
003050     MOVE fib88-name      TO FIBOPER-NAME.
003060     MOVE fib88-roles     TO FIBOPER-ROLES.
003070     SET FIBOPER-ACTIVE   TO TRUE.
003080     MOVE fib88-new-pin   TO FIBOPER-PIN.
003090     MOVE fib88-expiry    TO FIBOPER-PIN-EXPIRY.
003100     MOVE 0               TO FIBOPER-FAIL-COUNT.
003110     MOVE 0               TO FIBOPER-LAST-SIGNON.
003120     MOVE fib88-admin-id  TO FIBOPER-CHANGED-BY.
003130     MOVE fib88-date      TO FIBOPER-CHANGED-DATE.
003140     WRITE FIBOPER-RECORD
003150         INVALID KEY
003160             MOVE "OPERATOR ID ALREADY ON FILE" TO fib88-msg
003170             GO TO 2200-CLOSE
003180     END-WRITE.
003190     PERFORM 2600-SHOW-PROFILE THRU 2600-EXIT.
003200     MOVE "ADDED" TO fib88-verb.
003210     PERFORM 2800-LOG-CHANGE THRU 2800-EXIT.
003220     MOVE "OPERATOR ADDED" TO fib88-msg.
003230 2200-CLOSE.
003240     CLOSE FIBOPER-FILE.
003250 2200-EXIT.
003260     EXIT.

003270*================================================================*
003280*  2300-REVOKE-OPERATOR -- MARK ONE PROFILE REVOKED.  IT STAYS   *
003290*  ON FILE; SIGN-ON REFUSES IT FROM NOW ON.                      *
003300*================================================================*
003310 2300-REVOKE-OPERATOR.
003320     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
003330     IF fib88-msg NOT = SPACES
003340         GO TO 2300-EXIT
003350     END-IF.
003360     MOVE fib88-oper-id TO FIBOPER-ID.
003370     READ FIBOPER-FILE
003380         INVALID KEY
003390             MOVE "OPERATOR ID NOT ON FILE" TO fib88-msg
003400             GO TO 2300-CLOSE
003410     END-READ.
003420     IF FIBOPER-REVOKED
003430         MOVE "OPERATOR ALREADY REVOKED" TO fib88-msg
003440         GO TO 2300-CLOSE
003450     END-IF.
003460     SET FIBOPER-REVOKED  TO TRUE.
003470     MOVE fib88-admin-id  TO FIBOPER-CHANGED-BY.
003480     MOVE fib88-date      TO FIBOPER-CHANGED-DATE.
003490     REWRITE FIBOPER-RECORD
003500         INVALID KEY
003510             MOVE "REWRITE FAILED - OPERATOR NOT REVOKED"
003520                 TO fib88-msg
003530             GO TO 2300-CLOSE
003540     END-REWRITE.
003550     PERFORM 2600-SHOW-PROFILE THRU 2600-EXIT.
003560     MOVE "REVOKED" TO fib88-verb.
003570     PERFORM 2800-LOG-CHANGE THRU 2800-EXIT.
003580     MOVE "OPERATOR REVOKED" TO fib88-msg.
003590 2300-CLOSE.
003600     CLOSE FIBOPER-FILE.
003610 2300-EXIT.
003620     EXIT.

003630*================================================================*
003640*  2400-RESET-OPERATOR -- NEW PIN AND EXPIRY, ROLES AS KEYED,    *
003650*  FAILURE COUNT CLEARED AND THE PROFILE ACTIVE AGAIN.           *
003660*================================================================*
003670 2400-RESET-OPERATOR.
003680     PERFORM 2700-CHECK-ROLES-AND-PIN THRU 2700-EXIT.
003690     IF fib88-msg NOT = SPACES
003700         GO TO 2400-EXIT
003710     END-IF.
003720     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
003730     IF fib88-msg NOT = SPACES
003740         GO TO 2400-EXIT
003750     END-IF.
003760     MOVE fib88-oper-id TO FIBOPER-ID.
003770     READ FIBOPER-FILE
003780         INVALID KEY
003790             MOVE "OPERATOR ID NOT ON FILE" TO fib88-msg
003800             GO TO 2400-CLOSE
003810     END-READ.
003820     MOVE fib88-roles     TO FIBOPER-ROLES.
003830     SET FIBOPER-ACTIVE   TO TRUE.
003840     MOVE fib88-new-pin   TO FIBOPER-PIN.
003850     MOVE fib88-expiry    TO FIBOPER-PIN-EXPIRY.
003860     MOVE 0               TO FIBOPER-FAIL-COUNT.
003870     MOVE fib88-admin-id  TO FIBOPER-CHANGED-BY.
003880     MOVE fib88-date      TO FIBOPER-CHANGED-DATE.
003890     REWRITE FIBOPER-RECORD
003900         INVALID KEY
003910             MOVE "REWRITE FAILED - PIN NOT RESET" TO fib88-msg
003920             GO TO 2400-CLOSE
003930     END-REWRITE.
003940     PERFORM 2600-SHOW-PROFILE THRU 2600-EXIT.
003950     MOVE "RESET" TO fib88-verb.
003960     PERFORM 2800-LOG-CHANGE THRU 2800-EXIT.
003970     MOVE "PIN RESET - OPERATOR ACTIVE" TO fib88-msg.
003980 2400-CLOSE.
003990     CLOSE FIBOPER-FILE.
004000 2400-EXIT.
004010     EXIT.

004020*================================================================*
004030*  2500-OPEN-MASTER -- OPEN THE PROFILE MASTER FOR ONE ACTION.   *
004040*  FIB88-MSG COMES BACK BLANK WHEN IT OPENED.                    *
004050*================================================================*
004060 2500-OPEN-MASTER.
004070     MOVE SPACES TO fib88-msg.
004080     OPEN I-O FIBOPER-FILE.
004090     IF fib88-oper-status NOT = "00"
004100         MOVE "FIBOPER PROFILE MASTER NOT AVAILABLE"
004110             TO fib88-msg
004120         MOVE "E" TO fib88-evt-severity
004130         MOVE 8   TO fib88-evt-rc
004140         MOVE "FIBOPER NOT AVAILABLE - RUN FIBOPERA FIRST"
004150             TO fib88-evt-msg
004160         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
004170     END-IF.
004180 2500-EXIT.
004190     EXIT.

004200*================================================================*
004210*  2550-CLEAR-DISPLAY -- BLANK THE PROFILE FIELDS.               *
004220*================================================================*
004230 2550-CLEAR-DISPLAY.
004240     MOVE SPACES TO fib88-name.
004250     MOVE "NNNN" TO fib88-roles.
004260     MOVE 0      TO fib88-expiry.
004270     MOVE SPACES TO fib88-d-status.
004280     MOVE 0      TO fib88-d-last.
004290     MOVE SPACES TO fib88-d-chg-by.
004300     MOVE 0      TO fib88-d-chg-date.
004310 2550-EXIT.
004320     EXIT.

004330*================================================================*
004340*  2600-SHOW-PROFILE -- COPY THE PROFILE IN THE RECORD AREA TO   *
004350*  THE SCREEN FIELDS.                                            *
004360*================================================================*
004370 2600-SHOW-PROFILE.
004380     MOVE FIBOPER-NAME         TO fib88-name.
004390     MOVE FIBOPER-ROLES        TO fib88-roles.
004400     MOVE FIBOPER-PIN-EXPIRY   TO fib88-expiry.
004410     MOVE FIBOPER-LAST-SIGNON  TO fib88-d-last.
004420     MOVE FIBOPER-CHANGED-BY   TO fib88-d-chg-by.
004430     MOVE FIBOPER-CHANGED-DATE TO fib88-d-chg-date.
004440     EVALUATE TRUE
004450         WHEN FIBOPER-ACTIVE
004460             MOVE "ACTIVE"   TO fib88-d-status
004470         WHEN FIBOPER-REVOKED
004480             MOVE "REVOKED"  TO fib88-d-status
004490         WHEN FIBOPER-LOCKED
004500             MOVE "LOCKED"   TO fib88-d-status
004510         WHEN OTHER
004520             MOVE "INVALID"  TO fib88-d-status
004530     END-EVALUATE.
004540 2600-EXIT.
004550     EXIT.

004560*================================================================*
004570*  2700-CHECK-ROLES-AND-PIN -- EVERY ROLE FLAG MUST BE Y OR N    *
004580*  WITH AT LEAST ONE Y, A NEW PIN MUST BE KEYED, AND ITS EXPIRY  *
004590*  MUST BE A PLAUSIBLE YYYYMMDD AFTER TODAY.  FIB88-MSG STAYS    *
004600*  BLANK WHEN ALL IS WELL.                                       *
004610*================================================================*
004620 2700-CHECK-ROLES-AND-PIN.
004630     MOVE SPACES TO fib88-msg.
004640     IF (fib88-role-inq NOT = "Y" AND NOT = "N")
004650         OR (fib88-role-mkr NOT = "Y" AND NOT = "N")
004660         OR (fib88-role-apr NOT = "Y" AND NOT = "N")
004670         OR (fib88-role-adm NOT = "Y" AND NOT = "N")
004680         MOVE "ROLES MUST EACH BE Y OR N - RE-ENTER"
004690             TO fib88-msg
004700         GO TO 2700-EXIT
004710     END-IF.
004720     IF fib88-roles = "NNNN"
004730         MOVE "AT LEAST ONE ROLE MUST BE Y - RE-ENTER"
004740             TO fib88-msg
004750         GO TO 2700-EXIT
004760     END-IF.
004770     IF fib88-new-pin = SPACES
004780         MOVE "NEW PIN IS REQUIRED - RE-ENTER" TO fib88-msg
004790         GO TO 2700-EXIT
004800     END-IF.
004810     MOVE fib88-expiry TO fib88-test-date.
004820     PERFORM 2750-CHECK-DATE THRU 2750-EXIT.
004830     IF NOT FIB88-DATE-OK
004840         OR fib88-expiry NOT > fib88-date
004850         MOVE "PIN EXPIRY MUST BE A FUTURE YYYYMMDD"
004860             TO fib88-msg
004870     END-IF.
004880 2700-EXIT.
004890     EXIT.

004900*================================================================*
004910*  2750-CHECK-DATE -- A CANDIDATE DATE IS ONLY TRUSTED WHEN IT   *
004920*  READS AS A PLAUSIBLE YYYYMMDD, SAME TEST AS FIB800.           *
004930*================================================================*
004940 2750-CHECK-DATE.
004950     MOVE "N" TO FIB88-DATE-OK-SW.
004960     IF fib88-test-date NOT NUMERIC
004970         GO TO 2750-EXIT
004980     END-IF.
004990     IF fib88-test-yyyy > 1900
005000         AND fib88-test-mm > 0 AND fib88-test-mm < 13
005010         AND fib88-test-dd > 0 AND fib88-test-dd < 32
005020         MOVE "Y" TO FIB88-DATE-OK-SW
005030     END-IF.
005040 2750-EXIT.
005050     EXIT.

005060*================================================================*
005070*  2800-LOG-CHANGE -- EVERY APPLIED PROFILE CHANGE GOES ON       *
005080*  FIBEVLOG AS A WARNING SO AUDIT SEES WHO CHANGED WHOSE ACCESS. *
005090*  FIB88-VERB SAYS WHAT WAS DONE.                                *
005100*================================================================*
005110 2800-LOG-CHANGE.
005120     MOVE "W" TO fib88-evt-severity.
005130     MOVE 0   TO fib88-evt-rc.
005140     MOVE SPACES TO fib88-evt-msg.
005150     STRING "OPERATOR " DELIMITED BY SIZE
005160            fib88-oper-id DELIMITED BY SPACE
005170            " " DELIMITED BY SIZE
005180            fib88-verb DELIMITED BY SPACE
005190            " BY " DELIMITED BY SIZE
005200            fib88-admin-id DELIMITED BY SPACE
005210            " ROLES " DELIMITED BY SIZE
005220            FIBOPER-ROLES DELIMITED BY SIZE
005230         INTO fib88-evt-msg
005240     END-STRING.
005250     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
005260 2800-EXIT.
005270     EXIT.

005280*================================================================*
005290*  8500-SIGN-ON -- UP TO THREE ATTEMPTS, EACH CHECKED BY FIB890. *
005300*  A SESSION THAT NEVER SIGNS ON ENDS WITH RC 8.                 *
005310*================================================================*
005320 8500-SIGN-ON.
005330     MOVE 0 TO fib88-signon-tries.
005340     MOVE "SIGN ON WITH YOUR OPERATOR ID AND PIN" TO fib88-msg.
005350     PERFORM 8550-SIGN-ON-ONCE THRU 8550-EXIT
005360         UNTIL FIB88-SIGNED-ON OR fib88-signon-tries NOT < 3.
005370     IF NOT FIB88-SIGNED-ON
005380         DISPLAY "FIB880 - SIGN-ON FAILED - SESSION ENDED"
005390         MOVE 8 TO RETURN-CODE
005400         SET FIB88-DONE TO TRUE
005410     END-IF.
005420 8500-EXIT.
005430     EXIT.

005440*================================================================*
005450*  8550-SIGN-ON-ONCE -- ONE SIGN-ON ROUND TRIP.  THE PIN IS      *
005460*  BLANKED AS SOON AS IT HAS BEEN PASSED ON, AND EVERY REFUSAL   *
005470*  GOES ON FIBEVLOG WITH THE ID TRIED AND THE REASON.            *
005480*================================================================*
005490 8550-SIGN-ON-ONCE.
005500     ADD 1 TO fib88-signon-tries.
005510     MOVE SPACES TO fib88-pin.
005520     DISPLAY FIB88-SIGNON-SCREEN.
005530     ACCEPT FIB88-SIGNON-SCREEN.
005540     MOVE fib88-admin-id TO FIBSGN-OPER-ID.
005550     MOVE fib88-pin      TO FIBSGN-PIN.
005560     MOVE SPACES         TO fib88-pin.
005570     CALL "FIB890" USING FIBSGN-PARMS FIBSGN-RESULT.
005580     MOVE SPACES         TO FIBSGN-PIN.
005590     IF FIBSGN-OK
005600         SET FIB88-SIGNED-ON TO TRUE
005610         GO TO 8550-EXIT
005620     END-IF.
005630     MOVE FIBSGN-REASON TO fib88-msg.
005640     MOVE "W" TO fib88-evt-severity.
005650     MOVE 0   TO fib88-evt-rc.
005660     MOVE SPACES TO fib88-evt-msg.
005670     STRING "SIGN-ON " DELIMITED BY SIZE
005680            fib88-admin-id DELIMITED BY SPACE
005690            " " DELIMITED BY SIZE
005700            FIBSGN-REASON DELIMITED BY SIZE
005710         INTO fib88-evt-msg
005720     END-STRING.
005730     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
005740 8550-EXIT.
005750     EXIT.

005760*================================================================*
005770*  8600-LOG-REFUSAL -- A SIGNED-ON OPERATOR TRIED A FUNCTION     *
005780*  THEIR ROLES DO NOT ALLOW.  FIB88-VERB NAMES THE FUNCTION.     *
005790*================================================================*
005800 8600-LOG-REFUSAL.
005810     MOVE "W" TO fib88-evt-severity.
005820     MOVE 0   TO fib88-evt-rc.
005830     MOVE SPACES TO fib88-evt-msg.
005840     STRING "OPERATOR " DELIMITED BY SIZE
005850            fib88-admin-id DELIMITED BY SPACE
005860            " REFUSED " DELIMITED BY SIZE
005870            fib88-verb DELIMITED BY SPACE
005880            " - ROLE NOT HELD" DELIMITED BY SIZE
005890         INTO fib88-evt-msg
005900     END-STRING.
005910     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
005920 8600-EXIT.
005930     EXIT.

005940*================================================================*
005950*  9000-TERMINATE -- REPORT THE OUTCOME ON THE JOB LOG.          *
005960*================================================================*
005970 9000-TERMINATE.
005980     DISPLAY "FIB880 - " fib88-msg.
005990 9000-EXIT.
006000     EXIT.

006010*================================================================*
006020*  9800-LOG-EVENT -- APPEND ONE EVENT TO THE COMMON FIBEVLOG     *
006030*  EVENT LOG.  THE LOG IS OPENED PER EVENT SO AN ERROR PATH      *
006040*  NEVER DEPENDS ON HOW FAR INITIALIZATION GOT.                  *
006050*================================================================*
006060 9800-LOG-EVENT.
006070     ACCEPT fib88-evt-date FROM DATE YYYYMMDD.
006080     ACCEPT fib88-evt-time FROM TIME.
006090     OPEN EXTEND FIBEVLOG-FILE.
006100     MOVE SPACES              TO FIBEVT-RECORD.
006110     MOVE "FIB880"            TO FIBEVT-PROGRAM.
006120     MOVE SPACES              TO FIBEVT-RUN-ID.
006130     MOVE fib88-evt-date      TO FIBEVT-DATE.
006140     MOVE fib88-evt-time      TO FIBEVT-TIME.
006150     MOVE fib88-evt-severity  TO FIBEVT-SEVERITY.
006160     MOVE fib88-evt-rc        TO FIBEVT-RETURN-CODE.
006170     MOVE fib88-evt-msg       TO FIBEVT-MESSAGE.
006180     WRITE FIBEVT-RECORD.
006190     CLOSE FIBEVLOG-FILE.
006200 9800-EXIT.
006210     EXIT.

006220*================================================================*
006230*  9999-EXIT -- SINGLE PROGRAM EXIT POINT.                       *
006240*================================================================*
006250 9999-EXIT.
006260     STOP RUN.
