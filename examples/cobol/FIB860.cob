000010*================================================================*
000020*  PROGRAM:      FIB860                                          *
000030*  AUTHOR:       R SANDERSON                                     *
000040*  INSTALLATION: OPERATIONS SYSTEMS GROUP                        *
000050*  DATE-WRITTEN: 2026-10-14                                      *
000060*                                                                *
000070*  PURPOSE.                                                      *
000080*      OPERATOR MAINTENANCE SCREEN FOR THE FIBOWNR RUN-ID        *
000090*      OWNERSHIP MASTER, WHICH SAYS WHICH DEPARTMENT AND COST    *
000100*      CENTER THE FIB580 MONTH-END CHARGEBACK BILLS FOR EACH     *
000110*      RUN-ID.  THE ACTIONS ARE:                                 *
000120*        A   ADD AN OWNER - RUN-ID, DEPARTMENT, COST CENTER AND  *
000130*            DEPARTMENT NAME                                     *
000140*        C   CHANGE THE OWNER OF A RUN-ID ALREADY ON FILE        *
000150*        D   DELETE A RUN-ID'S OWNER - THE RUN-ID THEN SHOWS AS  *
000160*            UNOWNED ON THE NEXT CHARGEBACK                      *
000170*        V   VIEW A RUN-ID'S OWNER (KEY V BEFORE A C TO START    *
000180*            FROM WHAT IS ON FILE)                               *
000190*        X   EXIT                                                *
000200*      THE SESSION NEEDS THE INQUIRY OR MAKER ROLE; A, C AND D   *
000210*      NEED THE MAKER ROLE, SAME RULE AS FIB800.  EVERY APPLIED  *
000220*      CHANGE IS WRITTEN TO FIBEVLOG AS A WARNING, SINCE IT MOVES*
000230*      MONEY BETWEEN COST CENTERS.  THE MASTER IS OPENED PER     *
000240*      ACTION, SAME APPROACH AS FIB880.                          *
000250*------------------------------------------------------------------
000260*  MOD LOG
000270*  2026-10-14  RLS  ORIGINAL PROGRAM.
000280*================================================================*
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.                  FIB860.
000310 AUTHOR.                      R SANDERSON.
000320 INSTALLATION.                OPERATIONS SYSTEMS GROUP.
000330 DATE-WRITTEN.                2026-10-14.
000340 DATE-COMPILED.

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.             IBM-370.
000380 OBJECT-COMPUTER.             IBM-370.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT FIBOWNR-FILE      ASSIGN       TO "FIBOWNR"
000420                               ORGANIZATION IS INDEXED
000430                               ACCESS MODE  IS RANDOM
000440                               RECORD KEY   IS FIBOWNR-RUN-ID
000450                               FILE STATUS  IS fib86-ownr-status.

000460     SELECT FIBEVLOG-FILE     ASSIGN       TO "FIBEVLOG"
000470                               ORGANIZATION IS LINE SEQUENTIAL.

000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  FIBOWNR-FILE.
000510     COPY FIBOWNR.

000520 FD  FIBEVLOG-FILE.
000530     COPY FIBEVT.

000540 WORKING-STORAGE SECTION.
000550*----------------------------------------------------------------*
000560*  SWITCHES                                                      *
000570*----------------------------------------------------------------*
000580 01  FIB86-DONE-SW             PIC X(01) VALUE "N".
000590     88  FIB86-DONE            VALUE "Y".
000600 01  FIB86-CONFIRM-SW          PIC X(01) VALUE "N".
000610     88  FIB86-CONFIRMED       VALUE "Y".
000620 01  FIB86-SIGNED-ON-SW        PIC X(01) VALUE "N".
000630     88  FIB86-SIGNED-ON       VALUE "Y".
000640 01  fib86-ownr-status         PIC X(02) VALUE "00".

000650*----------------------------------------------------------------*
000660*  MAINTENANCE WORKING FIELDS                                    *
000670*----------------------------------------------------------------*
000680 01  fib86-user-id             PIC X(08) VALUE SPACES.
000690 01  fib86-pin                 PIC X(08) VALUE SPACES.
000700 01  fib86-signon-tries        PIC S9(05) COMP VALUE 0.
000710 01  fib86-action              PIC X(01) VALUE SPACES.
000720 01  fib86-date                PIC 9(08) VALUE 0.
000730 01  fib86-run-id              PIC X(08) VALUE SPACES.
000740 01  fib86-dept                PIC X(08) VALUE SPACES.
000750 01  fib86-cost-center         PIC X(10) VALUE SPACES.
000760 01  fib86-dept-name           PIC X(24) VALUE SPACES.
000770 01  fib86-d-chg-by            PIC X(08) VALUE SPACES.
000780 01  fib86-d-chg-date          PIC 9(08) VALUE 0.
000790 01  fib86-old-cost-center     PIC X(10) VALUE SPACES.
000800 01  fib86-verb                PIC X(10) VALUE SPACES.
000810 01  fib86-msg                 PIC X(40) VALUE SPACES.

000820*----------------------------------------------------------------*
000830*  SIGN-ON PARAMETERS FOR THE FIB890 CHECK                       *
000840*----------------------------------------------------------------*
000850     COPY FIBSIGN.

000860*----------------------------------------------------------------*
000870*  EVENT-LOG FIELDS - SET BEFORE EACH PERFORM OF 9800-LOG-EVENT. *
000880*----------------------------------------------------------------*
000890 01  fib86-evt-severity        PIC X(01) VALUE SPACES.
000900 01  fib86-evt-rc              PIC 9(02) VALUE 0.
000910 01  fib86-evt-msg             PIC X(60) VALUE SPACES.
000920 01  fib86-evt-date            PIC 9(08) VALUE 0.
000930 01  fib86-evt-time            PIC 9(08) VALUE 0.

000940 SCREEN SECTION.
000950*----------------------------------------------------------------*
000960*  FIB86-SIGNON-SCREEN -- OPERATOR ID AND PIN.                   *
000970*----------------------------------------------------------------*
000980 01  FIB86-SIGNON-SCREEN.
000990     05  BLANK SCREEN.
001000     05  LINE 01 COLUMN 01 VALUE
001010         "FIB860 - RUN-ID OWNERSHIP MAINTENANCE".
001020     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID. . . . .".
001030     05  LINE 03 COLUMN 22 PIC X(08) USING fib86-user-id.
001040     05  LINE 04 COLUMN 01 VALUE "PIN. . . . . . . . .".
001050     05  LINE 04 COLUMN 22 PIC X(08) USING fib86-pin SECURE.
001060     05  LINE 06 COLUMN 01 PIC X(40) FROM fib86-msg.

001070*----------------------------------------------------------------*
001080*  FIB86-OWNER-SCREEN -- OWNER ADD/CHANGE/DELETE/VIEW MAP.       *
001090*----------------------------------------------------------------*
001100 01  FIB86-OWNER-SCREEN.
001110     05  BLANK SCREEN.
001120     05  LINE 01 COLUMN 01 VALUE
001130         "FIB860 - RUN-ID OWNERSHIP MAINTENANCE".
001140     05  LINE 03 COLUMN 01 VALUE "SIGNED ON AS . . . .".
001150     05  LINE 03 COLUMN 22 PIC X(08) FROM fib86-user-id.
001160     05  LINE 04 COLUMN 01 VALUE "ACTION (A/C/D/V/X).".
001170     05  LINE 04 COLUMN 22 PIC X(01) USING fib86-action.
001180     05  LINE 06 COLUMN 01 VALUE "RUN-ID . . . . . . .".
001190     05  LINE 06 COLUMN 22 PIC X(08) USING fib86-run-id.
001200     05  LINE 07 COLUMN 01 VALUE "DEPARTMENT . . . . .".
001210     05  LINE 07 COLUMN 22 PIC X(08) USING fib86-dept.
001220     05  LINE 08 COLUMN 01 VALUE "COST CENTER. . . . .".
001230     05  LINE 08 COLUMN 22 PIC X(10) USING fib86-cost-center.
001240     05  LINE 09 COLUMN 01 VALUE "DEPARTMENT NAME. . .".
001250     05  LINE 09 COLUMN 22 PIC X(24) USING fib86-dept-name.
001260     05  LINE 11 COLUMN 01 VALUE "CHANGED BY / ON. . .".
001270     05  LINE 11 COLUMN 22 PIC X(08) FROM fib86-d-chg-by.
001280     05  LINE 11 COLUMN 32 PIC 9(08) FROM fib86-d-chg-date.
001290     05  LINE 13 COLUMN 01 VALUE "CONFIRM A/C/D (Y/N).".
001300     05  LINE 13 COLUMN 22 PIC X(01) USING FIB86-CONFIRM-SW.
001310     05  LINE 15 COLUMN 01 PIC X(40) FROM fib86-msg.

001320 PROCEDURE DIVISION.
001330*================================================================*
001340*  0000-MAINLINE                                                 *
001350*================================================================*
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     IF NOT FIB86-DONE
001390         PERFORM 2000-MAINTAIN  THRU 2000-EXIT
001400         PERFORM 9000-TERMINATE THRU 9000-EXIT
001410     END-IF.
001420     GO TO 9999-EXIT.

001430*================================================================*
001440*  1000-INITIALIZE -- SIGN ON AND REFUSE THE SESSION TO ANYONE   *
001450*  WITH NEITHER THE INQUIRY NOR THE MAKER ROLE.                  *
001460*================================================================*
001470 1000-INITIALIZE.
001480     ACCEPT fib86-date FROM DATE YYYYMMDD.
001490     PERFORM 8500-SIGN-ON THRU 8500-EXIT.
001500     IF FIB86-DONE
001510         GO TO 1000-EXIT
001520     END-IF.
001530     IF NOT FIBSGN-CAN-INQUIRE AND NOT FIBSGN-CAN-MAKE
001540         DISPLAY "FIB860 - " fib86-user-id
001550                 " HAS NO INQUIRY OR MAKER ROLE - SESSION ENDED"
001560         MOVE 8 TO RETURN-CODE
001570         MOVE "FIB860" TO fib86-verb
001580         PERFORM 8600-LOG-REFUSAL THRU 8600-EXIT
001590         SET FIB86-DONE TO TRUE
001600         GO TO 1000-EXIT
001610     END-IF.
001620     MOVE "KEY AN ACTION AND PRESS ENTER" TO fib86-msg.
001630 1000-EXIT.
001640     EXIT.

001650*================================================================*
001660*  2000-MAINTAIN -- PAINT THE SCREEN AND KEEP TAKING ACTIONS     *
001670*  UNTIL THE OPERATOR EXITS.                                     *
001680*================================================================*
001690 2000-MAINTAIN.
001700     PERFORM 2050-PROMPT-AND-APPLY THRU 2050-EXIT
001710         UNTIL FIB86-DONE.
001720 2000-EXIT.
001730     EXIT.

001740*================================================================*
001750*  2050-PROMPT-AND-APPLY -- ONE SCREEN ROUND TRIP: TAKE ONE      *
001760*  ACTION AND EITHER APPLY IT OR REJECT IT FOR RE-ENTRY.         *
001770*================================================================*
001780 2050-PROMPT-AND-APPLY.
001790     DISPLAY FIB86-OWNER-SCREEN.
001800     ACCEPT FIB86-OWNER-SCREEN.

001810     EVALUATE fib86-action
001820         WHEN "X"
001830             MOVE "MAINTENANCE ENDED" TO fib86-msg
001840             SET FIB86-DONE TO TRUE
001850         WHEN "V"
001860             PERFORM 2100-VIEW-OWNER THRU 2100-EXIT
001870         WHEN "A"
001880             PERFORM 2080-CHECK-CONFIRM THRU 2080-EXIT
001890             IF FIB86-CONFIRMED
001900                 PERFORM 2200-ADD-OWNER THRU 2200-EXIT
001910             END-IF
001920         WHEN "C"
001930             PERFORM 2080-CHECK-CONFIRM THRU 2080-EXIT
001940             IF FIB86-CONFIRMED
001950                 PERFORM 2300-CHANGE-OWNER THRU 2300-EXIT
001960             END-IF
001970         WHEN "D"
001980             PERFORM 2080-CHECK-CONFIRM THRU 2080-EXIT
001990             IF FIB86-CONFIRMED
002000                 PERFORM 2400-DELETE-OWNER THRU 2400-EXIT
002010             END-IF
002020         WHEN OTHER
002030             MOVE "ACTION MUST BE A, C, D, V OR X"
002040                 TO fib86-msg
002050     END-EVALUATE.
002060     MOVE "N" TO FIB86-CONFIRM-SW.
002070 2050-EXIT.
002080     EXIT.

002090*================================================================*
002100*  2080-CHECK-CONFIRM -- AN ADD, CHANGE OR DELETE NEEDS A        *
002110*  CONFIRMATION, A RUN-ID, AND A SIGNED-ON OPERATOR HOLDING THE  *
002120*  MAKER ROLE.  A REFUSAL FOR WANT OF THE ROLE IS LOGGED ON      *
002130*  FIBEVLOG.                                                     *
002140*================================================================*
002150 2080-CHECK-CONFIRM.
002160     IF NOT FIB86-CONFIRMED
002170         MOVE "CONFIRM MUST BE Y TO APPLY A, C OR D"
002180             TO fib86-msg
002190         GO TO 2080-EXIT
002200     END-IF.
002210     IF NOT FIBSGN-CAN-MAKE
002220         MOVE "ADD, CHANGE AND DELETE NEED THE MAKER ROLE"
002230             TO fib86-msg
002240         MOVE "N" TO FIB86-CONFIRM-SW
002250         EVALUATE fib86-action
002260             WHEN "A"
002270                 MOVE "ADD"    TO fib86-verb
002280             WHEN "C"
002290                 MOVE "CHANGE" TO fib86-verb
002300             WHEN OTHER
002310                 MOVE "DELETE" TO fib86-verb
002320         END-EVALUATE
002330         PERFORM 8600-LOG-REFUSAL THRU 8600-EXIT
002340         GO TO 2080-EXIT
002350     END-IF.
002360     IF fib86-run-id = SPACES
002370         MOVE "RUN-ID IS REQUIRED - RE-ENTER" TO fib86-msg
002380         MOVE "N" TO FIB86-CONFIRM-SW
002390     END-IF.
002400 2080-EXIT.
002410     EXIT.

002420*================================================================*
002430*  2100-VIEW-OWNER -- SHOW ONE RUN-ID'S OWNER.                   *
002440*================================================================*
002450 2100-VIEW-OWNER.
002460     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
002470     IF fib86-msg NOT = SPACES
002480         GO TO 2100-EXIT
002490     END-IF.
002500     MOVE fib86-run-id TO FIBOWNR-RUN-ID.
002510     READ FIBOWNR-FILE
002520         INVALID KEY
002530             MOVE "RUN-ID HAS NO OWNER ON FILE" TO fib86-msg
002540             PERFORM 2550-CLEAR-DISPLAY THRU 2550-EXIT
002550             GO TO 2100-CLOSE
002560     END-READ.
002570     PERFORM 2600-SHOW-OWNER THRU 2600-EXIT.
002580     MOVE "OWNER DISPLAYED" TO fib86-msg.
002590 2100-CLOSE.
002600     CLOSE FIBOWNR-FILE.
002610 2100-EXIT.
002620     EXIT.

002630*================================================================*
002640*  2200-ADD-OWNER -- VALIDATE AND WRITE ONE NEW OWNER RECORD.    *
002650*================================================================*
002660 2200-ADD-OWNER.
002670     PERFORM 2700-CHECK-OWNER THRU 2700-EXIT.
002680     IF fib86-msg NOT = SPACES
002690         GO TO 2200-EXIT
002700     END-IF.
002710     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
002720     IF fib86-msg NOT = SPACES
002730         GO TO 2200-EXIT
002740     END-IF.
002750     MOVE SPACES             TO FIBOWNR-RECORD.
002760     MOVE fib86-run-id       TO FIBOWNR-RUN-ID.
002770     MOVE fib86-dept         TO FIBOWNR-DEPT.
002780     MOVE fib86-cost-center  TO FIBOWNR-COST-CENTER.
002790     MOVE fib86-dept-name    TO FIBOWNR-DEPT-NAME.
002800     MOVE fib86-user-id      TO FIBOWNR-CHANGED-BY.
002810     MOVE fib86-date         TO FIBOWNR-CHANGED-DATE.
002820     WRITE FIBOWNR-RECORD
002830         INVALID KEY
002840             MOVE "RUN-ID ALREADY HAS AN OWNER - USE C"
002850                 TO fib86-msg
002860             GO TO 2200-CLOSE
002870     END-WRITE.
002880     PERFORM 2600-SHOW-OWNER THRU 2600-EXIT.
002890     MOVE "ADDED" TO fib86-verb.
002900     MOVE SPACES  TO fib86-old-cost-center.
002910     PERFORM 2800-LOG-CHANGE THRU 2800-EXIT.
002920     MOVE "OWNER ADDED" TO fib86-msg.
002930 2200-CLOSE.
002940     CLOSE FIBOWNR-FILE.
002950 2200-EXIT.
002960     EXIT.

002970*================================================================*
002980*  2300-CHANGE-OWNER -- REPLACE THE DEPARTMENT, COST CENTER AND  *
002990*  NAME OF A RUN-ID ALREADY ON FILE.                             *
003000*================================================================*
003010 2300-CHANGE-OWNER.
003020     PERFORM 2700-CHECK-OWNER THRU 2700-EXIT.
003030     IF fib86-msg NOT = SPACES
003040         GO TO 2300-EXIT
003050     END-IF.
003060     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
003070     IF fib86-msg NOT = SPACES
003080         GO TO 2300-EXIT
003090     END-IF.
003100     MOVE fib86-run-id TO FIBOWNR-RUN-ID.
003110     READ FIBOWNR-FILE
003120         INVALID KEY
003130             MOVE "RUN-ID HAS NO OWNER ON FILE - USE A"
003140                 TO fib86-msg
003150             GO TO 2300-CLOSE
003160     END-READ.
003170     MOVE FIBOWNR-COST-CENTER TO fib86-old-cost-center.
003180     MOVE fib86-dept          TO FIBOWNR-DEPT.
003190     MOVE fib86-cost-center   TO FIBOWNR-COST-CENTER.
003200     MOVE fib86-dept-name     TO FIBOWNR-DEPT-NAME.
003210     MOVE fib86-user-id       TO FIBOWNR-CHANGED-BY.
003220     MOVE fib86-date          TO FIBOWNR-CHANGED-DATE.
003230     REWRITE FIBOWNR-RECORD
003240         INVALID KEY
003250             MOVE "REWRITE FAILED - OWNER NOT CHANGED"
003260                 TO fib86-msg
003270             GO TO 2300-CLOSE
003280     END-REWRITE.
003290     PERFORM 2600-SHOW-OWNER THRU 2600-EXIT.
003300     MOVE "CHANGED" TO fib86-verb.
003310     PERFORM 2800-LOG-CHANGE THRU 2800-EXIT.
003320     MOVE "OWNER CHANGED" TO fib86-msg.
003330 2300-CLOSE.
003340     CLOSE FIBOWNR-FILE.
003350 2300-EXIT.
003360     EXIT.

003370*================================================================*
003380*  2400-DELETE-OWNER -- REMOVE A RUN-ID'S OWNER.  FROM THE NEXT  *
003390*  CHARGEBACK ON THE RUN-ID IS LISTED AS UNOWNED.                *
003400*================================================================*
003410 2400-DELETE-OWNER.
003420     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
003430     IF fib86-msg NOT = SPACES
003440         GO TO 2400-EXIT
003450     END-IF.
003460     MOVE fib86-run-id TO FIBOWNR-RUN-ID.
003470     READ FIBOWNR-FILE
003480         INVALID KEY
003490             MOVE "RUN-ID HAS NO OWNER ON FILE" TO fib86-msg
003500             GO TO 2400-CLOSE
003510     END-READ.
003520     MOVE FIBOWNR-COST-CENTER TO fib86-old-cost-center.
003530     DELETE FIBOWNR-FILE
003540         INVALID KEY
003550             MOVE "DELETE FAILED - OWNER NOT REMOVED"
003560                 TO fib86-msg
003570             GO TO 2400-CLOSE
003580     END-DELETE.
003590     MOVE SPACES    TO FIBOWNR-COST-CENTER.
003600     MOVE "DELETED" TO fib86-verb.
003610     PERFORM 2800-LOG-CHANGE THRU 2800-EXIT.
003620     PERFORM 2550-CLEAR-DISPLAY THRU 2550-EXIT.
003630     MOVE "OWNER DELETED - RUN-ID NOW UNOWNED" TO fib86-msg.
003640 2400-CLOSE.
003650     CLOSE FIBOWNR-FILE.
003660 2400-EXIT.
003670     EXIT.

003680*================================================================*
003690*  2500-OPEN-MASTER -- OPEN THE OWNERSHIP MASTER FOR ONE ACTION. *
003700*  FIB86-MSG COMES BACK BLANK WHEN IT OPENED.                    *
003710*================================================================*
003720 2500-OPEN-MASTER.
003730     MOVE SPACES TO fib86-msg.
003740     OPEN I-O FIBOWNR-FILE.
003750     IF fib86-ownr-status NOT = "00"
003760         MOVE "FIBOWNR OWNERSHIP MASTER NOT AVAILABLE"
003770             TO fib86-msg
003780         MOVE "E" TO fib86-evt-severity
003790         MOVE 8   TO fib86-evt-rc
003800         MOVE "FIBOWNR NOT AVAILABLE - RUN FIBOWNRA FIRST"
003810             TO fib86-evt-msg
003820         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
003830     END-IF.
003840 2500-EXIT.
003850     EXIT.

003860*================================================================*
003870*  2550-CLEAR-DISPLAY -- BLANK THE OWNER FIELDS.                 *
003880*================================================================*
003890 2550-CLEAR-DISPLAY.
003900     MOVE SPACES TO fib86-dept.
003910     MOVE SPACES TO fib86-cost-center.
003920     MOVE SPACES TO fib86-dept-name.
003930     MOVE SPACES TO fib86-d-chg-by.
003940     MOVE 0      TO fib86-d-chg-date.
003950 2550-EXIT.
003960     EXIT.

003970*================================================================*
003980*  2600-SHOW-OWNER -- COPY THE OWNER IN THE RECORD AREA TO THE   *
003990*  SCREEN FIELDS.                                                *
004000*================================================================*
004010 2600-SHOW-OWNER.
004020     MOVE FIBOWNR-DEPT         TO fib86-dept.
004030     MOVE FIBOWNR-COST-CENTER  TO fib86-cost-center.
004040     MOVE FIBOWNR-DEPT-NAME    TO fib86-dept-name.
004050     MOVE FIBOWNR-CHANGED-BY   TO fib86-d-chg-by.
004060     MOVE FIBOWNR-CHANGED-DATE TO fib86-d-chg-date.
004070 2600-EXIT.
004080     EXIT.

004090*================================================================*
004100*  2700-CHECK-OWNER -- AN ADD OR CHANGE MUST NAME THE            *
004110*  DEPARTMENT, ITS COST CENTER AND THE DEPARTMENT NAME THE       *
004120*  CHARGEBACK REPORT PRINTS.  FIB86-MSG STAYS BLANK WHEN ALL IS  *
004130*  WELL.                                                         *
004140*================================================================*
004150 2700-CHECK-OWNER.
004160     MOVE SPACES TO fib86-msg.
004170     IF fib86-dept = SPACES
004180         MOVE "DEPARTMENT IS REQUIRED - RE-ENTER" TO fib86-msg
004190         GO TO 2700-EXIT
004200     END-IF.
004210     IF fib86-cost-center = SPACES
004220         MOVE "COST CENTER IS REQUIRED - RE-ENTER" TO fib86-msg
004230         GO TO 2700-EXIT
004240     END-IF.
004250     IF fib86-dept-name = SPACES
004260         MOVE "DEPARTMENT NAME IS REQUIRED - RE-ENTER"
004270             TO fib86-msg
004280     END-IF.
004290 2700-EXIT.
004300     EXIT.

004310*================================================================*
004320*  2800-LOG-CHANGE -- EVERY APPLIED OWNER CHANGE GOES ON         *
004330*  FIBEVLOG AS A WARNING SO AUDIT SEES WHO MOVED A RUN-ID'S      *
004340*  CHARGES, AND FROM WHICH COST CENTER.  FIB86-VERB SAYS WHAT    *
004350*  WAS DONE.                                                     *
004360*================================================================*
004370 2800-LOG-CHANGE.
004380     MOVE "W" TO fib86-evt-severity.
004390     MOVE 0   TO fib86-evt-rc.
004400     MOVE SPACES TO fib86-evt-msg.
004410     STRING "OWNER " DELIMITED BY SIZE
004420            fib86-run-id DELIMITED BY SPACE
004430            " " DELIMITED BY SIZE
004440            fib86-verb DELIMITED BY SPACE
004450            " BY " DELIMITED BY SIZE
004460            fib86-user-id DELIMITED BY SPACE
004470            " CC " DELIMITED BY SIZE
004480            fib86-old-cost-center DELIMITED BY SPACE
004490            ">" DELIMITED BY SIZE
004500            FIBOWNR-COST-CENTER DELIMITED BY SPACE
004510         INTO fib86-evt-msg
004520     END-STRING.
004530     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
004540 2800-EXIT.
004550     EXIT.

004560*================================================================*
004570*  8500-SIGN-ON -- UP TO THREE ATTEMPTS, EACH CHECKED BY FIB890. *
004580*  A SESSION THAT NEVER SIGNS ON ENDS WITH RC 8.                 *
004590*================================================================*
004600 8500-SIGN-ON.
004610     MOVE 0 TO fib86-signon-tries.
004620     MOVE "SIGN ON WITH YOUR OPERATOR ID AND PIN" TO fib86-msg.
004630     PERFORM 8550-SIGN-ON-ONCE THRU 8550-EXIT
004640         UNTIL FIB86-SIGNED-ON OR fib86-signon-tries NOT < 3.
004650     IF NOT FIB86-SIGNED-ON
004660         DISPLAY "FIB860 - SIGN-ON FAILED - SESSION ENDED"
004670         MOVE 8 TO RETURN-CODE
004680         SET FIB86-DONE TO TRUE
004690     END-IF.
004700 8500-EXIT.
004710     EXIT.

004720*================================================================*
004730*  8550-SIGN-ON-ONCE -- ONE SIGN-ON ROUND TRIP.  THE PIN IS      *
004740*  BLANKED AS SOON AS IT HAS BEEN PASSED ON, AND EVERY REFUSAL   *
004750*  GOES ON FIBEVLOG WITH THE ID TRIED AND THE REASON.            *
004760*================================================================*
004770 8550-SIGN-ON-ONCE.
004780     ADD 1 TO fib86-signon-tries.
004790     MOVE SPACES TO fib86-pin.
004800     DISPLAY FIB86-SIGNON-SCREEN.
004810     ACCEPT FIB86-SIGNON-SCREEN.
004820     MOVE fib86-user-id  TO FIBSGN-OPER-ID.
004830     MOVE fib86-pin      TO FIBSGN-PIN.
004840     MOVE SPACES         TO fib86-pin.
004850     CALL "FIB890" USING FIBSGN-PARMS FIBSGN-RESULT.
004860     MOVE SPACES         TO FIBSGN-PIN.
004870     IF FIBSGN-OK
004880         SET FIB86-SIGNED-ON TO TRUE
004890         GO TO 8550-EXIT
004900     END-IF.
004910     MOVE FIBSGN-REASON TO fib86-msg.
004920     MOVE "W" TO fib86-evt-severity.
004930     MOVE 0   TO fib86-evt-rc.
004940     MOVE SPACES TO fib86-evt-msg.
004950     STRING "SIGN-ON " DELIMITED BY SIZE
004960            fib86-user-id DELIMITED BY SPACE
004970            " " DELIMITED BY SIZE
004980            FIBSGN-REASON DELIMITED BY SIZE
004990         INTO fib86-evt-msg
005000     END-STRING.
005010     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
005020 8550-EXIT.
005030     EXIT.

005040*================================================================*
005050*  8600-LOG-REFUSAL -- A SIGNED-ON OPERATOR TRIED A FUNCTION     *
005060*  THEIR ROLES DO NOT ALLOW.  FIB86-VERB NAMES THE FUNCTION.     *
005070*================================================================*
005080 8600-LOG-REFUSAL.
005090     MOVE "W" TO fib86-evt-severity.
005100     MOVE 0   TO fib86-evt-rc.
005110     MOVE SPACES TO fib86-evt-msg.
005120     STRING "OPERATOR " DELIMITED BY SIZE
005130            fib86-user-id DELIMITED BY SPACE
005140            " REFUSED " DELIMITED BY SIZE
005150            fib86-verb DELIMITED BY SPACE
005160            " - ROLE NOT HELD" DELIMITED BY SIZE
005170         INTO fib86-evt-msg
005180     END-STRING.
005190     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
005200 8600-EXIT.
005210     EXIT.

005220*================================================================*
005230*  9000-TERMINATE -- REPORT THE OUTCOME ON THE JOB LOG.          *
005240*================================================================*
005250 9000-TERMINATE.
005260     DISPLAY "FIB860 - " fib86-msg.
005270 9000-EXIT.
005280     EXIT.

005290*================================================================*
005300*  9800-LOG-EVENT -- APPEND ONE EVENT TO THE COMMON FIBEVLOG     *
005310*  EVENT LOG.  THE LOG IS OPENED PER EVENT SO AN ERROR PATH      *
005320*  NEVER DEPENDS ON HOW FAR INITIALIZATION GOT.                  *
005330*================================================================*
005340 9800-LOG-EVENT.
005350     ACCEPT fib86-evt-date FROM DATE YYYYMMDD.
005360     ACCEPT fib86-evt-time FROM TIME.
005370     OPEN EXTEND FIBEVLOG-FILE.
005380     MOVE SPACES              TO FIBEVT-RECORD.
005390     MOVE "FIB860"            TO FIBEVT-PROGRAM.
005400     MOVE SPACES              TO FIBEVT-RUN-ID.
005410     MOVE fib86-evt-date      TO FIBEVT-DATE.
005420     MOVE fib86-evt-time      TO FIBEVT-TIME.
005430     MOVE fib86-evt-severity  TO FIBEVT-SEVERITY.
005440     MOVE fib86-evt-rc        TO FIBEVT-RETURN-CODE.
005450     MOVE fib86-evt-msg       TO FIBEVT-MESSAGE.
005460     WRITE FIBEVT-RECORD.
005470     CLOSE FIBEVLOG-FILE.
005480 9800-EXIT.
005490     EXIT.

005500*================================================================*
005510*  9999-EXIT -- SINGLE PROGRAM EXIT POINT.                       *
005520*================================================================*
005530 9999-EXIT.
005540     STOP RUN.
