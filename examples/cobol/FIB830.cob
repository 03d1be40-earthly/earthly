000010*================================================================*
000020*  PROGRAM:      FIB830                                          *
000030*  AUTHOR:       R SANDERSON                                     *
000040*  INSTALLATION: OPERATIONS SYSTEMS GROUP                        *
000050*  DATE-WRITTEN: 2026-10-14                                      *
000060*                                                                *
000070*  PURPOSE.                                                      *
000080*      TWO-PERSON REOPEN SCREEN FOR A MONTH CLOSED BY THE FIB550 *
000090*      PERIOD-END CLOSE.  WHILE A MONTH IS CLOSED, FIB530 WILL   *
000100*      NOT BACK OUT AND FIB510 WILL NOT RETRIEVE ANY RUN DATED IN*
000110*      IT.  REOPENING TAKES TWO DIFFERENT OPERATORS, THE SAME    *
000120*      MAKER/APPROVER DISCIPLINE AS FIB800 AND FIB810:           *
000130*        V   VIEW A PERIOD'S CLOSE AND REOPEN HISTORY            *
000140*        R   REQUEST A REOPEN, WITH A REASON (MAKER ROLE) - THE  *
000150*            MONTH STAYS LOCKED UNTIL THE REQUEST IS APPROVED    *
000160*        A   APPROVE A PENDING REQUEST (APPROVER ROLE, AND NOT   *
000170*            THE OPERATOR WHO MADE IT) - THE MONTH IS UNLOCKED   *
000180*        D   DECLINE A PENDING REQUEST (APPROVER ROLE) - THE     *
000190*            MONTH GOES BACK TO CLOSED                           *
000200*        X   EXIT                                                *
000210*      THE REQUEST AND THE APPROVAL ARE KEPT ON THE FIBPCLS      *
000220*      PERIOD RECORD, AND EVERY REQUEST, APPROVAL AND DECLINE IS *
000230*      WRITTEN TO FIBEVLOG AS A WARNING FOR AUDIT.  A REOPENED   *
000240*      MONTH IS LOCKED AGAIN BY RERUNNING FIB550.  THE MASTER IS *
000250*      OPENED PER ACTION SO THE BATCH CHECKS ARE NEVER HELD UP.  *
000260*      SAME SCREEN SECTION AND FIB890 SIGN-ON AS FIB800.         *
000270*------------------------------------------------------------------
000280*  MOD LOG
000290*  2026-10-14  RLS  ORIGINAL PROGRAM.
000300*================================================================*
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.                  FIB830.
000330 AUTHOR.                      R SANDERSON.
000340 INSTALLATION.                OPERATIONS SYSTEMS GROUP.
000350 DATE-WRITTEN.                2026-10-14.
000360 DATE-COMPILED.

000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.             IBM-370.
000400 OBJECT-COMPUTER.             IBM-370.

000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT FIBPCLS-FILE      ASSIGN       TO "FIBPCLS"
000440                               ORGANIZATION IS INDEXED
000450                               ACCESS MODE  IS RANDOM
000460                               RECORD KEY   IS FIBPCLS-KEY
000470                               FILE STATUS  IS fib83-pcls-status.

000480     SELECT FIBEVLOG-FILE     ASSIGN       TO "FIBEVLOG"
000490                               ORGANIZATION IS LINE SEQUENTIAL.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  FIBPCLS-FILE.
000530     COPY FIBPCLS.

000540 FD  FIBEVLOG-FILE.
000550     COPY FIBEVT.

000560 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------------*
000580*  SWITCHES                                                      *
000590*----------------------------------------------------------------*
000600 01  FIB83-DONE-SW             PIC X(01) VALUE "N".
000610     88  FIB83-DONE            VALUE "Y".
000620 01  FIB83-CONFIRM-SW          PIC X(01) VALUE "N".
000630     88  FIB83-CONFIRMED       VALUE "Y".
000640 01  FIB83-SIGNED-ON-SW        PIC X(01) VALUE "N".
000650     88  FIB83-SIGNED-ON       VALUE "Y".
000660 01  fib83-pcls-status         PIC X(02) VALUE "00".

000670*----------------------------------------------------------------*
000680*  REOPEN WORKING FIELDS                                         *
000690*----------------------------------------------------------------*
000700 01  fib83-oper-id             PIC X(08) VALUE SPACES.
000710 01  fib83-pin                 PIC X(08) VALUE SPACES.
000720 01  fib83-signon-tries        PIC S9(05) COMP VALUE 0.
000730 01  fib83-action              PIC X(01) VALUE SPACES.
000740 01  fib83-date                PIC 9(08) VALUE 0.
000750 01  fib83-period              PIC 9(06) VALUE 0.
000760 01  fib83-period-parts REDEFINES fib83-period.
000770     05  fib83-period-yyyy     PIC 9(04).
000780     05  fib83-period-mm       PIC 9(02).
000790 01  fib83-reason              PIC X(30) VALUE SPACES.
000800 01  fib83-d-status            PIC X(16) VALUE SPACES.
000810 01  fib83-d-closed-by         PIC X(08) VALUE SPACES.
000820 01  fib83-d-close-date        PIC 9(08) VALUE 0.
000830 01  fib83-d-runs              PIC 9(05) VALUE 0.
000840 01  fib83-d-terms             PIC 9(09) VALUE 0.
000850 01  fib83-d-req-by            PIC X(08) VALUE SPACES.
000860 01  fib83-d-req-date          PIC 9(08) VALUE 0.
000865 01  fib83-d-req-reason        PIC X(30) VALUE SPACES.
000870 01  fib83-d-appr-by           PIC X(08) VALUE SPACES.
000880 01  fib83-d-appr-date         PIC 9(08) VALUE 0.
000890 01  fib83-verb                PIC X(10) VALUE SPACES.
000900 01  fib83-msg                 PIC X(40) VALUE SPACES.

000910*----------------------------------------------------------------*
000920*  SIGN-ON PARAMETERS FOR THE FIB890 CHECK                       *
000930*----------------------------------------------------------------*
000940     COPY FIBSIGN.

000950*----------------------------------------------------------------*
000960*  EVENT-LOG FIELDS - SET BEFORE EACH PERFORM OF 9800-LOG-EVENT. *
000970*----------------------------------------------------------------*
000980 01  fib83-evt-severity        PIC X(01) VALUE SPACES.
000990 01  fib83-evt-rc              PIC 9(02) VALUE 0.
001000 01  fib83-evt-msg             PIC X(60) VALUE SPACES.
001010 01  fib83-evt-date            PIC 9(08) VALUE 0.
001020 01  fib83-evt-time            PIC 9(08) VALUE 0.

001030 SCREEN SECTION.
001040*----------------------------------------------------------------*
001050*  FIB83-SIGNON-SCREEN -- OPERATOR ID AND PIN.                   *
001060*----------------------------------------------------------------*
001070 01  FIB83-SIGNON-SCREEN.
001080     05  BLANK SCREEN.
001090     05  LINE 01 COLUMN 01 VALUE
001100         "FIB830 - CLOSED PERIOD REOPEN".
001110     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID. . . . .".
001120     05  LINE 03 COLUMN 22 PIC X(08) USING fib83-oper-id.
001130     05  LINE 04 COLUMN 01 VALUE "PIN. . . . . . . . .".
001140     05  LINE 04 COLUMN 22 PIC X(08) USING fib83-pin SECURE.
001150     05  LINE 06 COLUMN 01 PIC X(40) FROM fib83-msg.

001160*----------------------------------------------------------------*
001170*  FIB83-REOPEN-SCREEN -- PERIOD VIEW/REQUEST/APPROVE MAP.       *
001180*----------------------------------------------------------------*
001190 01  FIB83-REOPEN-SCREEN.
001200     05  BLANK SCREEN.
001210     05  LINE 01 COLUMN 01 VALUE
001220         "FIB830 - CLOSED PERIOD REOPEN".
001230     05  LINE 03 COLUMN 01 VALUE "SIGNED ON AS . . . .".
001240     05  LINE 03 COLUMN 22 PIC X(08) FROM fib83-oper-id.
001250     05  LINE 04 COLUMN 01 VALUE "ACTION (V/R/A/D/X).".
001260     05  LINE 04 COLUMN 22 PIC X(01) USING fib83-action.
001270     05  LINE 06 COLUMN 01 VALUE "PERIOD (YYYYMM) . .".
001280     05  LINE 06 COLUMN 22 PIC 9(06) USING fib83-period.
001290     05  LINE 07 COLUMN 01 VALUE "REOPEN REASON. . . .".
001300     05  LINE 07 COLUMN 22 PIC X(30) USING fib83-reason.
001302     05  LINE 08 COLUMN 01 VALUE "REQUESTED REASON . .".
001304     05  LINE 08 COLUMN 22 PIC X(30) FROM fib83-d-req-reason.
001310     05  LINE 09 COLUMN 01 VALUE "STATUS . . . . . . .".
001320     05  LINE 09 COLUMN 22 PIC X(16) FROM fib83-d-status.
001330     05  LINE 10 COLUMN 01 VALUE "CLOSED BY / ON . . .".
001340     05  LINE 10 COLUMN 22 PIC X(08) FROM fib83-d-closed-by.
001350     05  LINE 10 COLUMN 32 PIC 9(08) FROM fib83-d-close-date.
001360     05  LINE 11 COLUMN 01 VALUE "RUNS / TERMS . . . .".
001370     05  LINE 11 COLUMN 22 PIC 9(05) FROM fib83-d-runs.
001380     05  LINE 11 COLUMN 32 PIC 9(09) FROM fib83-d-terms.
001390     05  LINE 12 COLUMN 01 VALUE "REQUESTED BY / ON. .".
001400     05  LINE 12 COLUMN 22 PIC X(08) FROM fib83-d-req-by.
001410     05  LINE 12 COLUMN 32 PIC 9(08) FROM fib83-d-req-date.
001420     05  LINE 13 COLUMN 01 VALUE "APPROVED BY / ON . .".
001430     05  LINE 13 COLUMN 22 PIC X(08) FROM fib83-d-appr-by.
001440     05  LINE 13 COLUMN 32 PIC 9(08) FROM fib83-d-appr-date.
001450     05  LINE 15 COLUMN 01 VALUE "CONFIRM R/A/D (Y/N).".
001460     05  LINE 15 COLUMN 22 PIC X(01) USING FIB83-CONFIRM-SW.
001470     05  LINE 17 COLUMN 01 PIC X(40) FROM fib83-msg.

001480 PROCEDURE DIVISION.
001490*================================================================*
001500*  0000-MAINLINE                                                 *
001510*================================================================*
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     IF NOT FIB83-DONE
001550         PERFORM 2000-MAINTAIN  THRU 2000-EXIT
001560         PERFORM 9000-TERMINATE THRU 9000-EXIT
001570     END-IF.
001580     GO TO 9999-EXIT.

001590*================================================================*
001600*  1000-INITIALIZE -- SIGN ON AND REFUSE THE SESSION TO ANYONE   *
001610*  HOLDING NONE OF THE INQUIRY, MAKER OR APPROVER ROLES.         *
001620*================================================================*
001630 1000-INITIALIZE.
001640     ACCEPT fib83-date FROM DATE YYYYMMDD.
001650     PERFORM 8500-SIGN-ON THRU 8500-EXIT.
001660     IF FIB83-DONE
001670         GO TO 1000-EXIT
001680     END-IF.
001690     IF NOT FIBSGN-CAN-INQUIRE AND NOT FIBSGN-CAN-MAKE
001700         AND NOT FIBSGN-CAN-APPROVE
001710         DISPLAY "FIB830 - " fib83-oper-id
001720                 " HAS NO REOPEN ROLE - SESSION ENDED"
001730         MOVE 8 TO RETURN-CODE
001740         MOVE "FIB830" TO fib83-verb
001750         PERFORM 8600-LOG-REFUSAL THRU 8600-EXIT
001760         SET FIB83-DONE TO TRUE
001770         GO TO 1000-EXIT
001780     END-IF.
001790     MOVE "KEY AN ACTION AND PRESS ENTER" TO fib83-msg.
001800 1000-EXIT.
001810     EXIT.

001820*================================================================*
001830*  2000-MAINTAIN -- PAINT THE SCREEN AND KEEP TAKING ACTIONS     *
001840*  UNTIL THE OPERATOR EXITS.                                     *
001850*================================================================*
001860 2000-MAINTAIN.
001870     PERFORM 2050-PROMPT-AND-APPLY THRU 2050-EXIT
001880         UNTIL FIB83-DONE.
001890 2000-EXIT.
001900     EXIT.

001910*================================================================*
001920*  2050-PROMPT-AND-APPLY -- ONE SCREEN ROUND TRIP: TAKE ONE      *
001930*  ACTION AND EITHER APPLY IT OR REJECT IT FOR RE-ENTRY.         *
001940*================================================================*
001950 2050-PROMPT-AND-APPLY.
001960     DISPLAY FIB83-REOPEN-SCREEN.
001970     ACCEPT FIB83-REOPEN-SCREEN.

001980     EVALUATE fib83-action
001990         WHEN "X"
002000             MOVE "REOPEN SESSION ENDED" TO fib83-msg
002010             SET FIB83-DONE TO TRUE
002020         WHEN "V"
002030             PERFORM 2100-VIEW-PERIOD THRU 2100-EXIT
002040         WHEN "R"
002050             PERFORM 2080-CHECK-CONFIRM THRU 2080-EXIT
002060             IF FIB83-CONFIRMED
002070                 PERFORM 2200-REQUEST-REOPEN THRU 2200-EXIT
002080             END-IF
002090         WHEN "A"
002100             PERFORM 2080-CHECK-CONFIRM THRU 2080-EXIT
002110             IF FIB83-CONFIRMED
002120                 PERFORM 2300-APPROVE-REOPEN THRU 2300-EXIT
002130             END-IF
002140         WHEN "D"
002150             PERFORM 2080-CHECK-CONFIRM THRU 2080-EXIT
002160             IF FIB83-CONFIRMED
002170                 PERFORM 2400-DECLINE-REOPEN THRU 2400-EXIT
002180             END-IF
002190         WHEN OTHER
002200             MOVE "ACTION MUST BE V, R, A, D OR X" TO fib83-msg
002210     END-EVALUATE.
002220     MOVE "N" TO FIB83-CONFIRM-SW.
002230 2050-EXIT.
002240     EXIT.

002250*================================================================*
002260*  2080-CHECK-CONFIRM -- A REQUEST, APPROVAL OR DECLINE NEEDS A  *
002270*  CONFIRMATION, A PLAUSIBLE PERIOD, AND THE ROLE THE ACTION     *
002280*  CALLS FOR.  A ROLE REFUSAL IS LOGGED.                         *
002290*================================================================*
002300 2080-CHECK-CONFIRM.
002310     IF NOT FIB83-CONFIRMED
002320         MOVE "CONFIRM MUST BE Y TO APPLY R, A OR D"
002330             TO fib83-msg
002340         GO TO 2080-EXIT
002350     END-IF.
002360     MOVE "N" TO FIB83-CONFIRM-SW.
002370     IF fib83-period NOT NUMERIC
002380         OR fib83-period-yyyy NOT > 1900
002390         OR fib83-period-mm < 1 OR fib83-period-mm > 12
002400         MOVE "PERIOD MUST BE A VALID YYYYMM - RE-ENTER"
002410             TO fib83-msg
002420         GO TO 2080-EXIT
002430     END-IF.
002440     IF fib83-action = "R" AND NOT FIBSGN-CAN-MAKE
002450         MOVE "A REOPEN REQUEST NEEDS THE MAKER ROLE"
002460             TO fib83-msg
002470         MOVE "REQUEST" TO fib83-verb
002480         PERFORM 8600-LOG-REFUSAL THRU 8600-EXIT
002490         GO TO 2080-EXIT
002500     END-IF.
002510     IF fib83-action NOT = "R" AND NOT FIBSGN-CAN-APPROVE
002520         MOVE "APPROVE/DECLINE NEED THE APPROVER ROLE"
002530             TO fib83-msg
002540         MOVE "APPROVAL" TO fib83-verb
002550         PERFORM 8600-LOG-REFUSAL THRU 8600-EXIT
002560         GO TO 2080-EXIT
002570     END-IF.
002580     SET FIB83-CONFIRMED TO TRUE.
002590 2080-EXIT.
002600     EXIT.

002610*================================================================*
002620*  2100-VIEW-PERIOD -- SHOW ONE PERIOD RECORD.                   *
002630*================================================================*
002640 2100-VIEW-PERIOD.
002650     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
002660     IF fib83-msg NOT = SPACES
002670         GO TO 2100-EXIT
002680     END-IF.
002690     PERFORM 2450-READ-PERIOD THRU 2450-EXIT.
002700     IF fib83-msg NOT = SPACES
002710         GO TO 2100-CLOSE
002720     END-IF.
002730     MOVE "PERIOD DISPLAYED" TO fib83-msg.
002740 2100-CLOSE.
002750     CLOSE FIBPCLS-FILE.
002760 2100-EXIT.
002770     EXIT.

002780*================================================================*
002790*  2200-REQUEST-REOPEN -- THE MAKER HALF.  ONLY A CLOSED MONTH   *
002800*  CAN BE ASKED FOR, AND A REASON IS REQUIRED.  THE MONTH STAYS  *
002810*  LOCKED WHILE THE REQUEST WAITS.                               *
002820*================================================================*
002830 2200-REQUEST-REOPEN.
002840     IF fib83-reason = SPACES
002850         MOVE "REOPEN REASON IS REQUIRED - RE-ENTER"
002860             TO fib83-msg
002870         GO TO 2200-EXIT
002880     END-IF.
002890     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
002900     IF fib83-msg NOT = SPACES
002910         GO TO 2200-EXIT
002920     END-IF.
002930     PERFORM 2450-READ-PERIOD THRU 2450-EXIT.
002940     IF fib83-msg NOT = SPACES
002950         GO TO 2200-CLOSE
002960     END-IF.
002970     IF NOT FIBPCLS-CLOSED
002980         MOVE "ONLY A CLOSED PERIOD CAN BE REOPENED"
002990             TO fib83-msg
003000         GO TO 2200-CLOSE
003010     END-IF.
003020     SET FIBPCLS-REOPEN-REQ TO TRUE.
003030     MOVE fib83-oper-id     TO FIBPCLS-REQ-BY.
003040     MOVE fib83-date        TO FIBPCLS-REQ-DATE.
003050     MOVE fib83-reason      TO FIBPCLS-REQ-REASON.
003060     MOVE SPACES            TO FIBPCLS-APPR-BY.
003070     MOVE 0                 TO FIBPCLS-APPR-DATE.
003080     REWRITE FIBPCLS-RECORD
003090         INVALID KEY
003100             MOVE "REWRITE FAILED - REQUEST NOT RECORDED"
003110                 TO fib83-msg
003120             GO TO 2200-CLOSE
003130     END-REWRITE.
003140     PERFORM 2600-SHOW-PERIOD THRU 2600-EXIT.
003150     MOVE "REQUESTED" TO fib83-verb.
003160     PERFORM 2800-LOG-CHANGE THRU 2800-EXIT.
003170     MOVE "REOPEN REQUESTED - AWAITING APPROVAL" TO fib83-msg.
003180 2200-CLOSE.
003190     CLOSE FIBPCLS-FILE.
003200 2200-EXIT.
003210     EXIT.

003220*================================================================*
003230*  2300-APPROVE-REOPEN -- THE APPROVER HALF.  THE APPROVER MAY   *
003240*  NOT BE THE OPERATOR WHO MADE THE REQUEST.                     *
003250*================================================================*
003260 2300-APPROVE-REOPEN.
003270     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
003280     IF fib83-msg NOT = SPACES
003290         GO TO 2300-EXIT
003300     END-IF.
003310     PERFORM 2450-READ-PERIOD THRU 2450-EXIT.
003320     IF fib83-msg NOT = SPACES
003330         GO TO 2300-CLOSE
003340     END-IF.
003350     IF NOT FIBPCLS-REOPEN-REQ
003360         MOVE "NO REOPEN REQUEST PENDING FOR PERIOD"
003370             TO fib83-msg
003380         GO TO 2300-CLOSE
003390     END-IF.
003400     IF FIBPCLS-REQ-BY = fib83-oper-id
003410         MOVE "APPROVER MUST DIFFER FROM THE REQUESTER"
003420             TO fib83-msg
003430         GO TO 2300-CLOSE
003440     END-IF.
003450     SET FIBPCLS-REOPENED   TO TRUE.
003460     MOVE fib83-oper-id     TO FIBPCLS-APPR-BY.
003470     MOVE fib83-date        TO FIBPCLS-APPR-DATE.
003480     REWRITE FIBPCLS-RECORD
003490         INVALID KEY
003500             MOVE "REWRITE FAILED - PERIOD NOT REOPENED"
003510                 TO fib83-msg
003520             GO TO 2300-CLOSE
003530     END-REWRITE.
003540     PERFORM 2600-SHOW-PERIOD THRU 2600-EXIT.
003550     MOVE "REOPENED" TO fib83-verb.
003560     PERFORM 2800-LOG-CHANGE THRU 2800-EXIT.
003570     MOVE "PERIOD REOPENED - RERUN FIB550 TO CLOSE" TO fib83-msg.
003580 2300-CLOSE.
003590     CLOSE FIBPCLS-FILE.
003600 2300-EXIT.
003610     EXIT.

003620*================================================================*
003630*  2400-DECLINE-REOPEN -- TURN A PENDING REQUEST DOWN.  THE      *
003640*  MONTH GOES BACK TO CLOSED; THE REQUEST STAYS ON THE RECORD    *
003650*  UNTIL THE NEXT ONE REPLACES IT.                               *
003660*================================================================*
003670 2400-DECLINE-REOPEN.
003680     PERFORM 2500-OPEN-MASTER THRU 2500-EXIT.
003690     IF fib83-msg NOT = SPACES
003700         GO TO 2400-EXIT
003710     END-IF.
003720     PERFORM 2450-READ-PERIOD THRU 2450-EXIT.
003730     IF fib83-msg NOT = SPACES
003740         GO TO 2400-CLOSE
003750     END-IF.
003760     IF NOT FIBPCLS-REOPEN-REQ
003770         MOVE "NO REOPEN REQUEST PENDING FOR PERIOD"
003780             TO fib83-msg
003790         GO TO 2400-CLOSE
003800     END-IF.
003810     SET FIBPCLS-CLOSED     TO TRUE.
003820     REWRITE FIBPCLS-RECORD
003830         INVALID KEY
003840             MOVE "REWRITE FAILED - REQUEST NOT DECLINED"
003850                 TO fib83-msg
003860             GO TO 2400-CLOSE
003870     END-REWRITE.
003880     PERFORM 2600-SHOW-PERIOD THRU 2600-EXIT.
003890     MOVE "DECLINED" TO fib83-verb.
003900     PERFORM 2800-LOG-CHANGE THRU 2800-EXIT.
003910     MOVE "REOPEN DECLINED - PERIOD STAYS CLOSED" TO fib83-msg.
003920 2400-CLOSE.
003930     CLOSE FIBPCLS-FILE.
003940 2400-EXIT.
003950     EXIT.

003960*================================================================*
003970*  2450-READ-PERIOD -- READ THE PERIOD RECORD FOR THE KEYED      *
003980*  MONTH AND SHOW IT.  FIB83-MSG STAYS BLANK WHEN IT IS FOUND.   *
003990*================================================================*
004000 2450-READ-PERIOD.
004010     MOVE fib83-period TO FIBPCLS-PERIOD.
004020     MOVE SPACES       TO FIBPCLS-RUN-ID.
004030     READ FIBPCLS-FILE
004040         INVALID KEY
004050             MOVE "PERIOD HAS NEVER BEEN CLOSED" TO fib83-msg
004060             PERFORM 2550-CLEAR-DISPLAY THRU 2550-EXIT
004070             GO TO 2450-EXIT
004080     END-READ.
004090     PERFORM 2600-SHOW-PERIOD THRU 2600-EXIT.
004100 2450-EXIT.
004110     EXIT.

004120*================================================================*
004130*  2500-OPEN-MASTER -- OPEN THE PERIOD-CLOSE MASTER FOR ONE      *
004140*  ACTION.  FIB83-MSG COMES BACK BLANK WHEN IT OPENED.           *
004150*================================================================*
004160 2500-OPEN-MASTER.
004170     MOVE SPACES TO fib83-msg.
004180     OPEN I-O FIBPCLS-FILE.
004190     IF fib83-pcls-status NOT = "00"
004200         MOVE "FIBPCLS CLOSE MASTER NOT AVAILABLE"
004210             TO fib83-msg
004220         MOVE "E" TO fib83-evt-severity
004230         MOVE 8   TO fib83-evt-rc
004240         MOVE "FIBPCLS NOT AVAILABLE - RUN FIBPCLSA FIRST"
004250             TO fib83-evt-msg
004260         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
004270     END-IF.
004280 2500-EXIT.
004290     EXIT.

004300*================================================================*
004310*  2550-CLEAR-DISPLAY -- BLANK THE PERIOD FIELDS.                *
004320*================================================================*
004330 2550-CLEAR-DISPLAY.
004340     MOVE SPACES TO fib83-d-status.
004350     MOVE SPACES TO fib83-d-closed-by.
004360     MOVE 0      TO fib83-d-close-date.
004370     MOVE 0      TO fib83-d-runs.
004380     MOVE 0      TO fib83-d-terms.
004390     MOVE SPACES TO fib83-d-req-by.
004400     MOVE 0      TO fib83-d-req-date.
004410     MOVE SPACES TO fib83-d-appr-by.
004420     MOVE 0      TO fib83-d-appr-date.
004425     MOVE SPACES TO fib83-d-req-reason.
004430 2550-EXIT.
004440     EXIT.

004450*================================================================*
004460*  2600-SHOW-PERIOD -- COPY THE PERIOD RECORD IN THE RECORD AREA *
004470*  TO THE SCREEN FIELDS.                                         *
004480*================================================================*
004490 2600-SHOW-PERIOD.
004500     MOVE FIBPCLS-CLOSED-BY    TO fib83-d-closed-by.
004510     MOVE FIBPCLS-CLOSE-DATE   TO fib83-d-close-date.
004520     MOVE FIBPCLS-RUN-COUNT    TO fib83-d-runs.
004530     MOVE FIBPCLS-TERM-COUNT   TO fib83-d-terms.
004540     MOVE FIBPCLS-REQ-BY       TO fib83-d-req-by.
004550     MOVE FIBPCLS-REQ-DATE     TO fib83-d-req-date.
004560     MOVE FIBPCLS-APPR-BY      TO fib83-d-appr-by.
004570     MOVE FIBPCLS-APPR-DATE    TO fib83-d-appr-date.
004580     MOVE FIBPCLS-REQ-REASON   TO fib83-d-req-reason.
004610     EVALUATE TRUE
004620         WHEN FIBPCLS-CLOSED
004630             MOVE "CLOSED"           TO fib83-d-status
004640         WHEN FIBPCLS-REOPEN-REQ
004650             MOVE "REOPEN REQUESTED" TO fib83-d-status
004660         WHEN FIBPCLS-REOPENED
004670             MOVE "REOPENED"         TO fib83-d-status
004680         WHEN OTHER
004690             MOVE "INVALID"          TO fib83-d-status
004700     END-EVALUATE.
004710 2600-EXIT.
004720     EXIT.

004730*================================================================*
004740*  2800-LOG-CHANGE -- EVERY REQUEST, APPROVAL AND DECLINE GOES   *
004750*  ON FIBEVLOG AS A WARNING SO AUDIT SEES WHO UNLOCKED WHICH     *
004760*  MONTH.  FIB83-VERB SAYS WHAT WAS DONE.                        *
004770*================================================================*
004780 2800-LOG-CHANGE.
004790     MOVE "W" TO fib83-evt-severity.
004800     MOVE 0   TO fib83-evt-rc.
004810     MOVE SPACES TO fib83-evt-msg.
004820     STRING "PERIOD " DELIMITED BY SIZE
004830            fib83-period DELIMITED BY SIZE
004840            " REOPEN " DELIMITED BY SIZE
004850            fib83-verb DELIMITED BY SPACE
004860            " BY " DELIMITED BY SIZE
004870            fib83-oper-id DELIMITED BY SPACE
004880            " - " DELIMITED BY SIZE
004890            FIBPCLS-REQ-REASON DELIMITED BY SIZE
004900         INTO fib83-evt-msg
004910     END-STRING.
004920     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
004930 2800-EXIT.
004940     EXIT.

004950*================================================================*
004960*  8500-SIGN-ON -- UP TO THREE ATTEMPTS, EACH CHECKED BY FIB890. *
004970*  A SESSION THAT NEVER SIGNS ON ENDS WITH RC 8.                 *
004980*================================================================*
004990 8500-SIGN-ON.
005000     MOVE 0 TO fib83-signon-tries.
005010     MOVE "SIGN ON WITH YOUR OPERATOR ID AND PIN" TO fib83-msg.
005020     PERFORM 8550-SIGN-ON-ONCE THRU 8550-EXIT
005030         UNTIL FIB83-SIGNED-ON OR fib83-signon-tries NOT < 3.
005040     IF NOT FIB83-SIGNED-ON
005050         DISPLAY "FIB830 - SIGN-ON FAILED - SESSION ENDED"
005060         MOVE 8 TO RETURN-CODE
005070         SET FIB83-DONE TO TRUE
005080     END-IF.
005090 8500-EXIT.
005100     EXIT.

005110*================================================================*
005120*  8550-SIGN-ON-ONCE -- ONE SIGN-ON ROUND TRIP.  THE PIN IS      *
005130*  BLANKED AS SOON AS IT HAS BEEN PASSED ON, AND EVERY REFUSAL   *
005140*  GOES ON FIBEVLOG WITH THE ID TRIED AND THE REASON.            *
005150*================================================================*
005160 8550-SIGN-ON-ONCE.
005170     ADD 1 TO fib83-signon-tries.
005180     MOVE SPACES TO fib83-pin.
005190     DISPLAY FIB83-SIGNON-SCREEN.
005200     ACCEPT FIB83-SIGNON-SCREEN.
005210     MOVE fib83-oper-id TO FIBSGN-OPER-ID.
005220     MOVE fib83-pin     TO FIBSGN-PIN.
005230     MOVE SPACES        TO fib83-pin.
005240     CALL "FIB890" USING FIBSGN-PARMS FIBSGN-RESULT.
005250     MOVE SPACES        TO FIBSGN-PIN.
005260     IF FIBSGN-OK
005270         SET FIB83-SIGNED-ON TO TRUE
005280         GO TO 8550-EXIT
005290     END-IF.
005300     MOVE FIBSGN-REASON TO fib83-msg.
005310     MOVE "W" TO fib83-evt-severity.
005320     MOVE 0   TO fib83-evt-rc.
005330     MOVE SPACES TO fib83-evt-msg.
005340     STRING "SIGN-ON " DELIMITED BY SIZE
005350            fib83-oper-id DELIMITED BY SPACE
005360            " " DELIMITED BY SIZE
005370            FIBSGN-REASON DELIMITED BY SIZE
005380         INTO fib83-evt-msg
005390     END-STRING.
005400     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
005410 8550-EXIT.
005420     EXIT.

005430*================================================================*
005440*  8600-LOG-REFUSAL -- A SIGNED-ON OPERATOR TRIED A FUNCTION     *
005450*  THEIR ROLES DO NOT ALLOW.  FIB83-VERB NAMES THE FUNCTION.     *
005460*================================================================*
005470 8600-LOG-REFUSAL.
005480     MOVE "W" TO fib83-evt-severity.
005490     MOVE 0   TO fib83-evt-rc.
005500     MOVE SPACES TO fib83-evt-msg.
005510     STRING "OPERATOR " DELIMITED BY SIZE
005520            fib83-oper-id DELIMITED BY SPACE
005530            " REFUSED " DELIMITED BY SIZE
005540            fib83-verb DELIMITED BY SPACE
005550            " - ROLE NOT HELD" DELIMITED BY SIZE
005560         INTO fib83-evt-msg
005570     END-STRING.
005580     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
005590 8600-EXIT.
005600     EXIT.

005610*================================================================*
005620*  9000-TERMINATE -- REPORT THE OUTCOME ON THE JOB LOG.          *
005630*================================================================*
005640 9000-TERMINATE.
005650     DISPLAY "FIB830 - " fib83-msg.
005660 9000-EXIT.
005670     EXIT.

005680*================================================================*
005690*  9800-LOG-EVENT -- APPEND ONE EVENT TO THE COMMON FIBEVLOG     *
005700*  EVENT LOG.  THE LOG IS OPENED PER EVENT SO AN ERROR PATH      *
005710*  NEVER DEPENDS ON HOW FAR INITIALIZATION GOT.                  *
005720*================================================================*
005730 9800-LOG-EVENT.
005740     ACCEPT fib83-evt-date FROM DATE YYYYMMDD.
005750     ACCEPT fib83-evt-time FROM TIME.
005760     OPEN EXTEND FIBEVLOG-FILE.
005770     MOVE SPACES              TO FIBEVT-RECORD.
005780     MOVE "FIB830"            TO FIBEVT-PROGRAM.
005790     MOVE SPACES              TO FIBEVT-RUN-ID.
005800     MOVE fib83-evt-date      TO FIBEVT-DATE.
005810     MOVE fib83-evt-time      TO FIBEVT-TIME.
005820     MOVE fib83-evt-severity  TO FIBEVT-SEVERITY.
005830     MOVE fib83-evt-rc        TO FIBEVT-RETURN-CODE.
005840     MOVE fib83-evt-msg       TO FIBEVT-MESSAGE.
005850     WRITE FIBEVT-RECORD.
005860     CLOSE FIBEVLOG-FILE.
005870 9800-EXIT.
005880     EXIT.

005890*================================================================*
005900*  9999-EXIT -- SINGLE PROGRAM EXIT POINT.                       *
005910*================================================================*
005920 9999-EXIT.
005930     STOP RUN.
