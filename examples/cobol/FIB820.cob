000010*================================================================*
000020*  PROGRAM:      FIB820                                          *
000030*  AUTHOR:       R SANDERSON                                     *
000040*  INSTALLATION: OPERATIONS SYSTEMS GROUP                        *
000050*  DATE-WRITTEN: 2026-10-14                                      *
000060*                                                                *
000070*  PURPOSE.                                                      *
000080*      INBOUND INTERFACE FROM THE PLANNING SYSTEM.  THE PLANNING *
000090*      GROUP USED TO E-MAIL NEXT MONTH'S SEED PAIRS, TERM COUNTS *
000100*      AND EFFECTIVE DATES FOR AN OPERATOR TO RE-KEY ON FIB800.  *
000110*      THIS PROGRAM READS THEIR FIBPREQ REQUEST FILE INSTEAD     *
000120*      (HEADER, DETAILS, TRAILER COUNT), PUTS EVERY DETAIL       *
000130*      THROUGH THE SAME EDITS FIB800 APPLIES TO A KEYED ADD OR   *
000140*      DELETE, AND QUEUES EACH GOOD ONE ON FIBPEND IN STATUS "P" *
000150*      UNDER THE INTERFACE'S OWN MAKER ID, PLANIFC.  NOTHING     *
000160*      TOUCHES FIBCTL HERE: THE FIB810 TWO-PERSON APPROVAL STILL *
000170*      DECIDES WHAT REACHES THE CALENDAR, AND SINCE NO OPERATOR  *
000180*      SIGNS ON AS PLANIFC ANY OPERATOR MAY APPROVE THEM.        *
000190*      THE FILE IS CHECKED AS A WHOLE FIRST.  A MISSING HEADER   *
000200*      OR TRAILER, A RECORD OF UNKNOWN TYPE, OR A TRAILER COUNT  *
000210*      THAT DISAGREES WITH THE DETAILS RECEIVED MEANS THE FILE   *
000220*      IS INCOMPLETE, AND NOTHING FROM IT IS STAGED.  EVERY      *
000230*      EXCEPTION GOES ON THE FIBIRPT REPORT, AND THE FIBPRSP     *
000240*      RESPONSE FILE TELLS THE PLANNING SYSTEM, REQUEST BY       *
000250*      REQUEST, WHETHER IT WAS STAGED OR REJECTED AND WHY.       *
000260*      BEYOND THE FIB800 EDITS A REQUEST IS REFUSED WHEN THE SAME*
000270*      CHANGE IS ALREADY PENDING, OR WHEN STAGING IT WOULD PUSH  *
000280*      FIBPEND PAST WHAT A FIB810 SESSION CAN HOLD.              *
000290*                                                                *
000300*      RETURN CODES FOLLOW THE SUITE-WIDE SCHEME:                *
000310*        0   EVERY REQUEST STAGED                                *
000320*        4   ONE OR MORE REQUESTS REJECTED, THE REST STAGED      *
000330*        8   THE REQUEST FILE FAILED ITS HEADER/TRAILER CONTROLS *
000340*            AND NOTHING WAS STAGED, OR A FILE IS MISSING        *
000350*------------------------------------------------------------------
000360*  MOD LOG
000370*  2026-10-14  RLS  ORIGINAL PROGRAM.
000380*================================================================*
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.                  FIB820.
000410 AUTHOR.                      R SANDERSON.
000420 INSTALLATION.                OPERATIONS SYSTEMS GROUP.
000430 DATE-WRITTEN.                2026-10-14.
000440 DATE-COMPILED.

000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.             IBM-370.
000480 OBJECT-COMPUTER.             IBM-370.

000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT FIBPREQ-FILE      ASSIGN       TO "FIBPREQ"
000520                               ORGANIZATION IS LINE SEQUENTIAL
000530                               FILE STATUS IS fib82-preq-status.

000540     SELECT FIBCTL-FILE       ASSIGN       TO "FIBCTL"
000550                               ORGANIZATION IS LINE SEQUENTIAL
000560                               FILE STATUS IS fib82-ctl-status.

000570     SELECT FIBPEND-FILE      ASSIGN       TO "FIBPEND"
000580                               ORGANIZATION IS LINE SEQUENTIAL
000590                               FILE STATUS IS fib82-pend-status.

000600     SELECT FIBPRSP-FILE      ASSIGN       TO "FIBPRSP"
000610                               ORGANIZATION IS LINE SEQUENTIAL.

000620     SELECT FIBIRPT-FILE      ASSIGN       TO "FIBIRPT"
000630                               ORGANIZATION IS LINE SEQUENTIAL.

000640     SELECT FIBEVLOG-FILE     ASSIGN       TO "FIBEVLOG"
000650                               ORGANIZATION IS LINE SEQUENTIAL.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  FIBPREQ-FILE.
000690     COPY FIBPREQ.

000700 FD  FIBCTL-FILE.
000710     COPY FIBCTL.

000720 FD  FIBPEND-FILE.
000730     COPY FIBPEND.

000740 FD  FIBPRSP-FILE.
000750     COPY FIBPRSP.

000760 FD  FIBIRPT-FILE.
000770     COPY FIBIRPT.

000780 FD  FIBEVLOG-FILE.
000790     COPY FIBEVT.

000800 WORKING-STORAGE SECTION.
000810*----------------------------------------------------------------*
000820*  SWITCHES                                                      *
000830*----------------------------------------------------------------*
000840 01  FIB82-VALID-SW            PIC X(01) VALUE "Y".
000850     88  FIB82-VALID           VALUE "Y".
000860 01  FIB82-FILE-OK-SW          PIC X(01) VALUE "Y".
000870     88  FIB82-FILE-OK         VALUE "Y".
000880 01  FIB82-REQ-EOF-SW          PIC X(01) VALUE "N".
000890     88  FIB82-REQ-EOF         VALUE "Y".
000900 01  FIB82-CTL-EOF-SW          PIC X(01) VALUE "N".
000910     88  FIB82-CTL-EOF         VALUE "Y".
000920 01  FIB82-PEND-EOF-SW         PIC X(01) VALUE "N".
000930     88  FIB82-PEND-EOF        VALUE "Y".
000940 01  FIB82-HEADER-SW           PIC X(01) VALUE "N".
000950     88  FIB82-HEADER-SEEN     VALUE "Y".
000960 01  FIB82-TRAILER-SW          PIC X(01) VALUE "N".
000970     88  FIB82-TRAILER-SEEN    VALUE "Y".
000980 01  FIB82-DATE-OK-SW          PIC X(01) VALUE "N".
000990     88  FIB82-DATE-OK         VALUE "Y".

001000 01  fib82-preq-status         PIC X(02) VALUE "00".
001010 01  fib82-ctl-status          PIC X(02) VALUE "00".
001020 01  fib82-pend-status         PIC X(02) VALUE "00".

001030*----------------------------------------------------------------*
001040*  INTERFACE WORKING FIELDS                                      *
001050*----------------------------------------------------------------*
001060 01  fib82-maker-id            PIC X(08) VALUE "PLANIFC".
001070 01  fib82-date                PIC 9(08) VALUE 0.
001080 01  fib82-time                PIC 9(08) VALUE 0.
001090 01  fib82-run-id              PIC X(08) VALUE SPACES.
001100 01  fib82-source              PIC X(08) VALUE SPACES.
001110 01  fib82-batch-id            PIC X(10) VALUE SPACES.
001120 01  fib82-rec-count           PIC 9(07) VALUE 0.
001130 01  fib82-detail-count        PIC 9(07) VALUE 0.
001140 01  fib82-trailer-count       PIC 9(07) VALUE 0.
001150 01  fib82-staged-count        PIC 9(05) VALUE 0.
001160 01  fib82-rejected-count      PIC 9(05) VALUE 0.
001170 01  fib82-file-error-count    PIC 9(05) VALUE 0.
001180 01  fib82-received-count      PIC 9(05) VALUE 0.
001190 01  fib82-new-eff-date        PIC 9(08) VALUE 0.
001200 01  fib82-pend-action         PIC X(01) VALUE SPACES.
001210 01  fib82-q-eff-date          PIC 9(08) VALUE 0.
001220 01  fib82-q-seed1             PIC S9(09) VALUE 0.
001230 01  fib82-q-seed2             PIC S9(09) VALUE 0.
001240 01  fib82-q-terms             PIC S9(05) VALUE 0.
001250 01  fib82-q-label             PIC X(20) VALUE SPACES.
001260 01  fib82-msg                 PIC X(40) VALUE SPACES.
001270 01  fib82-test-date.
001280     05  fib82-test-yyyy       PIC 9(04).
001290     05  fib82-test-mm         PIC 9(02).
001300     05  fib82-test-dd         PIC 9(02).

001310*----------------------------------------------------------------*
001320*  CALENDAR TABLE - THE WHOLE CONTROL FILE, SAME SHAPE AND SIZE  *
001330*  AS THE FIB800 TABLE SO THE EDITS SEE WHAT THE SCREEN SEES.    *
001340*----------------------------------------------------------------*
001350 01  fib82-cal-max             PIC S9(05) COMP VALUE 50.
001360 01  fib82-cal-used            PIC S9(05) COMP VALUE 0.
001370 01  fib82-cal-table.
001380     05  fib82-cal-entry       OCCURS 50 TIMES.
001390         10  fib82-cal-run-id  PIC X(08).
001400         10  fib82-cal-seed1   PIC S9(09).
001410         10  fib82-cal-seed2   PIC S9(09).
001420         10  fib82-cal-terms   PIC S9(05).
001430         10  fib82-cal-label   PIC X(20).
001440         10  fib82-cal-eff     PIC 9(08).
001450 01  kx                        PIC S9(05) COMP VALUE 0.
001460 01  fib82-cal-ix              PIC S9(05) COMP VALUE 0.

001470*----------------------------------------------------------------*
001480*  PENDING TABLE - THE CHANGES STILL IN STATUS "P" ON FIBPEND,   *
001490*  PLUS EACH ONE STAGED BY THIS RUN.  FIB810 LOADS THE WHOLE     *
001500*  FILE, SETTLED RECORDS TOO, INTO A 100-ENTRY SESSION TABLE,    *
001510*  SO FIB82-PEND-TOTAL COUNTS EVERY RECORD AND STAGING STOPS     *
001520*  AT THE SAME LIMIT.  FIB82-PEND-ADDS IS THE ADDS STILL         *
001530*  WAITING, WHICH WILL EACH TAKE A CALENDAR SLOT ON APPROVAL.    *
001540*----------------------------------------------------------------*
001550 01  fib82-pend-max            PIC S9(05) COMP VALUE 100.
001560 01  fib82-pend-total          PIC S9(05) COMP VALUE 0.
001570 01  fib82-pend-used           PIC S9(05) COMP VALUE 0.
001580 01  fib82-pend-adds           PIC S9(05) COMP VALUE 0.
001590 01  fib82-pend-table.
001600     05  fib82-pend-entry      OCCURS 100 TIMES.
001610         10  fib82-p-run-id    PIC X(08).
001620         10  fib82-p-action    PIC X(01).
001630         10  fib82-p-eff       PIC 9(08).
001640 01  px                        PIC S9(05) COMP VALUE 0.
001650 01  fib82-pend-ix             PIC S9(05) COMP VALUE 0.

001660*----------------------------------------------------------------*
001670*  EVENT-LOG FIELDS - SET BEFORE EACH PERFORM OF 9800-LOG-EVENT. *
001680*----------------------------------------------------------------*
001690 01  fib82-evt-severity        PIC X(01) VALUE SPACES.
001700 01  fib82-evt-rc              PIC 9(02) VALUE 0.
001710 01  fib82-evt-msg             PIC X(60) VALUE SPACES.
001720 01  fib82-evt-date            PIC 9(08) VALUE 0.
001730 01  fib82-evt-time            PIC 9(08) VALUE 0.

001740 PROCEDURE DIVISION.
001750*================================================================*
001760*  0000-MAINLINE                                                 *
001770*================================================================*
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001800     IF NOT FIB82-VALID
001810         GO TO 9999-EXIT
001820     END-IF.
001830     PERFORM 2000-CHECK-FILE        THRU 2000-EXIT.
001840     PERFORM 3000-PROCESS-REQUESTS  THRU 3000-EXIT.
001850     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
001860     GO TO 9999-EXIT.

001870*================================================================*
001880*  1000-INITIALIZE -- LOAD THE CALENDAR AND THE PENDING CHANGES  *
001890*  AND MAKE SURE THE REQUEST FILE IS THERE.  THE FIRST CALENDAR  *
001900*  RECORD NAMES THE RUN-ID, SAME RULE AS FIB800.                 *
001910*================================================================*
001920 1000-INITIALIZE.
001930     ACCEPT fib82-date FROM DATE YYYYMMDD.
001940     ACCEPT fib82-time FROM TIME.
001950     OPEN INPUT FIBCTL-FILE.
001960     IF fib82-ctl-status = "00"
001970         PERFORM 1100-READ-CALENDAR THRU 1100-EXIT
001980         PERFORM 1200-TABLE-ONE-RECORD THRU 1200-EXIT
001990             UNTIL FIB82-CTL-EOF
002000         CLOSE FIBCTL-FILE
002010     END-IF.
002020     IF fib82-cal-used = 0
002030         DISPLAY "FIB820 - FIBCTL CONTROL FILE EMPTY OR MISSING"
002040         MOVE "N" TO FIB82-VALID-SW
002050         MOVE 8 TO RETURN-CODE
002060         MOVE "FIBCTL CONTROL FILE EMPTY OR MISSING"
002070             TO fib82-evt-msg
002080         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002090         GO TO 1000-EXIT
002100     END-IF.
002110     MOVE fib82-cal-run-id(1) TO fib82-run-id.

002120     OPEN INPUT FIBPEND-FILE.
002130     IF fib82-pend-status = "00"
002140         PERFORM 1300-READ-PENDING THRU 1300-EXIT
002150         PERFORM 1400-TABLE-ONE-PENDING THRU 1400-EXIT
002160             UNTIL FIB82-PEND-EOF
002170         CLOSE FIBPEND-FILE
002180     END-IF.

002190     OPEN INPUT FIBPREQ-FILE.
002200     IF fib82-preq-status NOT = "00"
002210         DISPLAY "FIB820 - FIBPREQ REQUEST FILE NOT FOUND"
002220         MOVE "N" TO FIB82-VALID-SW
002230         MOVE 8 TO RETURN-CODE
002240         MOVE "FIBPREQ REQUEST FILE NOT FOUND" TO fib82-evt-msg
002250         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002260         GO TO 1000-EXIT
002270     END-IF.
002280 1000-EXIT.
002290     EXIT.

002300*================================================================*
002310*  1100-READ-CALENDAR -- GET THE NEXT CALENDAR RECORD.           *
002320*================================================================*
002330 1100-READ-CALENDAR.
002340     READ FIBCTL-FILE
002350         AT END
002360             SET FIB82-CTL-EOF TO TRUE
002370     END-READ.
002380 1100-EXIT.
002390     EXIT.

002400*================================================================*
002410*  1200-TABLE-ONE-RECORD -- LAND ONE CALENDAR RECORD IN THE NEXT *
002420*  TABLE SLOT.  A LEGACY RECORD WITH A BLANK EFFECTIVE DATE IS   *
002430*  CARRIED AS DATE ZERO - IN EFFECT FROM THE BEGINNING.          *
002440*================================================================*
002450 1200-TABLE-ONE-RECORD.
002460     IF fib82-cal-used < fib82-cal-max
002470         ADD 1 TO fib82-cal-used
002480         MOVE fib82-cal-used TO kx
002490         MOVE FIBCTL-RUN-ID     TO fib82-cal-run-id(kx)
002500         MOVE FIBCTL-SEED1      TO fib82-cal-seed1(kx)
002510         MOVE FIBCTL-SEED2      TO fib82-cal-seed2(kx)
002520         MOVE FIBCTL-TERM-COUNT TO fib82-cal-terms(kx)
002530         MOVE FIBCTL-LABEL      TO fib82-cal-label(kx)
002540         IF FIBCTL-EFF-DATE NUMERIC
002550             MOVE FIBCTL-EFF-DATE TO fib82-cal-eff(kx)
002560         ELSE
002570             MOVE 0 TO fib82-cal-eff(kx)
002580         END-IF
002590     END-IF.
002600     PERFORM 1100-READ-CALENDAR THRU 1100-EXIT.
002610 1200-EXIT.
002620     EXIT.

002630*================================================================*
002640*  1300-READ-PENDING -- GET THE NEXT PENDING-CHANGE RECORD.      *
002650*================================================================*
002660 1300-READ-PENDING.
002670     READ FIBPEND-FILE
002680         AT END
002690             SET FIB82-PEND-EOF TO TRUE
002700     END-READ.
002710 1300-EXIT.
002720     EXIT.

002730*================================================================*
002740*  1350-LOG-REJECTION -- EVERY SETUP FAILURE IS THE SAME         *
002750*  SEVERITY AND RETURN CODE; ONLY THE TEXT DIFFERS.              *
002760*================================================================*
002770 1350-LOG-REJECTION.
002780     MOVE "E" TO fib82-evt-severity.
002790     MOVE 8   TO fib82-evt-rc.
002800     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
002810 1350-EXIT.
002820     EXIT.

002830*================================================================*
002840*  1400-TABLE-ONE-PENDING -- COUNT EVERY FIBPEND RECORD AND KEEP *
002850*  THE KEY OF EACH ONE STILL IN STATUS "P".                      *
002860*================================================================*
002870 1400-TABLE-ONE-PENDING.
002880     ADD 1 TO fib82-pend-total.
002890     IF FIBPEND-PENDING
002900         PERFORM 1450-ADD-PENDING-KEY THRU 1450-EXIT
002910     END-IF.
002920     PERFORM 1300-READ-PENDING THRU 1300-EXIT.
002930 1400-EXIT.
002940     EXIT.

002950*================================================================*
002960*  1450-ADD-PENDING-KEY -- KEEP ONE PENDING CHANGE'S RUN-ID,     *
002970*  ACTION AND EFFECTIVE DATE, FROM THE FIBPEND RECORD AREA.  A   *
002980*  FILE TOO BIG FOR THE TABLE IS ALREADY PAST THE FIB810 LIMIT,  *
002990*  SO NOTHING WILL BE STAGED AND THE OVERFLOW IS NOT NEEDED.     *
003000*================================================================*
003010 1450-ADD-PENDING-KEY.
003020     IF fib82-pend-used NOT < fib82-pend-max
003030         GO TO 1450-EXIT
003040     END-IF.
003050     ADD 1 TO fib82-pend-used.
003060     MOVE fib82-pend-used   TO px.
003070     MOVE FIBPEND-RUN-ID    TO fib82-p-run-id(px).
003080     MOVE FIBPEND-ACTION    TO fib82-p-action(px).
003090     MOVE FIBPEND-EFF-DATE  TO fib82-p-eff(px).
003100     IF FIBPEND-ACT-ADD
003110         ADD 1 TO fib82-pend-adds
003120     END-IF.
003130 1450-EXIT.
003140     EXIT.

003150*================================================================*
003160*  2000-CHECK-FILE -- FIRST PASS: PROVE THE FILE IS COMPLETE     *
003170*  BEFORE ANY OF IT IS STAGED.  THE HEADER MUST COME FIRST, THE  *
003180*  TRAILER LAST, EACH ONLY ONCE, AND THE TRAILER COUNT MUST      *
003190*  EQUAL THE DETAILS ACTUALLY RECEIVED.  THE REPORT AND RESPONSE *
003200*  HEADERS ARE WRITTEN ONCE THE FIRST RECORD HAS NAMED THE       *
003210*  BATCH.                                                        *
003220*================================================================*
003230 2000-CHECK-FILE.
003240     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
003250     IF NOT FIB82-REQ-EOF AND FIBPREQ-IS-HEADER
003260         MOVE FIBPREQ-H-SOURCE   TO fib82-source
003270         MOVE FIBPREQ-H-BATCH-ID TO fib82-batch-id
003280     END-IF.
003290     PERFORM 2050-OPEN-OUTPUTS THRU 2050-EXIT.
003300     IF FIB82-REQ-EOF
003310         MOVE "REQUEST FILE IS EMPTY" TO fib82-msg
003320         PERFORM 7100-WRITE-FILE-ERROR THRU 7100-EXIT
003330         GO TO 2000-CLOSE
003340     END-IF.
003350     PERFORM 2200-CHECK-ONE-RECORD THRU 2200-EXIT
003360         UNTIL FIB82-REQ-EOF.
003370     IF NOT FIB82-TRAILER-SEEN
003380         MOVE "NO TRAILER RECORD - FILE IS INCOMPLETE"
003390             TO fib82-msg
003400         PERFORM 7100-WRITE-FILE-ERROR THRU 7100-EXIT
003410         GO TO 2000-CLOSE
003420     END-IF.
003430     IF fib82-trailer-count NOT = fib82-detail-count
003440         MOVE "TRAILER COUNT DOES NOT MATCH THE DETAILS"
003450             TO fib82-msg
003460         PERFORM 7100-WRITE-FILE-ERROR THRU 7100-EXIT
003470     END-IF.
003480 2000-CLOSE.
003490     CLOSE FIBPREQ-FILE.
003500 2000-EXIT.
003510     EXIT.

003520*================================================================*
003530*  2050-OPEN-OUTPUTS -- OPEN THE EXCEPTIONS REPORT AND THE       *
003540*  RESPONSE FILE AND WRITE THEIR HEADERS.                        *
003550*================================================================*
003560 2050-OPEN-OUTPUTS.
003570     OPEN OUTPUT FIBIRPT-FILE.
003580     MOVE SPACES TO FIBIRPT-HEADER-REC.
003590     MOVE "H"                  TO FIBIRPT-H-TYPE.
003600     MOVE fib82-date           TO FIBIRPT-H-RUN-DATE.
003610     MOVE fib82-source         TO FIBIRPT-H-SOURCE.
003620     MOVE fib82-batch-id       TO FIBIRPT-H-BATCH-ID.
003630     MOVE "PLANNING REQUEST INTERFACE EXCEPTIONS"
003640         TO FIBIRPT-H-TITLE.
003650     WRITE FIBIRPT-HEADER-REC.

003660     OPEN OUTPUT FIBPRSP-FILE.
003670     MOVE SPACES TO FIBPRSP-HEADER-REC.
003680     MOVE "H"                  TO FIBPRSP-H-TYPE.
003690     MOVE fib82-batch-id       TO FIBPRSP-H-BATCH-ID.
003700     MOVE fib82-date           TO FIBPRSP-H-RESP-DATE.
003710     MOVE fib82-time           TO FIBPRSP-H-RESP-TIME.
003720     WRITE FIBPRSP-HEADER-REC.
003730 2050-EXIT.
003740     EXIT.

003750*================================================================*
003760*  2100-READ-REQUEST -- GET THE NEXT REQUEST FILE RECORD.        *
003770*================================================================*
003780 2100-READ-REQUEST.
003790     READ FIBPREQ-FILE
003800         AT END
003810             SET FIB82-REQ-EOF TO TRUE
003820     END-READ.
003830     IF NOT FIB82-REQ-EOF
003840         ADD 1 TO fib82-rec-count
003850     END-IF.
003860 2100-EXIT.
003870     EXIT.

003880*================================================================*
003890*  2200-CHECK-ONE-RECORD -- PLACE ONE RECORD IN THE FILE'S       *
003900*  STRUCTURE.  EACH FAULT IS REPORTED WITH THE RECORD NUMBER IN  *
003910*  THE SEQUENCE COLUMN SO THE PLANNING GROUP CAN FIND IT.        *
003920*================================================================*
003930 2200-CHECK-ONE-RECORD.
003940     EVALUATE TRUE
003950         WHEN FIBPREQ-IS-HEADER
003960             IF fib82-rec-count NOT = 1
003970                 MOVE "HEADER RECORD IS NOT THE FIRST RECORD"
003980                     TO fib82-msg
003990                 PERFORM 7100-WRITE-FILE-ERROR THRU 7100-EXIT
004000             END-IF
004010             SET FIB82-HEADER-SEEN TO TRUE
004020         WHEN FIBPREQ-IS-DETAIL
004030             ADD 1 TO fib82-detail-count
004040             IF FIB82-TRAILER-SEEN
004050                 MOVE "DETAIL RECORD FOLLOWS THE TRAILER"
004060                     TO fib82-msg
004070                 PERFORM 7100-WRITE-FILE-ERROR THRU 7100-EXIT
004080             END-IF
004090         WHEN FIBPREQ-IS-TRAILER
004100             IF FIB82-TRAILER-SEEN
004110                 MOVE "MORE THAN ONE TRAILER RECORD" TO fib82-msg
004120                 PERFORM 7100-WRITE-FILE-ERROR THRU 7100-EXIT
004130             END-IF
004140             SET FIB82-TRAILER-SEEN TO TRUE
004150             IF FIBPREQ-T-DETAIL-COUNT NUMERIC
004160                 MOVE FIBPREQ-T-DETAIL-COUNT
004170                     TO fib82-trailer-count
004180             ELSE
004190                 MOVE "TRAILER DETAIL COUNT IS NOT NUMERIC"
004200                     TO fib82-msg
004210                 PERFORM 7100-WRITE-FILE-ERROR THRU 7100-EXIT
004220             END-IF
004230         WHEN OTHER
004240             MOVE "RECORD TYPE IS NOT H, D OR T" TO fib82-msg
004250             PERFORM 7100-WRITE-FILE-ERROR THRU 7100-EXIT
004260     END-EVALUATE.
004270     IF fib82-rec-count = 1 AND NOT FIB82-HEADER-SEEN
004280         MOVE "FIRST RECORD IS NOT A HEADER" TO fib82-msg
004290         PERFORM 7100-WRITE-FILE-ERROR THRU 7100-EXIT
004300     END-IF.
004310     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
004320 2200-EXIT.
004330     EXIT.

004340*================================================================*
004350*  3000-PROCESS-REQUESTS -- SECOND PASS: ANSWER EVERY DETAIL.    *
004360*  WHEN THE FILE FAILED ITS CONTROLS EACH ONE IS STILL ANSWERED, *
004370*  AS REJECTED, SO THE PLANNING SYSTEM KNOWS NOTHING WAS TAKEN.  *
004380*================================================================*
004390 3000-PROCESS-REQUESTS.
004400     MOVE "N" TO FIB82-REQ-EOF-SW.
004410     OPEN INPUT FIBPREQ-FILE.
004420     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
004430     PERFORM 3100-PROCESS-ONE-RECORD THRU 3100-EXIT
004440         UNTIL FIB82-REQ-EOF.
004450     CLOSE FIBPREQ-FILE.
004460 3000-EXIT.
004470     EXIT.

004480*================================================================*
004490*  3100-PROCESS-ONE-RECORD -- EDIT ONE DETAIL, STAGE IT IF IT    *
004500*  PASSES, AND ANSWER IT EITHER WAY.  HEADER AND TRAILER         *
004510*  RECORDS WERE DEALT WITH IN THE FIRST PASS.                    *
004520*================================================================*
004530 3100-PROCESS-ONE-RECORD.
004540     IF NOT FIBPREQ-IS-DETAIL
004550         GO TO 3100-NEXT
004560     END-IF.
004570     ADD 1 TO fib82-received-count.
004580     MOVE SPACES TO fib82-msg.
004590     IF NOT FIB82-FILE-OK
004600         MOVE "FILE FAILED HEADER/TRAILER CONTROLS"
004610             TO fib82-msg
004620     ELSE
004630         PERFORM 3200-EDIT-REQUEST THRU 3200-EXIT
004640     END-IF.
004650     IF fib82-msg = SPACES
004660         PERFORM 3700-QUEUE-CHANGE THRU 3700-EXIT
004670         ADD 1 TO fib82-staged-count
004680         MOVE "STAGED"   TO FIBPRSP-D-DISPOSITION
004690         MOVE "AWAITING APPROVAL ON FIB810" TO fib82-msg
004700     ELSE
004710         ADD 1 TO fib82-rejected-count
004720         MOVE "REJECTED" TO FIBPRSP-D-DISPOSITION
004730         IF FIB82-FILE-OK
004740             PERFORM 7200-WRITE-REJECTION THRU 7200-EXIT
004750         END-IF
004760     END-IF.
004770     PERFORM 7000-WRITE-RESPONSE THRU 7000-EXIT.
004780 3100-NEXT.
004790     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
004800 3100-EXIT.
004810     EXIT.

004820*================================================================*
004830*  3200-EDIT-REQUEST -- THE FIB800 EDITS FOR THE ACTION, THEN    *
004840*  THE CHECKS ONLY A BATCH NEEDS: THE SAME CHANGE MUST NOT       *
004850*  ALREADY BE WAITING, AND FIBPEND MUST HAVE ROOM FOR IT.  THE   *
004860*  FIRST FAILURE IS THE REASON GIVEN; FIB82-MSG STAYS BLANK      *
004870*  WHEN THE REQUEST IS GOOD.                                     *
004880*================================================================*
004890 3200-EDIT-REQUEST.
004900     IF FIBPREQ-D-RUN-ID NOT = fib82-run-id
004910         MOVE "RUN-ID IS NOT THE CALENDAR'S RUN-ID"
004920             TO fib82-msg
004930         GO TO 3200-EXIT
004940     END-IF.
004950     EVALUATE TRUE
004960         WHEN FIBPREQ-D-ADD
004970             PERFORM 3300-EDIT-ADD THRU 3300-EXIT
004980         WHEN FIBPREQ-D-DELETE
004990             PERFORM 3400-EDIT-DELETE THRU 3400-EXIT
005000         WHEN OTHER
005010             MOVE "ACTION MUST BE A (ADD) OR D (DELETE)"
005020                 TO fib82-msg
005030     END-EVALUATE.
005040     IF fib82-msg NOT = SPACES
005050         GO TO 3200-EXIT
005060     END-IF.
005070     PERFORM 3600-FIND-PENDING THRU 3600-EXIT.
005080     IF fib82-pend-ix > 0
005090         MOVE "SAME CHANGE ALREADY PENDING ON FIB810"
005100             TO fib82-msg
005110         GO TO 3200-EXIT
005120     END-IF.
005130     IF fib82-pend-total NOT < fib82-pend-max
005140         MOVE "FIBPEND FULL - ARCHIVE SETTLED RECORDS"
005150             TO fib82-msg
005160         GO TO 3200-EXIT
005170     END-IF.
005180 3200-EXIT.
005190     EXIT.

005200*================================================================*
005210*  3300-EDIT-ADD -- SAME TESTS, SAME ORDER AND SAME WORDING AS   *
005220*  THE FIB800 ADD.  THE CALENDAR-FULL TEST ALSO COUNTS THE ADDS  *
005230*  ALREADY WAITING, SINCE EACH TAKES A SLOT WHEN APPROVED.       *
005240*================================================================*
005250 3300-EDIT-ADD.
005260     MOVE FIBPREQ-D-EFF-DATE TO fib82-test-date.
005270     PERFORM 3500-CHECK-DATE THRU 3500-EXIT.
005280     IF NOT FIB82-DATE-OK
005290         MOVE "EFF DATE IS NOT A VALID YYYYMMDD"
005300             TO fib82-msg
005310         GO TO 3300-EXIT
005320     END-IF.
005330     MOVE FIBPREQ-D-EFF-DATE TO fib82-new-eff-date.
005340     IF fib82-new-eff-date NOT > fib82-date
005350         MOVE "EFF DATE MUST BE AFTER TODAY" TO fib82-msg
005360         GO TO 3300-EXIT
005370     END-IF.
005380     IF FIBPREQ-D-SEED1 NOT NUMERIC
005390         OR FIBPREQ-D-SEED2 NOT NUMERIC
005400         MOVE "SEEDS MUST BE NUMERIC AND NOT NEGATIVE"
005410             TO fib82-msg
005420         GO TO 3300-EXIT
005430     END-IF.
005440     IF FIBPREQ-D-TERM-COUNT NOT NUMERIC
005450         MOVE "TERM COUNT MUST BE 1-10000" TO fib82-msg
005460         GO TO 3300-EXIT
005470     END-IF.
005480     IF FIBPREQ-D-TERM-COUNT NOT > 0
005490         OR FIBPREQ-D-TERM-COUNT > 10000
005500         MOVE "TERM COUNT MUST BE 1-10000" TO fib82-msg
005510         GO TO 3300-EXIT
005520     END-IF.
005530     PERFORM 3550-FIND-EFF-DATE THRU 3550-EXIT.
005540     IF fib82-cal-ix > 0
005550         MOVE "EFF DATE ALREADY STAGED - DELETE FIRST"
005560             TO fib82-msg
005570         GO TO 3300-EXIT
005580     END-IF.
005590     IF fib82-cal-used + fib82-pend-adds NOT < fib82-cal-max
005600         MOVE "CALENDAR TABLE FULL - PURGE OLD RECORDS"
005610             TO fib82-msg
005620         GO TO 3300-EXIT
005630     END-IF.

005640     MOVE "A"                  TO fib82-pend-action.
005650     MOVE fib82-new-eff-date   TO fib82-q-eff-date.
005660     MOVE FIBPREQ-D-SEED1      TO fib82-q-seed1.
005670     MOVE FIBPREQ-D-SEED2      TO fib82-q-seed2.
005680     MOVE FIBPREQ-D-TERM-COUNT TO fib82-q-terms.
005690     IF FIBPREQ-D-LABEL = SPACES
005700         MOVE fib82-cal-label(1) TO fib82-q-label
005710     ELSE
005720         MOVE FIBPREQ-D-LABEL    TO fib82-q-label
005730     END-IF.
005740 3300-EXIT.
005750     EXIT.

005760*================================================================*
005770*  3400-EDIT-DELETE -- SAME TESTS AS THE FIB800 DELETE.  THE     *
005780*  QUEUED VALUES COME FROM THE CALENDAR ENTRY, NOT THE REQUEST,  *
005790*  SO FIB810 SHOWS THE APPROVER WHAT IS ACTUALLY BEING REMOVED.  *
005800*================================================================*
005810 3400-EDIT-DELETE.
005820     MOVE FIBPREQ-D-EFF-DATE TO fib82-test-date.
005830     PERFORM 3500-CHECK-DATE THRU 3500-EXIT.
005840     IF NOT FIB82-DATE-OK
005850         MOVE "EFF DATE IS NOT A VALID YYYYMMDD"
005860             TO fib82-msg
005870         GO TO 3400-EXIT
005880     END-IF.
005890     MOVE FIBPREQ-D-EFF-DATE TO fib82-new-eff-date.
005900     PERFORM 3550-FIND-EFF-DATE THRU 3550-EXIT.
005910     IF fib82-cal-ix = 0
005920         MOVE "NO CALENDAR RECORD WITH THAT EFF DATE"
005930             TO fib82-msg
005940         GO TO 3400-EXIT
005950     END-IF.
005960     IF fib82-cal-eff(fib82-cal-ix) NOT > fib82-date
005970         MOVE "RECORD ALREADY IN EFFECT - NOT DELETED"
005980             TO fib82-msg
005990         GO TO 3400-EXIT
006000     END-IF.

006010     MOVE "D"                           TO fib82-pend-action.
006020     MOVE fib82-cal-eff(fib82-cal-ix)   TO fib82-q-eff-date.
006030     MOVE fib82-cal-seed1(fib82-cal-ix) TO fib82-q-seed1.
006040     MOVE fib82-cal-seed2(fib82-cal-ix) TO fib82-q-seed2.
006050     MOVE fib82-cal-terms(fib82-cal-ix) TO fib82-q-terms.
006060     MOVE fib82-cal-label(fib82-cal-ix) TO fib82-q-label.
006070 3400-EXIT.
006080     EXIT.

006090*================================================================*
006100*  3500-CHECK-DATE -- A CANDIDATE EFFECTIVE DATE IS ONLY TRUSTED *
006110*  WHEN IT READS AS A PLAUSIBLE YYYYMMDD, SAME TEST AS FIB800.   *
006120*================================================================*
006130 3500-CHECK-DATE.
006140     MOVE "N" TO FIB82-DATE-OK-SW.
006150     IF fib82-test-date NOT NUMERIC
006160         GO TO 3500-EXIT
006170     END-IF.
006180     IF fib82-test-yyyy > 1900
006190         AND fib82-test-mm > 0 AND fib82-test-mm < 13
006200         AND fib82-test-dd > 0 AND fib82-test-dd < 32
006210         MOVE "Y" TO FIB82-DATE-OK-SW
006220     END-IF.
006230 3500-EXIT.
006240     EXIT.

006250*================================================================*
006260*  3550-FIND-EFF-DATE -- LOOK FOR A CALENDAR ENTRY CARRYING THE  *
006270*  REQUESTED EFFECTIVE DATE.  FIB82-CAL-IX COMES BACK ZERO WHEN  *
006280*  THERE IS NONE.                                                *
006290*================================================================*
006300 3550-FIND-EFF-DATE.
006310     MOVE 0 TO fib82-cal-ix.
006320     PERFORM 3560-MATCH-ONE-CAL THRU 3560-EXIT
006330         VARYING kx FROM 1 BY 1 UNTIL kx > fib82-cal-used.
006340 3550-EXIT.
006350     EXIT.

006360*================================================================*
006370*  3560-MATCH-ONE-CAL -- ONE CALENDAR ENTRY, INDEXED BY KX.      *
006380*================================================================*
006390 3560-MATCH-ONE-CAL.
006400     IF fib82-cal-run-id(kx) = fib82-run-id
006410         AND fib82-cal-eff(kx) = fib82-new-eff-date
006420         MOVE kx TO fib82-cal-ix
006430     END-IF.
006440 3560-EXIT.
006450     EXIT.

006460*================================================================*
006470*  3600-FIND-PENDING -- LOOK FOR A CHANGE ALREADY IN STATUS "P"  *
006480*  WITH THE SAME RUN-ID, ACTION AND EFFECTIVE DATE - WHETHER     *
006490*  KEYED ON FIB800 OR STAGED EARLIER IN THIS FILE.  A SECOND     *
006500*  COPY WOULD ONLY BE REJECTED BY FIB810 WHEN THE FIRST ONE IS   *
006510*  APPLIED.  FIB82-PEND-IX COMES BACK ZERO WHEN THERE IS NONE.   *
006520*================================================================*
006530 3600-FIND-PENDING.
006540     MOVE 0 TO fib82-pend-ix.
006550     PERFORM 3650-MATCH-ONE-PENDING THRU 3650-EXIT
006560         VARYING px FROM 1 BY 1
006570         UNTIL px > fib82-pend-used OR fib82-pend-ix > 0.
006580 3600-EXIT.
006590     EXIT.

006600*================================================================*
006610*  3650-MATCH-ONE-PENDING -- ONE PENDING ENTRY, INDEXED BY PX.   *
006620*================================================================*
006630 3650-MATCH-ONE-PENDING.
006640     IF fib82-p-run-id(px) = fib82-run-id
006650         AND fib82-p-action(px) = fib82-pend-action
006660         AND fib82-p-eff(px) = fib82-q-eff-date
006670         MOVE px TO fib82-pend-ix
006680     END-IF.
006690 3650-EXIT.
006700     EXIT.

006710*================================================================*
006720*  3700-QUEUE-CHANGE -- APPEND ONE PENDING-CHANGE RECORD IN      *
006730*  STATUS "P" UNDER THE INTERFACE'S MAKER ID, AND REMEMBER IT SO *
006740*  A LATER DUPLICATE IN THE SAME FILE IS CAUGHT.  THE FILE IS    *
006750*  OPENED PER CHANGE, AS FIB800 DOES, SO AN APPROVAL SESSION     *
006760*  RUNNING AT THE SAME TIME NEVER FINDS IT HELD.                 *
006770*================================================================*
006780 3700-QUEUE-CHANGE.
006790     OPEN EXTEND FIBPEND-FILE.
006800     MOVE SPACES TO FIBPEND-RECORD.
006810     MOVE fib82-run-id        TO FIBPEND-RUN-ID.
006820     MOVE fib82-pend-action   TO FIBPEND-ACTION.
006830     MOVE fib82-q-eff-date    TO FIBPEND-EFF-DATE.
006840     MOVE fib82-q-seed1       TO FIBPEND-SEED1.
006850     MOVE fib82-q-seed2       TO FIBPEND-SEED2.
006860     MOVE fib82-q-terms       TO FIBPEND-TERM-COUNT.
006870     MOVE fib82-q-label       TO FIBPEND-LABEL.
006880     MOVE fib82-maker-id      TO FIBPEND-MAKER-ID.
006890     MOVE fib82-date          TO FIBPEND-KEY-DATE.
006900     MOVE fib82-time          TO FIBPEND-KEY-TIME.
006910     SET FIBPEND-PENDING      TO TRUE.
006920     MOVE SPACES              TO FIBPEND-APPR-ID.
006930     MOVE 0                   TO FIBPEND-APPR-DATE.
006940     WRITE FIBPEND-RECORD.
006950     CLOSE FIBPEND-FILE.
006960     ADD 1 TO fib82-pend-total.
006970     IF fib82-pend-used < fib82-pend-max
006980         ADD 1 TO fib82-pend-used
006990         MOVE fib82-pend-used   TO px
007000         MOVE fib82-run-id      TO fib82-p-run-id(px)
007010         MOVE fib82-pend-action TO fib82-p-action(px)
007020         MOVE fib82-q-eff-date  TO fib82-p-eff(px)
007030     END-IF.
007040     IF fib82-pend-action = "A"
007050         ADD 1 TO fib82-pend-adds
007060     END-IF.
007070 3700-EXIT.
007080     EXIT.

007090*================================================================*
007100*  7000-WRITE-RESPONSE -- ANSWER ONE REQUEST ON FIBPRSP.  THE    *
007110*  CALLER HAS SET THE DISPOSITION AND LEFT THE REASON IN         *
007120*  FIB82-MSG; THE REST ECHOES THE REQUEST AS SENT.               *
007130*================================================================*
007140 7000-WRITE-RESPONSE.
007150     MOVE "D"                  TO FIBPRSP-D-TYPE.
007160     MOVE FIBPREQ-D-SEQ        TO FIBPRSP-D-SEQ.
007170     MOVE FIBPREQ-D-RUN-ID     TO FIBPRSP-D-RUN-ID.
007180     MOVE FIBPREQ-D-ACTION     TO FIBPRSP-D-ACTION.
007190     MOVE FIBPREQ-D-EFF-DATE   TO FIBPRSP-D-EFF-DATE.
007200     MOVE fib82-msg            TO FIBPRSP-D-REASON.
007210     WRITE FIBPRSP-DETAIL-REC.
007220 7000-EXIT.
007230     EXIT.

007240*================================================================*
007250*  7100-WRITE-FILE-ERROR -- NAME ONE FAULT IN THE FILE'S         *
007260*  STRUCTURE, AGAINST THE RECORD NUMBER WHERE IT WAS FOUND.  ANY *
007270*  ONE OF THEM KEEPS THE WHOLE FILE FROM BEING STAGED.           *
007280*================================================================*
007290 7100-WRITE-FILE-ERROR.
007300     MOVE "N" TO FIB82-FILE-OK-SW.
007310     ADD 1 TO fib82-file-error-count.
007320     MOVE SPACES               TO FIBIRPT-DETAIL-REC.
007330     MOVE "D"                  TO FIBIRPT-D-TYPE.
007340     MOVE "F"                  TO FIBIRPT-D-CONDITION.
007350     MOVE fib82-rec-count      TO FIBIRPT-D-SEQ.
007360     MOVE 0                    TO FIBIRPT-D-EFF-DATE.
007370     MOVE fib82-msg            TO FIBIRPT-D-MESSAGE.
007380     WRITE FIBIRPT-DETAIL-REC.
007390 7100-EXIT.
007400     EXIT.

007410*================================================================*
007420*  7200-WRITE-REJECTION -- NAME ONE REQUEST THAT FAILED ITS      *
007430*  EDITS, WITH THE SAME REASON THE RESPONSE FILE CARRIES.        *
007440*================================================================*
007450 7200-WRITE-REJECTION.
007460     MOVE SPACES               TO FIBIRPT-DETAIL-REC.
007470     MOVE "D"                  TO FIBIRPT-D-TYPE.
007480     MOVE "R"                  TO FIBIRPT-D-CONDITION.
007490     MOVE FIBPREQ-D-SEQ        TO FIBIRPT-D-SEQ.
007500     MOVE FIBPREQ-D-RUN-ID     TO FIBIRPT-D-RUN-ID.
007510     MOVE FIBPREQ-D-ACTION     TO FIBIRPT-D-ACTION.
007520     MOVE FIBPREQ-D-EFF-DATE   TO FIBIRPT-D-EFF-DATE.
007530     MOVE fib82-msg            TO FIBIRPT-D-MESSAGE.
007540     WRITE FIBIRPT-DETAIL-REC.
007550 7200-EXIT.
007560     EXIT.

007570*================================================================*
007580*  9000-TERMINATE -- WRITE BOTH TRAILERS, CLOSE EVERYTHING AND   *
007590*  SET THE RETURN CODE.                                          *
007600*================================================================*
007610 9000-TERMINATE.
007620     MOVE SPACES TO FIBIRPT-TRAILER-REC.
007630     MOVE "T"                     TO FIBIRPT-T-TYPE.
007640     MOVE fib82-date              TO FIBIRPT-T-RUN-DATE.
007650     MOVE fib82-received-count    TO FIBIRPT-T-RECEIVED.
007660     MOVE fib82-trailer-count     TO FIBIRPT-T-TRAILER-COUNT.
007670     MOVE fib82-staged-count      TO FIBIRPT-T-STAGED.
007680     MOVE fib82-rejected-count    TO FIBIRPT-T-REJECTED.
007690     MOVE SPACES TO FIBPRSP-TRAILER-REC.
007700     MOVE "T"                     TO FIBPRSP-T-TYPE.
007710     MOVE fib82-batch-id          TO FIBPRSP-T-BATCH-ID.
007720     MOVE fib82-received-count    TO FIBPRSP-T-RECEIVED.
007730     MOVE fib82-staged-count      TO FIBPRSP-T-STAGED.
007740     MOVE fib82-rejected-count    TO FIBPRSP-T-REJECTED.
007750     EVALUATE TRUE
007760         WHEN NOT FIB82-FILE-OK
007770             MOVE "FILE REJECTED"  TO FIBIRPT-T-STATUS
007780             MOVE "FILE REJECTED"  TO FIBPRSP-T-FILE-STATUS
007790         WHEN fib82-rejected-count > 0
007800             MOVE "PART STAGED"    TO FIBIRPT-T-STATUS
007810             MOVE "PART STAGED"    TO FIBPRSP-T-FILE-STATUS
007820         WHEN OTHER
007830             MOVE "ALL STAGED"     TO FIBIRPT-T-STATUS
007840             MOVE "ALL STAGED"     TO FIBPRSP-T-FILE-STATUS
007850     END-EVALUATE.
007860     WRITE FIBIRPT-TRAILER-REC.
007870     WRITE FIBPRSP-TRAILER-REC.
007880     CLOSE FIBIRPT-FILE.
007890     CLOSE FIBPRSP-FILE.
007900     EVALUATE TRUE
007910         WHEN NOT FIB82-FILE-OK
007920             MOVE 8 TO RETURN-CODE
007930             MOVE "E" TO fib82-evt-severity
007940             MOVE 8   TO fib82-evt-rc
007950             MOVE "PLANNING REQUEST FILE FAILED ITS CONTROLS - "
007960                  & "NOTHING STAGED" TO fib82-evt-msg
007970             PERFORM 9800-LOG-EVENT THRU 9800-EXIT
007980         WHEN fib82-rejected-count > 0
007990             MOVE 4 TO RETURN-CODE
008000             MOVE "W" TO fib82-evt-severity
008010             MOVE 4   TO fib82-evt-rc
008020             MOVE "PLANNING REQUEST(S) REJECTED - SEE FIBIRPT"
008030                 TO fib82-evt-msg
008040             PERFORM 9800-LOG-EVENT THRU 9800-EXIT
008050         WHEN OTHER
008060             MOVE 0 TO RETURN-CODE
008070     END-EVALUATE.
008080     DISPLAY "FIB820 - BATCH " fib82-batch-id " "
008090             fib82-received-count " REQUEST(S), "
008100             fib82-staged-count " STAGED, "
008110             fib82-rejected-count " REJECTED".
008120 9000-EXIT.
008130     EXIT.

008140*================================================================*
008150*  9800-LOG-EVENT -- APPEND ONE EVENT TO THE COMMON FIBEVLOG     *
008160*  EVENT LOG.  THE LOG IS OPENED PER EVENT SO AN ERROR PATH      *
008170*  NEVER DEPENDS ON HOW FAR INITIALIZATION GOT.                  *
008180*================================================================*
008190 9800-LOG-EVENT.
008200     ACCEPT fib82-evt-date FROM DATE YYYYMMDD.
008210     ACCEPT fib82-evt-time FROM TIME.
008220     OPEN EXTEND FIBEVLOG-FILE.
008230     MOVE SPACES TO FIBEVT-RECORD.
008240     MOVE "FIB820"            TO FIBEVT-PROGRAM.
008250     MOVE fib82-run-id        TO FIBEVT-RUN-ID.
008260     MOVE fib82-evt-date      TO FIBEVT-DATE.
008270     MOVE fib82-evt-time      TO FIBEVT-TIME.
008280     MOVE fib82-evt-severity  TO FIBEVT-SEVERITY.
008290     MOVE fib82-evt-rc        TO FIBEVT-RETURN-CODE.
008300     MOVE fib82-evt-msg       TO FIBEVT-MESSAGE.
008310     WRITE FIBEVT-RECORD.
008320     CLOSE FIBEVLOG-FILE.
008330 9800-EXIT.
008340     EXIT.

008350*================================================================*
008360*  9999-EXIT -- SINGLE PROGRAM EXIT POINT.                       *
008370*================================================================*
008380 9999-EXIT.
008390     STOP RUN.
