000010*================================================================*
000020*  PROGRAM:      FIB550                                          *
000030*  AUTHOR:       R SANDERSON                                     *
000040*  INSTALLATION: OPERATIONS SYSTEMS GROUP                        *
000050*  DATE-WRITTEN: 2026-10-14                                      *
000060*                                                                *
000070*  PURPOSE.                                                      *
000080*      PERIOD-END CLOSE.  CERTIFIES WHAT FIB100 PRODUCED IN ONE  *
000090*      CALENDAR MONTH AND LOCKS THOSE RUNS AGAINST QUIET CHANGE. *
000100*      THE FIBPCTL CONTROL RECORD NAMES THE MONTH (YYYYMM) AND   *
000110*      THE OPERATOR SIGNING THE CLOSE OFF.  THE PROGRAM WALKS    *
000120*      THE FIBRCAT RUN CATALOG FOR EVERY FIB100 RUN DATED IN THE *
000130*      MONTH, MATCHES EACH TO ITS FIBHIST TRAILER AND TO ITS     *
000140*      LATEST FIB400 PROOF ON THE FIBPLOG PROOF LOG, AND REFUSES *
000150*      THE CLOSE WHEN ANY RUN IS STILL IN STARTED STATUS, ENDED  *
000160*      WITHOUT A TRAILER, OR LAST FAILED ITS PROOF.  A VOIDED RUN*
000170*      WAS BACKED OUT BY FIB530; IT IS COUNTED BUT ADDS NOTHING  *
000180*      TO THE CONTROL TOTALS.  WHEN EVERY RUN IS CLEAN THE MONTH *
000190*      IS WRITTEN TO THE FIBPCLS PERIOD-CLOSE MASTER - ONE       *
000200*      PERIOD RECORD AND ONE RECORD PER RUN-ID WITH ITS RUN      *
000210*      COUNT, TERM COUNT AND FIBHIST-T-SUM CONTROL TOTAL - AND   *
000220*      THE FIBPRPT CLOSE CERTIFICATE IS PRINTED.  FROM THEN ON   *
000230*      FIB530 AND FIB510 REFUSE ANY RUN DATE IN THE MONTH (SEE   *
000240*      FIB560) UNTIL A REOPEN IS REQUESTED AND APPROVED BY TWO   *
000250*      DIFFERENT OPERATORS ON FIB830.  A REOPENED MONTH IS       *
000260*      CLOSED AGAIN BY RERUNNING THIS PROGRAM, WHICH REPLACES ITS*
000270*      RUN RECORDS WITH FRESH TOTALS.  A MONTH STILL IN PROGRESS *
000280*      CANNOT BE CLOSED.                                         *
000290*                                                                *
000300*      RETURN CODES FOLLOW THE SUITE-WIDE SCHEME:                *
000310*        0   PERIOD CLOSED - CERTIFICATE PRINTED                 *
000320*        4   PERIOD CLOSED, BUT IT HELD NO FIB100 RUNS AT ALL    *
000330*        8   CLOSE REFUSED - SEE THE FIBPRPT EXCEPTIONS - OR THE *
000340*            CONTROL RECORD IS BAD, THE MONTH IS ALREADY CLOSED, *
000350*            OR A FILE COULD NOT BE OPENED OR READ               *
000360*------------------------------------------------------------------
000370*  MOD LOG
000380*  2026-10-14  RLS  ORIGINAL PROGRAM.
000390*================================================================*
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.                  FIB550.
000420 AUTHOR.                      R SANDERSON.
000430 INSTALLATION.                OPERATIONS SYSTEMS GROUP.
000440 DATE-WRITTEN.                2026-10-14.
000450 DATE-COMPILED.

000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.             IBM-370.
000490 OBJECT-COMPUTER.             IBM-370.

000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT FIBPCTL-FILE      ASSIGN       TO "FIBPCTL"
000530                               ORGANIZATION IS LINE SEQUENTIAL
000540                               FILE STATUS IS fib55-pctl-status.

000550     SELECT FIBRCAT-FILE      ASSIGN       TO "FIBRCAT"
000560                               ORGANIZATION IS INDEXED
000570                               ACCESS MODE  IS DYNAMIC
000580                               RECORD KEY   IS FIBRCAT-KEY
000590                               FILE STATUS  IS fib55-rcat-status.

000600     SELECT FIBHIST-FILE      ASSIGN       TO "FIBHIST"
000610                               ORGANIZATION IS LINE SEQUENTIAL
000620                               FILE STATUS IS fib55-hist-status.

000630     SELECT FIBPLOG-FILE      ASSIGN       TO "FIBPLOG"
000640                               ORGANIZATION IS LINE SEQUENTIAL
000650                               FILE STATUS IS fib55-plog-status.

000660     SELECT FIBPCLS-FILE      ASSIGN       TO "FIBPCLS"
000670                               ORGANIZATION IS INDEXED
000680                               ACCESS MODE  IS DYNAMIC
000690                               RECORD KEY   IS FIBPCLS-KEY
000700                               FILE STATUS  IS fib55-pcls-status.

000710     SELECT FIBPRPT-FILE      ASSIGN       TO "FIBPRPT"
000720                               ORGANIZATION IS LINE SEQUENTIAL.

000730     SELECT FIBEVLOG-FILE     ASSIGN       TO "FIBEVLOG"
000740                               ORGANIZATION IS LINE SEQUENTIAL.

000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  FIBPCTL-FILE.
000780     COPY FIBPCTL.

000790 FD  FIBRCAT-FILE.
000800     COPY FIBRCAT.

000810 FD  FIBHIST-FILE.
000820     COPY FIBHIST.

000830 FD  FIBPLOG-FILE.
000840     COPY FIBPLOG.

000850 FD  FIBPCLS-FILE.
000860     COPY FIBPCLS.

000870 FD  FIBPRPT-FILE.
000880     COPY FIBPRPT.

000890 FD  FIBEVLOG-FILE.
000900     COPY FIBEVT.

000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------*
000930*  SWITCHES                                                      *
000940*----------------------------------------------------------------*
000950 01  FIB55-VALID-SW            PIC X(01) VALUE "Y".
000960     88  FIB55-VALID           VALUE "Y".
000970 01  FIB55-REFUSED-SW          PIC X(01) VALUE "N".
000980     88  FIB55-REFUSED         VALUE "Y".
000990 01  FIB55-CAT-EOF-SW          PIC X(01) VALUE "N".
001000     88  FIB55-CAT-EOF         VALUE "Y".
001010 01  FIB55-HIST-EOF-SW         PIC X(01) VALUE "N".
001020     88  FIB55-HIST-EOF        VALUE "Y".
001030 01  FIB55-PLOG-EOF-SW         PIC X(01) VALUE "N".
001040     88  FIB55-PLOG-EOF        VALUE "Y".
001050 01  FIB55-PCLS-EOF-SW         PIC X(01) VALUE "N".
001060     88  FIB55-PCLS-EOF        VALUE "Y".
001070 01  FIB55-REOPENED-SW         PIC X(01) VALUE "N".
001080     88  FIB55-RECLOSE         VALUE "Y".

001090 01  fib55-pctl-status         PIC X(02) VALUE "00".
001100 01  fib55-rcat-status         PIC X(02) VALUE "00".
001110 01  fib55-hist-status         PIC X(02) VALUE "00".
001120 01  fib55-plog-status         PIC X(02) VALUE "00".
001130 01  fib55-pcls-status         PIC X(02) VALUE "00".

001140*----------------------------------------------------------------*
001150*  CLOSE WORKING FIELDS                                          *
001160*----------------------------------------------------------------*
001170 01  fib55-run-date            PIC 9(08) VALUE 0.
001180 01  fib55-run-time            PIC 9(08) VALUE 0.
001190 01  fib55-this-month          PIC 9(06) VALUE 0.
001200 01  fib55-period              PIC 9(06) VALUE 0.
001210 01  fib55-closed-by           PIC X(08) VALUE SPACES.
001220 01  fib55-test-date           PIC 9(08) VALUE 0.
001230 01  fib55-test-parts REDEFINES fib55-test-date.
001240     05  fib55-test-period     PIC 9(06).
001250     05  fib55-test-dd         PIC 9(02).
001260 01  fib55-prior-close-count   PIC 9(03) VALUE 0.
001270 01  fib55-prior-req-by        PIC X(08) VALUE SPACES.
001280 01  fib55-prior-req-date      PIC 9(08) VALUE 0.
001290 01  fib55-prior-req-reason    PIC X(30) VALUE SPACES.
001300 01  fib55-prior-appr-by       PIC X(08) VALUE SPACES.
001310 01  fib55-prior-appr-date     PIC 9(08) VALUE 0.
001320 01  fib55-run-count           PIC 9(05) VALUE 0.
001330 01  fib55-voided-count        PIC 9(05) VALUE 0.
001340 01  fib55-excp-count          PIC 9(05) VALUE 0.
001350 01  fib55-term-count          PIC 9(09) VALUE 0.
001360 01  fib55-condition           PIC X(01) VALUE SPACE.
001370 01  fib55-message             PIC X(40) VALUE SPACES.

001380*----------------------------------------------------------------*
001390*  RUN TABLE - ONE ENTRY PER FIB100 CATALOG RECORD IN THE        *
001400*  MONTH, IN CATALOG KEY ORDER (RUN-ID, THEN DATE), WITH ITS     *
001410*  TRAILER TOTALS AND LATEST PROOF RESULT FILLED IN AS THE       *
001420*  HISTORY AND THE PROOF LOG ARE READ.                           *
001430*----------------------------------------------------------------*
001440 01  fib55-run-max             PIC S9(05) COMP VALUE 1000.
001450 01  fib55-run-used            PIC S9(05) COMP VALUE 0.
001460 01  fib55-run-table.
001470     05  fib55-run-entry       OCCURS 1000 TIMES.
001480         10  fib55-rt-run-id       PIC X(08).
001490         10  fib55-rt-run-date     PIC 9(08).
001500         10  fib55-rt-status       PIC X(01).
001510         10  fib55-rt-trailer      PIC X(01).
001520         10  fib55-rt-proof        PIC X(01).
001530         10  fib55-rt-t-count      PIC 9(07).
001540         10  fib55-rt-t-sum        PIC S9(38).
001550 01  ix                        PIC S9(05) COMP VALUE 0.

001560*----------------------------------------------------------------*
001570*  RUN-ID TOTALS - ONE ENTRY PER RUN-ID, BUILT BY CONTROL BREAK  *
001580*  OVER THE RUN TABLE ONCE EVERY RUN HAS PASSED ITS CHECKS.      *
001590*----------------------------------------------------------------*
001600 01  fib55-tot-max             PIC S9(05) COMP VALUE 300.
001610 01  fib55-tot-used            PIC S9(05) COMP VALUE 0.
001620 01  fib55-tot-table.
001630     05  fib55-tot-entry       OCCURS 300 TIMES.
001640         10  fib55-tt-run-id       PIC X(08).
001650         10  fib55-tt-runs         PIC 9(05).
001660         10  fib55-tt-voided       PIC 9(05).
001670         10  fib55-tt-terms        PIC 9(09).
001680         10  fib55-tt-t-sum        PIC S9(38).
001690         10  fib55-tt-first-date   PIC 9(08).
001700         10  fib55-tt-last-date    PIC 9(08).
001710 01  tx                        PIC S9(05) COMP VALUE 0.

001720*----------------------------------------------------------------*
001730*  EVENT-LOG FIELDS - SET BEFORE EACH PERFORM OF 9800-LOG-EVENT. *
001740*----------------------------------------------------------------*
001750 01  fib55-evt-severity        PIC X(01) VALUE SPACES.
001760 01  fib55-evt-rc              PIC 9(02) VALUE 0.
001770 01  fib55-evt-msg             PIC X(60) VALUE SPACES.
001780 01  fib55-evt-date            PIC 9(08) VALUE 0.
001790 01  fib55-evt-time            PIC 9(08) VALUE 0.

001800 PROCEDURE DIVISION.
001810*================================================================*
001820*  0000-MAINLINE                                                 *
001830*================================================================*
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001860     IF NOT FIB55-VALID
001870         GO TO 9999-EXIT
001880     END-IF.
001890     IF NOT FIB55-REFUSED
001900         PERFORM 2000-LOAD-CATALOG  THRU 2000-EXIT
001910     END-IF.
001920     IF NOT FIB55-REFUSED
001930         PERFORM 3000-MATCH-TRAILERS THRU 3000-EXIT
001940     END-IF.
001950     IF NOT FIB55-REFUSED
001960         PERFORM 4000-MATCH-PROOFS  THRU 4000-EXIT
001970         PERFORM 5000-CHECK-RUNS    THRU 5000-EXIT
001980     END-IF.
001990     IF NOT FIB55-REFUSED
002000         PERFORM 6000-TOTAL-RUN-IDS THRU 6000-EXIT
002010     END-IF.
002020     IF NOT FIB55-REFUSED
002030         PERFORM 7000-WRITE-CLOSE   THRU 7000-EXIT
002040     END-IF.
002050     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
002060     GO TO 9999-EXIT.

002070*================================================================*
002080*  1000-INITIALIZE -- READ AND VALIDATE THE CONTROL RECORD, OPEN *
002090*  THE CATALOG AND THE PERIOD-CLOSE MASTER, WRITE THE            *
002100*  CERTIFICATE HEADER AND MAKE SURE THE MONTH IS NOT ALREADY     *
002110*  CLOSED.                                                       *
002120*================================================================*
002130 1000-INITIALIZE.
002140     ACCEPT fib55-run-date FROM DATE YYYYMMDD.
002150     ACCEPT fib55-run-time FROM TIME.
002160     MOVE fib55-run-date TO fib55-test-date.
002170     MOVE fib55-test-period TO fib55-this-month.
002180     OPEN INPUT FIBPCTL-FILE.
002190     IF fib55-pctl-status NOT = "00"
002200         DISPLAY "FIB550 - FIBPCTL CONTROL FILE EMPTY OR MISSING"
002210         MOVE "N" TO FIB55-VALID-SW
002220         MOVE 8 TO RETURN-CODE
002230         MOVE "FIBPCTL CONTROL FILE EMPTY OR MISSING"
002240             TO fib55-evt-msg
002250         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002260         GO TO 1000-EXIT
002270     END-IF.
002280     READ FIBPCTL-FILE
002290         AT END
002300             MOVE "N" TO FIB55-VALID-SW
002310     END-READ.
002320     CLOSE FIBPCTL-FILE.
002330     IF NOT FIB55-VALID
002340         DISPLAY "FIB550 - FIBPCTL CONTROL FILE EMPTY OR MISSING"
002350         MOVE 8 TO RETURN-CODE
002360         MOVE "FIBPCTL CONTROL FILE EMPTY OR MISSING"
002370             TO fib55-evt-msg
002380         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002390         GO TO 1000-EXIT
002400     END-IF.

002410     PERFORM 1300-VALIDATE-PARMS THRU 1300-EXIT.
002420     IF NOT FIB55-VALID
002430         GO TO 1000-EXIT
002440     END-IF.

002450     OPEN INPUT FIBRCAT-FILE.
002460     IF fib55-rcat-status NOT = "00"
002470         DISPLAY "FIB550 - FIBRCAT RUN CATALOG NOT FOUND - "
002480                 "RUN FIBRCATA TO DEFINE THE CLUSTER FIRST"
002490         MOVE "N" TO FIB55-VALID-SW
002500         MOVE 8 TO RETURN-CODE
002510         MOVE "FIBRCAT RUN CATALOG NOT FOUND - RUN FIBRCATA "
002520              & "FIRST" TO fib55-evt-msg
002530         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002540         GO TO 1000-EXIT
002550     END-IF.
002560     OPEN I-O FIBPCLS-FILE.
002570     IF fib55-pcls-status NOT = "00"
002580         DISPLAY "FIB550 - FIBPCLS CLOSE MASTER NOT FOUND - "
002590                 "RUN FIBPCLSA TO DEFINE THE CLUSTER FIRST"
002600         MOVE "N" TO FIB55-VALID-SW
002610         MOVE 8 TO RETURN-CODE
002620         MOVE "FIBPCLS CLOSE MASTER NOT FOUND - RUN FIBPCLSA "
002630              & "FIRST" TO fib55-evt-msg
002640         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002650         CLOSE FIBRCAT-FILE
002660         GO TO 1000-EXIT
002670     END-IF.

002680     OPEN OUTPUT FIBPRPT-FILE.
002690     MOVE SPACES TO FIBPRPT-HEADER-REC.
002700     MOVE "H"                  TO FIBPRPT-H-TYPE.
002710     MOVE fib55-run-date       TO FIBPRPT-H-RUN-DATE.
002720     MOVE fib55-period         TO FIBPRPT-H-PERIOD.
002730     MOVE fib55-closed-by      TO FIBPRPT-H-CLOSED-BY.
002740     MOVE "FIB100 PERIOD-END CLOSE CERTIFICATE"
002750         TO FIBPRPT-H-TITLE.
002760     WRITE FIBPRPT-HEADER-REC.

002770     PERFORM 1500-CHECK-PRIOR-CLOSE THRU 1500-EXIT.
002780 1000-EXIT.
002790     EXIT.

002800*================================================================*
002810*  1300-VALIDATE-PARMS -- THE PERIOD MUST BE A PLAUSIBLE YYYYMM  *
002820*  THAT HAS ALREADY ENDED, AND SOMEONE MUST SIGN THE CLOSE OFF.  *
002830*================================================================*
002840 1300-VALIDATE-PARMS.
002850     IF FIBPCTL-PERIOD NOT NUMERIC
002860         OR FIBPCTL-YYYY NOT > 1900
002870         OR FIBPCTL-MM < 1 OR FIBPCTL-MM > 12
002880         DISPLAY "FIB550 - PERIOD IS NOT A VALID YYYYMM"
002890         MOVE "N" TO FIB55-VALID-SW
002900         MOVE 8 TO RETURN-CODE
002910         MOVE "PERIOD IS NOT A VALID YYYYMM" TO fib55-evt-msg
002920         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002930         GO TO 1300-EXIT
002940     END-IF.
002950     MOVE FIBPCTL-PERIOD TO fib55-period.
002960     IF fib55-period NOT < fib55-this-month
002970         DISPLAY "FIB550 - PERIOD " fib55-period
002980                 " HAS NOT ENDED YET - CLOSE NOT RUN"
002990         MOVE "N" TO FIB55-VALID-SW
003000         MOVE 8 TO RETURN-CODE
003010         MOVE "PERIOD HAS NOT ENDED YET - CLOSE NOT RUN"
003020             TO fib55-evt-msg
003030         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
003040         GO TO 1300-EXIT
003050     END-IF.
003060     IF FIBPCTL-CLOSED-BY = SPACES
003070         DISPLAY "FIB550 - CLOSED-BY OPERATOR ID IS REQUIRED"
003080         MOVE "N" TO FIB55-VALID-SW
003090         MOVE 8 TO RETURN-CODE
003100         MOVE "CLOSED-BY OPERATOR ID IS REQUIRED"
003110             TO fib55-evt-msg
003120         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
003130         GO TO 1300-EXIT
003140     END-IF.
003150     MOVE FIBPCTL-CLOSED-BY TO fib55-closed-by.
003160 1300-EXIT.
003170     EXIT.

003180*================================================================*
003190*  1350-LOG-REJECTION -- EVERY SETUP FAILURE IS THE SAME         *
003200*  SEVERITY AND RETURN CODE; ONLY THE TEXT DIFFERS.              *
003210*================================================================*
003220 1350-LOG-REJECTION.
003230     MOVE "E" TO fib55-evt-severity.
003240     MOVE 8   TO fib55-evt-rc.
003250     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
003260 1350-EXIT.
003270     EXIT.

003280*================================================================*
003290*  1500-CHECK-PRIOR-CLOSE -- A MONTH THAT IS CLOSED, OR WHOSE    *
003300*  REOPEN IS STILL AWAITING APPROVAL, IS NOT CLOSED TWICE.  A    *
003310*  MONTH REOPENED ON FIB830 MAY BE CLOSED AGAIN; ITS REOPEN      *
003320*  HISTORY IS CARRIED ONTO THE NEW PERIOD RECORD.                *
003330*================================================================*
003340 1500-CHECK-PRIOR-CLOSE.
003350     MOVE fib55-period TO FIBPCLS-PERIOD.
003360     MOVE SPACES       TO FIBPCLS-RUN-ID.
003370     READ FIBPCLS-FILE
003380         INVALID KEY
003390             GO TO 1500-EXIT
003400     END-READ.
003410     IF FIBPCLS-REOPENED
003420         SET FIB55-RECLOSE TO TRUE
003430         MOVE FIBPCLS-CLOSE-COUNT TO fib55-prior-close-count
003440         MOVE FIBPCLS-REQ-BY      TO fib55-prior-req-by
003450         MOVE FIBPCLS-REQ-DATE    TO fib55-prior-req-date
003460         MOVE FIBPCLS-REQ-REASON  TO fib55-prior-req-reason
003470         MOVE FIBPCLS-APPR-BY     TO fib55-prior-appr-by
003480         MOVE FIBPCLS-APPR-DATE   TO fib55-prior-appr-date
003490         GO TO 1500-EXIT
003500     END-IF.
003510     MOVE SPACES TO FIBRCAT-RUN-ID.
003520     MOVE 0      TO FIBRCAT-RUN-DATE.
003530     MOVE SPACES TO FIBRCAT-STATUS.
003540     MOVE "L"    TO fib55-condition.
003550     IF FIBPCLS-REOPEN-REQ
003560         MOVE "REOPEN REQUESTED - NOT YET APPROVED"
003570             TO fib55-message
003580     ELSE
003590         MOVE "PERIOD IS ALREADY CLOSED" TO fib55-message
003600     END-IF.
003610     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
003620 1500-EXIT.
003630     EXIT.

003640*================================================================*
003650*  2000-LOAD-CATALOG -- WALK THE WHOLE CATALOG AND TABLE EVERY   *
003660*  FIB100 RECORD DATED IN THE MONTH.  THE CATALOG IS KEYED ON    *
003670*  RUN-ID AHEAD OF DATE, SO ONE MONTH'S RECORDS ARE SPREAD       *
003680*  ACROSS THE FILE AND THE WALK CANNOT START PART WAY.  A MONTH  *
003690*  TOO BIG FOR THE TABLE CANNOT BE CERTIFIED HONESTLY, SO THE    *
003700*  CLOSE IS REFUSED RATHER THAN CERTIFY PART OF IT.              *
003710*================================================================*
003720 2000-LOAD-CATALOG.
003730     MOVE LOW-VALUES TO FIBRCAT-RUN-ID.
003740     MOVE 0          TO FIBRCAT-RUN-DATE.
003750     START FIBRCAT-FILE KEY NOT < FIBRCAT-KEY
003760         INVALID KEY
003770             SET FIB55-CAT-EOF TO TRUE
003780     END-START.
003790     PERFORM 2100-READ-CATALOG THRU 2100-EXIT.
003800     PERFORM 2200-LOAD-ONE-RUN THRU 2200-EXIT
003810         UNTIL FIB55-CAT-EOF OR FIB55-REFUSED.
003820 2000-EXIT.
003830     EXIT.

003840*================================================================*
003850*  2100-READ-CATALOG -- GET THE NEXT CATALOG RECORD.  ONLY END  *
003852*  OF FILE ENDS THE SCAN CLEANLY; ANY OTHER BAD STATUS WOULD     *
003854*  LEAVE THE MONTH PART-TOTALLED, SO THE CLOSE IS REFUSED.       *
003860*================================================================*
003870 2100-READ-CATALOG.
003880     IF FIB55-CAT-EOF
003890         GO TO 2100-EXIT
003900     END-IF.
003910     READ FIBRCAT-FILE NEXT RECORD
003920         AT END
003930             SET FIB55-CAT-EOF TO TRUE
003940     END-READ.
003950     IF FIB55-CAT-EOF OR fib55-rcat-status = "00"
003960         GO TO 2100-EXIT
003970     END-IF.
003971     DISPLAY "FIB550 - FIBRCAT READ FAILED (STATUS "
003972             fib55-rcat-status ") - CLOSE REFUSED".
003973     SET FIB55-CAT-EOF TO TRUE.
003974     MOVE SPACES TO FIBRCAT-RUN-ID.
003975     MOVE 0      TO FIBRCAT-RUN-DATE.
003976     MOVE "L"    TO fib55-condition.
003977     MOVE "RUN CATALOG READ FAILED - NOT TOTALLED"
003978         TO fib55-message.
003979     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
003980 2100-EXIT.
003990     EXIT.

004000*================================================================*
004010*  2200-LOAD-ONE-RUN -- TABLE ONE CATALOG RECORD IF IT IS A      *
004020*  FIB100 RUN OF THE MONTH.                                      *
004030*================================================================*
004040 2200-LOAD-ONE-RUN.
004050     IF FIBRCAT-PROGRAM NOT = "FIB100"
004060         GO TO 2200-NEXT
004070     END-IF.
004080     MOVE FIBRCAT-RUN-DATE TO fib55-test-date.
004090     IF fib55-test-period NOT = fib55-period
004100         GO TO 2200-NEXT
004110     END-IF.
004120     IF fib55-run-used NOT < fib55-run-max
004130         DISPLAY "FIB550 - RUN TABLE FULL AT "
004140                 fib55-run-max " RUNS - CLOSE REFUSED"
004150         MOVE "L" TO fib55-condition
004160         MOVE "MORE RUNS IN MONTH THAN CLOSE CAN HOLD"
004170             TO fib55-message
004180         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
004190         GO TO 2200-EXIT
004200     END-IF.
004210     ADD 1 TO fib55-run-used.
004220     MOVE fib55-run-used    TO ix.
004230     MOVE FIBRCAT-RUN-ID    TO fib55-rt-run-id(ix).
004240     MOVE FIBRCAT-RUN-DATE  TO fib55-rt-run-date(ix).
004250     MOVE FIBRCAT-STATUS    TO fib55-rt-status(ix).
004260     MOVE "N"               TO fib55-rt-trailer(ix).
004270     MOVE SPACE             TO fib55-rt-proof(ix).
004280     MOVE 0                 TO fib55-rt-t-count(ix).
004290     MOVE 0                 TO fib55-rt-t-sum(ix).
004300 2200-NEXT.
004310     PERFORM 2100-READ-CATALOG THRU 2100-EXIT.
004320 2200-EXIT.
004330     EXIT.

004340*================================================================*
004350*  3000-MATCH-TRAILERS -- READ THE FIBHIST MASTER AND HOLD EACH  *
004360*  TRAILER OF THE MONTH AGAINST ITS RUN.  A SAME-DATE RERUN      *
004370*  LEAVES A SECOND GENERATION BEHIND THE FIRST; THE LATER        *
004380*  TRAILER ON THE FILE IS THE ONE THAT COUNTS, AS IN FIB400.     *
004390*================================================================*
004400 3000-MATCH-TRAILERS.
004410     OPEN INPUT FIBHIST-FILE.
004420     IF fib55-hist-status NOT = "00"
004430         DISPLAY "FIB550 - FIBHIST HISTORY MASTER NOT FOUND"
004440         MOVE SPACES TO FIBRCAT-RUN-ID
004450         MOVE 0      TO FIBRCAT-RUN-DATE
004460         MOVE SPACES TO FIBRCAT-STATUS
004470         MOVE "L"    TO fib55-condition
004480         MOVE "FIBHIST HISTORY MASTER NOT FOUND"
004490             TO fib55-message
004500         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
004510         GO TO 3000-EXIT
004520     END-IF.
004530     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
004540     PERFORM 3200-MATCH-ONE-TRAILER THRU 3200-EXIT
004550         UNTIL FIB55-HIST-EOF.
004560     CLOSE FIBHIST-FILE.
004570 3000-EXIT.
004580     EXIT.

004590*================================================================*
004600*  3100-READ-HISTORY -- GET THE NEXT HISTORY RECORD.             *
004610*================================================================*
004620 3100-READ-HISTORY.
004630     READ FIBHIST-FILE
004640         AT END
004650             SET FIB55-HIST-EOF TO TRUE
004660     END-READ.
004670 3100-EXIT.
004680     EXIT.

004690*================================================================*
004700*  3200-MATCH-ONE-TRAILER -- DETAILS ARE PASSED OVER; A TRAILER  *
004710*  OF THE MONTH IS HELD AGAINST THE TABLE ENTRY WITH THE SAME    *
004720*  RUN-ID AND DATE, IF THERE IS ONE.                             *
004730*================================================================*
004740 3200-MATCH-ONE-TRAILER.
004750     IF FIBHIST-T-TYPE NOT = "T"
004760         GO TO 3200-NEXT
004770     END-IF.
004780     IF FIBHIST-T-DATE NOT NUMERIC
004790         GO TO 3200-NEXT
004800     END-IF.
004810     MOVE FIBHIST-T-DATE TO fib55-test-date.
004820     IF fib55-test-period NOT = fib55-period
004830         GO TO 3200-NEXT
004840     END-IF.
004850     PERFORM 3300-HOLD-TRAILER THRU 3300-EXIT
004860         VARYING ix FROM 1 BY 1 UNTIL ix > fib55-run-used.
004870 3200-NEXT.
004880     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
004890 3200-EXIT.
004900     EXIT.

004910*================================================================*
004920*  3300-HOLD-TRAILER -- ONE TABLE ENTRY, INDEXED BY IX.          *
004930*================================================================*
004940 3300-HOLD-TRAILER.
004950     IF fib55-rt-run-id(ix)   NOT = FIBHIST-T-RUN-ID
004960         OR fib55-rt-run-date(ix) NOT = FIBHIST-T-DATE
004970         GO TO 3300-EXIT
004980     END-IF.
004990     MOVE "Y"              TO fib55-rt-trailer(ix).
005000     MOVE FIBHIST-T-COUNT  TO fib55-rt-t-count(ix).
005010     MOVE FIBHIST-T-SUM    TO fib55-rt-t-sum(ix).
005020 3300-EXIT.
005030     EXIT.

005040*================================================================*
005050*  4000-MATCH-PROOFS -- READ THE FIBPLOG PROOF LOG AND HOLD THE  *
005060*  LATEST PROOF RESULT OF EACH RUN OF THE MONTH.  THE LOG IS IN  *
005070*  PROOF ORDER, SO THE LAST RECORD FOR A RUN WINS.  NO LOG AT    *
005080*  ALL MEANS NOTHING HAS BEEN PROVED YET, WHICH IS NOT A FAILED  *
005090*  PROOF.                                                        *
005100*================================================================*
005110 4000-MATCH-PROOFS.
005120     OPEN INPUT FIBPLOG-FILE.
005130     IF fib55-plog-status NOT = "00"
005140         DISPLAY "FIB550 - FIBPLOG PROOF LOG NOT FOUND - NO "
005150                 "PROOF RESULTS CHECKED"
005160         MOVE "W" TO fib55-evt-severity
005170         MOVE 0   TO fib55-evt-rc
005180         MOVE "FIBPLOG PROOF LOG NOT FOUND - NO PROOF RESULTS "
005190              & "CHECKED" TO fib55-evt-msg
005200         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
005210         GO TO 4000-EXIT
005220     END-IF.
005230     PERFORM 4100-READ-PROOF-LOG THRU 4100-EXIT.
005240     PERFORM 4200-MATCH-ONE-PROOF THRU 4200-EXIT
005250         UNTIL FIB55-PLOG-EOF.
005260     CLOSE FIBPLOG-FILE.
005270 4000-EXIT.
005280     EXIT.

005290*================================================================*
005300*  4100-READ-PROOF-LOG -- GET THE NEXT PROOF LOG RECORD.         *
005310*================================================================*
005320 4100-READ-PROOF-LOG.
005330     READ FIBPLOG-FILE
005340         AT END
005350             SET FIB55-PLOG-EOF TO TRUE
005360     END-READ.
005370 4100-EXIT.
005380     EXIT.

005390*================================================================*
005400*  4200-MATCH-ONE-PROOF -- A PROOF OF A GENERATION DATED IN THE  *
005410*  MONTH IS HELD AGAINST ITS RUN.                                *
005420*================================================================*
005430 4200-MATCH-ONE-PROOF.
005440     IF FIBPLOG-GEN-DATE NOT NUMERIC
005450         GO TO 4200-NEXT
005460     END-IF.
005470     MOVE FIBPLOG-GEN-DATE TO fib55-test-date.
005480     IF fib55-test-period NOT = fib55-period
005490         GO TO 4200-NEXT
005500     END-IF.
005510     PERFORM 4300-HOLD-PROOF THRU 4300-EXIT
005520         VARYING ix FROM 1 BY 1 UNTIL ix > fib55-run-used.
005530 4200-NEXT.
005540     PERFORM 4100-READ-PROOF-LOG THRU 4100-EXIT.
005550 4200-EXIT.
005560     EXIT.

005570*================================================================*
005580*  4300-HOLD-PROOF -- ONE TABLE ENTRY, INDEXED BY IX.            *
005590*================================================================*
005600 4300-HOLD-PROOF.
005610     IF fib55-rt-run-id(ix)   NOT = FIBPLOG-RUN-ID
005620         OR fib55-rt-run-date(ix) NOT = FIBPLOG-GEN-DATE
005630         GO TO 4300-EXIT
005640     END-IF.
005650     MOVE FIBPLOG-RESULT TO fib55-rt-proof(ix).
005660 4300-EXIT.
005670     EXIT.

005680*================================================================*
005690*  5000-CHECK-RUNS -- EVERY RUN OF THE MONTH MUST HAVE ENDED     *
005700*  (OR BEEN VOIDED), AN ENDED RUN MUST HAVE ITS TRAILER, AND     *
005710*  ITS LAST PROOF MUST NOT HAVE FAILED.  EVERY RUN THAT BREAKS   *
005720*  A RULE IS NAMED, SO ONE PASS SHOWS ALL THAT MUST BE FIXED.    *
005730*================================================================*
005740 5000-CHECK-RUNS.
005750     PERFORM 5100-CHECK-ONE-RUN THRU 5100-EXIT
005760         VARYING ix FROM 1 BY 1 UNTIL ix > fib55-run-used.
005770 5000-EXIT.
005780     EXIT.

005790*================================================================*
005800*  5100-CHECK-ONE-RUN -- ONE TABLE ENTRY, INDEXED BY IX.         *
005810*================================================================*
005820 5100-CHECK-ONE-RUN.
005830     ADD 1 TO fib55-run-count.
005840     MOVE fib55-rt-run-id(ix)   TO FIBRCAT-RUN-ID.
005850     MOVE fib55-rt-run-date(ix) TO FIBRCAT-RUN-DATE.
005860     MOVE fib55-rt-status(ix)   TO FIBRCAT-STATUS.
005870     IF FIBRCAT-VOIDED
005880         ADD 1 TO fib55-voided-count
005890         GO TO 5100-EXIT
005900     END-IF.
005910     IF FIBRCAT-STARTED
005920         MOVE "S" TO fib55-condition
005930         MOVE "RUN STILL IN STARTED STATUS" TO fib55-message
005940         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005950         GO TO 5100-EXIT
005960     END-IF.
005970     IF NOT FIBRCAT-ENDED
005980         MOVE "S" TO fib55-condition
005990         MOVE "CATALOG STATUS IS NOT S, E OR V"
006000             TO fib55-message
006010         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006020         GO TO 5100-EXIT
006030     END-IF.
006040     IF fib55-rt-trailer(ix) NOT = "Y"
006050         MOVE "T" TO fib55-condition
006060         MOVE "RUN ENDED BUT HAS NO FIBHIST TRAILER"
006070             TO fib55-message
006080         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006090     END-IF.
006100     IF fib55-rt-proof(ix) = "O"
006110         MOVE "P" TO fib55-condition
006120         MOVE "LAST FIB400 PROOF WAS OUT OF BALANCE"
006130             TO fib55-message
006140         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006150     END-IF.
006160 5100-EXIT.
006170     EXIT.

006180*================================================================*
006190*  6000-TOTAL-RUN-IDS -- ROLL THE RUN TABLE UP TO ONE ENTRY PER  *
006200*  RUN-ID.  THE TABLE IS IN CATALOG ORDER, SO A RUN-ID'S RUNS    *
006210*  ARE TOGETHER AND A CHANGE OF RUN-ID STARTS A NEW TOTAL.       *
006220*================================================================*
006230 6000-TOTAL-RUN-IDS.
006240     PERFORM 6100-TOTAL-ONE-RUN THRU 6100-EXIT
006250         VARYING ix FROM 1 BY 1
006260         UNTIL ix > fib55-run-used OR FIB55-REFUSED.
006270 6000-EXIT.
006280     EXIT.

006290*================================================================*
006300*  6100-TOTAL-ONE-RUN -- ADD ONE RUN, INDEXED BY IX, TO ITS      *
006310*  RUN-ID'S TOTAL.  A VOIDED RUN COUNTS AS A RUN BUT ITS         *
006320*  BACKED-OUT TERMS ARE NOT CERTIFIED.                           *
006330*================================================================*
006340 6100-TOTAL-ONE-RUN.
006350     IF fib55-tot-used = 0
006360         PERFORM 6200-START-RUN-ID THRU 6200-EXIT
006370     ELSE
006380         IF fib55-rt-run-id(ix) NOT = fib55-tt-run-id(tx)
006390             PERFORM 6200-START-RUN-ID THRU 6200-EXIT
006400         END-IF
006410     END-IF.
006420     IF FIB55-REFUSED
006430         GO TO 6100-EXIT
006440     END-IF.
006450     ADD 1 TO fib55-tt-runs(tx).
006460     MOVE fib55-rt-run-date(ix) TO fib55-tt-last-date(tx).
006470     IF fib55-rt-status(ix) = "V"
006480         ADD 1 TO fib55-tt-voided(tx)
006490         GO TO 6100-EXIT
006500     END-IF.
006510     ADD fib55-rt-t-count(ix) TO fib55-tt-terms(tx).
006520     ADD fib55-rt-t-count(ix) TO fib55-term-count.
006530     ADD fib55-rt-t-sum(ix) TO fib55-tt-t-sum(tx)
006540         ON SIZE ERROR
006550             MOVE fib55-rt-run-id(ix)   TO FIBRCAT-RUN-ID
006560             MOVE fib55-rt-run-date(ix) TO FIBRCAT-RUN-DATE
006570             MOVE fib55-rt-status(ix)   TO FIBRCAT-STATUS
006580             MOVE "L" TO fib55-condition
006590             MOVE "RUN-ID CONTROL TOTAL OVERFLOWS 38 DIGITS"
006600                 TO fib55-message
006610             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006620     END-ADD.
006630 6100-EXIT.
006640     EXIT.

006650*================================================================*
006660*  6200-START-RUN-ID -- OPEN A NEW RUN-ID TOTAL FOR THE RUN      *
006670*  INDEXED BY IX.                                                *
006680*================================================================*
006690 6200-START-RUN-ID.
006700     IF fib55-tot-used NOT < fib55-tot-max
006710         DISPLAY "FIB550 - RUN-ID TABLE FULL AT "
006720                 fib55-tot-max " RUN-IDS - CLOSE REFUSED"
006730         MOVE SPACES TO FIBRCAT-RUN-ID
006740         MOVE 0      TO FIBRCAT-RUN-DATE
006750         MOVE SPACES TO FIBRCAT-STATUS
006760         MOVE "L" TO fib55-condition
006770         MOVE "MORE RUN-IDS IN MONTH THAN CLOSE HOLDS"
006780             TO fib55-message
006790         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006800         GO TO 6200-EXIT
006810     END-IF.
006820     ADD 1 TO fib55-tot-used.
006830     MOVE fib55-tot-used        TO tx.
006840     MOVE fib55-rt-run-id(ix)   TO fib55-tt-run-id(tx).
006850     MOVE 0                     TO fib55-tt-runs(tx).
006860     MOVE 0                     TO fib55-tt-voided(tx).
006870     MOVE 0                     TO fib55-tt-terms(tx).
006880     MOVE 0                     TO fib55-tt-t-sum(tx).
006890     MOVE fib55-rt-run-date(ix) TO fib55-tt-first-date(tx).
006900     MOVE fib55-rt-run-date(ix) TO fib55-tt-last-date(tx).
006910 6200-EXIT.
006920     EXIT.

006930*================================================================*
006940*  7000-WRITE-CLOSE -- RECORD THE CLOSE ON THE PERIOD-CLOSE      *
006950*  MASTER AND PRINT ONE CERTIFICATE LINE PER RUN-ID.  A RE-CLOSE *
006960*  FIRST CLEARS THE RUN RECORDS OF THE EARLIER CLOSE, SO A       *
006970*  RUN-ID BACKED OUT WHILE THE MONTH WAS OPEN DOES NOT LINGER.   *
006980*================================================================*
006990 7000-WRITE-CLOSE.
007000     IF FIB55-RECLOSE
007010         PERFORM 7100-CLEAR-RUN-RECORDS THRU 7100-EXIT
007020     END-IF.
007030     MOVE SPACES               TO FIBPCLS-RECORD.
007040     MOVE fib55-period         TO FIBPCLS-PERIOD.
007050     MOVE SPACES               TO FIBPCLS-RUN-ID.
007060     SET FIBPCLS-PERIOD-REC    TO TRUE.
007070     SET FIBPCLS-CLOSED        TO TRUE.
007080     MOVE fib55-closed-by      TO FIBPCLS-CLOSED-BY.
007090     MOVE fib55-run-date       TO FIBPCLS-CLOSE-DATE.
007100     MOVE fib55-run-time       TO FIBPCLS-CLOSE-TIME.
007110     COMPUTE FIBPCLS-CLOSE-COUNT = fib55-prior-close-count + 1.
007120     MOVE fib55-tot-used       TO FIBPCLS-RUNID-COUNT.
007130     MOVE fib55-run-count      TO FIBPCLS-RUN-COUNT.
007140     MOVE fib55-voided-count   TO FIBPCLS-VOIDED-COUNT.
007150     MOVE fib55-term-count     TO FIBPCLS-TERM-COUNT.
007160     MOVE fib55-prior-req-by     TO FIBPCLS-REQ-BY.
007170     MOVE fib55-prior-req-date   TO FIBPCLS-REQ-DATE.
007180     MOVE fib55-prior-req-reason TO FIBPCLS-REQ-REASON.
007190     MOVE fib55-prior-appr-by    TO FIBPCLS-APPR-BY.
007200     MOVE fib55-prior-appr-date  TO FIBPCLS-APPR-DATE.
007210     IF FIB55-RECLOSE
007220         REWRITE FIBPCLS-RECORD
007230             INVALID KEY
007240                 PERFORM 7300-WRITE-FAILED THRU 7300-EXIT
007250         END-REWRITE
007260     ELSE
007270         WRITE FIBPCLS-RECORD
007280             INVALID KEY
007290                 PERFORM 7300-WRITE-FAILED THRU 7300-EXIT
007300         END-WRITE
007310     END-IF.
007320     IF FIB55-REFUSED
007330         GO TO 7000-EXIT
007340     END-IF.
007350     PERFORM 7200-WRITE-ONE-RUN-ID THRU 7200-EXIT
007360         VARYING tx FROM 1 BY 1
007370         UNTIL tx > fib55-tot-used OR FIB55-REFUSED.
007380 7000-EXIT.
007390     EXIT.

007400*================================================================*
007410*  7100-CLEAR-RUN-RECORDS -- DELETE THE EARLIER CLOSE'S RUN      *
007420*  RECORDS.  THEY FOLLOW THE PERIOD RECORD IN KEY ORDER.         *
007430*================================================================*
007440 7100-CLEAR-RUN-RECORDS.
007450     MOVE "N"          TO FIB55-PCLS-EOF-SW.
007460     MOVE fib55-period TO FIBPCLS-PERIOD.
007470     MOVE SPACES       TO FIBPCLS-RUN-ID.
007480     START FIBPCLS-FILE KEY > FIBPCLS-KEY
007490         INVALID KEY
007500             SET FIB55-PCLS-EOF TO TRUE
007510     END-START.
007520     PERFORM 7150-DELETE-ONE-RUN THRU 7150-EXIT
007530         UNTIL FIB55-PCLS-EOF.
007540     MOVE fib55-period TO FIBPCLS-PERIOD.
007550     MOVE SPACES       TO FIBPCLS-RUN-ID.
007560     READ FIBPCLS-FILE
007570         INVALID KEY
007580             MOVE "N" TO FIB55-REOPENED-SW
007590     END-READ.
007600 7100-EXIT.
007610     EXIT.

007620*================================================================*
007630*  7150-DELETE-ONE-RUN -- READ THE NEXT RECORD AND DELETE IT IF  *
007640*  IT STILL BELONGS TO THE PERIOD.                               *
007650*================================================================*
007660 7150-DELETE-ONE-RUN.
007670     READ FIBPCLS-FILE NEXT RECORD
007680         AT END
007690             SET FIB55-PCLS-EOF TO TRUE
007700             GO TO 7150-EXIT
007710     END-READ.
007720     IF fib55-pcls-status NOT = "00"
007730         OR FIBPCLS-PERIOD NOT = fib55-period
007740         SET FIB55-PCLS-EOF TO TRUE
007750         GO TO 7150-EXIT
007760     END-IF.
007770     DELETE FIBPCLS-FILE RECORD
007780         INVALID KEY
007790             SET FIB55-PCLS-EOF TO TRUE
007800     END-DELETE.
007810 7150-EXIT.
007820     EXIT.

007830*================================================================*
007840*  7200-WRITE-ONE-RUN-ID -- ONE RUN RECORD AND ONE CERTIFICATE   *
007850*  LINE FOR THE RUN-ID TOTAL INDEXED BY TX.                      *
007860*================================================================*
007870 7200-WRITE-ONE-RUN-ID.
007880     MOVE SPACES                  TO FIBPCLS-RECORD.
007890     MOVE fib55-period            TO FIBPCLS-PERIOD.
007900     MOVE fib55-tt-run-id(tx)     TO FIBPCLS-RUN-ID.
007910     SET FIBPCLS-RUN-REC          TO TRUE.
007920     MOVE fib55-tt-runs(tx)       TO FIBPCLS-R-RUNS.
007930     MOVE fib55-tt-voided(tx)     TO FIBPCLS-R-VOIDED.
007940     MOVE fib55-tt-terms(tx)      TO FIBPCLS-R-TERMS.
007950     MOVE fib55-tt-t-sum(tx)      TO FIBPCLS-R-T-SUM.
007960     MOVE fib55-tt-first-date(tx) TO FIBPCLS-R-FIRST-DATE.
007970     MOVE fib55-tt-last-date(tx)  TO FIBPCLS-R-LAST-DATE.
007980     WRITE FIBPCLS-RECORD
007990         INVALID KEY
008000             PERFORM 7300-WRITE-FAILED THRU 7300-EXIT
008010             GO TO 7200-EXIT
008020     END-WRITE.
008030     MOVE SPACES                  TO FIBPRPT-DETAIL-REC.
008040     MOVE "D"                     TO FIBPRPT-D-TYPE.
008050     MOVE fib55-tt-run-id(tx)     TO FIBPRPT-D-RUN-ID.
008060     MOVE fib55-tt-runs(tx)       TO FIBPRPT-D-RUNS.
008070     MOVE fib55-tt-voided(tx)     TO FIBPRPT-D-VOIDED.
008080     MOVE fib55-tt-terms(tx)      TO FIBPRPT-D-TERMS.
008090     MOVE fib55-tt-t-sum(tx)      TO FIBPRPT-D-T-SUM.
008100     WRITE FIBPRPT-DETAIL-REC.
008110 7200-EXIT.
008120     EXIT.

008130*================================================================*
008140*  7300-WRITE-FAILED -- THE MASTER REFUSED A WRITE.  THE CLOSE   *
008150*  IS REPORTED AS REFUSED SO NOBODY TRUSTS A PART-WRITTEN        *
008160*  CERTIFICATE; THE PERIOD MUST BE PUT RIGHT BEFORE A RERUN.     *
008170*================================================================*
008180 7300-WRITE-FAILED.
008190     DISPLAY "FIB550 - FIBPCLS WRITE FAILED, STATUS "
008200             fib55-pcls-status " - CLOSE INCOMPLETE".
008210     MOVE FIBPCLS-RUN-ID TO FIBRCAT-RUN-ID.
008220     MOVE 0              TO FIBRCAT-RUN-DATE.
008230     MOVE SPACES         TO FIBRCAT-STATUS.
008240     MOVE "L" TO fib55-condition.
008250     MOVE "FIBPCLS WRITE FAILED - CLOSE INCOMPLETE"
008260         TO fib55-message.
008270     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
008280 7300-EXIT.
008290     EXIT.

008300*================================================================*
008310*  8000-WRITE-EXCEPTION -- NAME ONE REASON THE CLOSE IS REFUSED. *
008320*  THE CALLER SETS THE CONDITION AND MESSAGE; THE RUN-ID, DATE   *
008330*  AND STATUS COME FROM THE CATALOG RECORD AREA.                 *
008340*================================================================*
008350 8000-WRITE-EXCEPTION.
008360     MOVE SPACES             TO FIBPRPT-EXCEPTION-REC.
008370     MOVE "X"                TO FIBPRPT-X-TYPE.
008380     MOVE fib55-condition    TO FIBPRPT-X-CONDITION.
008390     MOVE FIBRCAT-RUN-ID     TO FIBPRPT-X-RUN-ID.
008400     MOVE FIBRCAT-RUN-DATE   TO FIBPRPT-X-RUN-DATE.
008410     MOVE FIBRCAT-STATUS     TO FIBPRPT-X-CAT-STATUS.
008420     MOVE fib55-message      TO FIBPRPT-X-MESSAGE.
008430     WRITE FIBPRPT-EXCEPTION-REC.
008440     ADD 1 TO fib55-excp-count.
008450     SET FIB55-REFUSED TO TRUE.
008460 8000-EXIT.
008470     EXIT.

008480*================================================================*
008490*  9000-TERMINATE -- WRITE THE CERTIFICATE TRAILER, CLOSE        *
008500*  EVERYTHING AND SET THE RETURN CODE.  AN APPLIED CLOSE IS      *
008510*  LOGGED AS A WARNING SO AUDIT SEES WHO CLOSED WHICH MONTH.     *
008520*================================================================*
008530 9000-TERMINATE.
008540     MOVE SPACES TO FIBPRPT-TRAILER-REC.
008550     MOVE "T"                  TO FIBPRPT-T-TYPE.
008560     MOVE fib55-tot-used       TO FIBPRPT-T-RUNID-COUNT.
008570     MOVE fib55-run-count      TO FIBPRPT-T-RUN-COUNT.
008580     MOVE fib55-voided-count   TO FIBPRPT-T-VOIDED-COUNT.
008590     MOVE fib55-excp-count     TO FIBPRPT-T-EXCP-COUNT.
008600     MOVE fib55-term-count     TO FIBPRPT-T-TERM-COUNT.
008610     IF FIB55-REFUSED
008620         MOVE "CLOSE REFUSED"  TO FIBPRPT-T-STATUS
008630     ELSE
008640         MOVE "PERIOD CLOSED"  TO FIBPRPT-T-STATUS
008650     END-IF.
008660     WRITE FIBPRPT-TRAILER-REC.
008670     CLOSE FIBRCAT-FILE.
008680     CLOSE FIBPCLS-FILE.
008690     CLOSE FIBPRPT-FILE.
008700     MOVE SPACES TO fib55-evt-msg.
008710     EVALUATE TRUE
008720         WHEN FIB55-REFUSED
008730             MOVE 8 TO RETURN-CODE
008740             MOVE "E" TO fib55-evt-severity
008750             MOVE 8   TO fib55-evt-rc
008760             STRING "PERIOD " DELIMITED BY SIZE
008770                    fib55-period DELIMITED BY SIZE
008780                    " CLOSE REFUSED - SEE FIBPRPT EXCEPTIONS"
008790                        DELIMITED BY SIZE
008800                 INTO fib55-evt-msg
008810             END-STRING
008820         WHEN fib55-run-count = 0
008830             MOVE 4 TO RETURN-CODE
008840             MOVE "W" TO fib55-evt-severity
008850             MOVE 4   TO fib55-evt-rc
008860             STRING "PERIOD " DELIMITED BY SIZE
008870                    fib55-period DELIMITED BY SIZE
008880                    " CLOSED BY " DELIMITED BY SIZE
008890                    fib55-closed-by DELIMITED BY SPACE
008900                    " - NO FIB100 RUNS IN MONTH" DELIMITED BY SIZE
008910                 INTO fib55-evt-msg
008920             END-STRING
008930         WHEN OTHER
008940             MOVE 0 TO RETURN-CODE
008950             MOVE "W" TO fib55-evt-severity
008960             MOVE 0   TO fib55-evt-rc
008970             STRING "PERIOD " DELIMITED BY SIZE
008980                    fib55-period DELIMITED BY SIZE
008990                    " CLOSED BY " DELIMITED BY SIZE
009000                    fib55-closed-by DELIMITED BY SPACE
009010                 INTO fib55-evt-msg
009020             END-STRING
009030     END-EVALUATE.
009040     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
009050     DISPLAY "FIB550 - PERIOD " fib55-period " "
009060             FIBPRPT-T-STATUS " - "
009070             fib55-run-count " RUN(S), "
009080             fib55-tot-used " RUN-ID(S), "
009090             fib55-excp-count " EXCEPTION(S)".
009100 9000-EXIT.
009110     EXIT.

009120*================================================================*
009130*  9800-LOG-EVENT -- APPEND ONE EVENT TO THE COMMON FIBEVLOG     *
009140*  EVENT LOG.  THE LOG IS OPENED PER EVENT SO AN ERROR PATH      *
009150*  NEVER DEPENDS ON HOW FAR INITIALIZATION GOT.  THE CLOSE IS    *
009160*  CROSS-RUN WORK, SO ITS EVENTS CARRY A BLANK RUN-ID.           *
009170*================================================================*
009180 9800-LOG-EVENT.
009190     ACCEPT fib55-evt-date FROM DATE YYYYMMDD.
009200     ACCEPT fib55-evt-time FROM TIME.
009210     OPEN EXTEND FIBEVLOG-FILE.
009220     MOVE SPACES TO FIBEVT-RECORD.
009230     MOVE "FIB550"            TO FIBEVT-PROGRAM.
009240     MOVE SPACES              TO FIBEVT-RUN-ID.
009250     MOVE fib55-evt-date      TO FIBEVT-DATE.
009260     MOVE fib55-evt-time      TO FIBEVT-TIME.
009270     MOVE fib55-evt-severity  TO FIBEVT-SEVERITY.
009280     MOVE fib55-evt-rc        TO FIBEVT-RETURN-CODE.
009290     MOVE fib55-evt-msg       TO FIBEVT-MESSAGE.
009300     WRITE FIBEVT-RECORD.
009310     CLOSE FIBEVLOG-FILE.
009320 9800-EXIT.
009330     EXIT.

009340*================================================================*
009350*  9999-EXIT -- SINGLE PROGRAM EXIT POINT.                       *
009360*================================================================*
009370 9999-EXIT.
009380     STOP RUN.
