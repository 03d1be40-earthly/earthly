000010*================================================================*
000020*  PROGRAM:      FIB580                                          *
000030*  AUTHOR:       R SANDERSON                                     *
000040*  INSTALLATION: OPERATIONS SYSTEMS GROUP                        *
000050*  DATE-WRITTEN: 2026-10-14                                      *
000060*                                                                *
000070*  PURPOSE.                                                      *
000080*      MONTH-END USAGE AND CHARGEBACK BY OWNING DEPARTMENT.  THE *
000090*      MACHINE TIME AND STORAGE BEHIND THE FIB100, FIB300 AND    *
000100*      FIB900 RUNS HAVE ALWAYS COME OUT OF THE OPERATIONS        *
000110*      BUDGET.  THE FIBUCTL CONTROL RECORD NAMES THE MONTH       *
000120*      (YYYYMM), THE OPERATIONS COST CENTER TO BE CREDITED AND   *
000130*      THE GL ACCOUNT.  THE PROGRAM WALKS THE FIBRCAT RUN        *
000140*      CATALOG FOR EVERY RECORD DATED IN THE MONTH AND TOTALS,   *
000150*      PER RUN-ID AND PROGRAM, THE RUNS EXECUTED, THE RERUNS     *
000160*      (RESTART FLAG "Y"), THE VOIDED (BACKED-OUT) RUNS, THE     *
000170*      TERMS WRITTEN AND THE ELAPSED SECONDS.  EACH RUN-ID IS    *
000180*      PRICED FROM THE FIBRATE RATE TABLE BY ITS PROGRAM, LOOKED *
000190*      UP ON THE FIBOWNR OWNERSHIP MASTER (MAINTAINED ON FIB860) *
000200*      AND CHARGED TO ITS DEPARTMENT'S COST CENTER.  THE FIBURPT *
000210*      CHARGEBACK REPORT LISTS EVERY DEPARTMENT WITH ITS RUN-IDS *
000220*      AND SUBTOTAL, THEN EVERY RUN-ID WITH NO OWNER - PRICED    *
000230*      BUT NOT CHARGED - SO NOTHING DROPS OUT UNSEEN.  THE       *
000240*      FIBJRNL JOURNAL CARRIES ONE DEBIT PER CHARGED COST CENTER *
000250*      AND ONE OFFSETTING CREDIT TO OPERATIONS FOR THE GENERAL   *
000260*      LEDGER.                                                   *
000270*                                                                *
000280*      A STARTED RECORD (A RUN THAT DIED) COUNTS AS A RUN BUT    *
000290*      HAS NO END TIME OR TERMS TO CHARGE.  A VOIDED RUN DID ITS *
000300*      WORK BEFORE IT WAS BACKED OUT, SO ITS TERMS AND TIME ARE  *
000310*      CHARGED AS WELL AS THE VOID SURCHARGE.  A SAME-DAY RERUN  *
000320*      REWRITES ITS CATALOG RECORD, SO ONLY THE LAST ATTEMPT OF  *
000330*      THE DAY IS SEEN HERE.                                     *
000331*                                                                *
000332*      A PARTITIONED FIB900 BATCH IS CHARGED ONCE, UNDER RUN-ID  *
000333*      FIB900: THE PARENT RECORD FIB910 WRITES (PARM "PARTS=")   *
000334*      COUNTS AS THE RUN BUT ADDS NO TERMS OR TIME, AND THE      *
000335*      FIB9P01-FIB9P99 PARTITION RECORDS ADD THEIR TERMS AND     *
000336*      TIME TO FIB900 WITHOUT COUNTING AS RUNS OF THEIR OWN, SO  *
000337*      THE BATCH IS PRICED AND OWNED AS FIB900.                  *
000340*                                                                *
000350*      RETURN CODES FOLLOW THE SUITE-WIDE SCHEME:                *
000360*        0   CHARGEBACK PRODUCED, EVERY RUN-ID HAS AN OWNER      *
000370*        4   CHARGEBACK PRODUCED, BUT RUN-IDS WITH NO OWNER WERE *
000380*            LISTED AND NOT CHARGED, OR THE MONTH HELD NO RUNS   *
000390*        8   CONTROL RECORD OR RATE TABLE REJECTED, A FILE COULD *
000400*            NOT BE OPENED, OR THE MONTH WAS TOO BIG TO PRICE -  *
000410*            NO JOURNAL LINES ARE WRITTEN                        *
000420*------------------------------------------------------------------
000430*  MOD LOG
000440*  2026-10-14  RLS  ORIGINAL PROGRAM.
000443*  2026-10-15  RLS  CHARGE A PARTITIONED FIB900 BATCH ONCE, UNDER
000446*              FIB900, FROM ITS PARTITION RECORDS' TERMS AND TIME.
000450*================================================================*
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.                  FIB580.
000480 AUTHOR.                      R SANDERSON.
000490 INSTALLATION.                OPERATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.                2026-10-14.
000510 DATE-COMPILED.

000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.             IBM-370.
000550 OBJECT-COMPUTER.             IBM-370.

000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT FIBUCTL-FILE      ASSIGN       TO "FIBUCTL"
000590                               ORGANIZATION IS LINE SEQUENTIAL
000600                               FILE STATUS IS fib58-uctl-status.

000610     SELECT FIBRATE-FILE      ASSIGN       TO "FIBRATE"
000620                               ORGANIZATION IS LINE SEQUENTIAL
000630                               FILE STATUS IS fib58-rate-status.

000640     SELECT FIBRCAT-FILE      ASSIGN       TO "FIBRCAT"
000650                               ORGANIZATION IS INDEXED
000660                               ACCESS MODE  IS DYNAMIC
000670                               RECORD KEY   IS FIBRCAT-KEY
000680                               FILE STATUS  IS fib58-rcat-status.

000690     SELECT FIBOWNR-FILE      ASSIGN       TO "FIBOWNR"
000700                               ORGANIZATION IS INDEXED
000710                               ACCESS MODE  IS RANDOM
000720                               RECORD KEY   IS FIBOWNR-RUN-ID
000730                               FILE STATUS  IS fib58-ownr-status.

000740     SELECT FIBURPT-FILE      ASSIGN       TO "FIBURPT"
000750                               ORGANIZATION IS LINE SEQUENTIAL.

000760     SELECT FIBJRNL-FILE      ASSIGN       TO "FIBJRNL"
000770                               ORGANIZATION IS LINE SEQUENTIAL.

000780     SELECT FIBEVLOG-FILE     ASSIGN       TO "FIBEVLOG"
000790                               ORGANIZATION IS LINE SEQUENTIAL.

000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  FIBUCTL-FILE.
000830     COPY FIBUCTL.

000840 FD  FIBRATE-FILE.
000850     COPY FIBRATE.

000860 FD  FIBRCAT-FILE.
000870     COPY FIBRCAT.

000880 FD  FIBOWNR-FILE.
000890     COPY FIBOWNR.

000900 FD  FIBURPT-FILE.
000910     COPY FIBURPT.

000920 FD  FIBJRNL-FILE.
000930     COPY FIBJRNL.

000940 FD  FIBEVLOG-FILE.
000950     COPY FIBEVT.

000960 WORKING-STORAGE SECTION.
000970*----------------------------------------------------------------*
000980*  SWITCHES                                                      *
000990*----------------------------------------------------------------*
001000 01  FIB58-VALID-SW            PIC X(01) VALUE "Y".
001010     88  FIB58-VALID           VALUE "Y".
001020 01  FIB58-CAT-EOF-SW          PIC X(01) VALUE "N".
001030     88  FIB58-CAT-EOF         VALUE "Y".
001040 01  FIB58-RATE-EOF-SW         PIC X(01) VALUE "N".
001050     88  FIB58-RATE-EOF        VALUE "Y".
001060 01  FIB58-DEPTS-DONE-SW       PIC X(01) VALUE "N".
001070     88  FIB58-DEPTS-DONE      VALUE "Y".
001072 01  FIB58-BATCH-SW            PIC X(01) VALUE SPACE.
001074     88  FIB58-BATCH-PARENT    VALUE "P".
001076     88  FIB58-BATCH-PART      VALUE "S".

001080 01  fib58-uctl-status         PIC X(02) VALUE "00".
001090 01  fib58-rate-status         PIC X(02) VALUE "00".
001100 01  fib58-rcat-status         PIC X(02) VALUE "00".
001110 01  fib58-ownr-status         PIC X(02) VALUE "00".

001120*----------------------------------------------------------------*
001130*  CHARGEBACK WORKING FIELDS                                     *
001140*----------------------------------------------------------------*
001150 01  fib58-run-date            PIC 9(08) VALUE 0.
001160 01  fib58-this-month          PIC 9(06) VALUE 0.
001170 01  fib58-period              PIC 9(06) VALUE 0.
001180 01  fib58-ops-center          PIC X(10) VALUE SPACES.
001190 01  fib58-gl-account          PIC X(08) VALUE SPACES.
001200 01  fib58-test-date           PIC 9(08) VALUE 0.
001210 01  fib58-test-parts REDEFINES fib58-test-date.
001220     05  fib58-test-period     PIC 9(06).
001230     05  fib58-test-dd         PIC 9(02).
001240 01  fib58-time-parts.
001250     05  fib58-tp-hh           PIC 9(02).
001260     05  fib58-tp-mm           PIC 9(02).
001270     05  fib58-tp-ss           PIC 9(02).
001280     05  fib58-tp-cc           PIC 9(02).
001290 01  fib58-start-seconds       PIC S9(07) COMP VALUE 0.
001300 01  fib58-end-seconds         PIC S9(07) COMP VALUE 0.
001310 01  fib58-elapsed             PIC S9(07) COMP VALUE 0.
001320 01  fib58-charge              PIC 9(09)V9(02) VALUE 0.
001330 01  fib58-catalog-count       PIC 9(07) VALUE 0.
001340 01  fib58-charged-total       PIC 9(11)V9(02) VALUE 0.
001350 01  fib58-charged-count       PIC 9(05) VALUE 0.
001360 01  fib58-unowned-count       PIC 9(05) VALUE 0.
001370 01  fib58-unowned-charge      PIC 9(11)V9(02) VALUE 0.
001380 01  fib58-journal-lines       PIC 9(05) VALUE 0.
001390 01  fib58-low-key.
001400     05  fib58-low-dept        PIC X(08).
001410     05  fib58-low-cc          PIC X(10).
001420 01  fib58-find-program        PIC X(08) VALUE SPACES.
001430 01  fib58-hit                 PIC S9(05) COMP VALUE 0.
001431 01  fib58-tally-run-id        PIC X(08) VALUE SPACES.
001432 01  fib58-tally-parts REDEFINES fib58-tally-run-id.
001433     05  fib58-tally-prefix    PIC X(05).
001434     05  fib58-tally-part      PIC X(02).
001435     05  FILLER                PIC X(01).

001440*----------------------------------------------------------------*
001450*  RATE TABLE - LOADED FROM FIBRATE.  THE "DEFAULT" ENTRY        *
001460*  PRICES ANY PROGRAM WITHOUT ONE OF ITS OWN.                    *
001470*----------------------------------------------------------------*
001480 01  fib58-rate-max            PIC S9(05) COMP VALUE 20.
001490 01  fib58-rate-used           PIC S9(05) COMP VALUE 0.
001500 01  fib58-default-rx          PIC S9(05) COMP VALUE 0.
001510 01  fib58-rate-table.
001520     05  fib58-rate-entry      OCCURS 20 TIMES.
001530         10  fib58-rr-program      PIC X(08).
001540         10  fib58-rr-per-run      PIC 9(05)V9(02).
001550         10  fib58-rr-per-rerun    PIC 9(05)V9(02).
001560         10  fib58-rr-per-void     PIC 9(05)V9(02).
001570         10  fib58-rr-per-kterms   PIC 9(05)V9(04).
001580         10  fib58-rr-per-second   PIC 9(03)V9(04).
001590 01  rx                        PIC S9(05) COMP VALUE 0.

001600*----------------------------------------------------------------*
001610*  RUN-ID TABLE - ONE ENTRY PER RUN-ID AND PROGRAM SEEN IN THE   *
001620*  MONTH, IN CATALOG KEY ORDER, WITH ITS USAGE, ITS PRICE AND    *
001630*  THE DEPARTMENT ENTRY IT IS CHARGED TO (ZERO WHEN UNOWNED).    *
001640*----------------------------------------------------------------*
001650 01  fib58-run-max             PIC S9(05) COMP VALUE 500.
001660 01  fib58-run-used            PIC S9(05) COMP VALUE 0.
001670 01  fib58-run-table.
001680     05  fib58-run-entry       OCCURS 500 TIMES.
001690         10  fib58-rt-run-id       PIC X(08).
001700         10  fib58-rt-program      PIC X(08).
001710         10  fib58-rt-rx           PIC S9(05) COMP.
001720         10  fib58-rt-dx           PIC S9(05) COMP.
001730         10  fib58-rt-runs         PIC 9(05).
001740         10  fib58-rt-reruns       PIC 9(05).
001750         10  fib58-rt-voided       PIC 9(05).
001760         10  fib58-rt-terms        PIC 9(09).
001770         10  fib58-rt-seconds      PIC 9(08).
001780         10  fib58-rt-charge       PIC 9(09)V9(02).
001790 01  ix                        PIC S9(05) COMP VALUE 0.

001800*----------------------------------------------------------------*
001810*  DEPARTMENT TABLE - ONE ENTRY PER OWNING DEPARTMENT AND COST   *
001820*  CENTER, WITH ITS TOTALS.  ENTRIES ARE REPORTED IN ASCENDING   *
001830*  DEPARTMENT ORDER BY REPEATEDLY PICKING THE LOWEST NOT YET     *
001840*  REPORTED, SO NO SORT IS NEEDED.                               *
001850*----------------------------------------------------------------*
001860 01  fib58-dept-max            PIC S9(05) COMP VALUE 200.
001870 01  fib58-dept-used           PIC S9(05) COMP VALUE 0.
001880 01  fib58-dept-table.
001890     05  fib58-dept-entry      OCCURS 200 TIMES.
001900         10  fib58-dt-key.
001910             15  fib58-dt-dept     PIC X(08).
001920             15  fib58-dt-cc       PIC X(10).
001930         10  fib58-dt-name         PIC X(24).
001940         10  fib58-dt-done         PIC X(01).
001950         10  fib58-dt-run-ids      PIC 9(05).
001960         10  fib58-dt-runs         PIC 9(05).
001970         10  fib58-dt-reruns       PIC 9(05).
001980         10  fib58-dt-voided       PIC 9(05).
001990         10  fib58-dt-terms        PIC 9(09).
002000         10  fib58-dt-seconds      PIC 9(09).
002010         10  fib58-dt-charge       PIC 9(11)V9(02).
002020 01  dx                        PIC S9(05) COMP VALUE 0.

002030*----------------------------------------------------------------*
002040*  EVENT-LOG FIELDS - SET BEFORE EACH PERFORM OF 9800-LOG-EVENT. *
002050*----------------------------------------------------------------*
002060 01  fib58-evt-severity        PIC X(01) VALUE SPACES.
002070 01  fib58-evt-rc              PIC 9(02) VALUE 0.
002080 01  fib58-evt-msg             PIC X(60) VALUE SPACES.
002090 01  fib58-evt-date            PIC 9(08) VALUE 0.
002100 01  fib58-evt-time            PIC 9(08) VALUE 0.

002110 PROCEDURE DIVISION.
002120*================================================================*
002130*  0000-MAINLINE                                                 *
002140*================================================================*
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002170     IF NOT FIB58-VALID
002180         GO TO 9999-EXIT
002190     END-IF.
002200     PERFORM 2000-LOAD-USAGE        THRU 2000-EXIT.
002210     IF FIB58-VALID
002220         PERFORM 3000-OWN-AND-PRICE THRU 3000-EXIT
002230     END-IF.
002240     IF FIB58-VALID
002250         PERFORM 5000-REPORT-DEPTS  THRU 5000-EXIT
002260         PERFORM 6000-REPORT-UNOWNED THRU 6000-EXIT
002270         PERFORM 7000-WRITE-CREDIT  THRU 7000-EXIT
002280     END-IF.
002290     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
002300     GO TO 9999-EXIT.

002310*================================================================*
002320*  1000-INITIALIZE -- READ AND VALIDATE THE CONTROL RECORD, LOAD *
002330*  THE RATE TABLE, OPEN THE CATALOG AND THE OWNERSHIP MASTER,    *
002340*  AND WRITE THE REPORT AND JOURNAL HEADERS.                     *
002350*================================================================*
002360 1000-INITIALIZE.
002370     ACCEPT fib58-run-date FROM DATE YYYYMMDD.
002380     MOVE fib58-run-date TO fib58-test-date.
002390     MOVE fib58-test-period TO fib58-this-month.
002400     OPEN INPUT FIBUCTL-FILE.
002410     IF fib58-uctl-status NOT = "00"
002420         DISPLAY "FIB580 - FIBUCTL CONTROL FILE EMPTY OR MISSING"
002430         MOVE "N" TO FIB58-VALID-SW
002440         MOVE 8 TO RETURN-CODE
002450         MOVE "FIBUCTL CONTROL FILE EMPTY OR MISSING"
002460             TO fib58-evt-msg
002470         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002480         GO TO 1000-EXIT
002490     END-IF.
002500     READ FIBUCTL-FILE
002510         AT END
002520             MOVE "N" TO FIB58-VALID-SW
002530     END-READ.
002540     CLOSE FIBUCTL-FILE.
002550     IF NOT FIB58-VALID
002560         DISPLAY "FIB580 - FIBUCTL CONTROL FILE EMPTY OR MISSING"
002570         MOVE 8 TO RETURN-CODE
002580         MOVE "FIBUCTL CONTROL FILE EMPTY OR MISSING"
002590             TO fib58-evt-msg
002600         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002610         GO TO 1000-EXIT
002620     END-IF.

002630     PERFORM 1300-VALIDATE-PARMS THRU 1300-EXIT.
002640     IF NOT FIB58-VALID
002650         GO TO 1000-EXIT
002660     END-IF.

002670     PERFORM 1400-LOAD-RATES THRU 1400-EXIT.
002680     IF NOT FIB58-VALID
002690         GO TO 1000-EXIT
002700     END-IF.

002710     OPEN INPUT FIBRCAT-FILE.
002720     IF fib58-rcat-status NOT = "00"
002730         DISPLAY "FIB580 - FIBRCAT RUN CATALOG NOT FOUND - "
002740                 "RUN FIBRCATA TO DEFINE THE CLUSTER FIRST"
002750         MOVE "N" TO FIB58-VALID-SW
002760         MOVE 8 TO RETURN-CODE
002770         MOVE "FIBRCAT RUN CATALOG NOT FOUND - RUN FIBRCATA "
002780              & "FIRST" TO fib58-evt-msg
002790         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002800         GO TO 1000-EXIT
002810     END-IF.
002820     OPEN INPUT FIBOWNR-FILE.
002830     IF fib58-ownr-status NOT = "00"
002840         DISPLAY "FIB580 - FIBOWNR OWNERSHIP MASTER NOT FOUND - "
002850                 "RUN FIBOWNRA TO DEFINE THE CLUSTER FIRST"
002860         MOVE "N" TO FIB58-VALID-SW
002870         MOVE 8 TO RETURN-CODE
002880         MOVE "FIBOWNR OWNERSHIP MASTER NOT FOUND - RUN FIBOWNRA "
002890              & "FIRST" TO fib58-evt-msg
002900         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002910         CLOSE FIBRCAT-FILE
002920         GO TO 1000-EXIT
002930     END-IF.

002940     OPEN OUTPUT FIBURPT-FILE.
002950     OPEN OUTPUT FIBJRNL-FILE.
002960     MOVE SPACES TO FIBURPT-HEADER-REC.
002970     MOVE "H"                  TO FIBURPT-H-TYPE.
002980     MOVE fib58-run-date       TO FIBURPT-H-RUN-DATE.
002990     MOVE fib58-period         TO FIBURPT-H-PERIOD.
003000     MOVE fib58-ops-center     TO FIBURPT-H-OPS-CENTER.
003010     MOVE "FIB BATCH USAGE CHARGEBACK BY DEPARTMENT"
003020         TO FIBURPT-H-TITLE.
003030     WRITE FIBURPT-HEADER-REC.
003040     MOVE SPACES TO FIBJRNL-HEADER-REC.
003050     MOVE "H"                  TO FIBJRNL-H-TYPE.
003060     MOVE "FIB580"             TO FIBJRNL-H-SOURCE.
003070     MOVE fib58-period         TO FIBJRNL-H-PERIOD.
003080     MOVE fib58-run-date       TO FIBJRNL-H-POST-DATE.
003090     MOVE "FIB BATCH USAGE CHARGEBACK"
003100         TO FIBJRNL-H-DESCRIPTION.
003110     WRITE FIBJRNL-HEADER-REC.
003120 1000-EXIT.
003130     EXIT.

003140*================================================================*
003150*  1300-VALIDATE-PARMS -- THE PERIOD MUST BE A PLAUSIBLE YYYYMM  *
003160*  THAT HAS ALREADY ENDED, AND BOTH THE OPERATIONS COST CENTER   *
003170*  AND THE GL ACCOUNT MUST BE SUPPLIED FOR THE JOURNAL.          *
003180*================================================================*
003190 1300-VALIDATE-PARMS.
003200     IF FIBUCTL-PERIOD NOT NUMERIC
003210         OR FIBUCTL-YYYY NOT > 1900
003220         OR FIBUCTL-MM < 1 OR FIBUCTL-MM > 12
003230         DISPLAY "FIB580 - PERIOD IS NOT A VALID YYYYMM"
003240         MOVE "N" TO FIB58-VALID-SW
003250         MOVE 8 TO RETURN-CODE
003260         MOVE "PERIOD IS NOT A VALID YYYYMM" TO fib58-evt-msg
003270         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
003280         GO TO 1300-EXIT
003290     END-IF.
003300     MOVE FIBUCTL-PERIOD TO fib58-period.
003310     IF fib58-period NOT < fib58-this-month
003320         DISPLAY "FIB580 - PERIOD " fib58-period
003330                 " HAS NOT ENDED YET - CHARGEBACK NOT RUN"
003340         MOVE "N" TO FIB58-VALID-SW
003350         MOVE 8 TO RETURN-CODE
003360         MOVE "PERIOD HAS NOT ENDED YET - CHARGEBACK NOT RUN"
003370             TO fib58-evt-msg
003380         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
003390         GO TO 1300-EXIT
003400     END-IF.
003410     IF FIBUCTL-OPS-CENTER = SPACES
003420         OR FIBUCTL-GL-ACCOUNT = SPACES
003430         DISPLAY "FIB580 - OPERATIONS COST CENTER AND GL ACCOUNT "
003440                 "ARE REQUIRED"
003450         MOVE "N" TO FIB58-VALID-SW
003460         MOVE 8 TO RETURN-CODE
003470         MOVE "OPERATIONS COST CENTER AND GL ACCOUNT ARE REQUIRED"
003480             TO fib58-evt-msg
003490         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
003500         GO TO 1300-EXIT
003510     END-IF.
003520     MOVE FIBUCTL-OPS-CENTER TO fib58-ops-center.
003530     MOVE FIBUCTL-GL-ACCOUNT TO fib58-gl-account.
003540 1300-EXIT.
003550     EXIT.

003560*================================================================*
003570*  1350-LOG-REJECTION -- EVERY SETUP FAILURE IS THE SAME         *
003580*  SEVERITY AND RETURN CODE; ONLY THE TEXT DIFFERS.              *
003590*================================================================*
003600 1350-LOG-REJECTION.
003610     MOVE "E" TO fib58-evt-severity.
003620     MOVE 8   TO fib58-evt-rc.
003630     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
003640 1350-EXIT.
003650     EXIT.

003660*================================================================*
003670*  1400-LOAD-RATES -- TABLE THE WHOLE RATE FILE.  EVERY RATE     *
003680*  MUST BE NUMERIC, NO PROGRAM MAY APPEAR TWICE, AND THE         *
003690*  DEFAULT ENTRY MUST BE THERE, OR THE MONTH IS NOT PRICED.      *
003700*================================================================*
003710 1400-LOAD-RATES.
003720     OPEN INPUT FIBRATE-FILE.
003730     IF fib58-rate-status NOT = "00"
003740         DISPLAY "FIB580 - FIBRATE RATE TABLE EMPTY OR MISSING"
003750         MOVE "N" TO FIB58-VALID-SW
003760         MOVE 8 TO RETURN-CODE
003770         MOVE "FIBRATE RATE TABLE EMPTY OR MISSING"
003780             TO fib58-evt-msg
003790         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
003800         GO TO 1400-EXIT
003810     END-IF.
003820     PERFORM 1410-READ-RATE THRU 1410-EXIT.
003830     PERFORM 1450-LOAD-ONE-RATE THRU 1450-EXIT
003840         UNTIL FIB58-RATE-EOF OR NOT FIB58-VALID.
003850     CLOSE FIBRATE-FILE.
003860     IF FIB58-VALID AND fib58-default-rx = 0
003870         DISPLAY "FIB580 - FIBRATE HAS NO DEFAULT RATE RECORD"
003880         MOVE "N" TO FIB58-VALID-SW
003890         MOVE 8 TO RETURN-CODE
003900         MOVE "FIBRATE HAS NO DEFAULT RATE RECORD"
003910             TO fib58-evt-msg
003920         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
003930     END-IF.
003940 1400-EXIT.
003950     EXIT.

003960*================================================================*
003970*  1410-READ-RATE -- GET THE NEXT RATE RECORD.                   *
003980*================================================================*
003990 1410-READ-RATE.
004000     READ FIBRATE-FILE
004010         AT END
004020             SET FIB58-RATE-EOF TO TRUE
004030     END-READ.
004040 1410-EXIT.
004050     EXIT.

004060*================================================================*
004070*  1450-LOAD-ONE-RATE -- CHECK ONE RATE RECORD AND TABLE IT.     *
004080*================================================================*
004090 1450-LOAD-ONE-RATE.
004100     IF FIBRATE-PROGRAM = SPACES
004110         OR FIBRATE-PER-RUN NOT NUMERIC
004120         OR FIBRATE-PER-RERUN NOT NUMERIC
004130         OR FIBRATE-PER-VOID NOT NUMERIC
004140         OR FIBRATE-PER-KTERMS NOT NUMERIC
004150         OR FIBRATE-PER-SECOND NOT NUMERIC
004160         DISPLAY "FIB580 - FIBRATE RECORD FOR '" FIBRATE-PROGRAM
004170                 "' IS NOT VALID"
004180         MOVE "N" TO FIB58-VALID-SW
004190         MOVE 8 TO RETURN-CODE
004200         MOVE SPACES TO fib58-evt-msg
004210         STRING "FIBRATE RECORD FOR " DELIMITED BY SIZE
004220                FIBRATE-PROGRAM DELIMITED BY SPACE
004230                " IS NOT VALID" DELIMITED BY SIZE
004240             INTO fib58-evt-msg
004250         END-STRING
004260         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
004270         GO TO 1450-EXIT
004280     END-IF.
004290     MOVE FIBRATE-PROGRAM TO fib58-find-program.
004300     PERFORM 1480-FIND-RATE THRU 1480-EXIT.
004310     IF rx > 0
004320         DISPLAY "FIB580 - FIBRATE HAS TWO RECORDS FOR "
004330                 FIBRATE-PROGRAM
004340         MOVE "N" TO FIB58-VALID-SW
004350         MOVE 8 TO RETURN-CODE
004360         MOVE SPACES TO fib58-evt-msg
004370         STRING "FIBRATE HAS TWO RECORDS FOR " DELIMITED BY SIZE
004380                FIBRATE-PROGRAM DELIMITED BY SPACE
004390             INTO fib58-evt-msg
004400         END-STRING
004410         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
004420         GO TO 1450-EXIT
004430     END-IF.
004440     IF fib58-rate-used NOT < fib58-rate-max
004450         DISPLAY "FIB580 - FIBRATE HAS MORE THAN "
004460                 fib58-rate-max " RECORDS"
004470         MOVE "N" TO FIB58-VALID-SW
004480         MOVE 8 TO RETURN-CODE
004490         MOVE "FIBRATE HAS MORE RECORDS THAN THE RATE TABLE HOLDS"
004500             TO fib58-evt-msg
004510         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
004520         GO TO 1450-EXIT
004530     END-IF.
004540     ADD 1 TO fib58-rate-used.
004550     MOVE fib58-rate-used     TO rx.
004560     MOVE FIBRATE-PROGRAM     TO fib58-rr-program(rx).
004570     MOVE FIBRATE-PER-RUN     TO fib58-rr-per-run(rx).
004580     MOVE FIBRATE-PER-RERUN   TO fib58-rr-per-rerun(rx).
004590     MOVE FIBRATE-PER-VOID    TO fib58-rr-per-void(rx).
004600     MOVE FIBRATE-PER-KTERMS  TO fib58-rr-per-kterms(rx).
004610     MOVE FIBRATE-PER-SECOND  TO fib58-rr-per-second(rx).
004620     IF FIBRATE-PROGRAM = "DEFAULT"
004630         MOVE rx TO fib58-default-rx
004640     END-IF.
004650     PERFORM 1410-READ-RATE THRU 1410-EXIT.
004660 1450-EXIT.
004670     EXIT.

004680*================================================================*
004690*  1480-FIND-RATE -- LOOK UP FIB58-FIND-PROGRAM ON THE RATE      *
004700*  TABLE.  RX COMES BACK AS ITS ENTRY, OR ZERO.                  *
004710*================================================================*
004720 1480-FIND-RATE.
004730     MOVE 0 TO fib58-hit.
004740     PERFORM 1490-TEST-RATE THRU 1490-EXIT
004750         VARYING rx FROM 1 BY 1
004760         UNTIL rx > fib58-rate-used OR fib58-hit > 0.
004770     MOVE fib58-hit TO rx.
004780 1480-EXIT.
004790     EXIT.

004800 1490-TEST-RATE.
004810     IF fib58-rr-program(rx) = fib58-find-program
004820         MOVE rx TO fib58-hit
004830     END-IF.
004840 1490-EXIT.
004850     EXIT.

004860*================================================================*
004870*  2000-LOAD-USAGE -- WALK THE WHOLE CATALOG AND TOTAL EVERY     *
004880*  RECORD DATED IN THE MONTH AGAINST ITS RUN-ID AND PROGRAM.     *
004890*  THE CATALOG IS KEYED ON RUN-ID AHEAD OF DATE, SO ONE MONTH'S  *
004900*  RECORDS ARE SPREAD ACROSS THE FILE AND THE WALK CANNOT START  *
004910*  PART WAY.  A MONTH WITH MORE RUN-IDS THAN THE TABLE HOLDS     *
004920*  CANNOT BE CHARGED HONESTLY, SO NOTHING IS CHARGED.            *
004930*================================================================*
004940 2000-LOAD-USAGE.
004950     MOVE LOW-VALUES TO FIBRCAT-RUN-ID.
004960     MOVE 0          TO FIBRCAT-RUN-DATE.
004970     START FIBRCAT-FILE KEY NOT < FIBRCAT-KEY
004980         INVALID KEY
004990             SET FIB58-CAT-EOF TO TRUE
005000     END-START.
005010     PERFORM 2100-READ-CATALOG THRU 2100-EXIT.
005020     PERFORM 2200-TALLY-ONE-RUN THRU 2200-EXIT
005030         UNTIL FIB58-CAT-EOF OR NOT FIB58-VALID.
005040 2000-EXIT.
005050     EXIT.

005060*================================================================*
005070*  2100-READ-CATALOG -- GET THE NEXT CATALOG RECORD.             *
005080*================================================================*
005090 2100-READ-CATALOG.
005100     IF FIB58-CAT-EOF
005110         GO TO 2100-EXIT
005120     END-IF.
005130     READ FIBRCAT-FILE NEXT RECORD
005140         AT END
005150             SET FIB58-CAT-EOF TO TRUE
005160     END-READ.
005170     IF NOT FIB58-CAT-EOF AND fib58-rcat-status NOT = "00"
005180         SET FIB58-CAT-EOF TO TRUE
005190     END-IF.
005200 2100-EXIT.
005210     EXIT.

005220*================================================================*
005230*  2200-TALLY-ONE-RUN -- ADD ONE CATALOG RECORD OF THE MONTH TO  *
005240*  ITS RUN-ID ENTRY, OPENING THE ENTRY ON FIRST SIGHT.  ONLY AN  *
005250*  ENDED OR VOIDED RUN HAS AN END TIME AND TERMS TO CHARGE.      *
005251*  A PARTITIONED FIB900 BATCH IS TALLIED AS ONE FIB900 RUN: THE  *
005252*  "PARTS=" PARENT RECORD FIB910 WRITES COUNTS THE RUN, WHILE    *
005253*  THE TERMS AND TIME COME FROM THE FIB9PNN PARTITION RECORDS,   *
005254*  WHICH DID THE WORK.  THE PARENT'S OWN TERMS ARE THE MERGED    *
005255*  TOTAL OF THE PARTITIONS', SO ADDING THEM TOO WOULD CHARGE THE *
005256*  BATCH TWICE.                                                  *
005260*================================================================*
005270 2200-TALLY-ONE-RUN.
005280     MOVE FIBRCAT-RUN-DATE TO fib58-test-date.
005290     IF fib58-test-period NOT = fib58-period
005300         GO TO 2200-NEXT
005310     END-IF.
005311     MOVE FIBRCAT-RUN-ID TO fib58-tally-run-id.
005312     MOVE SPACE TO FIB58-BATCH-SW.
005313     IF fib58-tally-prefix = "FIB9P"
005314         AND fib58-tally-part IS NUMERIC
005315         AND fib58-tally-part NOT = "00"
005316         AND FIBRCAT-PROGRAM = "FIB900"
005317         MOVE "FIB900" TO fib58-tally-run-id
005318         SET FIB58-BATCH-PART TO TRUE
005319     END-IF.
005320     IF fib58-tally-run-id = "FIB900"
005321         AND FIBRCAT-PARM-TEXT(1:6) = "PARTS="
005322         SET FIB58-BATCH-PARENT TO TRUE
005323     END-IF.
005324     PERFORM 2250-FIND-RUN THRU 2250-EXIT.
005330     IF ix = 0
005340         PERFORM 2300-ADD-RUN THRU 2300-EXIT
005350     END-IF.
005360     IF NOT FIB58-VALID
005370         GO TO 2200-EXIT
005380     END-IF.
005390     ADD 1 TO fib58-catalog-count.
005395     IF NOT FIB58-BATCH-PART
005400         ADD 1 TO fib58-rt-runs(ix)
005405     END-IF.
005410     IF FIBRCAT-RESTART-FLAG = "Y"
005420         ADD 1 TO fib58-rt-reruns(ix)
005430     END-IF.
005440     IF FIBRCAT-VOIDED
005450         ADD 1 TO fib58-rt-voided(ix)
005460     END-IF.
005462     IF FIB58-BATCH-PARENT
005464         GO TO 2200-NEXT
005466     END-IF.
005470     IF FIBRCAT-ENDED OR FIBRCAT-VOIDED
005480         ADD FIBRCAT-TERMS-WRITTEN TO fib58-rt-terms(ix)
005490         PERFORM 2400-ELAPSED THRU 2400-EXIT
005500         ADD fib58-elapsed TO fib58-rt-seconds(ix)
005510     END-IF.
005520 2200-NEXT.
005530     PERFORM 2100-READ-CATALOG THRU 2100-EXIT.
005540 2200-EXIT.
005550     EXIT.

005560*================================================================*
005570*  2250-FIND-RUN -- LOOK UP THE RUN-ID BEING TALLIED AND THE     *
005580*  PROGRAM ON THE RUN-ID TABLE.  IX COMES BACK AS ITS ENTRY, OR  *
005590*  ZERO.                                                         *
005600*================================================================*
005610 2250-FIND-RUN.
005620     MOVE 0 TO fib58-hit.
005630     PERFORM 2260-TEST-RUN THRU 2260-EXIT
005640         VARYING ix FROM 1 BY 1
005650         UNTIL ix > fib58-run-used OR fib58-hit > 0.
005660     MOVE fib58-hit TO ix.
005670 2250-EXIT.
005680     EXIT.

005690 2260-TEST-RUN.
005700     IF fib58-rt-run-id(ix) = fib58-tally-run-id
005710         AND fib58-rt-program(ix) = FIBRCAT-PROGRAM
005720         MOVE ix TO fib58-hit
005730     END-IF.
005740 2260-EXIT.
005750     EXIT.

005760*================================================================*
005770*  2300-ADD-RUN -- OPEN A RUN-ID ENTRY AND FIX ITS RATE: THE     *
005780*  PROGRAM'S OWN ENTRY ON FIBRATE, OR THE DEFAULT.               *
005790*================================================================*
005800 2300-ADD-RUN.
005810     IF fib58-run-used NOT < fib58-run-max
005820         DISPLAY "FIB580 - RUN-ID TABLE FULL AT "
005830                 fib58-run-max " ENTRIES - NOTHING CHARGED"
005840         MOVE "N" TO FIB58-VALID-SW
005850         MOVE 8 TO RETURN-CODE
005860         MOVE "MORE RUN-IDS IN MONTH THAN CHARGEBACK CAN HOLD"
005870             TO fib58-evt-msg
005880         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
005890         GO TO 2300-EXIT
005900     END-IF.
005910     ADD 1 TO fib58-run-used.
005920     MOVE fib58-run-used    TO ix.
005930     MOVE fib58-tally-run-id TO fib58-rt-run-id(ix).
005940     MOVE FIBRCAT-PROGRAM   TO fib58-rt-program(ix).
005950     MOVE 0                 TO fib58-rt-dx(ix).
005960     MOVE 0                 TO fib58-rt-runs(ix).
005970     MOVE 0                 TO fib58-rt-reruns(ix).
005980     MOVE 0                 TO fib58-rt-voided(ix).
005990     MOVE 0                 TO fib58-rt-terms(ix).
006000     MOVE 0                 TO fib58-rt-seconds(ix).
006010     MOVE 0                 TO fib58-rt-charge(ix).
006020     MOVE FIBRCAT-PROGRAM   TO fib58-find-program.
006030     PERFORM 1480-FIND-RATE THRU 1480-EXIT.
006040     IF rx = 0
006050         MOVE fib58-default-rx TO rx
006060     END-IF.
006070     MOVE rx                TO fib58-rt-rx(ix).
006080 2300-EXIT.
006090     EXIT.

006100*================================================================*
006110*  2400-ELAPSED -- START-TO-END SECONDS OF THE CURRENT RECORD,   *
006120*  AS FIB750 TIMES IT.  AN END TIME EARLIER THAN THE START TIME  *
006130*  MEANS THE RUN CROSSED MIDNIGHT, SO A DAY IS ADDED.            *
006140*================================================================*
006150 2400-ELAPSED.
006160     MOVE 0 TO fib58-elapsed.
006170     IF FIBRCAT-START-TIME NOT NUMERIC
006180         OR FIBRCAT-END-TIME NOT NUMERIC
006190         GO TO 2400-EXIT
006200     END-IF.
006210     MOVE FIBRCAT-START-TIME TO fib58-time-parts.
006220     COMPUTE fib58-start-seconds =
006230         fib58-tp-hh * 3600 + fib58-tp-mm * 60 + fib58-tp-ss.
006240     MOVE FIBRCAT-END-TIME TO fib58-time-parts.
006250     COMPUTE fib58-end-seconds =
006260         fib58-tp-hh * 3600 + fib58-tp-mm * 60 + fib58-tp-ss.
006270     COMPUTE fib58-elapsed =
006280         fib58-end-seconds - fib58-start-seconds.
006290     IF fib58-elapsed < 0
006300         ADD 86400 TO fib58-elapsed
006310     END-IF.
006320 2400-EXIT.
006330     EXIT.

006340*================================================================*
006350*  3000-OWN-AND-PRICE -- PRICE EVERY RUN-ID AND CHARGE IT TO ITS *
006360*  OWNER'S DEPARTMENT ENTRY.                                     *
006370*================================================================*
006380 3000-OWN-AND-PRICE.
006390     PERFORM 3100-OWN-AND-PRICE-ONE THRU 3100-EXIT
006400         VARYING ix FROM 1 BY 1
006410         UNTIL ix > fib58-run-used OR NOT FIB58-VALID.
006420 3000-EXIT.
006430     EXIT.

006440*================================================================*
006450*  3100-OWN-AND-PRICE-ONE -- PRICE ONE RUN-ID FROM ITS RATE      *
006460*  ENTRY, THEN LOOK UP ITS OWNER.  A RUN-ID NOT ON FIBOWNR (OR   *
006470*  ONE WITH NO COST CENTER) STAYS UNOWNED AND IS ONLY COUNTED.   *
006480*================================================================*
006490 3100-OWN-AND-PRICE-ONE.
006500     MOVE fib58-rt-rx(ix) TO rx.
006510     COMPUTE fib58-charge ROUNDED =
006520           fib58-rt-runs(ix)   * fib58-rr-per-run(rx)
006530         + fib58-rt-reruns(ix) * fib58-rr-per-rerun(rx)
006540         + fib58-rt-voided(ix) * fib58-rr-per-void(rx)
006550         + fib58-rt-terms(ix)  * fib58-rr-per-kterms(rx) / 1000
006560         + fib58-rt-seconds(ix) * fib58-rr-per-second(rx)
006570         ON SIZE ERROR
006580             DISPLAY "FIB580 - CHARGE FOR " fib58-rt-run-id(ix)
006590                     " TOO LARGE TO PRICE - NOTHING CHARGED"
006600             MOVE "N" TO FIB58-VALID-SW
006610             MOVE 8 TO RETURN-CODE
006620             MOVE SPACES TO fib58-evt-msg
006630             STRING "CHARGE FOR " DELIMITED BY SIZE
006640                    fib58-rt-run-id(ix) DELIMITED BY SPACE
006650                    " TOO LARGE TO PRICE" DELIMITED BY SIZE
006660                 INTO fib58-evt-msg
006670             END-STRING
006680             PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
006690             GO TO 3100-EXIT
006700     END-COMPUTE.
006710     MOVE fib58-charge TO fib58-rt-charge(ix).

006720     MOVE fib58-rt-run-id(ix) TO FIBOWNR-RUN-ID.
006730     READ FIBOWNR-FILE
006740         INVALID KEY
006750             GO TO 3100-UNOWNED
006760     END-READ.
006770     IF FIBOWNR-COST-CENTER = SPACES
006780         GO TO 3100-UNOWNED
006790     END-IF.
006800     PERFORM 3200-FIND-DEPT THRU 3200-EXIT.
006810     IF dx = 0
006820         PERFORM 3300-ADD-DEPT THRU 3300-EXIT
006830     END-IF.
006840     IF NOT FIB58-VALID
006850         GO TO 3100-EXIT
006860     END-IF.
006870     MOVE dx TO fib58-rt-dx(ix).
006880     ADD 1                    TO fib58-dt-run-ids(dx).
006890     ADD fib58-rt-runs(ix)    TO fib58-dt-runs(dx).
006900     ADD fib58-rt-reruns(ix)  TO fib58-dt-reruns(dx).
006910     ADD fib58-rt-voided(ix)  TO fib58-dt-voided(dx).
006920     ADD fib58-rt-terms(ix)   TO fib58-dt-terms(dx).
006930     ADD fib58-rt-seconds(ix) TO fib58-dt-seconds(dx).
006940     ADD fib58-rt-charge(ix)  TO fib58-dt-charge(dx).
006950     ADD fib58-rt-charge(ix)  TO fib58-charged-total.
006960     ADD 1                    TO fib58-charged-count.
006970     GO TO 3100-EXIT.
006980 3100-UNOWNED.
006990     ADD 1                    TO fib58-unowned-count.
007000     ADD fib58-rt-charge(ix)  TO fib58-unowned-charge.
007010 3100-EXIT.
007020     EXIT.

007030*================================================================*
007040*  3200-FIND-DEPT -- LOOK UP THE OWNER'S DEPARTMENT AND COST     *
007050*  CENTER ON THE DEPARTMENT TABLE.  DX COMES BACK AS ITS ENTRY,  *
007060*  OR ZERO.                                                      *
007070*================================================================*
007080 3200-FIND-DEPT.
007090     MOVE FIBOWNR-DEPT        TO fib58-low-dept.
007100     MOVE FIBOWNR-COST-CENTER TO fib58-low-cc.
007110     MOVE 0 TO fib58-hit.
007120     PERFORM 3210-TEST-DEPT THRU 3210-EXIT
007130         VARYING dx FROM 1 BY 1
007140         UNTIL dx > fib58-dept-used OR fib58-hit > 0.
007150     MOVE fib58-hit TO dx.
007160 3200-EXIT.
007170     EXIT.

007180 3210-TEST-DEPT.
007190     IF fib58-dt-key(dx) = fib58-low-key
007200         MOVE dx TO fib58-hit
007210     END-IF.
007220 3210-EXIT.
007230     EXIT.

007240*================================================================*
007250*  3300-ADD-DEPT -- OPEN A DEPARTMENT ENTRY.  THE NAME IS TAKEN  *
007260*  FROM THE FIRST OWNER RECORD THAT NAMES THE DEPARTMENT.        *
007270*================================================================*
007280 3300-ADD-DEPT.
007290     IF fib58-dept-used NOT < fib58-dept-max
007300         DISPLAY "FIB580 - DEPARTMENT TABLE FULL AT "
007310                 fib58-dept-max " ENTRIES - NOTHING CHARGED"
007320         MOVE "N" TO FIB58-VALID-SW
007330         MOVE 8 TO RETURN-CODE
007340         MOVE "MORE DEPARTMENTS THAN CHARGEBACK CAN HOLD"
007350             TO fib58-evt-msg
007360         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
007370         GO TO 3300-EXIT
007380     END-IF.
007390     ADD 1 TO fib58-dept-used.
007400     MOVE fib58-dept-used     TO dx.
007410     MOVE fib58-low-key       TO fib58-dt-key(dx).
007420     MOVE FIBOWNR-DEPT-NAME   TO fib58-dt-name(dx).
007430     MOVE "N"                 TO fib58-dt-done(dx).
007440     MOVE 0                   TO fib58-dt-run-ids(dx).
007450     MOVE 0                   TO fib58-dt-runs(dx).
007460     MOVE 0                   TO fib58-dt-reruns(dx).
007470     MOVE 0                   TO fib58-dt-voided(dx).
007480     MOVE 0                   TO fib58-dt-terms(dx).
007490     MOVE 0                   TO fib58-dt-seconds(dx).
007500     MOVE 0                   TO fib58-dt-charge(dx).
007510 3300-EXIT.
007520     EXIT.

007530*================================================================*
007540*  5000-REPORT-DEPTS -- ONE REPORT SECTION AND ONE JOURNAL DEBIT *
007550*  PER DEPARTMENT AND COST CENTER, LOWEST DEPARTMENT FIRST.      *
007560*================================================================*
007570 5000-REPORT-DEPTS.
007580     PERFORM 5100-REPORT-ONE-DEPT THRU 5100-EXIT
007590         UNTIL FIB58-DEPTS-DONE.
007600 5000-EXIT.
007610     EXIT.

007620*================================================================*
007630*  5100-REPORT-ONE-DEPT -- PICK THE LOWEST DEPARTMENT NOT YET    *
007640*  REPORTED, THEN WRITE ITS HEADING, ITS RUN-IDS, ITS SUBTOTAL   *
007650*  AND ITS JOURNAL DEBIT.  A DEPARTMENT WHOSE RUNS PRICED AT     *
007660*  NOTHING IS REPORTED BUT NOT JOURNALLED.                       *
007670*================================================================*
007680 5100-REPORT-ONE-DEPT.
007690     MOVE HIGH-VALUES TO fib58-low-key.
007700     MOVE 0 TO fib58-hit.
007710     PERFORM 5150-TEST-LOWEST THRU 5150-EXIT
007720         VARYING dx FROM 1 BY 1
007730         UNTIL dx > fib58-dept-used.
007740     IF fib58-hit = 0
007750         SET FIB58-DEPTS-DONE TO TRUE
007760         GO TO 5100-EXIT
007770     END-IF.
007780     MOVE fib58-hit TO dx.
007790     MOVE "Y" TO fib58-dt-done(dx).

007800     MOVE SPACES TO FIBURPT-DEPT-REC.
007810     MOVE "G"                  TO FIBURPT-G-TYPE.
007820     MOVE fib58-dt-dept(dx)    TO FIBURPT-G-DEPT.
007830     MOVE fib58-dt-cc(dx)      TO FIBURPT-G-COST-CENTER.
007840     MOVE fib58-dt-name(dx)    TO FIBURPT-G-DEPT-NAME.
007850     WRITE FIBURPT-DEPT-REC.

007860     PERFORM 5200-WRITE-DEPT-DETAIL THRU 5200-EXIT
007870         VARYING ix FROM 1 BY 1
007880         UNTIL ix > fib58-run-used.

007890     MOVE SPACES TO FIBURPT-SUBTOTAL-REC.
007900     MOVE "S"                  TO FIBURPT-S-TYPE.
007910     MOVE fib58-dt-dept(dx)    TO FIBURPT-S-DEPT.
007920     MOVE fib58-dt-cc(dx)      TO FIBURPT-S-COST-CENTER.
007930     MOVE fib58-dt-run-ids(dx) TO FIBURPT-S-RUN-IDS.
007940     MOVE fib58-dt-runs(dx)    TO FIBURPT-S-RUNS.
007950     MOVE fib58-dt-reruns(dx)  TO FIBURPT-S-RERUNS.
007960     MOVE fib58-dt-voided(dx)  TO FIBURPT-S-VOIDED.
007970     MOVE fib58-dt-terms(dx)   TO FIBURPT-S-TERMS.
007980     MOVE fib58-dt-seconds(dx) TO FIBURPT-S-SECONDS.
007990     MOVE fib58-dt-charge(dx)  TO FIBURPT-S-CHARGE.
008000     WRITE FIBURPT-SUBTOTAL-REC.

008010     IF fib58-dt-charge(dx) > 0
008020         ADD 1 TO fib58-journal-lines
008030         MOVE SPACES TO FIBJRNL-LINE-REC
008040         MOVE "J"                 TO FIBJRNL-J-TYPE
008050         MOVE fib58-journal-lines TO FIBJRNL-J-LINE-NO
008060         MOVE fib58-dt-cc(dx)     TO FIBJRNL-J-COST-CENTER
008070         MOVE fib58-gl-account    TO FIBJRNL-J-ACCOUNT
008080         SET FIBJRNL-J-DEBIT      TO TRUE
008090         MOVE fib58-dt-charge(dx) TO FIBJRNL-J-AMOUNT
008100         MOVE fib58-period        TO FIBJRNL-J-PERIOD
008110         MOVE fib58-dt-dept(dx)   TO FIBJRNL-J-DEPT
008120         MOVE "BATCH USAGE CHARGEBACK" TO FIBJRNL-J-DESCRIPTION
008130         WRITE FIBJRNL-LINE-REC
008140     END-IF.
008150 5100-EXIT.
008160     EXIT.

008170 5150-TEST-LOWEST.
008180     IF fib58-dt-done(dx) = "N"
008190         AND fib58-dt-key(dx) < fib58-low-key
008200         MOVE fib58-dt-key(dx) TO fib58-low-key
008210         MOVE dx TO fib58-hit
008220     END-IF.
008230 5150-EXIT.
008240     EXIT.

008250*================================================================*
008260*  5200-WRITE-DEPT-DETAIL -- ONE DETAIL LINE FOR A RUN-ID        *
008270*  CHARGED TO THE DEPARTMENT BEING REPORTED.                     *
008280*================================================================*
008290 5200-WRITE-DEPT-DETAIL.
008300     IF fib58-rt-dx(ix) NOT = dx
008310         GO TO 5200-EXIT
008320     END-IF.
008330     PERFORM 8000-BUILD-DETAIL THRU 8000-EXIT.
008340     WRITE FIBURPT-DETAIL-REC.
008350 5200-EXIT.
008360     EXIT.

008370*================================================================*
008380*  6000-REPORT-UNOWNED -- EVERY RUN-ID WITH NO OWNER, PRICED BUT *
008390*  NOT CHARGED, SO IT CAN BE GIVEN AN OWNER ON FIB860 BEFORE     *
008400*  NEXT MONTH.  ONE WARNING ON FIBEVLOG SAYS HOW MANY THERE ARE. *
008410*================================================================*
008420 6000-REPORT-UNOWNED.
008430     IF fib58-unowned-count = 0
008440         GO TO 6000-EXIT
008450     END-IF.
008460     PERFORM 6100-WRITE-UNOWNED THRU 6100-EXIT
008470         VARYING ix FROM 1 BY 1
008480         UNTIL ix > fib58-run-used.
008490     MOVE "W" TO fib58-evt-severity.
008500     MOVE 4   TO fib58-evt-rc.
008510     MOVE SPACES TO fib58-evt-msg.
008520     STRING fib58-unowned-count DELIMITED BY SIZE
008530            " RUN-ID(S) HAVE NO OWNER ON FIBOWNR - NOT CHARGED"
008540                DELIMITED BY SIZE
008550         INTO fib58-evt-msg
008560     END-STRING.
008570     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
008580 6000-EXIT.
008590     EXIT.

008600 6100-WRITE-UNOWNED.
008610     IF fib58-rt-dx(ix) NOT = 0
008620         GO TO 6100-EXIT
008630     END-IF.
008640     PERFORM 8000-BUILD-DETAIL THRU 8000-EXIT.
008650     SET FIBURPT-D-UNOWNED TO TRUE.
008660     WRITE FIBURPT-DETAIL-REC.
008670 6100-EXIT.
008680     EXIT.

008690*================================================================*
008700*  7000-WRITE-CREDIT -- THE OFFSETTING CREDIT TO OPERATIONS FOR  *
008710*  EVERYTHING CHARGED OUT, SO THE JOURNAL BALANCES.              *
008720*================================================================*
008730 7000-WRITE-CREDIT.
008740     IF fib58-charged-total = 0
008750         GO TO 7000-EXIT
008760     END-IF.
008770     ADD 1 TO fib58-journal-lines.
008780     MOVE SPACES TO FIBJRNL-LINE-REC.
008790     MOVE "J"                  TO FIBJRNL-J-TYPE.
008800     MOVE fib58-journal-lines  TO FIBJRNL-J-LINE-NO.
008810     MOVE fib58-ops-center     TO FIBJRNL-J-COST-CENTER.
008820     MOVE fib58-gl-account     TO FIBJRNL-J-ACCOUNT.
008830     SET FIBJRNL-J-CREDIT      TO TRUE.
008840     MOVE fib58-charged-total  TO FIBJRNL-J-AMOUNT.
008850     MOVE fib58-period         TO FIBJRNL-J-PERIOD.
008860     MOVE SPACES               TO FIBJRNL-J-DEPT.
008870     MOVE "BATCH USAGE RECOVERY" TO FIBJRNL-J-DESCRIPTION.
008880     WRITE FIBJRNL-LINE-REC.
008890 7000-EXIT.
008900     EXIT.

008910*================================================================*
008920*  8000-BUILD-DETAIL -- FILL THE DETAIL RECORD FROM RUN-ID       *
008930*  ENTRY IX.                                                     *
008940*================================================================*
008950 8000-BUILD-DETAIL.
008960     MOVE SPACES TO FIBURPT-DETAIL-REC.
008970     MOVE "D"                   TO FIBURPT-D-TYPE.
008980     MOVE fib58-rt-run-id(ix)   TO FIBURPT-D-RUN-ID.
008990     MOVE fib58-rt-program(ix)  TO FIBURPT-D-PROGRAM.
009000     MOVE fib58-rt-runs(ix)     TO FIBURPT-D-RUNS.
009010     MOVE fib58-rt-reruns(ix)   TO FIBURPT-D-RERUNS.
009020     MOVE fib58-rt-voided(ix)   TO FIBURPT-D-VOIDED.
009030     MOVE fib58-rt-terms(ix)    TO FIBURPT-D-TERMS.
009040     MOVE fib58-rt-seconds(ix)  TO FIBURPT-D-SECONDS.
009050     MOVE fib58-rt-charge(ix)   TO FIBURPT-D-CHARGE.
009060 8000-EXIT.
009070     EXIT.

009080*================================================================*
009090*  9000-TERMINATE -- WRITE THE REPORT AND JOURNAL TRAILERS,      *
009100*  CLOSE EVERYTHING AND SET THE RETURN CODE.  A REFUSED MONTH    *
009110*  STILL GETS BOTH TRAILERS, WITH NOTHING CHARGED, SO THE        *
009120*  LEDGER CAN NEVER POST PART OF A MONTH.                        *
009130*================================================================*
009140 9000-TERMINATE.
009150     IF NOT FIB58-VALID
009160         MOVE 0 TO fib58-dept-used
009170         MOVE 0 TO fib58-charged-count
009180         MOVE 0 TO fib58-charged-total
009190         MOVE 0 TO fib58-unowned-count
009200         MOVE 0 TO fib58-unowned-charge
009210         MOVE 0 TO fib58-journal-lines
009220     END-IF.
009230     MOVE SPACES TO FIBURPT-TRAILER-REC.
009240     MOVE "T"                   TO FIBURPT-T-TYPE.
009250     MOVE fib58-run-date        TO FIBURPT-T-RUN-DATE.
009260     MOVE fib58-period          TO FIBURPT-T-PERIOD.
009270     MOVE fib58-dept-used       TO FIBURPT-T-DEPT-COUNT.
009280     MOVE fib58-charged-count   TO FIBURPT-T-RUN-ID-COUNT.
009290     MOVE fib58-charged-total   TO FIBURPT-T-CHARGED.
009300     MOVE fib58-unowned-count   TO FIBURPT-T-UNOWNED-COUNT.
009310     MOVE fib58-unowned-charge  TO FIBURPT-T-UNOWNED-CHARGE.
009320     MOVE fib58-journal-lines   TO FIBURPT-T-JOURNAL-LINES.
009330     WRITE FIBURPT-TRAILER-REC.
009340     MOVE SPACES TO FIBJRNL-TRAILER-REC.
009350     MOVE "T"                   TO FIBJRNL-T-TYPE.
009360     MOVE fib58-journal-lines   TO FIBJRNL-T-LINE-COUNT.
009370     MOVE fib58-charged-total   TO FIBJRNL-T-DEBIT-TOTAL.
009380     MOVE fib58-charged-total   TO FIBJRNL-T-CREDIT-TOTAL.
009390     WRITE FIBJRNL-TRAILER-REC.
009400     CLOSE FIBRCAT-FILE.
009410     CLOSE FIBOWNR-FILE.
009420     CLOSE FIBURPT-FILE.
009430     CLOSE FIBJRNL-FILE.
009440     IF NOT FIB58-VALID
009450         MOVE 8 TO RETURN-CODE
009460         DISPLAY "FIB580 - CHARGEBACK REFUSED - NOTHING CHARGED"
009470         GO TO 9000-EXIT
009480     END-IF.
009490     IF fib58-unowned-count > 0 OR fib58-catalog-count = 0
009500         MOVE 4 TO RETURN-CODE
009510     ELSE
009520         MOVE 0 TO RETURN-CODE
009530     END-IF.
009540     DISPLAY "FIB580 - " fib58-catalog-count " RUN(S), "
009550             fib58-charged-count " RUN-ID(S) CHARGED, "
009560             fib58-unowned-count " UNOWNED".
009570 9000-EXIT.
009580     EXIT.

009590*================================================================*
009600*  9800-LOG-EVENT -- APPEND ONE EVENT TO THE COMMON FIBEVLOG     *
009610*  EVENT LOG.  THE LOG IS OPENED PER EVENT SO AN ERROR PATH      *
009620*  NEVER DEPENDS ON HOW FAR INITIALIZATION GOT.  THE CHARGEBACK  *
009630*  IS CROSS-RUN WORK, SO ITS EVENTS CARRY A BLANK RUN-ID.        *
009640*================================================================*
009650 9800-LOG-EVENT.
009660     ACCEPT fib58-evt-date FROM DATE YYYYMMDD.
009670     ACCEPT fib58-evt-time FROM TIME.
009680     OPEN EXTEND FIBEVLOG-FILE.
009690     MOVE SPACES TO FIBEVT-RECORD.
009700     MOVE "FIB580"            TO FIBEVT-PROGRAM.
009710     MOVE SPACES              TO FIBEVT-RUN-ID.
009720     MOVE fib58-evt-date      TO FIBEVT-DATE.
009730     MOVE fib58-evt-time      TO FIBEVT-TIME.
009740     MOVE fib58-evt-severity  TO FIBEVT-SEVERITY.
009750     MOVE fib58-evt-rc        TO FIBEVT-RETURN-CODE.
009760     MOVE fib58-evt-msg       TO FIBEVT-MESSAGE.
009770     WRITE FIBEVT-RECORD.
009780     CLOSE FIBEVLOG-FILE.
009790 9800-EXIT.
009800     EXIT.

009810*================================================================*
009820*  9999-EXIT -- SINGLE PROGRAM EXIT POINT.                       *
009830*================================================================*
009840 9999-EXIT.
009850     STOP RUN.
