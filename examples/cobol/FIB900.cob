000303*              FIB780 DAILY REPORT).  THE FIB200 ENGINE HAS NO
000304*              FILES OF ITS OWN, SO A FAILED SET SURFACES HERE
000305*              THROUGH THE FIBSRPT SUMMARY, NOT THE EVENT LOG.
000306*  2026-10-14  RLS  PARTITION MODE.  WHEN A FIBNCTL CARD NAMES A
000307*              PARTITION, THE STEP RUNS ONLY THE FIBPSET SETS THE
000308*              FIB910 SPLIT STAMPED WITH THAT PARTITION, WRITES
000309*              A PARTIAL FIBSRPT SUMMARY FOR THE FIB920 MERGE,
000311*              AND CATALOGS UNDER THE PARTITION'S OWN RUN-ID ON
000312*              THE BATCH DATE FROM THE FIBNPLN PLAN, SO ONE
000313*              FAILED PARTITION CAN BE RERUN ALONE.  NO CARD, OR
000314*              A ZERO PARTITION, RUNS THE WHOLE FILE AS BEFORE.
000315*  2026-10-15  RLS  A PARTITION NOW HOLDS FIBRCAT ONLY WHILE IT
000316*              WRITES ITS START AND END RECORDS, WAITING OUT A
000317*              BUSY (93) OPEN, SO PARTITIONS SUBMITTED TOGETHER
000318*              NO LONGER TRIP OVER SHAREOPTIONS(2 3).
000319*  2026-10-15  RLS  A WHOLE-FILE RUN IS REFUSED ON A DATE WHOSE
000321*              "FIB900" CATALOG KEY ALREADY HOLDS THE PARENT OF
000322*              A PARTITIONED BATCH, SO IT CANNOT OVERWRITE IT.
000290*================================================================*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.                  FIB900.
000420     SELECT FIBPSET-FILE      ASSIGN       TO "FIBPSET"
000430                               ORGANIZATION IS LINE SEQUENTIAL.

000432     SELECT FIBNCTL-FILE      ASSIGN       TO "FIBNCTL"
000433                               ORGANIZATION IS LINE SEQUENTIAL
000434                               FILE STATUS IS fib9-nctl-status.

000436     SELECT FIBNPLN-FILE      ASSIGN       TO "FIBNPLN"
000437                               ORGANIZATION IS LINE SEQUENTIAL
000438                               FILE STATUS IS fib9-npln-status.

000440     SELECT FIBSRPT-FILE      ASSIGN       TO "FIBSRPT"
000450                               ORGANIZATION IS LINE SEQUENTIAL.

000480 FD  FIBPSET-FILE.
000490     COPY FIBPSET.

000492 FD  FIBNCTL-FILE.
000494     COPY FIBNCTL.

000496 FD  FIBNPLN-FILE.
000498     COPY FIBNPLN.

000500 FD  FIBSRPT-FILE.
000510     COPY FIBSRPT.

000550 01  FIB9-OVERFLOW-SW          PIC X(01) VALUE "N".
000560     88  FIB9-OVERFLOW         VALUE "Y".

000561*  PARTITION MODE - SET FROM THE FIBNCTL CARD AND FIBNPLN PLAN.
000562*  THE CATALOG RUN-ID IS "FIB900" UNLESS A PARTITION IS RUNNING.
000563 01  FIB9-PART-SW              PIC X(01) VALUE "N".
000564     88  FIB9-PARTITIONED      VALUE "Y".
000565 01  FIB9-PLAN-EOF-SW          PIC X(01) VALUE "N".
000566     88  FIB9-PLAN-EOF         VALUE "Y".
000567 01  fib9-partition            PIC 9(02) VALUE 0.
000568 01  fib9-partitions           PIC 9(02) VALUE 0.
000569 01  fib9-cat-run-id           PIC X(08) VALUE "FIB900".

000570 01  fib9-run-date             PIC 9(08) VALUE 0.
000580 01  fib9-set-count            PIC 9(05) VALUE 0.
000585 01  fib9-skip-count           PIC 9(05) VALUE 0.
000590 01  fib9-invalid-count        PIC 9(05) VALUE 0.
000600 01  fib9-overflow-count       PIC 9(05) VALUE 0.
000610 01  fib9-grand-sum            PIC S9(38) VALUE 0.
000611 01  fib9-nctl-status          PIC X(02) VALUE "00".
000612 01  fib9-npln-status          PIC X(02) VALUE "00".
000613*  FIBRCAT OPEN RETRY - SEE 1450-OPEN-CATALOG.
000614 01  fib9-rcat-tries           PIC S9(05) COMP VALUE 0.
000615 01  fib9-rcat-try-limit       PIC S9(05) COMP VALUE 10.
000616 01  fib9-rcat-wait-secs       PIC S9(09) COMP VALUE 3.
000617 01  fib9-rcat-wait-fc         PIC X(12) VALUE SPACES.
000620 01  fib9-status-text          PIC X(09) VALUE SPACES.
000622 01  FIB9-VALID-SW             PIC X(01) VALUE "Y".
000624     88  FIB9-VALID            VALUE "Y".
000692     IF NOT FIB9-VALID
000694         GO TO 9999-EXIT
000696     END-IF.
000697     IF FIB9-PARTITIONED
000698         CLOSE FIBRCAT-FILE
000699     END-IF.
000700     PERFORM 8000-PROCESS-SETS    THRU 8000-EXIT.
000710     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
000720     GO TO 9999-EXIT.
000760*================================================================*
000770 1000-INITIALIZE.
000780     ACCEPT fib9-run-date FROM DATE YYYYMMDD.
000781     PERFORM 1200-PARTITION-SETUP THRU 1200-EXIT.
000782     PERFORM 1400-CATALOG-START THRU 1400-EXIT.
000784     IF NOT FIB9-VALID
000786         GO TO 1000-EXIT
000800     OPEN OUTPUT FIBSRPT-FILE.
000810     MOVE "H"           TO FIBSRPT-H-TYPE.
000820     MOVE fib9-run-date TO FIBSRPT-H-RUN-DATE.
000822     MOVE fib9-partition  TO FIBSRPT-H-PARTITION.
000824     MOVE fib9-partitions TO FIBSRPT-H-PARTITIONS.
000830     MOVE "FIBONACCI MULTI-SET BATCH SUMMARY" TO FIBSRPT-H-TITLE.
000840     WRITE FIBSRPT-HEADER-REC.
000850 1000-EXIT.
000862*================================================================*
000863*  1400-CATALOG-START -- OPEN THE RUN CATALOG AND RECORD THAT    *
000864*  THIS BATCH STARTED.  THE DRIVER HAS NO CONTROL-FILE RUN-ID    *
000865*  OF ITS OWN: "FIB900", OR THE PARTITION'S RUN-ID (SEE 1200).   *
000866*  THE KSDS MUST ALREADY BE DEFINED BY THE ONE-TIME IDCAMS JOB   *
000867*  IN FIBRCATA.                                                  *
000868*================================================================*
000869 1400-CATALOG-START.
000870     PERFORM 1420-OPEN-CATALOG THRU 1420-EXIT.
000871     IF NOT FIB9-VALID
000881         GO TO 1400-EXIT
000882     END-IF.
000883     ACCEPT fib9-start-time FROM TIME.
000884     MOVE 0               TO fib9-rcat-p-sets.
000885     MOVE 0               TO fib9-rcat-p-fails.
000886     MOVE 0               TO fib9-rcat-p-ovfl.
000887     MOVE fib9-cat-run-id TO FIBRCAT-RUN-ID.
000888     MOVE fib9-run-date   TO FIBRCAT-RUN-DATE.
000889     MOVE "FIB900"        TO FIBRCAT-PROGRAM.
000890     MOVE fib9-start-time TO FIBRCAT-START-TIME.
001090*  AND WRITE ITS SUMMARY LINE, THEN ADVANCE TO THE NEXT RECORD.  *
001100*================================================================*
001110 8100-PROCESS-ONE-SET.
001111     IF FIB9-PARTITIONED
001112         AND FIBPSET-PARTITION NOT = fib9-partition
001113         ADD 1 TO fib9-skip-count
001114         GO TO 8100-NEXT
001115     END-IF.
001120     MOVE FIBPSET-SEED1      TO FIBLNK-SEED1.
001130     MOVE FIBPSET-SEED2      TO FIBLNK-SEED2.
001140     MOVE FIBPSET-TERM-COUNT TO FIBLNK-TERM-COUNT.
001380                 PERFORM 8150-SUM-OVERFLOW-ERROR THRU 8150-EXIT
001390     END-IF.

001395 8100-NEXT.
001400     PERFORM 8050-READ-NEXT-SET THRU 8050-EXIT.
001410 8100-EXIT.
001420     EXIT.
001650     WRITE FIBSRPT-TRAILER-REC.
001660     CLOSE FIBPSET-FILE.
001670     CLOSE FIBSRPT-FILE.
001671     IF FIB9-PARTITIONED
001672         DISPLAY "FIB900 - PARTITION " fib9-partition " RAN "
001673                 fib9-set-count " SET(S), SKIPPED "
001674                 fib9-skip-count
001675     END-IF.

001680     EVALUATE TRUE
001690         WHEN FIB9-OVERFLOW
001750         WHEN OTHER
001760             MOVE 0 TO RETURN-CODE
001770     END-EVALUATE.
001771     IF FIB9-PARTITIONED
001772         PERFORM 9150-REOPEN-CATALOG THRU 9150-EXIT
001773     ELSE
001775         PERFORM 9100-CATALOG-END THRU 9100-EXIT
001776     END-IF.
001780 9000-EXIT.
001790     EXIT.

001800     COMPUTE fib9-rcat-p-fails =
001801         fib9-invalid-count + fib9-overflow-count.
001802     MOVE fib9-overflow-count TO fib9-rcat-p-ovfl.
001803     MOVE fib9-cat-run-id     TO FIBRCAT-RUN-ID.
001804     MOVE fib9-run-date       TO FIBRCAT-RUN-DATE.
001805     MOVE "FIB900"            TO FIBRCAT-PROGRAM.
001806     MOVE fib9-start-time     TO FIBRCAT-START-TIME.
001830     OPEN EXTEND FIBEVLOG-FILE.
001831     MOVE SPACES             TO FIBEVT-RECORD.
001832     MOVE "FIB900"           TO FIBEVT-PROGRAM.
001833     MOVE fib9-cat-run-id    TO FIBEVT-RUN-ID.
001834     MOVE fib9-evt-date      TO FIBEVT-DATE.
001835     MOVE fib9-evt-time      TO FIBEVT-TIME.
001836     MOVE fib9-evt-severity  TO FIBEVT-SEVERITY.
001846 9999-EXIT.
001847     STOP RUN.

001850*================================================================*
001860*  1200-PARTITION-SETUP -- A FIBNCTL CARD NAMING A PARTITION     *
001870*  PUTS THE STEP IN PARTITION MODE: THE FIBNPLN PLAN WRITTEN BY  *
001880*  THE FIB910 SPLIT SUPPLIES THE BATCH DATE TO CATALOG AND       *
001890*  REPORT UNDER AND THE PARTITION'S CATALOG RUN-ID.  NO CARD, AN *
001900*  EMPTY ONE OR A ZERO PARTITION LEAVES THE STEP RUNNING THE     *
001910*  WHOLE FIBPSET FILE UNDER "FIB900" AS BEFORE.                  *
001920*================================================================*
001930 1200-PARTITION-SETUP.
001940     OPEN INPUT FIBNCTL-FILE.
001950     IF fib9-nctl-status NOT = "00"
001960         GO TO 1200-EXIT
001970     END-IF.
001980     READ FIBNCTL-FILE
001990         AT END
002000             MOVE ZEROS TO FIBNCTL-RECORD
002010     END-READ.
002020     CLOSE FIBNCTL-FILE.
002030     IF FIBNCTL-PARTITION NUMERIC AND FIBNCTL-PARTITION = 0
002040         GO TO 1200-EXIT
002050     END-IF.
002060     IF FIBNCTL-PARTITION NOT NUMERIC
002070         MOVE "FIBNCTL PARTITION MUST BE NUMERIC"
002080             TO fib9-evt-msg
002090         PERFORM 1250-REJECT-PARTITION THRU 1250-EXIT
002100         GO TO 1200-EXIT
002110     END-IF.
002120     MOVE FIBNCTL-PARTITION TO fib9-partition.
002130     SET FIB9-PARTITIONED TO TRUE.

002140     OPEN INPUT FIBNPLN-FILE.
002150     IF fib9-npln-status NOT = "00"
002160         MOVE "FIBNPLN PARTITION PLAN NOT FOUND - RUN FIB910J"
002170             TO fib9-evt-msg
002180         PERFORM 1250-REJECT-PARTITION THRU 1250-EXIT
002190         GO TO 1200-EXIT
002200     END-IF.
002210     READ FIBNPLN-FILE
002220         AT END
002230             SET FIB9-PLAN-EOF TO TRUE
002240     END-READ.
002250     IF FIB9-PLAN-EOF OR FIBNPLN-H-TYPE NOT = "H"
002260         MOVE "FIBNPLN PARTITION PLAN HAS NO HEADER"
002270             TO fib9-evt-msg
002280         PERFORM 1250-REJECT-PARTITION THRU 1250-EXIT
002290         CLOSE FIBNPLN-FILE
002300         GO TO 1200-EXIT
002310     END-IF.
002320     MOVE FIBNPLN-H-BATCH-DATE TO fib9-run-date.
002330     MOVE FIBNPLN-H-PARTITIONS TO fib9-partitions.
002340     IF fib9-partition > fib9-partitions
002350         MOVE "FIBNCTL PARTITION IS NOT IN THE FIBNPLN PLAN"
002360             TO fib9-evt-msg
002370         PERFORM 1250-REJECT-PARTITION THRU 1250-EXIT
002380         CLOSE FIBNPLN-FILE
002390         GO TO 1200-EXIT
002400     END-IF.
002410     MOVE SPACES TO fib9-cat-run-id.
002420     PERFORM 1210-FIND-PLAN-PART THRU 1210-EXIT
002430         UNTIL FIB9-PLAN-EOF OR fib9-cat-run-id NOT = SPACES.
002440     CLOSE FIBNPLN-FILE.
002450     IF fib9-cat-run-id = SPACES
002460         MOVE "FIBNPLN HAS NO RECORD FOR THIS PARTITION"
002470             TO fib9-evt-msg
002480         PERFORM 1250-REJECT-PARTITION THRU 1250-EXIT
002490         GO TO 1200-EXIT
002500     END-IF.
002510     DISPLAY "FIB900 - RUNNING PARTITION " fib9-partition
002520             " OF " fib9-partitions " AS " fib9-cat-run-id
002530             " FOR BATCH DATE " fib9-run-date.
002540 1200-EXIT.
002550     EXIT.

002560*================================================================*
002570*  1210-FIND-PLAN-PART -- READ THE PLAN UP TO THIS STEP'S        *
002580*  PARTITION RECORD AND TAKE ITS CATALOG RUN-ID.                 *
002590*================================================================*
002600 1210-FIND-PLAN-PART.
002610     READ FIBNPLN-FILE
002620         AT END
002630             SET FIB9-PLAN-EOF TO TRUE
002640             GO TO 1210-EXIT
002650     END-READ.
002660     IF FIBNPLN-P-TYPE = "P"
002670         AND FIBNPLN-P-PARTITION = fib9-partition
002680         MOVE FIBNPLN-P-RUN-ID TO fib9-cat-run-id
002690     END-IF.
002700 1210-EXIT.
002710     EXIT.

002720*================================================================*
002730*  1250-REJECT-PARTITION -- THE CARD ASKED FOR A PARTITION THE   *
002740*  PLAN CANNOT SUPPORT.  NOTHING IS RUN AND NOTHING CATALOGUED.  *
002750*================================================================*
002760 1250-REJECT-PARTITION.
002770     DISPLAY "FIB900 - " fib9-evt-msg.
002780     MOVE "N" TO FIB9-VALID-SW.
002790     MOVE 8 TO RETURN-CODE.
002800     MOVE "E" TO fib9-evt-severity.
002810     MOVE 8   TO fib9-evt-rc.
002820     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
002830 1250-EXIT.
002840     EXIT.

002850*================================================================*
002860*  1420-OPEN-CATALOG -- OPEN FIBRCAT FOR THE START RECORD.  A    *
002870*  CATALOG STILL HELD BY ANOTHER PARTITION AFTER THE LAST RETRY, *
002880*  OR NOT DEFINED AT ALL, REJECTS THE RUN.  SO DOES A WHOLE-FILE *
002890*  RUN ON A DATE A PARTITIONED BATCH HAS ALREADY TAKEN: ITS      *
002900*  PARENT RECORD (PARM "PARTS=") SHARES THE "FIB900" KEY AND IS  *
002910*  LEFT FOR THE FIB920 MERGE TO END.  NOTHING IS CHECKED IF 1200 *
002920*  HAS ALREADY REJECTED THE PARTITION CARD.                      *
002930*================================================================*
002940 1420-OPEN-CATALOG.
002950     IF NOT FIB9-VALID
002960         GO TO 1420-EXIT
002970     END-IF.
002980     PERFORM 1450-OPEN-CATALOG THRU 1450-EXIT.
002990     IF fib9-rcat-status = "93"
003000         DISPLAY "FIB900 - FIBRCAT RUN CATALOG STILL IN USE "
003010                 "AFTER THE LAST RETRY - RESUBMIT THIS STEP"
003020         MOVE "FIBRCAT RUN CATALOG STILL IN USE - RESUBMIT THIS "
003030              & "STEP" TO fib9-evt-msg
003040         PERFORM 1490-REJECT-START THRU 1490-EXIT
003050         GO TO 1420-EXIT
003060     END-IF.
003070     IF fib9-rcat-status NOT = "00"
003080         DISPLAY "FIB900 - FIBRCAT RUN CATALOG NOT FOUND - "
003090                 "RUN FIBRCATA TO DEFINE THE CLUSTER FIRST"
003100         MOVE "FIBRCAT RUN CATALOG NOT FOUND - RUN FIBRCATA "
003110              & "FIRST" TO fib9-evt-msg
003120         PERFORM 1490-REJECT-START THRU 1490-EXIT
003130         GO TO 1420-EXIT
003140     END-IF.
003150     IF FIB9-PARTITIONED
003160         GO TO 1420-EXIT
003170     END-IF.
003180     MOVE "FIB900"      TO FIBRCAT-RUN-ID.
003190     MOVE fib9-run-date TO FIBRCAT-RUN-DATE.
003200     READ FIBRCAT-FILE
003210         INVALID KEY
003220             GO TO 1420-EXIT
003230     END-READ.
003240     IF FIBRCAT-PARM-TEXT(1:6) = "PARTS="
003250         DISPLAY "FIB900 - A PARTITIONED BATCH IS ALREADY "
003260                 "CATALOGUED FOR " fib9-run-date
003270                 " - WHOLE-FILE RUN REFUSED"
003280         MOVE "PARTITIONED BATCH HOLDS THIS DATE - WHOLE-FILE "
003290              & "RUN REFUSED" TO fib9-evt-msg
003300         PERFORM 1490-REJECT-START THRU 1490-EXIT
003310         CLOSE FIBRCAT-FILE
003320     END-IF.
003330 1420-EXIT.
003340     EXIT.

003350*================================================================*
003360*  1490-REJECT-START -- THE START RECORD CANNOT BE WRITTEN.      *
003370*  NOTHING IS RUN; THE CALLER HAS SET THE MESSAGE TO LOG.        *
003380*================================================================*
003390 1490-REJECT-START.
003400     MOVE "N" TO FIB9-VALID-SW.
003410     MOVE 8 TO RETURN-CODE.
003420     MOVE "E" TO fib9-evt-severity.
003430     MOVE 8   TO fib9-evt-rc.
003440     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
003450 1490-EXIT.
003460     EXIT.

003470*================================================================*
003480*  1450-OPEN-CATALOG -- OPEN FIBRCAT FOR UPDATE.  SHAREOPTIONS   *
003490*  (2 3) LETS ONE JOB AT A TIME OPEN IT FOR UPDATE, AND THE      *
003500*  PARTITIONS OF A BATCH RUN SIDE BY SIDE, SO AN OPEN THAT FINDS *
003510*  IT HELD BY ANOTHER PARTITION (93) WAITS FIB9-RCAT-WAIT-SECS   *
003520*  AND TRIES AGAIN, UP TO FIB9-RCAT-TRY-LIMIT OPENS IN ALL.  THE *
003530*  CALLER ACTS ON THE STATUS LEFT BY THE LAST OPEN.              *
003540*================================================================*
003550 1450-OPEN-CATALOG.
003560     MOVE 1 TO fib9-rcat-tries.
003570     OPEN I-O FIBRCAT-FILE.
003580     PERFORM 1460-RETRY-OPEN THRU 1460-EXIT
003590         UNTIL fib9-rcat-status NOT = "93"
003600            OR fib9-rcat-tries NOT < fib9-rcat-try-limit.
003610 1450-EXIT.
003620     EXIT.

003630 1460-RETRY-OPEN.
003640     CALL "CEE3DLY" USING fib9-rcat-wait-secs fib9-rcat-wait-fc.
003650     ADD 1 TO fib9-rcat-tries.
003660     OPEN I-O FIBRCAT-FILE.
003670 1460-EXIT.
003680     EXIT.

003690*================================================================*
003700*  9150-REOPEN-CATALOG -- A PARTITION LETS GO OF FIBRCAT ONCE    *
003710*  ITS START RECORD IS WRITTEN (SEE 0000-MAINLINE), SO IT        *
003720*  REOPENS IT HERE (SEE 1450) BEFORE 9100 ENDS THE RECORD.  IF   *
003730*  IT CANNOT, THE RECORD STAYS AT "S" AND THE FIB920 MERGE       *
003740*  NAMES THE PARTITION FOR A RERUN.                              *
003750*================================================================*
003760 9150-REOPEN-CATALOG.
003770     PERFORM 1450-OPEN-CATALOG THRU 1450-EXIT.
003780     IF fib9-rcat-status NOT = "00"
003790         DISPLAY "FIB900 - FIBRCAT NOT AVAILABLE (STATUS "
003800                 fib9-rcat-status ") - PARTITION "
003810                 fib9-partition " LEFT AT STATUS S"
003820         IF RETURN-CODE < 8
003830             MOVE 8 TO RETURN-CODE
003840         END-IF
003850         MOVE "E" TO fib9-evt-severity
003860         MOVE 8   TO fib9-evt-rc
003870         MOVE "FIBRCAT NOT AVAILABLE AT END - PARTITION LEFT AT S"
003880             TO fib9-evt-msg
003890         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
003900         GO TO 9150-EXIT
003910     END-IF.
003920     PERFORM 9100-CATALOG-END THRU 9100-EXIT.
003930 9150-EXIT.
003940     EXIT.




