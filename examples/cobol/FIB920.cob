000010*================================================================*
000020*  PROGRAM:      FIB920                                          *
000030*  AUTHOR:       R SANDERSON                                     *
000040*  INSTALLATION: OPERATIONS SYSTEMS GROUP                        *
000050*  DATE-WRITTEN: 2026-10-14                                      *
000060*                                                                *
000070*  PURPOSE.                                                      *
000080*      PARTITION MERGE FOR THE MULTI-SET DRIVER.  READS THE      *
000090*      PARTIAL FIBSRPT SUMMARIES THE FIB900 PARTITION STEPS      *
000100*      WROTE (CONCATENATED UNDER THE FIBSPRT DD) AND BUILDS THE  *
000110*      ONE FIBSRPT SUMMARY A WHOLE-FILE FIB900 RUN WOULD HAVE    *
000120*      WRITTEN.  NOTHING IS MERGED UNTIL EVERY PARTITION IN THE  *
000130*      FIBNPLN PLAN IS PROVEN:                                   *
000140*        - ITS PARTIAL SUMMARY IS PRESENT ONCE, FOR THE BATCH    *
000150*          DATE, WITH A TRAILER                                  *
000160*        - THE TRAILER'S SET COUNT, FAIL COUNT AND GRAND SUM     *
000170*          AGREE WITH ITS OWN DETAIL LINES                       *
000180*        - IT RAN THE NUMBER OF SETS THE PLAN GAVE IT            *
000190*        - ITS FIBRCAT RECORD SAYS IT ENDED                      *
000200*      THE MERGED TRAILER'S SET COUNT, FAIL COUNT AND GRAND SUM  *
000210*      ARE THEN PROVEN EQUAL TO THE SUMS OF THE PARTITION        *
000220*      TRAILERS, AND THE PARENT "FIB900" CATALOG RECORD IS ENDED.*
000230*      A PARTITION THAT FAILS ITS PROOF STOPS THE MERGE BEFORE   *
000240*      FIBSRPT IS OPENED.  A REFUSED MERGE LEAVES THE PARENT     *
000250*      RECORD "S"; RERUN THE PARTITION(S) NAMED AND RESUBMIT.    *
000260*                                                                *
000270*      RETURN CODES FOLLOW THE SUITE-WIDE SCHEME, THE FIRST      *
000280*      THREE AS A WHOLE-FILE FIB900 RUN SETS THEM:               *
000290*        0   MERGED, EVERY SET RAN CLEAN                         *
000300*        8   MERGED, AT LEAST ONE SET FAILED VALIDATION, OR THE  *
000310*            PLAN OR CATALOG COULD NOT BE READ, OR A WHOLE-FILE  *
000315*            FIB900 RUN HOLDS THE BATCH DATE (NOTHING MERGED)    *
000320*        12  MERGE REFUSED - A PARTITION IS MISSING, DID NOT END *
000330*            OR DOES NOT PROVE                                   *
000340*        16  MERGED, AT LEAST ONE SET OR THE GRAND SUM OVERFLOWED*
000350*------------------------------------------------------------------
000360*  MOD LOG
000370*  2026-10-14  RLS  ORIGINAL PROGRAM.
000372*  2026-10-15  RLS  MERGE REFUSED WHEN THE BATCH DATE'S "FIB900"
000374*              CATALOG RECORD IS A WHOLE-FILE RUN, NOT THE
000376*              SPLIT'S PARENT.
000380*================================================================*
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.                  FIB920.
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
000510     SELECT FIBNPLN-FILE      ASSIGN       TO "FIBNPLN"
000520                               ORGANIZATION IS LINE SEQUENTIAL
000530                               FILE STATUS IS fib92-npln-status.

000540     SELECT FIBSPRT-FILE      ASSIGN       TO "FIBSPRT"
000550                               ORGANIZATION IS LINE SEQUENTIAL
000560                               FILE STATUS IS fib92-sprt-status.

000570     SELECT FIBSRPT-FILE      ASSIGN       TO "FIBSRPT"
000580                               ORGANIZATION IS LINE SEQUENTIAL.

000590     SELECT FIBRCAT-FILE      ASSIGN       TO "FIBRCAT"
000600                               ORGANIZATION IS INDEXED
000610                               ACCESS MODE  IS RANDOM
000620                               RECORD KEY   IS FIBRCAT-KEY
000630                               FILE STATUS  IS fib92-rcat-status.

000640     SELECT FIBEVLOG-FILE     ASSIGN       TO "FIBEVLOG"
000650                               ORGANIZATION IS LINE SEQUENTIAL.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  FIBNPLN-FILE.
000690     COPY FIBNPLN.

000700*  PARTIAL SUMMARIES - THE FIBSRPT LAYOUT UNDER FIBSPRT- NAMES.
000710 FD  FIBSPRT-FILE.
000720     COPY FIBSRPT REPLACING LEADING ==FIBSRPT-== BY ==FIBSPRT-==.

000730 FD  FIBSRPT-FILE.
000740     COPY FIBSRPT.

000750 FD  FIBRCAT-FILE.
000760     COPY FIBRCAT.

000770 FD  FIBEVLOG-FILE.
000780     COPY FIBEVT.

000790 WORKING-STORAGE SECTION.
000800 01  FIB92-EOF-SW              PIC X(01) VALUE "N".
000810     88  FIB92-EOF             VALUE "Y".
000820 01  FIB92-VALID-SW            PIC X(01) VALUE "Y".
000830     88  FIB92-VALID           VALUE "Y".
000840 01  FIB92-PROVEN-SW           PIC X(01) VALUE "Y".
000850     88  FIB92-PROVEN          VALUE "Y".
000860 01  FIB92-SUM-OVERFLOW-SW     PIC X(01) VALUE "N".
000870     88  FIB92-SUM-OVERFLOW    VALUE "Y".

000880 01  fib92-npln-status         PIC X(02) VALUE "00".
000890 01  fib92-sprt-status         PIC X(02) VALUE "00".
000900 01  fib92-rcat-status         PIC X(02) VALUE "00".

000910 01  fib92-batch-date          PIC 9(08) VALUE 0.
000920 01  fib92-split-time          PIC 9(08) VALUE 0.
000930 01  fib92-partitions          PIC 9(02) VALUE 0.
000940 01  fib92-max-partitions      PIC 9(02) VALUE 16.
000950 01  fib92-plan-sets           PIC 9(05) VALUE 0.
000960 01  fib92-plan-terms          PIC 9(09) VALUE 0.
000970 01  fib92-stray-count         PIC 9(05) VALUE 0.
000980 01  fib92-value               PIC S9(38) VALUE 0.
000990 01  fib92-end-time            PIC 9(08) VALUE 0.

001000*----------------------------------------------------------------*
001010*  PARTITION TABLE - THE PLAN'S FIGURES, WHAT EACH PARTIAL       *
001020*  SUMMARY'S DETAIL ADDS UP TO, AND WHAT ITS TRAILER SAYS.       *
001030*----------------------------------------------------------------*
001040 01  fib92-part-table.
001050     05  fib92-part-entry      OCCURS 16 TIMES.
001060         10  fib92-pt-run-id       PIC X(08).
001070         10  fib92-pt-plan-sets    PIC 9(05).
001080         10  fib92-pt-seen         PIC X(01).
001090         10  fib92-pt-trailer      PIC X(01).
001100         10  fib92-pt-bad          PIC X(01).
001110         10  fib92-pt-sum-ovfl     PIC X(01).
001120         10  fib92-pt-sets         PIC 9(05).
001130         10  fib92-pt-fails        PIC 9(05).
001140         10  fib92-pt-sum          PIC S9(38).
001150         10  fib92-pt-t-sets       PIC 9(05).
001160         10  fib92-pt-t-fails      PIC 9(05).
001170         10  fib92-pt-t-sum        PIC S9(38).
001180 01  px                        PIC S9(05) COMP VALUE 0.
001190 01  cx                        PIC S9(05) COMP VALUE 0.

001200*----------------------------------------------------------------*
001210*  SUMS OF THE PARTITION TRAILERS, AND THE MERGED REPORT'S OWN   *
001220*  TOTALS THEY ARE PROVEN AGAINST.                               *
001230*----------------------------------------------------------------*
001240 01  fib92-part-sets           PIC 9(05) VALUE 0.
001250 01  fib92-part-fails          PIC 9(05) VALUE 0.
001260 01  fib92-part-sum            PIC S9(38) VALUE 0.
001270 01  fib92-merged-sets         PIC 9(05) VALUE 0.
001280 01  fib92-merged-fails        PIC 9(05) VALUE 0.
001290 01  fib92-merged-invalid      PIC 9(05) VALUE 0.
001300 01  fib92-merged-overflow     PIC 9(05) VALUE 0.
001310 01  fib92-merged-sum          PIC S9(38) VALUE 0.

001320*  PARTITION ERROR TEXT - SET BEFORE EACH PERFORM OF 3900.
001330 01  fib92-part-msg            PIC X(50) VALUE SPACES.
001340 01  fib92-count-edit          PIC 9(05) VALUE 0.
001350 01  fib92-part-edit           PIC 9(02) VALUE 0.

001360 01  fib92-batch-parms.
001370     05  FILLER                PIC X(06) VALUE "PARTS=".
001380     05  fib92-bp-parts        PIC 9(02).
001390     05  FILLER                PIC X(06) VALUE " SETS=".
001400     05  fib92-bp-sets         PIC 9(05).
001410     05  FILLER                PIC X(07) VALUE " TERMS=".
001420     05  fib92-bp-terms        PIC 9(09).

001430*  EVENT-LOG FIELDS - SET BEFORE EACH PERFORM OF 9800-LOG-EVENT.
001440 01  fib92-evt-severity        PIC X(01) VALUE SPACES.
001450 01  fib92-evt-rc              PIC 9(02) VALUE 0.
001460 01  fib92-evt-msg             PIC X(60) VALUE SPACES.
001470 01  fib92-evt-date            PIC 9(08) VALUE 0.
001480 01  fib92-evt-time            PIC 9(08) VALUE 0.

001490 PROCEDURE DIVISION.
001500*================================================================*
001510*  0000-MAINLINE                                                 *
001520*================================================================*
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
001550     IF NOT FIB92-VALID
001560         GO TO 9999-EXIT
001570     END-IF.
001580     PERFORM 2000-PROVE-PARTIALS      THRU 2000-EXIT.
001590     PERFORM 3000-CHECK-PARTITIONS    THRU 3000-EXIT.
001600     IF NOT FIB92-PROVEN
001610         PERFORM 8000-REFUSE-MERGE    THRU 8000-EXIT
001620         GO TO 9999-EXIT
001630     END-IF.
001640     PERFORM 4000-WRITE-MERGED        THRU 4000-EXIT.
001650     PERFORM 5000-PROVE-MERGED        THRU 5000-EXIT.
001660     IF NOT FIB92-PROVEN
001670         PERFORM 8000-REFUSE-MERGE    THRU 8000-EXIT
001680         GO TO 9999-EXIT
001690     END-IF.
001700     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
001710     GO TO 9999-EXIT.

001720*================================================================*
001730*  1000-INITIALIZE -- LOAD THE PLAN, THEN OPEN THE CATALOG AND   *
001740*  THE PARTIAL SUMMARIES.                                        *
001750*================================================================*
001760 1000-INITIALIZE.
001770     PERFORM 1050-CLEAR-ONE-PART THRU 1050-EXIT
001780         VARYING cx FROM 1 BY 1
001790         UNTIL cx > fib92-max-partitions.
001800     OPEN INPUT FIBNPLN-FILE.
001810     IF fib92-npln-status NOT = "00"
001820         MOVE "FIBNPLN PARTITION PLAN NOT FOUND - RUN FIB910J"
001830             TO fib92-evt-msg
001840         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
001850         GO TO 1000-EXIT
001860     END-IF.
001870     READ FIBNPLN-FILE
001880         AT END
001890             SET FIB92-EOF TO TRUE
001900     END-READ.
001910     IF FIB92-EOF OR FIBNPLN-H-TYPE NOT = "H"
001920         OR FIBNPLN-H-PARTITIONS NOT NUMERIC
001930         OR FIBNPLN-H-PARTITIONS = 0
001940         OR FIBNPLN-H-PARTITIONS > fib92-max-partitions
001950         MOVE "FIBNPLN PARTITION PLAN HAS NO USABLE HEADER"
001960             TO fib92-evt-msg
001970         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
001980         CLOSE FIBNPLN-FILE
001990         GO TO 1000-EXIT
002000     END-IF.
002010     MOVE FIBNPLN-H-BATCH-DATE TO fib92-batch-date.
002020     MOVE FIBNPLN-H-SPLIT-TIME TO fib92-split-time.
002030     MOVE FIBNPLN-H-PARTITIONS TO fib92-partitions.
002040     MOVE FIBNPLN-H-SET-COUNT  TO fib92-plan-sets.
002050     MOVE FIBNPLN-H-TERM-TOTAL TO fib92-plan-terms.
002060     PERFORM 1100-LOAD-PLAN-PART THRU 1100-EXIT
002070         UNTIL FIB92-EOF.
002080     CLOSE FIBNPLN-FILE.
002090     MOVE "N" TO FIB92-EOF-SW.

002100     OPEN I-O FIBRCAT-FILE.
002110     IF fib92-rcat-status NOT = "00"
002120         MOVE "FIBRCAT RUN CATALOG NOT FOUND - RUN FIBRCATA "
002130              & "FIRST" TO fib92-evt-msg
002140         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002150         GO TO 1000-EXIT
002160     END-IF.
002162     PERFORM 1400-CHECK-PARENT THRU 1400-EXIT.
002164     IF NOT FIB92-VALID
002166         GO TO 1000-EXIT
002168     END-IF.
002170     OPEN INPUT FIBSPRT-FILE.
002180     IF fib92-sprt-status NOT = "00"
002190         MOVE "FIBSPRT PARTIAL SUMMARIES NOT FOUND"
002200             TO fib92-evt-msg
002210         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002220         CLOSE FIBRCAT-FILE
002230         GO TO 1000-EXIT
002240     END-IF.
002250     DISPLAY "FIB920 - MERGING " fib92-partitions
002260             " PARTITION(S) FOR BATCH DATE " fib92-batch-date.
002270 1000-EXIT.
002280     EXIT.

002290*================================================================*
002300*  1050-CLEAR-ONE-PART -- EMPTY ONE ENTRY OF THE PARTITION TABLE.*
002310*================================================================*
002320 1050-CLEAR-ONE-PART.
002330     MOVE SPACES TO fib92-pt-run-id(cx).
002340     MOVE "N"    TO fib92-pt-seen(cx).
002350     MOVE "N"    TO fib92-pt-trailer(cx).
002360     MOVE "N"    TO fib92-pt-bad(cx).
002370     MOVE "N"    TO fib92-pt-sum-ovfl(cx).
002380     MOVE 0      TO fib92-pt-plan-sets(cx).
002390     MOVE 0      TO fib92-pt-sets(cx).
002400     MOVE 0      TO fib92-pt-fails(cx).
002410     MOVE 0      TO fib92-pt-sum(cx).
002420     MOVE 0      TO fib92-pt-t-sets(cx).
002430     MOVE 0      TO fib92-pt-t-fails(cx).
002440     MOVE 0      TO fib92-pt-t-sum(cx).
002450 1050-EXIT.
002460     EXIT.

002470*================================================================*
002480*  1100-LOAD-PLAN-PART -- TABLE ONE PARTITION RECORD OF THE      *
002490*  PLAN.  A RECORD FOR A PARTITION OUTSIDE THE HEADER'S COUNT    *
002500*  IS IGNORED; ONE NEVER WRITTEN SHOWS AS A BLANK RUN-ID AND IS  *
002510*  CAUGHT BY 3000.                                               *
002520*================================================================*
002530 1100-LOAD-PLAN-PART.
002540     READ FIBNPLN-FILE
002550         AT END
002560             SET FIB92-EOF TO TRUE
002570             GO TO 1100-EXIT
002580     END-READ.
002590     IF FIBNPLN-P-TYPE NOT = "P"
002600         OR FIBNPLN-P-PARTITION NOT NUMERIC
002610         OR FIBNPLN-P-PARTITION = 0
002620         OR FIBNPLN-P-PARTITION > fib92-partitions
002630         GO TO 1100-EXIT
002640     END-IF.
002650     MOVE FIBNPLN-P-PARTITION  TO px.
002660     MOVE FIBNPLN-P-RUN-ID     TO fib92-pt-run-id(px).
002670     MOVE FIBNPLN-P-SET-COUNT  TO fib92-pt-plan-sets(px).
002680 1100-EXIT.
002690     EXIT.

002700*================================================================*
002710*  1350-LOG-REJECTION -- EVERY SETUP FAILURE IS THE SAME         *
002720*  SEVERITY AND RETURN CODE; ONLY THE TEXT DIFFERS.              *
002730*================================================================*
002740 1350-LOG-REJECTION.
002750     DISPLAY "FIB920 - " fib92-evt-msg.
002760     MOVE "N" TO FIB92-VALID-SW.
002770     MOVE 8 TO RETURN-CODE.
002780     MOVE "E" TO fib92-evt-severity.
002790     MOVE 8   TO fib92-evt-rc.
002800     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
002810 1350-EXIT.
002820     EXIT.

002821*================================================================*
002822*  1400-CHECK-PARENT -- THE PARENT RECORD SHARES THE "FIB900"    *
002823*  CATALOG KEY WITH A WHOLE-FILE FIB900 RUN.  IF THE BATCH       *
002824*  DATE'S RECORD IS A WHOLE-FILE RUN (ITS PARAMETER TEXT DOES    *
002825*  NOT START "PARTS="), 9100 WOULD END THE WRONG RECORD, SO      *
002826*  NOTHING IS MERGED.  WITH NO RECORD AT ALL, 9100 WRITES ONE.   *
002827*================================================================*
002828 1400-CHECK-PARENT.
002829     MOVE "FIB900"             TO FIBRCAT-RUN-ID.
002830     MOVE fib92-batch-date     TO FIBRCAT-RUN-DATE.
002831     READ FIBRCAT-FILE
002832         INVALID KEY
002833             GO TO 1400-EXIT
002834     END-READ.
002835     IF FIBRCAT-PARM-TEXT(1:6) NOT = "PARTS="
002836         MOVE "WHOLE-FILE FIB900 RUN HOLDS THE BATCH DATE - "
002837              & "NOTHING MERGED" TO fib92-evt-msg
002838         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002839         CLOSE FIBRCAT-FILE
002840     END-IF.
002841 1400-EXIT.
002842     EXIT.

002843*================================================================*
002844*  2000-PROVE-PARTIALS -- FIRST PASS OVER THE PARTIAL SUMMARIES: *
002850*  ADD UP EACH PARTITION'S DETAIL AND TAKE ITS TRAILER.          *
002860*================================================================*
002870 2000-PROVE-PARTIALS.
002880     MOVE 0 TO px.
002890     PERFORM 2050-READ-PARTIAL THRU 2050-EXIT.
002900     PERFORM 2100-PROVE-ONE-RECORD THRU 2100-EXIT
002910         UNTIL FIB92-EOF.
002920     CLOSE FIBSPRT-FILE.
002930     IF fib92-stray-count > 0
002940         MOVE fib92-stray-count TO fib92-count-edit
002950         MOVE SPACES TO fib92-evt-msg
002960         STRING fib92-count-edit DELIMITED BY SIZE
002970                " FIBSPRT RECORD(S) OUTSIDE ANY PLANNED PARTITION"
002980                    DELIMITED BY SIZE
002990             INTO fib92-evt-msg
003000         END-STRING
003010         PERFORM 3950-PROOF-FAILED THRU 3950-EXIT
003020     END-IF.
003030 2000-EXIT.
003040     EXIT.

003050*================================================================*
003060*  2050-READ-PARTIAL -- GET THE NEXT PARTIAL SUMMARY RECORD.     *
003070*================================================================*
003080 2050-READ-PARTIAL.
003090     READ FIBSPRT-FILE
003100         AT END
003110             SET FIB92-EOF TO TRUE
003120     END-READ.
003130 2050-EXIT.
003140     EXIT.

003150*================================================================*
003160*  2100-PROVE-ONE-RECORD -- PX IS THE PARTITION WHOSE HEADER WAS *
003170*  LAST READ, OR ZERO WHEN THE RECORDS IN HAND BELONG TO NO      *
003180*  PLANNED PARTITION (THEY ARE COUNTED AS STRAYS).               *
003190*================================================================*
003200 2100-PROVE-ONE-RECORD.
003210     EVALUATE FIBSPRT-H-TYPE
003220         WHEN "H"
003230             PERFORM 2200-PARTIAL-HEADER  THRU 2200-EXIT
003240         WHEN "D"
003250             PERFORM 2300-PARTIAL-DETAIL  THRU 2300-EXIT
003260         WHEN "T"
003270             PERFORM 2400-PARTIAL-TRAILER THRU 2400-EXIT
003280         WHEN OTHER
003290             ADD 1 TO fib92-stray-count
003300     END-EVALUATE.
003310     PERFORM 2050-READ-PARTIAL THRU 2050-EXIT.
003320 2100-EXIT.
003330     EXIT.

003340*================================================================*
003350*  2200-PARTIAL-HEADER -- START OF ONE PARTITION'S SUMMARY.      *
003360*================================================================*
003370 2200-PARTIAL-HEADER.
003380     MOVE 0 TO px.
003390     IF FIBSPRT-H-PARTITION NOT NUMERIC
003400         OR FIBSPRT-H-PARTITION = 0
003410         OR FIBSPRT-H-PARTITION > fib92-partitions
003420         ADD 1 TO fib92-stray-count
003430         GO TO 2200-EXIT
003440     END-IF.
003450     MOVE FIBSPRT-H-PARTITION TO cx.
003460     IF fib92-pt-seen(cx) = "Y"
003470         MOVE "PARTIAL SUMMARY APPEARS TWICE IN FIBSPRT"
003480             TO fib92-part-msg
003490         PERFORM 3900-PARTITION-ERROR THRU 3900-EXIT
003500         GO TO 2200-EXIT
003510     END-IF.
003520     MOVE "Y" TO fib92-pt-seen(cx).
003530     IF FIBSPRT-H-RUN-DATE NOT = fib92-batch-date
003540         MOVE "PARTIAL SUMMARY IS FOR ANOTHER BATCH DATE"
003550             TO fib92-part-msg
003560         PERFORM 3900-PARTITION-ERROR THRU 3900-EXIT
003570         GO TO 2200-EXIT
003580     END-IF.
003590     MOVE cx TO px.
003600 2200-EXIT.
003610     EXIT.

003620*================================================================*
003630*  2300-PARTIAL-DETAIL -- ONE SET'S LINE.  FAILED SETS COUNT AS  *
003640*  FIB900 COUNTS THEM, AND AN INVALID SET'S SUM IS LEFT OUT OF   *
003650*  THE GRAND SUM AS FIB900 LEAVES IT OUT.                        *
003660*================================================================*
003670 2300-PARTIAL-DETAIL.
003680     IF px = 0
003690         ADD 1 TO fib92-stray-count
003700         GO TO 2300-EXIT
003710     END-IF.
003720     ADD 1 TO fib92-pt-sets(px).
003730     IF FIBSPRT-D-STATUS = "OVERFLOW" OR "INVALID"
003740         ADD 1 TO fib92-pt-fails(px)
003750     END-IF.
003760     IF FIBSPRT-D-STATUS = "INVALID"
003770         GO TO 2300-EXIT
003780     END-IF.
003790     MOVE FIBSPRT-D-SUM TO fib92-value.
003800     ADD fib92-value TO fib92-pt-sum(px)
003810         ON SIZE ERROR
003820             MOVE "Y" TO fib92-pt-sum-ovfl(px)
003830     END-ADD.
003840 2300-EXIT.
003850     EXIT.

003860*================================================================*
003870*  2400-PARTIAL-TRAILER -- END OF ONE PARTITION'S SUMMARY.       *
003880*================================================================*
003890 2400-PARTIAL-TRAILER.
003900     IF px = 0
003910         ADD 1 TO fib92-stray-count
003920         GO TO 2400-EXIT
003930     END-IF.
003940     MOVE "Y"                  TO fib92-pt-trailer(px).
003950     MOVE FIBSPRT-T-SET-COUNT  TO fib92-pt-t-sets(px).
003960     MOVE FIBSPRT-T-FAIL-COUNT TO fib92-pt-t-fails(px).
003970     MOVE FIBSPRT-T-GRAND-SUM  TO fib92-value.
003980     MOVE fib92-value          TO fib92-pt-t-sum(px).
003990     MOVE 0 TO px.
004000 2400-EXIT.
004010     EXIT.

004020*================================================================*
004030*  3000-CHECK-PARTITIONS -- PROVE EVERY PLANNED PARTITION AND    *
004040*  ADD ITS TRAILER INTO THE PARTITION TOTALS.                    *
004050*================================================================*
004060 3000-CHECK-PARTITIONS.
004070     PERFORM 3100-CHECK-ONE-PART THRU 3100-EXIT
004080         VARYING cx FROM 1 BY 1
004090         UNTIL cx > fib92-partitions.
004100 3000-EXIT.
004110     EXIT.

004120 3100-CHECK-ONE-PART.
004130     IF fib92-pt-bad(cx) = "Y"
004140         GO TO 3100-EXIT
004150     END-IF.
004160     IF fib92-pt-run-id(cx) = SPACES
004170         MOVE "PARTITION NOT ON THE FIBNPLN PLAN"
004180             TO fib92-part-msg
004190         PERFORM 3900-PARTITION-ERROR THRU 3900-EXIT
004200         GO TO 3100-EXIT
004210     END-IF.
004220     IF fib92-pt-seen(cx) NOT = "Y"
004230         MOVE "NO PARTIAL SUMMARY IN FIBSPRT" TO fib92-part-msg
004240         PERFORM 3900-PARTITION-ERROR THRU 3900-EXIT
004250         GO TO 3100-EXIT
004260     END-IF.
004270     IF fib92-pt-trailer(cx) NOT = "Y"
004280         MOVE "PARTIAL SUMMARY HAS NO TRAILER" TO fib92-part-msg
004290         PERFORM 3900-PARTITION-ERROR THRU 3900-EXIT
004300         GO TO 3100-EXIT
004310     END-IF.
004320     IF fib92-pt-t-sets(cx) NOT = fib92-pt-sets(cx)
004330         MOVE "TRAILER SET COUNT DISAGREES WITH ITS DETAIL"
004340             TO fib92-part-msg
004350         PERFORM 3900-PARTITION-ERROR THRU 3900-EXIT
004360     END-IF.
004370     IF fib92-pt-t-fails(cx) NOT = fib92-pt-fails(cx)
004380         MOVE "TRAILER FAIL COUNT DISAGREES WITH ITS DETAIL"
004390             TO fib92-part-msg
004400         PERFORM 3900-PARTITION-ERROR THRU 3900-EXIT
004410     END-IF.
004420     IF fib92-pt-sum-ovfl(cx) NOT = "Y"
004430         AND fib92-pt-t-sum(cx) NOT = fib92-pt-sum(cx)
004440         MOVE "TRAILER GRAND SUM DISAGREES WITH ITS DETAIL"
004450             TO fib92-part-msg
004460         PERFORM 3900-PARTITION-ERROR THRU 3900-EXIT
004470     END-IF.
004480     IF fib92-pt-sets(cx) NOT = fib92-pt-plan-sets(cx)
004490         MOVE "RAN A DIFFERENT NUMBER OF SETS THAN PLANNED"
004500             TO fib92-part-msg
004510         PERFORM 3900-PARTITION-ERROR THRU 3900-EXIT
004520     END-IF.
004530     PERFORM 3200-CHECK-CATALOG THRU 3200-EXIT.
004540     ADD fib92-pt-t-sets(cx)  TO fib92-part-sets.
004550     ADD fib92-pt-t-fails(cx) TO fib92-part-fails.
004560     IF fib92-pt-sum-ovfl(cx) = "Y"
004570         SET FIB92-SUM-OVERFLOW TO TRUE
004580     ELSE
004590         ADD fib92-pt-t-sum(cx) TO fib92-part-sum
004600             ON SIZE ERROR
004610                 SET FIB92-SUM-OVERFLOW TO TRUE
004620         END-ADD
004630     END-IF.
004640 3100-EXIT.
004650     EXIT.

004660*================================================================*
004670*  3200-CHECK-CATALOG -- THE PARTITION STEP MUST HAVE REACHED ITS*
004680*  END-OF-JOB; A RECORD STILL "S" IS A STEP THAT DIED.           *
004690*================================================================*
004700 3200-CHECK-CATALOG.
004710     MOVE fib92-pt-run-id(cx)  TO FIBRCAT-RUN-ID.
004720     MOVE fib92-batch-date     TO FIBRCAT-RUN-DATE.
004730     READ FIBRCAT-FILE
004740         INVALID KEY
004750             MOVE "NOT ON THE FIBRCAT RUN CATALOG"
004760                 TO fib92-part-msg
004770             PERFORM 3900-PARTITION-ERROR THRU 3900-EXIT
004780             GO TO 3200-EXIT
004790     END-READ.
004800     IF NOT FIBRCAT-ENDED
004810         MOVE SPACES TO fib92-part-msg
004820         STRING "CATALOG STATUS " DELIMITED BY SIZE
004830                FIBRCAT-STATUS DELIMITED BY SIZE
004840                " - RERUN THE PARTITION" DELIMITED BY SIZE
004850             INTO fib92-part-msg
004860         END-STRING
004870         PERFORM 3900-PARTITION-ERROR THRU 3900-EXIT
004880     END-IF.
004890 3200-EXIT.
004900     EXIT.

004910*================================================================*
004920*  3900-PARTITION-ERROR -- ONE PARTITION FAILS ITS PROOF.  CX IS *
004930*  THE PARTITION; THE CALLER SETS THE TEXT.                      *
004940*================================================================*
004950 3900-PARTITION-ERROR.
004960     MOVE "Y" TO fib92-pt-bad(cx).
004970     MOVE cx  TO fib92-part-edit.
004980     MOVE SPACES TO fib92-evt-msg.
004990     STRING "PARTITION " DELIMITED BY SIZE
005000            fib92-part-edit DELIMITED BY SIZE
005010            ": " DELIMITED BY SIZE
005020            fib92-part-msg DELIMITED BY SIZE
005030         INTO fib92-evt-msg
005040     END-STRING.
005050     PERFORM 3950-PROOF-FAILED THRU 3950-EXIT.
005060 3900-EXIT.
005070     EXIT.

005080*================================================================*
005090*  3950-PROOF-FAILED -- LOG ONE PROOF FAILURE AND REFUSE THE     *
005100*  MERGE.                                                        *
005110*================================================================*
005120 3950-PROOF-FAILED.
005130     DISPLAY "FIB920 - " fib92-evt-msg.
005140     MOVE "N" TO FIB92-PROVEN-SW.
005150     MOVE "E" TO fib92-evt-severity.
005160     MOVE 12  TO fib92-evt-rc.
005170     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
005180 3950-EXIT.
005190     EXIT.

005200*================================================================*
005210*  4000-WRITE-MERGED -- SECOND PASS: ONE HEADER, THE DETAIL      *
005220*  LINES OF EVERY PARTITION IN FIBSPRT ORDER, ONE TRAILER, WITH  *
005230*  THE MERGED TOTALS TAKEN FROM THE DETAIL AS FIB900 TAKES THEM. *
005240*================================================================*
005250 4000-WRITE-MERGED.
005260     OPEN INPUT FIBSPRT-FILE.
005270     OPEN OUTPUT FIBSRPT-FILE.
005280     MOVE SPACES TO FIBSRPT-HEADER-REC.
005290     MOVE "H"                  TO FIBSRPT-H-TYPE.
005300     MOVE fib92-batch-date     TO FIBSRPT-H-RUN-DATE.
005310     MOVE "FIBONACCI MULTI-SET BATCH SUMMARY" TO FIBSRPT-H-TITLE.
005320     MOVE 0                    TO FIBSRPT-H-PARTITION.
005330     MOVE fib92-partitions     TO FIBSRPT-H-PARTITIONS.
005340     WRITE FIBSRPT-HEADER-REC.
005350     MOVE "N" TO FIB92-EOF-SW.
005360     PERFORM 2050-READ-PARTIAL THRU 2050-EXIT.
005370     PERFORM 4100-COPY-ONE-RECORD THRU 4100-EXIT
005380         UNTIL FIB92-EOF.
005390     CLOSE FIBSPRT-FILE.
005400     MOVE SPACES TO FIBSRPT-TRAILER-REC.
005410     MOVE "T"                  TO FIBSRPT-T-TYPE.
005420     MOVE fib92-batch-date     TO FIBSRPT-T-RUN-DATE.
005430     MOVE fib92-merged-sets    TO FIBSRPT-T-SET-COUNT.
005440     MOVE fib92-merged-fails   TO FIBSRPT-T-FAIL-COUNT.
005450     MOVE fib92-merged-sum     TO FIBSRPT-T-GRAND-SUM.
005460     WRITE FIBSRPT-TRAILER-REC.
005470     CLOSE FIBSRPT-FILE.
005480 4000-EXIT.
005490     EXIT.

005500*================================================================*
005510*  4100-COPY-ONE-RECORD -- ONLY DETAIL LINES CARRY OVER; EACH    *
005520*  PARTIAL'S HEADER AND TRAILER ARE REPLACED BY THE MERGED ONES. *
005530*================================================================*
005540 4100-COPY-ONE-RECORD.
005550     IF FIBSPRT-D-TYPE NOT = "D"
005560         GO TO 4100-NEXT
005570     END-IF.
005580     WRITE FIBSRPT-DETAIL-REC FROM FIBSPRT-DETAIL-REC.
005590     ADD 1 TO fib92-merged-sets.
005600     EVALUATE FIBSPRT-D-STATUS
005610         WHEN "OVERFLOW"
005620             ADD 1 TO fib92-merged-fails
005630             ADD 1 TO fib92-merged-overflow
005640         WHEN "INVALID"
005650             ADD 1 TO fib92-merged-fails
005660             ADD 1 TO fib92-merged-invalid
005670             GO TO 4100-NEXT
005680     END-EVALUATE.
005690     MOVE FIBSPRT-D-SUM TO fib92-value.
005700     ADD fib92-value TO fib92-merged-sum
005710         ON SIZE ERROR
005720             SET FIB92-SUM-OVERFLOW TO TRUE
005730     END-ADD.
005740 4100-NEXT.
005750     PERFORM 2050-READ-PARTIAL THRU 2050-EXIT.
005760 4100-EXIT.
005770     EXIT.

005780*================================================================*
005790*  5000-PROVE-MERGED -- THE MERGED TRAILER MUST EQUAL THE SUM OF *
005800*  THE PARTITION TRAILERS, AND THE SETS MUST BE EVERY SET THE    *
005810*  SPLIT DEALT OUT.  A GRAND SUM THAT OVERFLOWED CANNOT BE       *
005820*  PROVEN AND IS REPORTED THROUGH THE RETURN CODE INSTEAD.       *
005830*================================================================*
005840 5000-PROVE-MERGED.
005850     IF fib92-merged-sets NOT = fib92-part-sets
005860         OR fib92-merged-sets NOT = fib92-plan-sets
005870         MOVE "MERGED SET COUNT DISAGREES WITH THE PARTITIONS"
005880             TO fib92-evt-msg
005890         PERFORM 3950-PROOF-FAILED THRU 3950-EXIT
005900     END-IF.
005910     IF fib92-merged-fails NOT = fib92-part-fails
005920         MOVE "MERGED FAIL COUNT DISAGREES WITH THE PARTITIONS"
005930             TO fib92-evt-msg
005940         PERFORM 3950-PROOF-FAILED THRU 3950-EXIT
005950     END-IF.
005960     IF NOT FIB92-SUM-OVERFLOW
005970         AND fib92-merged-sum NOT = fib92-part-sum
005980         MOVE "MERGED GRAND SUM DISAGREES WITH THE PARTITIONS"
005990             TO fib92-evt-msg
006000         PERFORM 3950-PROOF-FAILED THRU 3950-EXIT
006010     END-IF.
006020 5000-EXIT.
006030     EXIT.

006040*================================================================*
006050*  8000-REFUSE-MERGE -- THE PARENT STAYS "S" ON THE CATALOG.     *
006060*================================================================*
006070 8000-REFUSE-MERGE.
006080     CLOSE FIBRCAT-FILE.
006090     MOVE 12 TO RETURN-CODE.
006100     MOVE "E" TO fib92-evt-severity.
006110     MOVE 12  TO fib92-evt-rc.
006120     MOVE "PARTITION MERGE REFUSED - RERUN THE PARTITION(S) NAMED"
006130         TO fib92-evt-msg.
006140     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
006150     DISPLAY "FIB920 - " fib92-evt-msg.
006160 8000-EXIT.
006170     EXIT.

006180*================================================================*
006190*  9000-TERMINATE -- SET THE RETURN CODE THE WAY A WHOLE-FILE    *
006200*  FIB900 RUN WOULD, THEN END THE PARENT CATALOG RECORD.         *
006210*================================================================*
006220 9000-TERMINATE.
006230     EVALUATE TRUE
006240         WHEN FIB92-SUM-OVERFLOW
006250             MOVE 16 TO RETURN-CODE
006260         WHEN fib92-merged-overflow > 0
006270             MOVE 16 TO RETURN-CODE
006280         WHEN fib92-merged-invalid > 0
006290             MOVE 8 TO RETURN-CODE
006300         WHEN OTHER
006310             MOVE 0 TO RETURN-CODE
006320     END-EVALUATE.
006330     PERFORM 9100-CATALOG-END THRU 9100-EXIT.
006340     DISPLAY "FIB920 - MERGED " fib92-merged-sets " SET(S), "
006350             fib92-merged-fails " FAILED, FROM " fib92-partitions
006360             " PARTITION(S)".
006370 9000-EXIT.
006380     EXIT.

006390*================================================================*
006400*  9100-CATALOG-END -- END THE PARENT "FIB900" RECORD THE SPLIT  *
006410*  STARTED, KEEPING ITS START TIME AND PARAMETERS.  IF THE SPLIT *
006420*  NEVER RECORDED IT, IT IS WRITTEN NOW FROM THE PLAN.           *
006430*================================================================*
006440 9100-CATALOG-END.
006450     ACCEPT fib92-end-time FROM TIME.
006460     MOVE "FIB900"             TO FIBRCAT-RUN-ID.
006470     MOVE fib92-batch-date     TO FIBRCAT-RUN-DATE.
006480     READ FIBRCAT-FILE
006490         INVALID KEY
006500             MOVE fib92-partitions  TO fib92-bp-parts
006510             MOVE fib92-plan-sets   TO fib92-bp-sets
006520             MOVE fib92-plan-terms  TO fib92-bp-terms
006530             MOVE fib92-batch-parms TO FIBRCAT-PARM-TEXT
006540             MOVE fib92-split-time  TO FIBRCAT-START-TIME
006550     END-READ.
006560     MOVE "FIB900"             TO FIBRCAT-PROGRAM.
006570     MOVE fib92-end-time       TO FIBRCAT-END-TIME.
006580     MOVE fib92-merged-sets    TO FIBRCAT-TERMS-WRITTEN.
006590     MOVE RETURN-CODE          TO FIBRCAT-RETURN-CODE.
006600     SET FIBRCAT-ENDED         TO TRUE.
006610     IF fib92-merged-overflow > 0 OR FIB92-SUM-OVERFLOW
006620         MOVE "Y" TO FIBRCAT-OVERFLOW-FLAG
006630     ELSE
006640         MOVE "N" TO FIBRCAT-OVERFLOW-FLAG
006650     END-IF.
006660     MOVE "N"                  TO FIBRCAT-RESTART-FLAG.
006670     IF fib92-merged-invalid > 0
006680         MOVE "N" TO FIBRCAT-VALID-FLAG
006690     ELSE
006700         MOVE "Y" TO FIBRCAT-VALID-FLAG
006710     END-IF.
006720     REWRITE FIBRCAT-RECORD
006730         INVALID KEY
006740             WRITE FIBRCAT-RECORD
006750     END-REWRITE.
006760     CLOSE FIBRCAT-FILE.
006770 9100-EXIT.
006780     EXIT.

006790*================================================================*
006800*  9800-LOG-EVENT -- APPEND ONE EVENT TO THE COMMON FIBEVLOG     *
006810*  EVENT LOG.  THE LOG IS OPENED PER EVENT SO AN ERROR PATH      *
006820*  NEVER DEPENDS ON HOW FAR INITIALIZATION GOT.                  *
006830*================================================================*
006840 9800-LOG-EVENT.
006850     ACCEPT fib92-evt-date FROM DATE YYYYMMDD.
006860     ACCEPT fib92-evt-time FROM TIME.
006870     OPEN EXTEND FIBEVLOG-FILE.
006880     MOVE SPACES TO FIBEVT-RECORD.
006890     MOVE "FIB920"            TO FIBEVT-PROGRAM.
006900     MOVE "FIB900"            TO FIBEVT-RUN-ID.
006910     MOVE fib92-evt-date      TO FIBEVT-DATE.
006920     MOVE fib92-evt-time      TO FIBEVT-TIME.
006930     MOVE fib92-evt-severity  TO FIBEVT-SEVERITY.
006940     MOVE fib92-evt-rc        TO FIBEVT-RETURN-CODE.
006950     MOVE fib92-evt-msg       TO FIBEVT-MESSAGE.
006960     WRITE FIBEVT-RECORD.
006970     CLOSE FIBEVLOG-FILE.
006980 9800-EXIT.
006990     EXIT.

007000*================================================================*
007010*  9999-EXIT -- SINGLE PROGRAM EXIT POINT.                       *
007020*================================================================*
007030 9999-EXIT.
007040     STOP RUN.
