000010*================================================================*
000020*  PROGRAM:      FIB910                                          *
000030*  AUTHOR:       R SANDERSON                                     *
000040*  INSTALLATION: OPERATIONS SYSTEMS GROUP                        *
000050*  DATE-WRITTEN: 2026-10-14                                      *
000060*                                                                *
000070*  PURPOSE.                                                      *
000080*      PARTITION SPLIT FOR THE MULTI-SET DRIVER.  A LARGE FIBPSET*
000090*      FILE RUN AS ONE FIB900 STEP TAKES AS LONG AS ALL ITS SETS *
000100*      END TO END.  THIS PROGRAM DEALS THE SETS OUT OVER THE     *
000110*      NUMBER OF PARTITIONS ON THE FIBNCTL CARD, EACH SET GOING  *
000120*      TO THE PARTITION WITH THE FEWEST TERMS SO FAR, SO THE     *
000130*      PARTITIONS FINISH AT MUCH THE SAME TIME WHEN RUN AS       *
000140*      CONCURRENT FIB900 STEPS.  IT WRITES:                      *
000150*        FIBNSET  A COPY OF FIBPSET WITH EVERY SET STAMPED WITH  *
000160*                 ITS PARTITION - THE INPUT OF EVERY PARTITION   *
000170*                 STEP                                           *
000180*        FIBNPLN  THE PARTITION PLAN - BATCH DATE AND, PER       *
000190*                 PARTITION, ITS RUN-ID AND SETS AND TERMS       *
000200*        FIBRCAT  THE PARENT BATCH UNDER RUN-ID "FIB900" AND ONE *
000210*                 RECORD PER PARTITION UNDER "FIB9PNN", ALL IN   *
000220*                 STATUS "S" UNTIL THE PARTITION STEPS AND THE   *
000230*                 FIB920 MERGE END THEM                          *
000240*                                                                *
000250*      RETURN CODES FOLLOW THE SUITE-WIDE SCHEME:                *
000260*        0   SPLIT WRITTEN                                       *
000270*        4   SPLIT WRITTEN, BUT AT LEAST ONE PARTITION WAS GIVEN *
000280*            NO SETS (MORE PARTITIONS THAN SETS)                 *
000290*        8   CONTROL CARD REJECTED, AN INPUT FILE MISSING OR A   *
000300*            WHOLE-FILE FIB900 RUN ALREADY CATALOGUED FOR TODAY  *
000305*            (SEE 1400) - NOTHING WRITTEN                        *
000310*------------------------------------------------------------------
000320*  MOD LOG
000330*  2026-10-14  RLS  ORIGINAL PROGRAM.
000333*  2026-10-15  RLS  SPLIT REFUSED WHEN TODAY'S "FIB900" CATALOG
000336*              RECORD IS ALREADY A WHOLE-FILE RUN.
000340*================================================================*
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.                  FIB910.
000370 AUTHOR.                      R SANDERSON.
000380 INSTALLATION.                OPERATIONS SYSTEMS GROUP.
000390 DATE-WRITTEN.                2026-10-14.
000400 DATE-COMPILED.

000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.             IBM-370.
000440 OBJECT-COMPUTER.             IBM-370.

000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT FIBNCTL-FILE      ASSIGN       TO "FIBNCTL"
000480                               ORGANIZATION IS LINE SEQUENTIAL
000490                               FILE STATUS IS fib91-nctl-status.

000500     SELECT FIBPSET-FILE      ASSIGN       TO "FIBPSET"
000510                               ORGANIZATION IS LINE SEQUENTIAL
000520                               FILE STATUS IS fib91-pset-status.

000530     SELECT FIBNSET-FILE      ASSIGN       TO "FIBNSET"
000540                               ORGANIZATION IS LINE SEQUENTIAL.

000550     SELECT FIBNPLN-FILE      ASSIGN       TO "FIBNPLN"
000560                               ORGANIZATION IS LINE SEQUENTIAL.

000570     SELECT FIBRCAT-FILE      ASSIGN       TO "FIBRCAT"
000580                               ORGANIZATION IS INDEXED
000590                               ACCESS MODE  IS RANDOM
000600                               RECORD KEY   IS FIBRCAT-KEY
000610                               FILE STATUS  IS fib91-rcat-status.

000620     SELECT FIBEVLOG-FILE     ASSIGN       TO "FIBEVLOG"
000630                               ORGANIZATION IS LINE SEQUENTIAL.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  FIBNCTL-FILE.
000670     COPY FIBNCTL.

000680 FD  FIBPSET-FILE.
000690     COPY FIBPSET.

000700*  STAMPED COPY OF FIBPSET - SAME LAYOUT, WRITTEN FROM THE INPUT.
000710 FD  FIBNSET-FILE.
000720 01  FIBNSET-RECORD               PIC X(80).

000730 FD  FIBNPLN-FILE.
000740     COPY FIBNPLN.

000750 FD  FIBRCAT-FILE.
000760     COPY FIBRCAT.

000770 FD  FIBEVLOG-FILE.
000780     COPY FIBEVT.

000790 WORKING-STORAGE SECTION.
000800 01  FIB91-EOF-SW              PIC X(01) VALUE "N".
000810     88  FIB91-EOF             VALUE "Y".
000820 01  FIB91-VALID-SW            PIC X(01) VALUE "Y".
000830     88  FIB91-VALID           VALUE "Y".

000840 01  fib91-nctl-status         PIC X(02) VALUE "00".
000850 01  fib91-pset-status         PIC X(02) VALUE "00".
000860 01  fib91-rcat-status         PIC X(02) VALUE "00".

000870 01  fib91-batch-date          PIC 9(08) VALUE 0.
000880 01  fib91-split-time          PIC 9(08) VALUE 0.
000890 01  fib91-partitions          PIC 9(02) VALUE 0.
000900 01  fib91-max-partitions      PIC 9(02) VALUE 16.
000910 01  fib91-set-count           PIC 9(05) VALUE 0.
000920 01  fib91-term-total          PIC 9(09) VALUE 0.
000930 01  fib91-weight              PIC 9(05) VALUE 0.
000940 01  fib91-empty-count         PIC 9(02) VALUE 0.

000950*----------------------------------------------------------------*
000960*  PARTITION LOAD TABLE - SETS AND TERMS DEALT TO EACH PARTITION.*
000970*----------------------------------------------------------------*
000980 01  fib91-part-table.
000990     05  fib91-part-entry      OCCURS 16 TIMES.
001000         10  fib91-pt-sets         PIC 9(05).
001010         10  fib91-pt-terms        PIC 9(09).
001020 01  px                        PIC S9(05) COMP VALUE 0.
001030 01  lx                        PIC S9(05) COMP VALUE 0.

001040 01  fib91-part-run-id.
001050     05  FILLER                PIC X(05) VALUE "FIB9P".
001060     05  fib91-run-id-part     PIC 9(02).
001070     05  FILLER                PIC X(01) VALUE SPACE.

001080 01  fib91-batch-parms.
001090     05  FILLER                PIC X(06) VALUE "PARTS=".
001100     05  fib91-bp-parts        PIC 9(02).
001110     05  FILLER                PIC X(06) VALUE " SETS=".
001120     05  fib91-bp-sets         PIC 9(05).
001130     05  FILLER                PIC X(07) VALUE " TERMS=".
001140     05  fib91-bp-terms        PIC 9(09).
001150 01  fib91-part-parms.
001160     05  FILLER                PIC X(05) VALUE "PART=".
001170     05  fib91-pp-part         PIC 9(02).
001180     05  FILLER                PIC X(01) VALUE "/".
001190     05  fib91-pp-parts        PIC 9(02).
001200     05  FILLER                PIC X(06) VALUE " SETS=".
001210     05  fib91-pp-sets         PIC 9(05).
001220     05  FILLER                PIC X(07) VALUE " TERMS=".
001230     05  fib91-pp-terms        PIC 9(09).

001240*  EVENT-LOG FIELDS - SET BEFORE EACH PERFORM OF 9800-LOG-EVENT.
001250 01  fib91-evt-severity        PIC X(01) VALUE SPACES.
001260 01  fib91-evt-rc              PIC 9(02) VALUE 0.
001270 01  fib91-evt-msg             PIC X(60) VALUE SPACES.
001280 01  fib91-evt-date            PIC 9(08) VALUE 0.
001290 01  fib91-evt-time            PIC 9(08) VALUE 0.

001300 PROCEDURE DIVISION.
001310*================================================================*
001320*  0000-MAINLINE                                                 *
001330*================================================================*
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
001360     IF NOT FIB91-VALID
001370         GO TO 9999-EXIT
001380     END-IF.
001390     PERFORM 2000-SPLIT-SETS          THRU 2000-EXIT.
001400     PERFORM 3000-WRITE-PLAN          THRU 3000-EXIT.
001410     PERFORM 4000-CATALOG-BATCH       THRU 4000-EXIT.
001420     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
001430     GO TO 9999-EXIT.

001440*================================================================*
001450*  1000-INITIALIZE -- READ AND CHECK THE CONTROL CARD, THEN OPEN *
001460*  THE PARAMETER SETS, THE CATALOG AND THE TWO OUTPUTS.  THE     *
001470*  BATCH DATE IS TODAY; EVERY PARTITION RUNS UNDER IT.           *
001480*================================================================*
001490 1000-INITIALIZE.
001500     ACCEPT fib91-batch-date FROM DATE YYYYMMDD.
001510     ACCEPT fib91-split-time FROM TIME.
001520     OPEN INPUT FIBNCTL-FILE.
001530     IF fib91-nctl-status NOT = "00"
001540         MOVE "FIBNCTL CONTROL CARD MISSING" TO fib91-evt-msg
001550         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
001560         GO TO 1000-EXIT
001570     END-IF.
001580     READ FIBNCTL-FILE
001590         AT END
001600             MOVE "N" TO FIB91-VALID-SW
001610     END-READ.
001620     CLOSE FIBNCTL-FILE.
001630     IF NOT FIB91-VALID
001640         MOVE "FIBNCTL CONTROL CARD EMPTY" TO fib91-evt-msg
001650         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
001660         GO TO 1000-EXIT
001670     END-IF.
001680     IF FIBNCTL-PARTITIONS NOT NUMERIC
001690         OR FIBNCTL-PARTITIONS < 2
001700         OR FIBNCTL-PARTITIONS > fib91-max-partitions
001710         MOVE "PARTITIONS MUST BE 02 THROUGH 16" TO fib91-evt-msg
001720         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
001730         GO TO 1000-EXIT
001740     END-IF.
001750     MOVE FIBNCTL-PARTITIONS TO fib91-partitions.

001760     OPEN INPUT FIBPSET-FILE.
001770     IF fib91-pset-status NOT = "00"
001780         MOVE "FIBPSET PARAMETER-SET FILE NOT FOUND"
001790             TO fib91-evt-msg
001800         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
001810         GO TO 1000-EXIT
001820     END-IF.
001830     OPEN I-O FIBRCAT-FILE.
001840     IF fib91-rcat-status NOT = "00"
001850         MOVE "FIBRCAT RUN CATALOG NOT FOUND - RUN FIBRCATA "
001860              & "FIRST" TO fib91-evt-msg
001870         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
001880         CLOSE FIBPSET-FILE
001890         GO TO 1000-EXIT
001900     END-IF.
001902     PERFORM 1400-CHECK-WHOLE-RUN THRU 1400-EXIT.
001904     IF NOT FIB91-VALID
001906         GO TO 1000-EXIT
001908     END-IF.
001910     OPEN OUTPUT FIBNSET-FILE.
001920     OPEN OUTPUT FIBNPLN-FILE.
001930     PERFORM 1050-CLEAR-ONE-PART THRU 1050-EXIT
001940         VARYING px FROM 1 BY 1
001950         UNTIL px > fib91-max-partitions.
001960 1000-EXIT.
001970     EXIT.

001980*================================================================*
001990*  1050-CLEAR-ONE-PART -- EMPTY ONE ENTRY OF THE LOAD TABLE.     *
002000*================================================================*
002010 1050-CLEAR-ONE-PART.
002020     MOVE 0 TO fib91-pt-sets(px).
002030     MOVE 0 TO fib91-pt-terms(px).
002040 1050-EXIT.
002050     EXIT.

002060*================================================================*
002070*  1350-LOG-REJECTION -- EVERY SETUP FAILURE IS THE SAME         *
002080*  SEVERITY AND RETURN CODE; ONLY THE TEXT DIFFERS.              *
002090*================================================================*
002100 1350-LOG-REJECTION.
002110     DISPLAY "FIB910 - " fib91-evt-msg.
002120     MOVE "N" TO FIB91-VALID-SW.
002130     MOVE 8 TO RETURN-CODE.
002140     MOVE "E" TO fib91-evt-severity.
002150     MOVE 8   TO fib91-evt-rc.
002160     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
002170 1350-EXIT.
002180     EXIT.

002181*================================================================*
002182*  1400-CHECK-WHOLE-RUN -- A WHOLE-FILE FIB900 RUN AND A SPLIT   *
002183*  BATCH FOR THE SAME DATE WOULD SHARE THE "FIB900" CATALOG KEY. *
002184*  IF TODAY'S "FIB900" RECORD IS ALREADY A WHOLE-FILE RUN (ITS   *
002185*  PARAMETER TEXT DOES NOT START "PARTS="), THE SPLIT IS REFUSED *
002186*  RATHER THAN OVERWRITE IT.  A PARENT LEFT BY AN EARLIER SPLIT  *
002187*  IS STARTED AFRESH AS BEFORE (SEE 4000).                       *
002188*================================================================*
002189 1400-CHECK-WHOLE-RUN.
002190     MOVE "FIB900"             TO FIBRCAT-RUN-ID.
002191     MOVE fib91-batch-date     TO FIBRCAT-RUN-DATE.
002192     READ FIBRCAT-FILE
002193         INVALID KEY
002194             GO TO 1400-EXIT
002195     END-READ.
002196     IF FIBRCAT-PARM-TEXT(1:6) NOT = "PARTS="
002197         MOVE "WHOLE-FILE FIB900 RUN ALREADY CATALOGUED TODAY - "
002198              & "NOT SPLIT" TO fib91-evt-msg
002199         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002200         CLOSE FIBPSET-FILE
002201         CLOSE FIBRCAT-FILE
002202     END-IF.
002203 1400-EXIT.
002204     EXIT.

002205*================================================================*
002206*  2000-SPLIT-SETS -- DEAL EVERY SET TO THE LIGHTEST PARTITION.  *
002210*================================================================*
002220 2000-SPLIT-SETS.
002230     PERFORM 2050-READ-NEXT-SET THRU 2050-EXIT.
002240     PERFORM 2100-SPLIT-ONE-SET THRU 2100-EXIT
002250         UNTIL FIB91-EOF.
002260     CLOSE FIBPSET-FILE.
002270     CLOSE FIBNSET-FILE.
002280 2000-EXIT.
002290     EXIT.

002300*================================================================*
002310*  2050-READ-NEXT-SET -- GET THE NEXT PARAMETER-SET RECORD.      *
002320*================================================================*
002330 2050-READ-NEXT-SET.
002340     READ FIBPSET-FILE
002350         AT END
002360             SET FIB91-EOF TO TRUE
002370     END-READ.
002380 2050-EXIT.
002390     EXIT.

002400*================================================================*
002410*  2100-SPLIT-ONE-SET -- A SET WEIGHS ITS TERM COUNT.  ONE THAT  *
002420*  FIB200 WILL REJECT (NO USABLE TERM COUNT) STILL GOES TO A     *
002430*  PARTITION, SO IT IS REPORTED AS INVALID THERE AS IT WOULD BE  *
002440*  IN A WHOLE-FILE RUN, BUT WEIGHS ONLY ONE.                     *
002450*================================================================*
002460 2100-SPLIT-ONE-SET.
002470     IF FIBPSET-TERM-COUNT NUMERIC AND FIBPSET-TERM-COUNT > 0
002480         MOVE FIBPSET-TERM-COUNT TO fib91-weight
002490     ELSE
002500         MOVE 1 TO fib91-weight
002510     END-IF.
002520     MOVE 1 TO lx.
002530     PERFORM 2200-TEST-ONE-PART THRU 2200-EXIT
002540         VARYING px FROM 2 BY 1
002550         UNTIL px > fib91-partitions.
002560     ADD 1            TO fib91-pt-sets(lx).
002570     ADD fib91-weight TO fib91-pt-terms(lx).
002580     ADD 1            TO fib91-set-count.
002590     ADD fib91-weight TO fib91-term-total.
002600     MOVE lx TO FIBPSET-PARTITION.
002610     WRITE FIBNSET-RECORD FROM FIBPSET-RECORD.
002620     PERFORM 2050-READ-NEXT-SET THRU 2050-EXIT.
002630 2100-EXIT.
002640     EXIT.

002650*================================================================*
002660*  2200-TEST-ONE-PART -- KEEP THE LIGHTEST PARTITION SEEN SO FAR;*
002670*  ON A TIE THE LOWER-NUMBERED ONE STAYS.                        *
002680*================================================================*
002690 2200-TEST-ONE-PART.
002700     IF fib91-pt-terms(px) < fib91-pt-terms(lx)
002710         MOVE px TO lx
002720     END-IF.
002730 2200-EXIT.
002740     EXIT.

002750*================================================================*
002760*  3000-WRITE-PLAN -- THE HEADER, THEN ONE RECORD PER PARTITION. *
002770*================================================================*
002780 3000-WRITE-PLAN.
002790     MOVE SPACES TO FIBNPLN-HEADER-REC.
002800     MOVE "H"                  TO FIBNPLN-H-TYPE.
002810     MOVE fib91-batch-date     TO FIBNPLN-H-BATCH-DATE.
002820     MOVE fib91-split-time     TO FIBNPLN-H-SPLIT-TIME.
002830     MOVE fib91-partitions     TO FIBNPLN-H-PARTITIONS.
002840     MOVE fib91-set-count      TO FIBNPLN-H-SET-COUNT.
002850     MOVE fib91-term-total     TO FIBNPLN-H-TERM-TOTAL.
002860     WRITE FIBNPLN-HEADER-REC.
002870     PERFORM 3100-WRITE-ONE-PART THRU 3100-EXIT
002880         VARYING px FROM 1 BY 1
002890         UNTIL px > fib91-partitions.
002900     CLOSE FIBNPLN-FILE.
002910 3000-EXIT.
002920     EXIT.

002930 3100-WRITE-ONE-PART.
002940     MOVE px TO fib91-run-id-part.
002950     MOVE SPACES TO FIBNPLN-PART-REC.
002960     MOVE "P"                  TO FIBNPLN-P-TYPE.
002970     MOVE px                   TO FIBNPLN-P-PARTITION.
002980     MOVE fib91-part-run-id    TO FIBNPLN-P-RUN-ID.
002990     MOVE fib91-pt-sets(px)    TO FIBNPLN-P-SET-COUNT.
003000     MOVE fib91-pt-terms(px)   TO FIBNPLN-P-TERM-TOTAL.
003010     WRITE FIBNPLN-PART-REC.
003020     DISPLAY "FIB910 - PARTITION " fib91-part-run-id " "
003030             fib91-pt-sets(px) " SET(S) "
003040             fib91-pt-terms(px) " TERM(S)".
003050     IF fib91-pt-sets(px) = 0
003060         ADD 1 TO fib91-empty-count
003070     END-IF.
003080 3100-EXIT.
003090     EXIT.

003100*================================================================*
003110*  4000-CATALOG-BATCH -- RECORD THE PARENT BATCH AND EVERY       *
003120*  PARTITION AS STARTED.  EACH PARTITION STEP REWRITES ITS OWN   *
003130*  RECORD AS IT STARTS AND ENDS; THE MERGE ENDS THE PARENT.  A   *
003140*  PARTITION STILL "S" AFTER THE PARTITION STEPS IS THE ONE TO   *
003150*  RERUN.  A SECOND SPLIT THE SAME DAY STARTS THE BATCH AFRESH.  *
003160*================================================================*
003170 4000-CATALOG-BATCH.
003180     MOVE fib91-partitions     TO fib91-bp-parts.
003190     MOVE fib91-set-count      TO fib91-bp-sets.
003200     MOVE fib91-term-total     TO fib91-bp-terms.
003210     MOVE "FIB900"             TO FIBRCAT-RUN-ID.
003220     MOVE fib91-batch-parms    TO FIBRCAT-PARM-TEXT.
003230     PERFORM 4100-CATALOG-START THRU 4100-EXIT.
003240     PERFORM 4200-CATALOG-PART THRU 4200-EXIT
003250         VARYING px FROM 1 BY 1
003260         UNTIL px > fib91-partitions.
003270     CLOSE FIBRCAT-FILE.
003280 4000-EXIT.
003290     EXIT.

003300*================================================================*
003310*  4100-CATALOG-START -- WRITE ONE "S" RECORD; THE CALLER SETS   *
003320*  THE RUN-ID AND PARAMETER TEXT.                                *
003330*================================================================*
003340 4100-CATALOG-START.
003350     MOVE fib91-batch-date     TO FIBRCAT-RUN-DATE.
003360     MOVE "FIB900"             TO FIBRCAT-PROGRAM.
003370     MOVE fib91-split-time     TO FIBRCAT-START-TIME.
003380     MOVE 0                    TO FIBRCAT-END-TIME.
003390     MOVE 0                    TO FIBRCAT-TERMS-WRITTEN.
003400     MOVE 0                    TO FIBRCAT-RETURN-CODE.
003410     SET FIBRCAT-STARTED       TO TRUE.
003420     MOVE "N"                  TO FIBRCAT-OVERFLOW-FLAG.
003430     MOVE "N"                  TO FIBRCAT-RESTART-FLAG.
003440     MOVE "Y"                  TO FIBRCAT-VALID-FLAG.
003450     REWRITE FIBRCAT-RECORD
003460         INVALID KEY
003470             WRITE FIBRCAT-RECORD
003480     END-REWRITE.
003490 4100-EXIT.
003500     EXIT.

003510 4200-CATALOG-PART.
003520     MOVE px                   TO fib91-run-id-part.
003530     MOVE px                   TO fib91-pp-part.
003540     MOVE fib91-partitions     TO fib91-pp-parts.
003550     MOVE fib91-pt-sets(px)    TO fib91-pp-sets.
003560     MOVE fib91-pt-terms(px)   TO fib91-pp-terms.
003570     MOVE fib91-part-run-id    TO FIBRCAT-RUN-ID.
003580     MOVE fib91-part-parms     TO FIBRCAT-PARM-TEXT.
003590     PERFORM 4100-CATALOG-START THRU 4100-EXIT.
003600 4200-EXIT.
003610     EXIT.

003620*================================================================*
003630*  9000-TERMINATE -- SET THE RETURN CODE FOR THE SCHEDULER.      *
003640*================================================================*
003650 9000-TERMINATE.
003660     IF fib91-empty-count > 0
003670         MOVE 4 TO RETURN-CODE
003680         MOVE "W" TO fib91-evt-severity
003690         MOVE 4   TO fib91-evt-rc
003700         MOVE SPACES TO fib91-evt-msg
003710         STRING fib91-empty-count DELIMITED BY SIZE
003720                " PARTITION(S) GIVEN NO SETS - FEWER SETS THAN "
003730                    DELIMITED BY SIZE
003740                "PARTITIONS" DELIMITED BY SIZE
003750             INTO fib91-evt-msg
003760         END-STRING
003770         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
003780     ELSE
003790         MOVE 0 TO RETURN-CODE
003800     END-IF.
003810     DISPLAY "FIB910 - " fib91-set-count " SET(S), "
003820             fib91-term-total " TERM(S) SPLIT " fib91-partitions
003830             " WAYS FOR BATCH DATE " fib91-batch-date.
003840 9000-EXIT.
003850     EXIT.

003860*================================================================*
003870*  9800-LOG-EVENT -- APPEND ONE EVENT TO THE COMMON FIBEVLOG     *
003880*  EVENT LOG.  THE LOG IS OPENED PER EVENT SO AN ERROR PATH      *
003890*  NEVER DEPENDS ON HOW FAR INITIALIZATION GOT.                  *
003900*================================================================*
003910 9800-LOG-EVENT.
003920     ACCEPT fib91-evt-date FROM DATE YYYYMMDD.
003930     ACCEPT fib91-evt-time FROM TIME.
003940     OPEN EXTEND FIBEVLOG-FILE.
003950     MOVE SPACES TO FIBEVT-RECORD.
003960     MOVE "FIB910"            TO FIBEVT-PROGRAM.
003970     MOVE "FIB900"            TO FIBEVT-RUN-ID.
003980     MOVE fib91-evt-date      TO FIBEVT-DATE.
003990     MOVE fib91-evt-time      TO FIBEVT-TIME.
004000     MOVE fib91-evt-severity  TO FIBEVT-SEVERITY.
004010     MOVE fib91-evt-rc        TO FIBEVT-RETURN-CODE.
004020     MOVE fib91-evt-msg       TO FIBEVT-MESSAGE.
004030     WRITE FIBEVT-RECORD.
004040     CLOSE FIBEVLOG-FILE.
004050 9800-EXIT.
004060     EXIT.

004070*================================================================*
004080*  9999-EXIT -- SINGLE PROGRAM EXIT POINT.                       *
004090*================================================================*
004100 9999-EXIT.
004110     STOP RUN.
