000010*================================================================*
000020*  PROGRAM:      FIB570                                          *
000030*  AUTHOR:       R SANDERSON                                     *
000040*  INSTALLATION: OPERATIONS SYSTEMS GROUP                        *
000050*  DATE-WRITTEN: 2026-10-14                                      *
000060*                                                                *
000070*  PURPOSE.                                                      *
000080*      WEEKLY CROSS-FILE INTEGRITY SWEEP.  FIB400 PROVES ONE RUN *
000090*      AT A TIME, BUT THE FILES THE SUITE KEEPS ABOUT ITS RUNS   *
000100*      CAN DRIFT APART ACROSS RUNS WITHOUT ANY ONE JOB NOTICING. *
000110*      THIS PROGRAM MATCHES THE FIBRCAT RUN CATALOG, THE FIBHIST *
000120*      HISTORY MASTER, THE FIBHKEY KEYED MIRROR, THE FIBCHK      *
000130*      CHECKPOINT CLUSTER AND THE FIBXLOG FEED LOG ON RUN-ID AND *
000140*      RUN DATE (FIBCHK, WHICH HOLDS ONE RECORD PER RUN-ID, ON   *
000150*      THE RUN-ID'S LATEST FIB100 CATALOG RECORD) AND LISTS ON   *
000160*      THE FIBQRPT EXCEPTIONS REPORT, GROUPED BY CONDITION:      *
000170*        CE  A FIB100 RUN CATALOGUED ENDED WITH TERMS WRITTEN    *
000180*            BUT NO TRAILER ON THE MASTER                        *
000190*        HT  A TRAILER ON THE MASTER FOR A RUN NEVER CATALOGUED  *
000200*        MG  A GENERATION ON THE MIRROR THE MASTER NO LONGER     *
000210*            HAS (E.G. AFTER A FAILED FIB520J REBUILD)           *
000220*        CI  A CHECKPOINT STILL IN PROGRESS FOR A RUN-ID WHOSE   *
000230*            LATEST RUN THE CATALOG SAYS ENDED OR VOIDED         *
000240*        CO  A CHECKPOINT FOR A RUN-ID NEVER CATALOGUED          *
000250*        XV  A FEED STILL SENT FOR A RUN FIB530 HAS VOIDED       *
000260*        XO  A FEED LOGGED FOR A RUN NOT ON THE CATALOG          *
000270*      RUNS DATED BEFORE THE FIB500 RETENTION CUTOFF (TAKEN FROM *
000280*      THE SAME FIBHCTL CONTROL RECORD) ARE EXPECTED TO BE OFF   *
000290*      THE MASTER AND ARE NOT REPORTED UNDER CE.  EVERY FILE IS  *
000300*      ONLY EVER READ.                                           *
000310*                                                                *
000320*      RETURN CODES FOLLOW THE SUITE-WIDE SCHEME:                *
000330*        0   THE FILES ARE CONSISTENT                            *
000340*        4   NO DRIFT FOUND, BUT FIBHKEY, FIBCHK OR FIBXLOG      *
000350*            COULD NOT BE OPENED AND ITS CONDITIONS WERE NOT     *
000360*            CHECKED                                             *
000370*        8   DRIFT FOUND - SEE THE FIBQRPT EXCEPTIONS - OR THE   *
000380*            CONTROL RECORD IS BAD, THE CATALOG OR MASTER COULD  *
000390*            NOT BE OPENED, OR THE MASTER HOLDS MORE GENERATIONS *
000400*            THAN THE SWEEP CAN TABLE                            *
000410*------------------------------------------------------------------
000420*  MOD LOG
000430*  2026-10-14  RLS  ORIGINAL PROGRAM.
000440*================================================================*
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.                  FIB570.
000470 AUTHOR.                      R SANDERSON.
000480 INSTALLATION.                OPERATIONS SYSTEMS GROUP.
000490 DATE-WRITTEN.                2026-10-14.
000500 DATE-COMPILED.

000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.             IBM-370.
000540 OBJECT-COMPUTER.             IBM-370.

000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT FIBHCTL-FILE      ASSIGN       TO "FIBHCTL"
000580                               ORGANIZATION IS LINE SEQUENTIAL
000590                               FILE STATUS IS fib57-hctl-status.

000600     SELECT FIBRCAT-FILE      ASSIGN       TO "FIBRCAT"
000610                               ORGANIZATION IS INDEXED
000620                               ACCESS MODE  IS DYNAMIC
000630                               RECORD KEY   IS FIBRCAT-KEY
000640                               FILE STATUS  IS fib57-rcat-status.

000650     SELECT FIBHIST-FILE      ASSIGN       TO "FIBHIST"
000660                               ORGANIZATION IS LINE SEQUENTIAL
000670                               FILE STATUS IS fib57-hist-status.

000680     SELECT FIBHKEY-FILE      ASSIGN       TO "FIBHKEY"
000690                               ORGANIZATION IS INDEXED
000700                               ACCESS MODE  IS DYNAMIC
000710                               RECORD KEY   IS FIBHKEY-KEY
000720                               FILE STATUS  IS fib57-hkey-status.

000730     SELECT FIBCHK-FILE       ASSIGN       TO "FIBCHK"
000740                               ORGANIZATION IS INDEXED
000750                               ACCESS MODE  IS DYNAMIC
000760                               RECORD KEY   IS FIBCHK-RUN-ID
000770                               FILE STATUS  IS fib57-chk-status.

000780     SELECT FIBXLOG-FILE      ASSIGN       TO "FIBXLOG"
000790                               ORGANIZATION IS LINE SEQUENTIAL
000800                               FILE STATUS IS fib57-xlog-status.

000810     SELECT FIBQRPT-FILE      ASSIGN       TO "FIBQRPT"
000820                               ORGANIZATION IS LINE SEQUENTIAL.

000830     SELECT FIBEVLOG-FILE     ASSIGN       TO "FIBEVLOG"
000840                               ORGANIZATION IS LINE SEQUENTIAL.

000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  FIBHCTL-FILE.
000880     COPY FIBHCTL.

000890 FD  FIBRCAT-FILE.
000900     COPY FIBRCAT.

000910 FD  FIBHIST-FILE.
000920     COPY FIBHIST.

000930 FD  FIBHKEY-FILE.
000940     COPY FIBHKEY.

000950 FD  FIBCHK-FILE.
000960     COPY FIBCHK.

000970 FD  FIBXLOG-FILE.
000980     COPY FIBXLOG.

000990 FD  FIBQRPT-FILE.
001000     COPY FIBQRPT.

001010 FD  FIBEVLOG-FILE.
001020     COPY FIBEVT.

001030 WORKING-STORAGE SECTION.
001040*----------------------------------------------------------------*
001050*  SWITCHES                                                      *
001060*----------------------------------------------------------------*
001070 01  FIB57-VALID-SW            PIC X(01) VALUE "Y".
001080     88  FIB57-VALID           VALUE "Y".
001090 01  FIB57-EOF-SW              PIC X(01) VALUE "N".
001100     88  FIB57-EOF             VALUE "Y".
001110 01  FIB57-HIST-FULL-SW        PIC X(01) VALUE "N".
001120     88  FIB57-HIST-FULL       VALUE "Y".
001130 01  FIB57-INCOMPLETE-SW       PIC X(01) VALUE "N".
001140     88  FIB57-INCOMPLETE      VALUE "Y".
001150 01  FIB57-CHECKED-SW          PIC X(01) VALUE "Y".
001160     88  FIB57-CHECKED         VALUE "Y".
001170 01  FIB57-FOUND-SW            PIC X(01) VALUE "N".
001180     88  FIB57-FOUND           VALUE "Y".

001190 01  fib57-hctl-status         PIC X(02) VALUE "00".
001200 01  fib57-rcat-status         PIC X(02) VALUE "00".
001210 01  fib57-hist-status         PIC X(02) VALUE "00".
001220 01  fib57-hkey-status         PIC X(02) VALUE "00".
001230 01  fib57-chk-status          PIC X(02) VALUE "00".
001240 01  fib57-xlog-status         PIC X(02) VALUE "00".

001250*----------------------------------------------------------------*
001260*  SWEEP WORKING FIELDS                                          *
001270*----------------------------------------------------------------*
001280 01  fib57-run-date            PIC 9(08) VALUE 0.
001290 01  fib57-cutoff-date         PIC 9(08) VALUE 0.
001300 01  fib57-retain-days         PIC 9(05) VALUE 0.
001310 01  fib57-max-retain-days     PIC 9(05) VALUE 3660.
001320 01  fib57-int-date            PIC S9(09) COMP VALUE 0.
001330 01  fib57-key-run-id          PIC X(08) VALUE SPACES.
001340 01  fib57-key-run-date        PIC 9(08) VALUE 0.
001350 01  fib57-last-run-id         PIC X(08) VALUE SPACES.
001360 01  fib57-last-run-date       PIC 9(08) VALUE 0.
001370 01  fib57-latest-date         PIC 9(08) VALUE 0.
001380 01  fib57-latest-status       PIC X(01) VALUE SPACES.
001390     88  FIB57-LATEST-CLOSED   VALUE "E" "V".
001400 01  fib57-cat-count           PIC 9(07) VALUE 0.
001410 01  fib57-mirror-count        PIC 9(07) VALUE 0.
001420 01  fib57-chk-count           PIC 9(07) VALUE 0.
001430 01  fib57-xlog-count          PIC 9(07) VALUE 0.
001440 01  fib57-excp-count          PIC 9(07) VALUE 0.
001450 01  fib57-terms-edit          PIC 9(07) VALUE 0.

001460*----------------------------------------------------------------*
001470*  CURRENT EXCEPTION AND CONDITION - SET BEFORE 8000/8500.       *
001480*----------------------------------------------------------------*
001490 01  fib57-condition           PIC X(02) VALUE SPACES.
001500 01  fib57-cond-text           PIC X(40) VALUE SPACES.
001510 01  fib57-cond-count          PIC 9(07) VALUE 0.
001520 01  fib57-file                PIC X(08) VALUE SPACES.
001530 01  fib57-status              PIC X(01) VALUE SPACES.
001540 01  fib57-message             PIC X(40) VALUE SPACES.

001550*----------------------------------------------------------------*
001560*  GENERATION TABLE - ONE ENTRY PER RUN-ID AND RUN DATE ON THE   *
001570*  FIBHIST MASTER, FLAGGED WHEN THE GENERATION HAS A TRAILER.    *
001580*----------------------------------------------------------------*
001590 01  fib57-gen-max             PIC S9(05) COMP VALUE 5000.
001600 01  fib57-gen-used            PIC S9(05) COMP VALUE 0.
001610 01  fib57-gen-table.
001620     05  fib57-gen-entry       OCCURS 5000 TIMES.
001630         10  fib57-gt-run-id       PIC X(08).
001640         10  fib57-gt-run-date     PIC 9(08).
001650         10  fib57-gt-trailer      PIC X(01).
001660 01  gx                        PIC S9(05) COMP VALUE 0.
001670 01  sx                        PIC S9(05) COMP VALUE 0.

001680*----------------------------------------------------------------*
001690*  EVENT-LOG FIELDS - SET BEFORE EACH PERFORM OF 9800-LOG-EVENT. *
001700*----------------------------------------------------------------*
001710 01  fib57-evt-severity        PIC X(01) VALUE SPACES.
001720 01  fib57-evt-rc              PIC 9(02) VALUE 0.
001730 01  fib57-evt-msg             PIC X(60) VALUE SPACES.
001740 01  fib57-evt-date            PIC 9(08) VALUE 0.
001750 01  fib57-evt-time            PIC 9(08) VALUE 0.

001760 PROCEDURE DIVISION.
001770*================================================================*
001780*  0000-MAINLINE -- ONE PASS PER CONDITION, SO THE REPORT COMES  *
001790*  OUT GROUPED WITHOUT A SORT.                                   *
001800*================================================================*
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
001830     IF NOT FIB57-VALID
001840         GO TO 9999-EXIT
001850     END-IF.
001860     PERFORM 2000-LOAD-HISTORY        THRU 2000-EXIT.
001870     PERFORM 3000-CHECK-CATALOG       THRU 3000-EXIT.
001880     PERFORM 4000-CHECK-TRAILERS      THRU 4000-EXIT.
001890     PERFORM 5000-CHECK-MIRROR        THRU 5000-EXIT.
001900     PERFORM 6000-CHECK-CHK-ENDED     THRU 6000-EXIT.
001910     PERFORM 6500-CHECK-CHK-ORPHAN    THRU 6500-EXIT.
001920     PERFORM 7000-CHECK-XLOG-VOIDED   THRU 7000-EXIT.
001930     PERFORM 7500-CHECK-XLOG-ORPHAN   THRU 7500-EXIT.
001940     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
001950     GO TO 9999-EXIT.

001960*================================================================*
001970*  1000-INITIALIZE -- READ THE FIB500 RETENTION CONTROL RECORD   *
001980*  AND WORK OUT THE SAME CUTOFF DATE, THEN OPEN THE CATALOG,     *
001990*  THE MASTER AND THE REPORT.                                    *
002000*================================================================*
002010 1000-INITIALIZE.
002020     ACCEPT fib57-run-date FROM DATE YYYYMMDD.
002030     OPEN INPUT FIBHCTL-FILE.
002040     IF fib57-hctl-status NOT = "00"
002050         DISPLAY "FIB570 - FIBHCTL CONTROL FILE EMPTY OR MISSING"
002060         MOVE "N" TO FIB57-VALID-SW
002070         MOVE 8 TO RETURN-CODE
002080         MOVE "FIBHCTL CONTROL FILE EMPTY OR MISSING"
002090             TO fib57-evt-msg
002100         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002110         GO TO 1000-EXIT
002120     END-IF.
002130     READ FIBHCTL-FILE
002140         AT END
002150             MOVE "N" TO FIB57-VALID-SW
002160     END-READ.
002170     CLOSE FIBHCTL-FILE.
002180     IF NOT FIB57-VALID
002190         DISPLAY "FIB570 - FIBHCTL CONTROL FILE EMPTY OR MISSING"
002200         MOVE 8 TO RETURN-CODE
002210         MOVE "FIBHCTL CONTROL FILE EMPTY OR MISSING"
002220             TO fib57-evt-msg
002230         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002240         GO TO 1000-EXIT
002250     END-IF.

002260     PERFORM 1300-VALIDATE-PARMS THRU 1300-EXIT.
002270     IF NOT FIB57-VALID
002280         GO TO 1000-EXIT
002290     END-IF.

002300     MOVE FIBHCTL-RETAIN-DAYS TO fib57-retain-days.
002310     COMPUTE fib57-int-date =
002320         FUNCTION INTEGER-OF-DATE(fib57-run-date)
002330         - fib57-retain-days.
002340     COMPUTE fib57-cutoff-date =
002350         FUNCTION DATE-OF-INTEGER(fib57-int-date).

002360     OPEN INPUT FIBRCAT-FILE.
002370     IF fib57-rcat-status NOT = "00"
002380         DISPLAY "FIB570 - FIBRCAT RUN CATALOG NOT FOUND - "
002390                 "RUN FIBRCATA TO DEFINE THE CLUSTER FIRST"
002400         MOVE "N" TO FIB57-VALID-SW
002410         MOVE 8 TO RETURN-CODE
002420         MOVE "FIBRCAT RUN CATALOG NOT FOUND - RUN FIBRCATA "
002430              & "FIRST" TO fib57-evt-msg
002440         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002450         GO TO 1000-EXIT
002460     END-IF.
002470     OPEN INPUT FIBHIST-FILE.
002480     IF fib57-hist-status NOT = "00"
002490         DISPLAY "FIB570 - FIBHIST HISTORY MASTER NOT FOUND"
002500         MOVE "N" TO FIB57-VALID-SW
002510         MOVE 8 TO RETURN-CODE
002520         MOVE "FIBHIST HISTORY MASTER NOT FOUND" TO fib57-evt-msg
002530         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002540         CLOSE FIBRCAT-FILE
002550         GO TO 1000-EXIT
002560     END-IF.

002570     OPEN OUTPUT FIBQRPT-FILE.
002580     MOVE SPACES TO FIBQRPT-HEADER-REC.
002590     MOVE "H"                  TO FIBQRPT-H-TYPE.
002600     MOVE fib57-run-date       TO FIBQRPT-H-RUN-DATE.
002610     MOVE fib57-cutoff-date    TO FIBQRPT-H-CUTOFF-DATE.
002620     MOVE "FIB SUITE CROSS-FILE INTEGRITY SWEEP"
002630         TO FIBQRPT-H-TITLE.
002640     WRITE FIBQRPT-HEADER-REC.
002650 1000-EXIT.
002660     EXIT.

002670*================================================================*
002680*  1300-VALIDATE-PARMS -- SAME RULES AS FIB500, SO THE SWEEP     *
002690*  NEVER WORKS TO A CUTOFF THE HOUSEKEEPING WOULD HAVE REFUSED.  *
002700*================================================================*
002710 1300-VALIDATE-PARMS.
002720     IF FIBHCTL-RETAIN-DAYS NOT NUMERIC
002730         OR FIBHCTL-RETAIN-DAYS NOT > 0
002740         DISPLAY "FIB570 - RETENTION DAYS MUST BE A POSITIVE "
002750                 "NUMBER"
002760         MOVE "N" TO FIB57-VALID-SW
002770         MOVE 8 TO RETURN-CODE
002780         MOVE "RETENTION DAYS MUST BE A POSITIVE NUMBER"
002790             TO fib57-evt-msg
002800         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002810         GO TO 1300-EXIT
002820     END-IF.
002830     IF FIBHCTL-RETAIN-DAYS > fib57-max-retain-days
002840         DISPLAY "FIB570 - RETENTION DAYS EXCEEDS "
002850                 fib57-max-retain-days
002860         MOVE "N" TO FIB57-VALID-SW
002870         MOVE 8 TO RETURN-CODE
002880         MOVE "RETENTION DAYS EXCEEDS THE 3660-DAY LIMIT"
002890             TO fib57-evt-msg
002900         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002910     END-IF.
002920 1300-EXIT.
002930     EXIT.

002940*================================================================*
002950*  1350-LOG-REJECTION -- EVERY SETUP FAILURE IS THE SAME         *
002960*  SEVERITY AND RETURN CODE; ONLY THE TEXT DIFFERS.              *
002970*================================================================*
002980 1350-LOG-REJECTION.
002990     MOVE "E" TO fib57-evt-severity.
003000     MOVE 8   TO fib57-evt-rc.
003010     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
003020 1350-EXIT.
003030     EXIT.

003040*================================================================*
003050*  2000-LOAD-HISTORY -- TABLE EVERY GENERATION ON THE MASTER.  A *
003060*  MASTER TOO BIG FOR THE TABLE LEAVES THE CE, HT AND MG         *
003070*  CONDITIONS UNPROVEN, AND THE SWEEP SAYS SO.                   *
003080*================================================================*
003090 2000-LOAD-HISTORY.
003100     MOVE "N" TO FIB57-EOF-SW.
003110     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003120     PERFORM 2200-LOAD-ONE     THRU 2200-EXIT
003130         UNTIL FIB57-EOF OR FIB57-HIST-FULL.
003140     CLOSE FIBHIST-FILE.
003150     IF FIB57-HIST-FULL
003160         DISPLAY "FIB570 - FIBHIST HOLDS MORE THAN "
003170                 fib57-gen-max " GENERATIONS - CE/HT/MG NOT RUN"
003180         MOVE "E" TO fib57-evt-severity
003190         MOVE 8   TO fib57-evt-rc
003200         MOVE "FIBHIST TOO BIG FOR SWEEP - CE/HT/MG NOT CHECKED"
003210             TO fib57-evt-msg
003220         PERFORM 9800-LOG-EVENT THRU 9800-EXIT
003230     END-IF.
003240 2000-EXIT.
003250     EXIT.

003260*================================================================*
003270*  2100-READ-HISTORY -- GET THE NEXT MASTER RECORD.              *
003280*================================================================*
003290 2100-READ-HISTORY.
003300     READ FIBHIST-FILE
003310         AT END
003320             SET FIB57-EOF TO TRUE
003330     END-READ.
003340 2100-EXIT.
003350     EXIT.

003360*================================================================*
003370*  2200-LOAD-ONE -- FIND OR ADD THIS RECORD'S GENERATION.  THE   *
003380*  DETAILS OF ONE GENERATION ARE CONSECUTIVE, SO THE TABLE IS    *
003390*  ONLY SEARCHED WHEN THE RUN-ID OR DATE CHANGES.  UNDATED       *
003400*  RECORDS BELONG TO NO GENERATION AND ARE PASSED OVER.          *
003410*================================================================*
003420 2200-LOAD-ONE.
003430     EVALUATE FIBHIST-TYPE
003440         WHEN "D"
003450             MOVE FIBHIST-RUN-ID     TO fib57-key-run-id
003460             MOVE FIBHIST-DATE       TO fib57-key-run-date
003470         WHEN "T"
003480             MOVE FIBHIST-T-RUN-ID   TO fib57-key-run-id
003490             MOVE FIBHIST-T-DATE     TO fib57-key-run-date
003500         WHEN OTHER
003510             GO TO 2200-NEXT
003520     END-EVALUATE.
003530     IF fib57-key-run-date NOT NUMERIC
003540         OR fib57-key-run-date = 0
003550         GO TO 2200-NEXT
003560     END-IF.
003570     IF FIBHIST-TYPE = "D"
003580         AND fib57-key-run-id   = fib57-last-run-id
003590         AND fib57-key-run-date = fib57-last-run-date
003600         GO TO 2200-NEXT
003610     END-IF.
003620     MOVE fib57-key-run-id   TO fib57-last-run-id.
003630     MOVE fib57-key-run-date TO fib57-last-run-date.
003640     PERFORM 2300-FIND-GEN THRU 2300-EXIT.
003650     IF gx = 0
003660         IF fib57-gen-used NOT < fib57-gen-max
003670             SET FIB57-HIST-FULL TO TRUE
003680             GO TO 2200-EXIT
003690         END-IF
003700         ADD 1 TO fib57-gen-used
003710         MOVE fib57-gen-used     TO gx
003720         MOVE fib57-key-run-id   TO fib57-gt-run-id(gx)
003730         MOVE fib57-key-run-date TO fib57-gt-run-date(gx)
003740         MOVE "N"                TO fib57-gt-trailer(gx)
003750     END-IF.
003760     IF FIBHIST-TYPE = "T"
003770         MOVE "Y" TO fib57-gt-trailer(gx)
003780     END-IF.
003790 2200-NEXT.
003800     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003810 2200-EXIT.
003820     EXIT.

003830*================================================================*
003840*  2300-FIND-GEN -- LOOK UP THE KEY RUN-ID AND DATE.  GX COMES   *
003850*  BACK AS ITS ENTRY, OR ZERO WHEN THE MASTER DOES NOT HOLD IT.  *
003860*================================================================*
003870 2300-FIND-GEN.
003880     MOVE 0 TO gx.
003890     PERFORM 2310-TEST-ONE-GEN THRU 2310-EXIT
003900         VARYING sx FROM 1 BY 1
003910         UNTIL sx > fib57-gen-used OR gx > 0.
003920 2300-EXIT.
003930     EXIT.

003940 2310-TEST-ONE-GEN.
003950     IF fib57-gt-run-id(sx)   = fib57-key-run-id
003960         AND fib57-gt-run-date(sx) = fib57-key-run-date
003970         MOVE sx TO gx
003980     END-IF.
003990 2310-EXIT.
004000     EXIT.

004010*================================================================*
004020*  3000-CHECK-CATALOG -- CE: EVERY FIB100 RUN THE CATALOG SAYS   *
004030*  ENDED WITH TERMS WRITTEN, INSIDE THE RETENTION PERIOD, MUST   *
004040*  HAVE ITS TRAILER ON THE MASTER.                               *
004050*================================================================*
004060 3000-CHECK-CATALOG.
004070     MOVE "CE" TO fib57-condition.
004080     MOVE "CATALOG ENDED WITH TERMS, NO TRAILER"
004090         TO fib57-cond-text.
004100     MOVE 0 TO fib57-cond-count.
004110     SET FIB57-CHECKED TO TRUE.
004120     IF FIB57-HIST-FULL
004130         MOVE "N" TO FIB57-CHECKED-SW
004140         GO TO 3000-DONE
004150     END-IF.
004160     MOVE "N" TO FIB57-EOF-SW.
004170     MOVE LOW-VALUES TO FIBRCAT-RUN-ID.
004180     MOVE 0          TO FIBRCAT-RUN-DATE.
004190     START FIBRCAT-FILE KEY NOT < FIBRCAT-KEY
004200         INVALID KEY
004210             SET FIB57-EOF TO TRUE
004220     END-START.
004230     PERFORM 3100-READ-CATALOG THRU 3100-EXIT.
004240     PERFORM 3200-CHECK-ONE-RUN THRU 3200-EXIT
004250         UNTIL FIB57-EOF.
004260 3000-DONE.
004270     PERFORM 8500-WRITE-CONDITION THRU 8500-EXIT.
004280 3000-EXIT.
004290     EXIT.

004300*================================================================*
004310*  3100-READ-CATALOG -- GET THE NEXT CATALOG RECORD.             *
004320*================================================================*
004330 3100-READ-CATALOG.
004340     IF FIB57-EOF
004350         GO TO 3100-EXIT
004360     END-IF.
004370     READ FIBRCAT-FILE NEXT RECORD
004380         AT END
004390             SET FIB57-EOF TO TRUE
004400     END-READ.
004410     IF NOT FIB57-EOF AND fib57-rcat-status NOT = "00"
004420         SET FIB57-EOF TO TRUE
004430     END-IF.
004440 3100-EXIT.
004450     EXIT.

004460*================================================================*
004470*  3200-CHECK-ONE-RUN -- ONE CATALOG RECORD AGAINST THE TABLE.   *
004480*================================================================*
004490 3200-CHECK-ONE-RUN.
004500     ADD 1 TO fib57-cat-count.
004510     IF FIBRCAT-PROGRAM NOT = "FIB100"
004520         OR NOT FIBRCAT-ENDED
004530         OR FIBRCAT-TERMS-WRITTEN NOT NUMERIC
004540         OR FIBRCAT-TERMS-WRITTEN = 0
004550         OR FIBRCAT-RUN-DATE < fib57-cutoff-date
004560         GO TO 3200-NEXT
004570     END-IF.
004580     MOVE FIBRCAT-RUN-ID   TO fib57-key-run-id.
004590     MOVE FIBRCAT-RUN-DATE TO fib57-key-run-date.
004600     PERFORM 2300-FIND-GEN THRU 2300-EXIT.
004610     IF gx > 0
004620         IF fib57-gt-trailer(gx) = "Y"
004630             GO TO 3200-NEXT
004640         END-IF
004650     END-IF.
004660     MOVE "FIBRCAT"              TO fib57-file.
004670     MOVE FIBRCAT-STATUS         TO fib57-status.
004680     MOVE FIBRCAT-TERMS-WRITTEN  TO fib57-terms-edit.
004690     MOVE SPACES                 TO fib57-message.
004700     STRING fib57-terms-edit DELIMITED BY SIZE
004710            " TERMS ENDED, NO FIBHIST TRAILER" DELIMITED BY SIZE
004720         INTO fib57-message
004730     END-STRING.
004740     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
004750 3200-NEXT.
004760     PERFORM 3100-READ-CATALOG THRU 3100-EXIT.
004770 3200-EXIT.
004780     EXIT.

004790*================================================================*
004800*  4000-CHECK-TRAILERS -- HT: EVERY TRAILER ON THE MASTER MUST   *
004810*  BELONG TO A CATALOGUED RUN.                                   *
004820*================================================================*
004830 4000-CHECK-TRAILERS.
004840     MOVE "HT" TO fib57-condition.
004850     MOVE "HISTORY TRAILER WITH NO CATALOG RECORD"
004860         TO fib57-cond-text.
004870     MOVE 0 TO fib57-cond-count.
004880     SET FIB57-CHECKED TO TRUE.
004890     IF FIB57-HIST-FULL
004900         MOVE "N" TO FIB57-CHECKED-SW
004910         GO TO 4000-DONE
004920     END-IF.
004930     PERFORM 4100-CHECK-ONE-TRAILER THRU 4100-EXIT
004940         VARYING gx FROM 1 BY 1
004950         UNTIL gx > fib57-gen-used.
004960 4000-DONE.
004970     PERFORM 8500-WRITE-CONDITION THRU 8500-EXIT.
004980 4000-EXIT.
004990     EXIT.

005000 4100-CHECK-ONE-TRAILER.
005010     IF fib57-gt-trailer(gx) NOT = "Y"
005020         GO TO 4100-EXIT
005030     END-IF.
005040     MOVE fib57-gt-run-id(gx)   TO FIBRCAT-RUN-ID.
005050     MOVE fib57-gt-run-date(gx) TO FIBRCAT-RUN-DATE.
005060     READ FIBRCAT-FILE
005070         INVALID KEY
005080             MOVE fib57-gt-run-id(gx)   TO fib57-key-run-id
005090             MOVE fib57-gt-run-date(gx) TO fib57-key-run-date
005100             MOVE "FIBHIST"             TO fib57-file
005110             MOVE SPACES                TO fib57-status
005120             MOVE "FIBHIST TRAILER, RUN NOT ON FIBRCAT"
005130                 TO fib57-message
005140             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005150     END-READ.
005160 4100-EXIT.
005170     EXIT.

005180*================================================================*
005190*  5000-CHECK-MIRROR -- MG: EVERY GENERATION ON THE FIBHKEY      *
005200*  MIRROR MUST STILL BE ON THE MASTER IT WAS LOADED FROM.        *
005210*================================================================*
005220 5000-CHECK-MIRROR.
005230     MOVE "MG" TO fib57-condition.
005240     MOVE "MIRROR GENERATION NOT ON HISTORY MASTER"
005250         TO fib57-cond-text.
005260     MOVE 0 TO fib57-cond-count.
005270     SET FIB57-CHECKED TO TRUE.
005280     IF FIB57-HIST-FULL
005290         MOVE "N" TO FIB57-CHECKED-SW
005300         GO TO 5000-DONE
005310     END-IF.
005320     OPEN INPUT FIBHKEY-FILE.
005330     IF fib57-hkey-status NOT = "00"
005340         MOVE "FIBHKEY" TO fib57-file
005350         PERFORM 8700-FILE-NOT-CHECKED THRU 8700-EXIT
005360         GO TO 5000-DONE
005370     END-IF.
005380     MOVE "N"        TO FIB57-EOF-SW.
005390     MOVE SPACES     TO fib57-last-run-id.
005400     MOVE 0          TO fib57-last-run-date.
005410     MOVE LOW-VALUES TO FIBHKEY-RUN-ID.
005420     MOVE 0          TO FIBHKEY-RUN-DATE.
005430     MOVE 0          TO FIBHKEY-SEQ.
005440     START FIBHKEY-FILE KEY NOT < FIBHKEY-KEY
005450         INVALID KEY
005460             SET FIB57-EOF TO TRUE
005470     END-START.
005480     PERFORM 5100-READ-MIRROR THRU 5100-EXIT.
005490     PERFORM 5200-CHECK-ONE-MIRROR THRU 5200-EXIT
005500         UNTIL FIB57-EOF.
005510     CLOSE FIBHKEY-FILE.
005520 5000-DONE.
005530     PERFORM 8500-WRITE-CONDITION THRU 8500-EXIT.
005540 5000-EXIT.
005550     EXIT.

005560*================================================================*
005570*  5100-READ-MIRROR -- GET THE NEXT MIRROR RECORD.               *
005580*================================================================*
005590 5100-READ-MIRROR.
005600     IF FIB57-EOF
005610         GO TO 5100-EXIT
005620     END-IF.
005630     READ FIBHKEY-FILE NEXT RECORD
005640         AT END
005650             SET FIB57-EOF TO TRUE
005660     END-READ.
005670     IF NOT FIB57-EOF AND fib57-hkey-status NOT = "00"
005680         SET FIB57-EOF TO TRUE
005690     END-IF.
005700 5100-EXIT.
005710     EXIT.

005720*================================================================*
005730*  5200-CHECK-ONE-MIRROR -- THE MIRROR IS IN KEY ORDER, SO EACH  *
005740*  GENERATION IS LOOKED UP ONCE, AT ITS FIRST RECORD.            *
005750*================================================================*
005760 5200-CHECK-ONE-MIRROR.
005770     IF FIBHKEY-RUN-ID   = fib57-last-run-id
005780         AND FIBHKEY-RUN-DATE = fib57-last-run-date
005790         GO TO 5200-NEXT
005800     END-IF.
005810     MOVE FIBHKEY-RUN-ID   TO fib57-last-run-id.
005820     MOVE FIBHKEY-RUN-DATE TO fib57-last-run-date.
005830     ADD 1 TO fib57-mirror-count.
005840     MOVE FIBHKEY-RUN-ID   TO fib57-key-run-id.
005850     MOVE FIBHKEY-RUN-DATE TO fib57-key-run-date.
005860     PERFORM 2300-FIND-GEN THRU 2300-EXIT.
005870     IF gx = 0
005880         MOVE "FIBHKEY"    TO fib57-file
005890         MOVE SPACES       TO fib57-status
005900         MOVE "MIRROR HOLDS GENERATION, MASTER DOES NOT"
005910             TO fib57-message
005920         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005930     END-IF.
005940 5200-NEXT.
005950     PERFORM 5100-READ-MIRROR THRU 5100-EXIT.
005960 5200-EXIT.
005970     EXIT.

005980*================================================================*
005990*  6000-CHECK-CHK-ENDED -- CI: A CHECKPOINT STILL IN PROGRESS    *
006000*  IS ONLY RIGHT WHILE THE RUN-ID'S LATEST FIB100 RUN IS         *
006010*  STARTED; ONCE THAT RUN ENDED OR WAS VOIDED A RESTART WOULD    *
006020*  RESUME FROM A STALE POSITION.                                 *
006030*================================================================*
006040 6000-CHECK-CHK-ENDED.
006050     MOVE "CI" TO fib57-condition.
006060     MOVE "CHECKPOINT IN PROGRESS FOR ENDED RUN"
006070         TO fib57-cond-text.
006080     MOVE 0 TO fib57-cond-count.
006090     SET FIB57-CHECKED TO TRUE.
006100     OPEN INPUT FIBCHK-FILE.
006110     IF fib57-chk-status NOT = "00"
006120         MOVE "FIBCHK" TO fib57-file
006130         PERFORM 8700-FILE-NOT-CHECKED THRU 8700-EXIT
006140         GO TO 6000-DONE
006150     END-IF.
006160     PERFORM 6050-START-CHECKPOINTS THRU 6050-EXIT.
006170     PERFORM 6200-CHECK-ONE-ENDED THRU 6200-EXIT
006180         UNTIL FIB57-EOF.
006190     CLOSE FIBCHK-FILE.
006200 6000-DONE.
006210     PERFORM 8500-WRITE-CONDITION THRU 8500-EXIT.
006220 6000-EXIT.
006230     EXIT.

006240*================================================================*
006250*  6050-START-CHECKPOINTS -- POSITION AT THE FIRST CHECKPOINT.   *
006260*================================================================*
006270 6050-START-CHECKPOINTS.
006280     MOVE "N"        TO FIB57-EOF-SW.
006290     MOVE LOW-VALUES TO FIBCHK-RUN-ID.
006300     START FIBCHK-FILE KEY NOT < FIBCHK-RUN-ID
006310         INVALID KEY
006320             SET FIB57-EOF TO TRUE
006330     END-START.
006340     PERFORM 6100-READ-CHECKPOINT THRU 6100-EXIT.
006350 6050-EXIT.
006360     EXIT.

006370*================================================================*
006380*  6100-READ-CHECKPOINT -- GET THE NEXT CHECKPOINT RECORD.       *
006390*================================================================*
006400 6100-READ-CHECKPOINT.
006410     IF FIB57-EOF
006420         GO TO 6100-EXIT
006430     END-IF.
006440     READ FIBCHK-FILE NEXT RECORD
006450         AT END
006460             SET FIB57-EOF TO TRUE
006470     END-READ.
006480     IF NOT FIB57-EOF AND fib57-chk-status NOT = "00"
006490         SET FIB57-EOF TO TRUE
006500     END-IF.
006510 6100-EXIT.
006520     EXIT.

006530*================================================================*
006540*  6200-CHECK-ONE-ENDED -- ONE CHECKPOINT FOR CONDITION CI.      *
006550*================================================================*
006560 6200-CHECK-ONE-ENDED.
006570     ADD 1 TO fib57-chk-count.
006580     IF NOT FIBCHK-IN-PROGRESS
006590         GO TO 6200-NEXT
006600     END-IF.
006610     PERFORM 6300-FIND-LATEST-RUN THRU 6300-EXIT.
006620     IF FIB57-FOUND AND FIB57-LATEST-CLOSED
006630         MOVE FIBCHK-RUN-ID       TO fib57-key-run-id
006640         MOVE fib57-latest-date   TO fib57-key-run-date
006650         MOVE "FIBCHK"            TO fib57-file
006660         MOVE FIBCHK-STATUS       TO fib57-status
006670         MOVE SPACES              TO fib57-message
006680         STRING "CHECKPOINT IN PROGRESS, CATALOG STATUS "
006690                    DELIMITED BY SIZE
006700                fib57-latest-status DELIMITED BY SIZE
006710             INTO fib57-message
006720         END-STRING
006730         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006740     END-IF.
006750 6200-NEXT.
006760     PERFORM 6100-READ-CHECKPOINT THRU 6100-EXIT.
006770 6200-EXIT.
006780     EXIT.

006790*================================================================*
006800*  6300-FIND-LATEST-RUN -- THE LATEST FIB100 CATALOG RECORD OF   *
006810*  THE CHECKPOINT'S RUN-ID.  THE CATALOG IS KEYED RUN-ID THEN    *
006820*  DATE, SO THE RUN-ID'S RECORDS ARE READ IN DATE ORDER AND THE  *
006830*  LAST FIB100 ONE WINS.                                         *
006840*================================================================*
006850 6300-FIND-LATEST-RUN.
006860     MOVE "N"    TO FIB57-FOUND-SW.
006870     MOVE 0      TO fib57-latest-date.
006880     MOVE SPACES TO fib57-latest-status.
006890     MOVE FIBCHK-RUN-ID TO FIBRCAT-RUN-ID.
006900     MOVE 0             TO FIBRCAT-RUN-DATE.
006910     MOVE "N" TO FIB57-EOF-SW.
006920     START FIBRCAT-FILE KEY NOT < FIBRCAT-KEY
006930         INVALID KEY
006940             GO TO 6300-DONE
006950     END-START.
006960     PERFORM 3100-READ-CATALOG THRU 3100-EXIT.
006970     PERFORM 6310-TAKE-ONE-RUN THRU 6310-EXIT
006980         UNTIL FIB57-EOF
006990            OR FIBRCAT-RUN-ID NOT = FIBCHK-RUN-ID.
007000 6300-DONE.
007010     MOVE "N" TO FIB57-EOF-SW.
007020 6300-EXIT.
007030     EXIT.

007040 6310-TAKE-ONE-RUN.
007050     IF FIBRCAT-PROGRAM = "FIB100"
007060         SET FIB57-FOUND TO TRUE
007070         MOVE FIBRCAT-RUN-DATE TO fib57-latest-date
007080         MOVE FIBRCAT-STATUS   TO fib57-latest-status
007090     END-IF.
007100     PERFORM 3100-READ-CATALOG THRU 3100-EXIT.
007110 6310-EXIT.
007120     EXIT.

007130*================================================================*
007140*  6500-CHECK-CHK-ORPHAN -- CO: EVERY CHECKPOINT MUST BELONG TO  *
007150*  A RUN-ID FIB100 HAS CATALOGUED.                               *
007160*================================================================*
007170 6500-CHECK-CHK-ORPHAN.
007180     MOVE "CO" TO fib57-condition.
007190     MOVE "CHECKPOINT FOR RUN-ID NEVER CATALOGUED"
007200         TO fib57-cond-text.
007210     MOVE 0 TO fib57-cond-count.
007220     SET FIB57-CHECKED TO TRUE.
007230     OPEN INPUT FIBCHK-FILE.
007240     IF fib57-chk-status NOT = "00"
007250         MOVE "FIBCHK" TO fib57-file
007260         PERFORM 8700-FILE-NOT-CHECKED THRU 8700-EXIT
007270         GO TO 6500-DONE
007280     END-IF.
007290     PERFORM 6050-START-CHECKPOINTS THRU 6050-EXIT.
007300     PERFORM 6600-CHECK-ONE-ORPHAN THRU 6600-EXIT
007310         UNTIL FIB57-EOF.
007320     CLOSE FIBCHK-FILE.
007330 6500-DONE.
007340     PERFORM 8500-WRITE-CONDITION THRU 8500-EXIT.
007350 6500-EXIT.
007360     EXIT.

007370*================================================================*
007380*  6600-CHECK-ONE-ORPHAN -- ONE CHECKPOINT FOR CONDITION CO.  THE*
007390*  LOOKUP LEAVES THE CATALOG POSITIONED ELSEWHERE, BUT THIS      *
007400*  WALK IS OVER FIBCHK, WHOSE OWN POSITION IS UNTOUCHED.         *
007410*================================================================*
007420 6600-CHECK-ONE-ORPHAN.
007430     PERFORM 6300-FIND-LATEST-RUN THRU 6300-EXIT.
007440     IF NOT FIB57-FOUND
007450         MOVE FIBCHK-RUN-ID       TO fib57-key-run-id
007460         MOVE 0                   TO fib57-key-run-date
007470         MOVE "FIBCHK"            TO fib57-file
007480         MOVE FIBCHK-STATUS       TO fib57-status
007490         MOVE "NO FIB100 CATALOG RECORD FOR RUN-ID"
007500             TO fib57-message
007510         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
007520     END-IF.
007530     PERFORM 6100-READ-CHECKPOINT THRU 6100-EXIT.
007540 6600-EXIT.
007550     EXIT.

007560*================================================================*
007570*  7000-CHECK-XLOG-VOIDED -- XV: A FEED STILL IN SENT STATUS FOR *
007580*  A RUN FIB530 HAS SINCE VOIDED WOULD BE SETTLED BY FIB610 AS   *
007590*  IF ITS FIGURES STILL STOOD.                                   *
007600*================================================================*
007610 7000-CHECK-XLOG-VOIDED.
007620     MOVE "XV" TO fib57-condition.
007630     MOVE "FEED STILL SENT FOR A VOIDED RUN"
007640         TO fib57-cond-text.
007650     MOVE 0 TO fib57-cond-count.
007660     SET FIB57-CHECKED TO TRUE.
007670     OPEN INPUT FIBXLOG-FILE.
007680     IF fib57-xlog-status NOT = "00"
007690         MOVE "FIBXLOG" TO fib57-file
007700         PERFORM 8700-FILE-NOT-CHECKED THRU 8700-EXIT
007710         GO TO 7000-DONE
007720     END-IF.
007730     MOVE "N" TO FIB57-EOF-SW.
007740     PERFORM 7100-READ-XLOG THRU 7100-EXIT.
007750     PERFORM 7200-CHECK-ONE-VOIDED THRU 7200-EXIT
007760         UNTIL FIB57-EOF.
007770     CLOSE FIBXLOG-FILE.
007780 7000-DONE.
007790     PERFORM 8500-WRITE-CONDITION THRU 8500-EXIT.
007800 7000-EXIT.
007810     EXIT.

007820*================================================================*
007830*  7100-READ-XLOG -- GET THE NEXT FEED LOG RECORD.               *
007840*================================================================*
007850 7100-READ-XLOG.
007860     READ FIBXLOG-FILE
007870         AT END
007880             SET FIB57-EOF TO TRUE
007890     END-READ.
007900 7100-EXIT.
007910     EXIT.

007920*================================================================*
007930*  7200-CHECK-ONE-VOIDED -- ONE FEED FOR CONDITION XV.           *
007940*================================================================*
007950 7200-CHECK-ONE-VOIDED.
007960     ADD 1 TO fib57-xlog-count.
007970     IF NOT FIBXLOG-SENT
007980         GO TO 7200-NEXT
007990     END-IF.
008000     MOVE FIBXLOG-RUN-ID   TO FIBRCAT-RUN-ID.
008010     MOVE FIBXLOG-RUN-DATE TO FIBRCAT-RUN-DATE.
008020     READ FIBRCAT-FILE
008030         INVALID KEY
008040             GO TO 7200-NEXT
008050     END-READ.
008060     IF FIBRCAT-VOIDED
008070         MOVE FIBXLOG-RUN-ID   TO fib57-key-run-id
008080         MOVE FIBXLOG-RUN-DATE TO fib57-key-run-date
008090         MOVE "FIBXLOG"        TO fib57-file
008100         MOVE FIBXLOG-STATUS   TO fib57-status
008110         MOVE "FEED STILL SENT, RUN VOIDED BY FIB530"
008120             TO fib57-message
008130         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008140     END-IF.
008150 7200-NEXT.
008160     PERFORM 7100-READ-XLOG THRU 7100-EXIT.
008170 7200-EXIT.
008180     EXIT.

008190*================================================================*
008200*  7500-CHECK-XLOG-ORPHAN -- XO: EVERY FEED MUST BELONG TO A     *
008210*  CATALOGUED RUN, SAME KEY FIB610 SETTLES IT ON.                *
008220*================================================================*
008230 7500-CHECK-XLOG-ORPHAN.
008240     MOVE "XO" TO fib57-condition.
008250     MOVE "FEED LOGGED FOR RUN NOT ON CATALOG"
008260         TO fib57-cond-text.
008270     MOVE 0 TO fib57-cond-count.
008280     SET FIB57-CHECKED TO TRUE.
008290     OPEN INPUT FIBXLOG-FILE.
008300     IF fib57-xlog-status NOT = "00"
008310         MOVE "FIBXLOG" TO fib57-file
008320         PERFORM 8700-FILE-NOT-CHECKED THRU 8700-EXIT
008330         GO TO 7500-DONE
008340     END-IF.
008350     MOVE "N" TO FIB57-EOF-SW.
008360     PERFORM 7100-READ-XLOG THRU 7100-EXIT.
008370     PERFORM 7600-CHECK-ONE-ORPHAN THRU 7600-EXIT
008380         UNTIL FIB57-EOF.
008390     CLOSE FIBXLOG-FILE.
008400 7500-DONE.
008410     PERFORM 8500-WRITE-CONDITION THRU 8500-EXIT.
008420 7500-EXIT.
008430     EXIT.

008440*================================================================*
008450*  7600-CHECK-ONE-ORPHAN -- ONE FEED FOR CONDITION XO.           *
008460*================================================================*
008470 7600-CHECK-ONE-ORPHAN.
008480     MOVE FIBXLOG-RUN-ID   TO FIBRCAT-RUN-ID.
008490     MOVE FIBXLOG-RUN-DATE TO FIBRCAT-RUN-DATE.
008500     READ FIBRCAT-FILE
008510         INVALID KEY
008520             MOVE FIBXLOG-RUN-ID   TO fib57-key-run-id
008530             MOVE FIBXLOG-RUN-DATE TO fib57-key-run-date
008540             MOVE "FIBXLOG"        TO fib57-file
008550             MOVE FIBXLOG-STATUS   TO fib57-status
008560             MOVE "NO CATALOG RECORD FOR FEED RUN-ID/DATE"
008570                 TO fib57-message
008580             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008590     END-READ.
008600     PERFORM 7100-READ-XLOG THRU 7100-EXIT.
008610 7600-EXIT.
008620     EXIT.

008630*================================================================*
008640*  8000-WRITE-EXCEPTION -- ONE ORPHAN OR CONTRADICTION.  THE     *
008650*  CALLER SETS THE KEY, FILE, STATUS AND MESSAGE.                *
008660*================================================================*
008670 8000-WRITE-EXCEPTION.
008680     MOVE SPACES              TO FIBQRPT-DETAIL-REC.
008690     MOVE "D"                 TO FIBQRPT-D-TYPE.
008700     MOVE fib57-condition     TO FIBQRPT-D-CONDITION.
008710     MOVE fib57-key-run-id    TO FIBQRPT-D-RUN-ID.
008720     MOVE fib57-key-run-date  TO FIBQRPT-D-RUN-DATE.
008730     MOVE fib57-file          TO FIBQRPT-D-FILE.
008740     MOVE fib57-status        TO FIBQRPT-D-STATUS.
008750     MOVE fib57-message       TO FIBQRPT-D-MESSAGE.
008760     WRITE FIBQRPT-DETAIL-REC.
008770     ADD 1 TO fib57-cond-count.
008780     ADD 1 TO fib57-excp-count.
008790 8000-EXIT.
008800     EXIT.

008810*================================================================*
008820*  8500-WRITE-CONDITION -- CLOSE ONE CONDITION GROUP WITH ITS    *
008830*  COUNT, OR WITH A NOT-CHECKED FLAG WHEN IT COULD NOT BE RUN.   *
008840*================================================================*
008850 8500-WRITE-CONDITION.
008860     MOVE SPACES              TO FIBQRPT-CONDITION-REC.
008870     MOVE "C"                 TO FIBQRPT-C-TYPE.
008880     MOVE fib57-condition     TO FIBQRPT-C-CONDITION.
008890     MOVE fib57-cond-count    TO FIBQRPT-C-COUNT.
008900     MOVE fib57-cond-text     TO FIBQRPT-C-TEXT.
008910     IF FIB57-CHECKED
008920         MOVE "Y" TO FIBQRPT-C-CHECKED
008930     ELSE
008940         SET FIBQRPT-C-NOT-CHECKED TO TRUE
008950         SET FIB57-INCOMPLETE TO TRUE
008960     END-IF.
008970     WRITE FIBQRPT-CONDITION-REC.
008980 8500-EXIT.
008990     EXIT.

009000*================================================================*
009010*  8700-FILE-NOT-CHECKED -- AN OPTIONAL FILE WOULD NOT OPEN.  ITS*
009020*  CONDITION IS MARKED NOT CHECKED AND A WARNING LOGGED; THE     *
009030*  REST OF THE SWEEP STILL RUNS.                                 *
009040*================================================================*
009050 8700-FILE-NOT-CHECKED.
009060     MOVE "N" TO FIB57-CHECKED-SW.
009070     DISPLAY "FIB570 - " fib57-file " NOT AVAILABLE - CONDITION "
009080             fib57-condition " NOT CHECKED".
009090     MOVE "W" TO fib57-evt-severity.
009100     MOVE 4   TO fib57-evt-rc.
009110     MOVE SPACES TO fib57-evt-msg.
009120     STRING fib57-file DELIMITED BY SPACE
009130            " NOT AVAILABLE - CONDITION " DELIMITED BY SIZE
009140            fib57-condition DELIMITED BY SIZE
009150            " NOT CHECKED" DELIMITED BY SIZE
009160         INTO fib57-evt-msg
009170     END-STRING.
009180     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
009190 8700-EXIT.
009200     EXIT.

009210*================================================================*
009220*  9000-TERMINATE -- WRITE THE TRAILER, CLOSE EVERYTHING AND SET *
009230*  THE RETURN CODE THE SCHEDULER GATES ON.                       *
009240*================================================================*
009250 9000-TERMINATE.
009260     MOVE SPACES TO FIBQRPT-TRAILER-REC.
009270     MOVE "T"                  TO FIBQRPT-T-TYPE.
009280     MOVE fib57-run-date       TO FIBQRPT-T-RUN-DATE.
009290     MOVE fib57-excp-count     TO FIBQRPT-T-EXCP-COUNT.
009300     MOVE fib57-cat-count      TO FIBQRPT-T-CAT-COUNT.
009310     MOVE fib57-gen-used       TO FIBQRPT-T-GEN-COUNT.
009320     MOVE fib57-mirror-count   TO FIBQRPT-T-MIRROR-COUNT.
009330     MOVE fib57-chk-count      TO FIBQRPT-T-CHK-COUNT.
009340     MOVE fib57-xlog-count     TO FIBQRPT-T-XLOG-COUNT.
009350     EVALUATE TRUE
009360         WHEN fib57-excp-count > 0
009370             MOVE "DRIFT FOUND"    TO FIBQRPT-T-STATUS
009380         WHEN FIB57-HIST-FULL
009390             MOVE "NOT PROVEN"     TO FIBQRPT-T-STATUS
009400         WHEN FIB57-INCOMPLETE
009410             MOVE "INCOMPLETE"     TO FIBQRPT-T-STATUS
009420         WHEN OTHER
009430             MOVE "CONSISTENT"     TO FIBQRPT-T-STATUS
009440     END-EVALUATE.
009450     WRITE FIBQRPT-TRAILER-REC.
009460     CLOSE FIBRCAT-FILE.
009470     CLOSE FIBQRPT-FILE.
009480     MOVE SPACES TO fib57-evt-msg.
009490     EVALUATE TRUE
009500         WHEN fib57-excp-count > 0
009510             MOVE 8 TO RETURN-CODE
009520             MOVE "E" TO fib57-evt-severity
009530             MOVE 8   TO fib57-evt-rc
009540             STRING "INTEGRITY SWEEP FOUND " DELIMITED BY SIZE
009550                    fib57-excp-count DELIMITED BY SIZE
009560                    " EXCEPTION(S) - SEE FIBQRPT"
009570                        DELIMITED BY SIZE
009580                 INTO fib57-evt-msg
009590             END-STRING
009600             PERFORM 9800-LOG-EVENT THRU 9800-EXIT
009610         WHEN FIB57-HIST-FULL
009620             MOVE 8 TO RETURN-CODE
009630         WHEN FIB57-INCOMPLETE
009640             MOVE 4 TO RETURN-CODE
009650         WHEN OTHER
009660             MOVE 0 TO RETURN-CODE
009670     END-EVALUATE.
009680     DISPLAY "FIB570 - SWEEP " FIBQRPT-T-STATUS " - "
009690             fib57-excp-count " EXCEPTION(S), "
009700             fib57-cat-count " CATALOG, "
009710             fib57-gen-used " GENERATION(S), "
009720             fib57-chk-count " CHECKPOINT(S), "
009730             fib57-xlog-count " FEED(S)".
009740 9000-EXIT.
009750     EXIT.

009760*================================================================*
009770*  9800-LOG-EVENT -- APPEND ONE EVENT TO THE COMMON FIBEVLOG     *
009780*  EVENT LOG.  THE LOG IS OPENED PER EVENT SO AN ERROR PATH      *
009790*  NEVER DEPENDS ON HOW FAR INITIALIZATION GOT.  THE SWEEP IS    *
009800*  CROSS-RUN WORK, SO ITS EVENTS CARRY A BLANK RUN-ID.           *
009810*================================================================*
009820 9800-LOG-EVENT.
009830     ACCEPT fib57-evt-date FROM DATE YYYYMMDD.
009840     ACCEPT fib57-evt-time FROM TIME.
009850     OPEN EXTEND FIBEVLOG-FILE.
009860     MOVE SPACES TO FIBEVT-RECORD.
009870     MOVE "FIB570"            TO FIBEVT-PROGRAM.
009880     MOVE SPACES              TO FIBEVT-RUN-ID.
009890     MOVE fib57-evt-date      TO FIBEVT-DATE.
009900     MOVE fib57-evt-time      TO FIBEVT-TIME.
009910     MOVE fib57-evt-severity  TO FIBEVT-SEVERITY.
009920     MOVE fib57-evt-rc        TO FIBEVT-RETURN-CODE.
009930     MOVE fib57-evt-msg       TO FIBEVT-MESSAGE.
009940     WRITE FIBEVT-RECORD.
009950     CLOSE FIBEVLOG-FILE.
009960 9800-EXIT.
009970     EXIT.

009980*================================================================*
009990*  9999-EXIT -- SINGLE PROGRAM EXIT POINT.                       *
010000*================================================================*
010010 9999-EXIT.
010020     STOP RUN.
