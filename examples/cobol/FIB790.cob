000010*================================================================*
000020*  PROGRAM:      FIB790                                          *
000030*  AUTHOR:       R SANDERSON                                     *
000040*  INSTALLATION: OPERATIONS SYSTEMS GROUP                        *
000050*  DATE-WRITTEN: 2026-10-14                                      *
000060*                                                                *
000070*  PURPOSE.                                                      *
000080*      REPORT PRINT UTILITY.  EVERY REPORT IN THE SUITE IS AN    *
000090*      80-BYTE HEADER/DETAIL/TRAILER FILE LAID OUT FOR THE NEXT  *
000100*      PROGRAM, NOT FOR A READER - NO PAGE BREAKS, NO HEADINGS,  *
000110*      NO PAGE NUMBERS.  THIS PROGRAM TURNS ONE OF THEM (FIBRPT, *
000120*      FIBDRPT, FIBSRPT OR FIBXRPT, AS NAMED ON THE FIBLCTL      *
000130*      CONTROL RECORD) INTO A 132-COLUMN PAGINATED LISTING ON    *
000140*      FIBLIST FOR THE REPORT ARCHIVE AND THE BUSINESS USERS.    *
000150*      EACH PAGE CARRIES THE REPORT TITLE, RUN-ID, RUN DATE,     *
000160*      PAGE NUMBER AND COLUMN HEADINGS, AND CLOSES WITH A        *
000170*      SUBTOTAL OF THE VALUE COLUMN FOR THAT PAGE.  AT EACH      *
000180*      TRAILER THE RUN TOTAL IS PRINTED AND THE DETAIL LINES     *
000190*      LISTED ARE CHECKED AGAINST THE TRAILER'S RECORD COUNT (AND*
000200*      FOR FIBSRPT THE SUMMED SETS AGAINST THE GRAND SUM), SO THE*
000210*      LISTING PROVES IT SHOWS THE WHOLE REPORT.  FIBXRPT HAS NO *
000220*      VALUE COLUMN; ITS SUBTOTALS COUNT THE EXCEPTION LINES.    *
000230*      THE LINES PER PAGE COME FROM THE CONTROL RECORD.  THE     *
000240*      SOURCE REPORT IS ONLY EVER READ.                          *
000250*                                                                *
000260*      RETURN CODES FOLLOW THE SUITE-WIDE SCHEME:                *
000270*        0   LISTING PRINTED AND EVERY TRAILER AGREES            *
000280*        4   LISTING PRINTED AND AGREES, BUT A TOTAL WAS TOO     *
000290*            LARGE TO HOLD AND IS SHOWN AS SUCH                  *
000300*        8   A TRAILER DISAGREES OR IS MISSING, THE REPORT IS    *
000310*            EMPTY OR HOLDS A BAD RECORD, THE CONTROL RECORD IS  *
000320*            REJECTED, OR THE REPORT COULD NOT BE OPENED         *
000330*------------------------------------------------------------------
000340*  MOD LOG
000350*  2026-10-14  RLS  ORIGINAL PROGRAM.
000352*  2026-10-14  RLS  FIBDRPT LISTING CARRIES THE OPENING, GROWTH
000354*              AND CASH-FLOW COLUMNS OF A FIB300 CASH-FLOW RUN
000356*              AND MARKS THE TERM THAT WENT BELOW ZERO.
000360*================================================================*
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.                  FIB790.
000390 AUTHOR.                      R SANDERSON.
000400 INSTALLATION.                OPERATIONS SYSTEMS GROUP.
000410 DATE-WRITTEN.                2026-10-14.
000420 DATE-COMPILED.

000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.             IBM-370.
000460 OBJECT-COMPUTER.             IBM-370.

000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT FIBLCTL-FILE      ASSIGN       TO "FIBLCTL"
000500                               ORGANIZATION IS LINE SEQUENTIAL
000510                               FILE STATUS IS fib79-lctl-status.

000520     SELECT FIBRPT-FILE       ASSIGN       TO "FIBRPT"
000530                               ORGANIZATION IS LINE SEQUENTIAL
000540                               FILE STATUS IS fib79-src-status.

000550     SELECT FIBDRPT-FILE      ASSIGN       TO "FIBDRPT"
000560                               ORGANIZATION IS LINE SEQUENTIAL
000570                               FILE STATUS IS fib79-src-status.

000580     SELECT FIBSRPT-FILE      ASSIGN       TO "FIBSRPT"
000590                               ORGANIZATION IS LINE SEQUENTIAL
000600                               FILE STATUS IS fib79-src-status.

000610     SELECT FIBXRPT-FILE      ASSIGN       TO "FIBXRPT"
000620                               ORGANIZATION IS LINE SEQUENTIAL
000630                               FILE STATUS IS fib79-src-status.

000640     SELECT FIBLIST-FILE      ASSIGN       TO "FIBLIST"
000650                               ORGANIZATION IS LINE SEQUENTIAL.

000660     SELECT FIBEVLOG-FILE     ASSIGN       TO "FIBEVLOG"
000670                               ORGANIZATION IS LINE SEQUENTIAL.

000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  FIBLCTL-FILE.
000710     COPY FIBLCTL.

000720 FD  FIBRPT-FILE.
000730     COPY FIBRPT.

000740 FD  FIBDRPT-FILE.
000750     COPY FIBDRPT.

000760 FD  FIBSRPT-FILE.
000770     COPY FIBSRPT.

000780 FD  FIBXRPT-FILE.
000790     COPY FIBXRPT.

000800 FD  FIBLIST-FILE.
000810 01  FIBLIST-LINE              PIC X(132).

000820 FD  FIBEVLOG-FILE.
000830     COPY FIBEVT.

000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------*
000860*  SWITCHES                                                      *
000870*----------------------------------------------------------------*
000880 01  FIB79-VALID-SW            PIC X(01) VALUE "Y".
000890     88  FIB79-VALID           VALUE "Y".
000900 01  FIB79-EOF-SW              PIC X(01) VALUE "N".
000910     88  FIB79-EOF             VALUE "Y".
000920 01  FIB79-RUN-OPEN-SW         PIC X(01) VALUE "N".
000930     88  FIB79-RUN-OPEN        VALUE "Y".
000940 01  FIB79-PAGE-OPEN-SW        PIC X(01) VALUE "N".
000950     88  FIB79-PAGE-OPEN       VALUE "Y".
000960 01  FIB79-NEW-PAGE-SW         PIC X(01) VALUE "Y".
000970     88  FIB79-NEW-PAGE        VALUE "Y".
000980 01  FIB79-PAGE-OVFL-SW        PIC X(01) VALUE "N".
000990     88  FIB79-PAGE-OVFL       VALUE "Y".
001000 01  FIB79-RUN-OVFL-SW         PIC X(01) VALUE "N".
001010     88  FIB79-RUN-OVFL        VALUE "Y".
001020 01  FIB79-ANY-OVFL-SW         PIC X(01) VALUE "N".
001030     88  FIB79-ANY-OVFL        VALUE "Y".
001040 01  FIB79-DISAGREE-SW         PIC X(01) VALUE "N".
001050     88  FIB79-DISAGREE        VALUE "Y".
001060 01  FIB79-EDIT-OVFL-SW        PIC X(01) VALUE "N".
001070     88  FIB79-EDIT-OVFL       VALUE "Y".

001080 01  fib79-lctl-status         PIC X(02) VALUE "00".
001090 01  fib79-src-status          PIC X(02) VALUE "00".

001100*----------------------------------------------------------------*
001110*  LISTING WORKING FIELDS                                        *
001120*----------------------------------------------------------------*
001130 01  fib79-run-date            PIC 9(08) VALUE 0.
001140 01  fib79-source              PIC X(01) VALUE SPACES.
001150     88  FIB79-SRC-RPT         VALUE "R".
001160     88  FIB79-SRC-DRPT        VALUE "D".
001170     88  FIB79-SRC-SRPT        VALUE "S".
001180     88  FIB79-SRC-XRPT        VALUE "X".
001190 01  fib79-src-name            PIC X(08) VALUE SPACES.
001200 01  fib79-card-run-id         PIC X(08) VALUE SPACES.
001210 01  fib79-run-id              PIC X(08) VALUE SPACES.
001220 01  fib79-rpt-date            PIC 9(08) VALUE 0.
001230 01  fib79-rpt-title           PIC X(40) VALUE SPACES.
001240 01  fib79-lines-default       PIC S9(05) COMP VALUE 50.
001250 01  fib79-lines-min           PIC S9(05) COMP VALUE 10.
001260 01  fib79-lines-max           PIC S9(05) COMP VALUE 200.
001270 01  fib79-lines-per-page      PIC S9(05) COMP VALUE 0.
001280 01  fib79-line-count          PIC S9(05) COMP VALUE 0.
001290 01  fib79-page-no             PIC 9(05) VALUE 0.
001300 01  fib79-in-rec              PIC X(80) VALUE SPACES.
001310 01  fib79-in-parts REDEFINES fib79-in-rec.
001320     05  fib79-in-type         PIC X(01).
001330     05  FILLER                PIC X(79).
001340 01  fib79-page-lines          PIC 9(07) VALUE 0.
001350 01  fib79-run-lines           PIC 9(07) VALUE 0.
001360 01  fib79-total-lines         PIC 9(07) VALUE 0.
001370 01  fib79-trailer-count       PIC 9(07) VALUE 0.
001380 01  fib79-trailer-sum         PIC S9(38) VALUE 0.
001390 01  fib79-trailer-status      PIC X(14) VALUE SPACES.
001400 01  fib79-run-count           PIC 9(05) VALUE 0.
001410 01  fib79-bad-count           PIC 9(05) VALUE 0.
001420 01  fib79-value               PIC S9(38) VALUE 0.
001430 01  fib79-dvalue              PIC S9(10)V9(04) VALUE 0.
001440 01  fib79-page-sum            PIC S9(38) VALUE 0.
001450 01  fib79-run-sum             PIC S9(38) VALUE 0.
001460 01  fib79-page-dsum           PIC S9(15)V9(04) VALUE 0.
001470 01  fib79-run-dsum            PIC S9(15)V9(04) VALUE 0.
001480 01  fib79-edit-sum            PIC S9(38) VALUE 0.
001490 01  fib79-edit-dsum           PIC S9(15)V9(04) VALUE 0.
001500 01  fib79-edit-lines          PIC 9(07) VALUE 0.
001510 01  fib79-edit-label          PIC X(20) VALUE SPACES.
001520 01  fib79-ed-int              PIC -Z(37)9.
001530 01  fib79-ed-dec              PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.9999.

001540*----------------------------------------------------------------*
001550*  PAGE HEADING LINES                                            *
001560*----------------------------------------------------------------*
001570 01  fib79-head-1.
001580     05  FILLER                PIC X(08) VALUE "FIB790".
001590     05  fib79-h1-source       PIC X(08).
001600     05  FILLER                PIC X(02) VALUE SPACES.
001610     05  fib79-h1-title        PIC X(40).
001620     05  FILLER                PIC X(54) VALUE SPACES.
001630     05  FILLER                PIC X(05) VALUE "PAGE ".
001640     05  fib79-h1-page         PIC ZZZZ9.
001650     05  FILLER                PIC X(10) VALUE SPACES.
001660 01  fib79-head-2.
001670     05  FILLER                PIC X(08) VALUE "RUN-ID: ".
001680     05  fib79-h2-run-id       PIC X(08).
001690     05  FILLER                PIC X(04) VALUE SPACES.
001700     05  FILLER                PIC X(10) VALUE "RUN DATE: ".
001710     05  fib79-h2-run-date     PIC 9999/99/99.
001720     05  FILLER                PIC X(04) VALUE SPACES.
001730     05  FILLER                PIC X(09) VALUE "PRINTED: ".
001740     05  fib79-h2-print-date   PIC 9999/99/99.
001750     05  FILLER                PIC X(69) VALUE SPACES.
001760 01  fib79-col-head            PIC X(132) VALUE SPACES.
001770 01  fib79-rule                PIC X(132) VALUE ALL "-".

001780*----------------------------------------------------------------*
001790*  COLUMN HEADINGS, ONE PER SOURCE REPORT, EACH LINED UP OVER    *
001800*  THE MATCHING DETAIL LINE BELOW.                               *
001810*----------------------------------------------------------------*
001820 01  fib79-rpt-head.
001830     05  FILLER                PIC X(04) VALUE SPACES.
001840     05  FILLER                PIC X(05) VALUE " TERM".
001850     05  FILLER                PIC X(40) VALUE SPACES.
001860     05  FILLER                PIC X(05) VALUE "VALUE".
001870     05  FILLER                PIC X(78) VALUE SPACES.
001880 01  fib79-drpt-head.
001890     05  FILLER                PIC X(04) VALUE SPACES.
001900     05  FILLER                PIC X(05) VALUE " TERM".
001910     05  FILLER                PIC X(20) VALUE SPACES.
001920     05  FILLER                PIC X(05) VALUE "VALUE".
001922     05  FILLER                PIC X(14) VALUE SPACES.
001924     05  FILLER                PIC X(07) VALUE "OPENING".
001926     05  FILLER                PIC X(15) VALUE SPACES.
001928     05  FILLER                PIC X(06) VALUE "GROWTH".
001929     05  FILLER                PIC X(12) VALUE SPACES.
001931     05  FILLER                PIC X(09) VALUE "CASH FLOW".
001932     05  FILLER                PIC X(35) VALUE SPACES.
001940 01  fib79-srpt-head.
001950     05  FILLER                PIC X(02) VALUE SPACES.
001960     05  FILLER                PIC X(10) VALUE "RUN-ID".
001970     05  FILLER                PIC X(22) VALUE "LABEL".
001980     05  FILLER                PIC X(05) VALUE "TERMS".
001990     05  FILLER                PIC X(31) VALUE SPACES.
002000     05  FILLER                PIC X(10) VALUE "LAST VALUE".
002010     05  FILLER                PIC X(33) VALUE SPACES.
002020     05  FILLER                PIC X(08) VALUE "TERM SUM".
002030     05  FILLER                PIC X(02) VALUE SPACES.
002040     05  FILLER                PIC X(09) VALUE "STATUS".
002050 01  fib79-xrpt-head.
002060     05  FILLER                PIC X(04) VALUE SPACES.
002070     05  FILLER                PIC X(12) VALUE "SOURCE".
002080     05  FILLER                PIC X(09) VALUE "  SEQ".
002090     05  FILLER                PIC X(40) VALUE "EXCEPTION".
002100     05  FILLER                PIC X(67) VALUE SPACES.

002110*----------------------------------------------------------------*
002120*  DETAIL LINES, ONE PER SOURCE REPORT                           *
002130*----------------------------------------------------------------*
002140 01  fib79-rpt-line.
002150     05  FILLER                PIC X(04) VALUE SPACES.
002160     05  fib79-rl-seq          PIC ZZZZ9.
002170     05  FILLER                PIC X(06) VALUE SPACES.
002180     05  fib79-rl-value        PIC -Z(37)9.
002190     05  FILLER                PIC X(78) VALUE SPACES.
002200 01  fib79-drpt-line.
002210     05  FILLER                PIC X(04) VALUE SPACES.
002220     05  fib79-dl-seq          PIC ZZZZ9.
002230     05  FILLER                PIC X(06) VALUE SPACES.
002240     05  fib79-dl-value        PIC -Z,ZZZ,ZZZ,ZZ9.9999.
002242     05  FILLER                PIC X(02) VALUE SPACES.
002243     05  fib79-dl-cash.
002244         10  fib79-dl-opening  PIC -Z,ZZZ,ZZZ,ZZ9.9999.
002245         10  FILLER            PIC X(02) VALUE SPACES.
002246         10  fib79-dl-growth   PIC -Z,ZZZ,ZZZ,ZZ9.9999.
002247         10  FILLER            PIC X(02) VALUE SPACES.
002248         10  fib79-dl-cash-flow PIC -Z,ZZZ,ZZZ,ZZ9.9999.
002249         10  FILLER            PIC X(02) VALUE SPACES.
002251         10  fib79-dl-flag     PIC X(10).
002252     05  FILLER                PIC X(23) VALUE SPACES.
002260 01  fib79-srpt-line.
002270     05  FILLER                PIC X(02) VALUE SPACES.
002280     05  fib79-sl-run-id       PIC X(08).
002290     05  FILLER                PIC X(02) VALUE SPACES.
002300     05  fib79-sl-label        PIC X(20).
002310     05  FILLER                PIC X(02) VALUE SPACES.
002320     05  fib79-sl-terms        PIC ZZZZ9.
002330     05  FILLER                PIC X(02) VALUE SPACES.
002340     05  fib79-sl-last         PIC -Z(37)9.
002350     05  FILLER                PIC X(02) VALUE SPACES.
002360     05  fib79-sl-sum          PIC -Z(37)9.
002370     05  FILLER                PIC X(02) VALUE SPACES.
002380     05  fib79-sl-status       PIC X(09).
002390 01  fib79-xrpt-line.
002400     05  FILLER                PIC X(04) VALUE SPACES.
002410     05  fib79-xl-source       PIC X(08).
002420     05  FILLER                PIC X(04) VALUE SPACES.
002430     05  fib79-xl-seq          PIC ZZZZ9.
002440     05  FILLER                PIC X(04) VALUE SPACES.
002450     05  fib79-xl-message      PIC X(40).
002460     05  FILLER                PIC X(67) VALUE SPACES.

002470*----------------------------------------------------------------*
002480*  TOTAL, CHECK AND MESSAGE LINES                                *
002490*----------------------------------------------------------------*
002500 01  fib79-total-line.
002510     05  FILLER                PIC X(04) VALUE SPACES.
002520     05  fib79-tl-label        PIC X(20).
002530     05  FILLER                PIC X(07) VALUE "LINES: ".
002540     05  fib79-tl-lines        PIC Z,ZZZ,ZZ9.
002550     05  FILLER                PIC X(04) VALUE SPACES.
002560     05  fib79-tl-value-lit    PIC X(07).
002570     05  fib79-tl-value        PIC X(50).
002580     05  FILLER                PIC X(04) VALUE SPACES.
002590     05  fib79-tl-result       PIC X(27).
002600 01  fib79-check-line.
002610     05  FILLER                PIC X(04) VALUE SPACES.
002620     05  FILLER                PIC X(22)
002630                               VALUE "TRAILER RECORD COUNT: ".
002640     05  fib79-cl-trailer      PIC Z,ZZZ,ZZ9.
002650     05  FILLER                PIC X(04) VALUE SPACES.
002660     05  FILLER                PIC X(17)
002670                               VALUE "DETAILS PRINTED: ".
002680     05  fib79-cl-printed      PIC Z,ZZZ,ZZ9.
002690     05  FILLER                PIC X(04) VALUE SPACES.
002700     05  fib79-cl-result       PIC X(30).
002710     05  FILLER                PIC X(02) VALUE SPACES.
002720     05  fib79-cl-status       PIC X(14).
002730     05  FILLER                PIC X(17) VALUE SPACES.
002740 01  fib79-msg-line.
002750     05  FILLER                PIC X(04) VALUE SPACES.
002760     05  fib79-ml-text         PIC X(60).
002770     05  FILLER                PIC X(68) VALUE SPACES.
002780 01  fib79-end-line.
002790     05  FILLER                PIC X(04) VALUE SPACES.
002800     05  FILLER                PIC X(24)
002810                               VALUE "*** END OF LISTING -    ".
002820     05  fib79-el-runs         PIC ZZZZ9.
002830     05  FILLER                PIC X(13) VALUE " REPORT(S),  ".
002840     05  fib79-el-pages        PIC ZZZZ9.
002850     05  FILLER                PIC X(11) VALUE " PAGE(S),  ".
002860     05  fib79-el-lines        PIC Z,ZZZ,ZZ9.
002870     05  FILLER                PIC X(21)
002880                               VALUE " DETAIL LINE(S) ***  ".
002890     05  FILLER                PIC X(40) VALUE SPACES.

002900*----------------------------------------------------------------*
002910*  EVENT-LOG FIELDS - SET BEFORE EACH PERFORM OF 9800-LOG-EVENT. *
002920*----------------------------------------------------------------*
002930 01  fib79-evt-severity        PIC X(01) VALUE SPACES.
002940 01  fib79-evt-rc              PIC 9(02) VALUE 0.
002950 01  fib79-evt-msg             PIC X(60) VALUE SPACES.
002960 01  fib79-evt-date            PIC 9(08) VALUE 0.
002970 01  fib79-evt-time            PIC 9(08) VALUE 0.

002980 PROCEDURE DIVISION.
002990*================================================================*
003000*  0000-MAINLINE                                                 *
003010*================================================================*
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
003040     IF NOT FIB79-VALID
003050         GO TO 9999-EXIT
003060     END-IF.
003070     PERFORM 2000-PRINT-REPORT      THRU 2000-EXIT.
003080     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
003090     GO TO 9999-EXIT.

003100*================================================================*
003110*  1000-INITIALIZE -- READ AND VALIDATE THE CONTROL RECORD, THEN *
003120*  OPEN THE CHOSEN SOURCE REPORT AND THE LISTING.                *
003130*================================================================*
003140 1000-INITIALIZE.
003150     ACCEPT fib79-run-date FROM DATE YYYYMMDD.
003160     OPEN INPUT FIBLCTL-FILE.
003170     IF fib79-lctl-status NOT = "00"
003180         DISPLAY "FIB790 - FIBLCTL CONTROL FILE EMPTY OR MISSING"
003190         MOVE "N" TO FIB79-VALID-SW
003200         MOVE 8 TO RETURN-CODE
003210         MOVE "FIBLCTL CONTROL FILE EMPTY OR MISSING"
003220             TO fib79-evt-msg
003230         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
003240         GO TO 1000-EXIT
003250     END-IF.
003260     READ FIBLCTL-FILE
003270         AT END
003280             MOVE "N" TO FIB79-VALID-SW
003290     END-READ.
003300     CLOSE FIBLCTL-FILE.
003310     IF NOT FIB79-VALID
003320         DISPLAY "FIB790 - FIBLCTL CONTROL FILE EMPTY OR MISSING"
003330         MOVE 8 TO RETURN-CODE
003340         MOVE "FIBLCTL CONTROL FILE EMPTY OR MISSING"
003350             TO fib79-evt-msg
003360         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
003370         GO TO 1000-EXIT
003380     END-IF.

003390     PERFORM 1300-VALIDATE-PARMS THRU 1300-EXIT.
003400     IF NOT FIB79-VALID
003410         GO TO 1000-EXIT
003420     END-IF.

003430     PERFORM 1400-OPEN-SOURCE THRU 1400-EXIT.
003440     IF NOT FIB79-VALID
003450         GO TO 1000-EXIT
003460     END-IF.
003470     OPEN OUTPUT FIBLIST-FILE.
003480 1000-EXIT.
003490     EXIT.

003500*================================================================*
003510*  1300-VALIDATE-PARMS -- THE SOURCE MUST BE ONE OF THE FOUR     *
003520*  REPORTS AND THE PAGE DEPTH MUST BE WORKABLE.  ZEROS TAKE THE  *
003530*  HOUSE DEFAULT.                                                *
003540*================================================================*
003550 1300-VALIDATE-PARMS.
003560     MOVE FIBLCTL-SOURCE TO fib79-source.
003570     EVALUATE TRUE
003580         WHEN FIB79-SRC-RPT
003590             MOVE "FIBRPT"  TO fib79-src-name
003600         WHEN FIB79-SRC-DRPT
003610             MOVE "FIBDRPT" TO fib79-src-name
003620         WHEN FIB79-SRC-SRPT
003630             MOVE "FIBSRPT" TO fib79-src-name
003640         WHEN FIB79-SRC-XRPT
003650             MOVE "FIBXRPT" TO fib79-src-name
003660         WHEN OTHER
003670             DISPLAY "FIB790 - SOURCE MUST BE R, D, S OR X - "
003680                     "FOUND " FIBLCTL-SOURCE
003690             MOVE "N" TO FIB79-VALID-SW
003700             MOVE 8 TO RETURN-CODE
003710             MOVE "SOURCE REPORT CODE MUST BE R, D, S OR X"
003720                 TO fib79-evt-msg
003730             PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
003740             GO TO 1300-EXIT
003750     END-EVALUATE.
003760     IF FIBLCTL-LINES-PER-PAGE NOT NUMERIC
003770         DISPLAY "FIB790 - LINES PER PAGE IS NOT NUMERIC"
003780         MOVE "N" TO FIB79-VALID-SW
003790         MOVE 8 TO RETURN-CODE
003800         MOVE "LINES PER PAGE IS NOT NUMERIC" TO fib79-evt-msg
003810         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
003820         GO TO 1300-EXIT
003830     END-IF.
003840     IF FIBLCTL-LINES-PER-PAGE = 0
003850         MOVE fib79-lines-default    TO fib79-lines-per-page
003860     ELSE
003870         MOVE FIBLCTL-LINES-PER-PAGE TO fib79-lines-per-page
003880     END-IF.
003890     IF fib79-lines-per-page < fib79-lines-min
003900         OR fib79-lines-per-page > fib79-lines-max
003910         DISPLAY "FIB790 - LINES PER PAGE MUST BE "
003920                 fib79-lines-min " TO " fib79-lines-max
003930         MOVE "N" TO FIB79-VALID-SW
003940         MOVE 8 TO RETURN-CODE
003950         MOVE "LINES PER PAGE OUT OF RANGE 10 TO 200"
003960             TO fib79-evt-msg
003970         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
003980         GO TO 1300-EXIT
003990     END-IF.
004000     MOVE FIBLCTL-RUN-ID TO fib79-card-run-id.
004010     IF fib79-card-run-id = SPACES
004020         IF FIB79-SRC-SRPT
004030             MOVE "FIB900"  TO fib79-card-run-id
004040         ELSE
004050             MOVE "UNKNOWN" TO fib79-card-run-id
004060         END-IF
004070     END-IF.
004080     MOVE fib79-card-run-id TO fib79-run-id.
004090 1300-EXIT.
004100     EXIT.

004110*================================================================*
004120*  1350-LOG-REJECTION -- EVERY SETUP FAILURE IS THE SAME         *
004130*  SEVERITY AND RETURN CODE; ONLY THE TEXT DIFFERS.              *
004140*================================================================*
004150 1350-LOG-REJECTION.
004160     MOVE "E" TO fib79-evt-severity.
004170     MOVE 8   TO fib79-evt-rc.
004180     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
004190 1350-EXIT.
004200     EXIT.

004210*================================================================*
004220*  1400-OPEN-SOURCE -- OPEN ONLY THE REPORT NAMED ON THE CONTROL *
004230*  RECORD, SO THE JOB NEED NOT HAVE THE OTHER THREE TO HAND,     *
004240*  AND PICK THE MATCHING COLUMN HEADINGS.                        *
004250*================================================================*
004260 1400-OPEN-SOURCE.
004270     EVALUATE TRUE
004280         WHEN FIB79-SRC-RPT
004290             OPEN INPUT FIBRPT-FILE
004300             MOVE fib79-rpt-head  TO fib79-col-head
004310         WHEN FIB79-SRC-DRPT
004320             OPEN INPUT FIBDRPT-FILE
004330             MOVE fib79-drpt-head TO fib79-col-head
004340         WHEN FIB79-SRC-SRPT
004350             OPEN INPUT FIBSRPT-FILE
004360             MOVE fib79-srpt-head TO fib79-col-head
004370         WHEN FIB79-SRC-XRPT
004380             OPEN INPUT FIBXRPT-FILE
004390             MOVE fib79-xrpt-head TO fib79-col-head
004400     END-EVALUATE.
004410     IF fib79-src-status NOT = "00"
004420         DISPLAY "FIB790 - " fib79-src-name
004430                 " SOURCE REPORT NOT FOUND, STATUS "
004440                 fib79-src-status
004450         MOVE "N" TO FIB79-VALID-SW
004460         MOVE 8 TO RETURN-CODE
004470         MOVE SPACES TO fib79-evt-msg
004480         STRING fib79-src-name DELIMITED BY SPACE
004490                " SOURCE REPORT NOT FOUND" DELIMITED BY SIZE
004500             INTO fib79-evt-msg
004510         END-STRING
004520         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
004530     END-IF.
004540 1400-EXIT.
004550     EXIT.

004560*================================================================*
004570*  2000-PRINT-REPORT -- LIST THE SOURCE REPORT RECORD BY RECORD. *
004580*================================================================*
004590 2000-PRINT-REPORT.
004600     PERFORM 2100-READ-SOURCE THRU 2100-EXIT.
004610     PERFORM 2200-PRINT-ONE   THRU 2200-EXIT
004620         UNTIL FIB79-EOF.
004630 2000-EXIT.
004640     EXIT.

004650*================================================================*
004660*  2100-READ-SOURCE -- GET THE NEXT RECORD OF THE CHOSEN REPORT. *
004670*  THE RECORD IS ALSO LEFT IN ITS OWN FILE AREA, WHERE THE       *
004680*  FORMATTING PARAGRAPHS PICK UP ITS FIELDS BY NAME.             *
004690*================================================================*
004700 2100-READ-SOURCE.
004710     EVALUATE TRUE
004720         WHEN FIB79-SRC-RPT
004730             READ FIBRPT-FILE  INTO fib79-in-rec
004740                 AT END
004750                     SET FIB79-EOF TO TRUE
004760             END-READ
004770         WHEN FIB79-SRC-DRPT
004780             READ FIBDRPT-FILE INTO fib79-in-rec
004790                 AT END
004800                     SET FIB79-EOF TO TRUE
004810             END-READ
004820         WHEN FIB79-SRC-SRPT
004830             READ FIBSRPT-FILE INTO fib79-in-rec
004840                 AT END
004850                     SET FIB79-EOF TO TRUE
004860             END-READ
004870         WHEN FIB79-SRC-XRPT
004880             READ FIBXRPT-FILE INTO fib79-in-rec
004890                 AT END
004900                     SET FIB79-EOF TO TRUE
004910             END-READ
004920     END-EVALUATE.
004930 2100-EXIT.
004940     EXIT.

004950*================================================================*
004960*  2200-PRINT-ONE -- ROUTE ONE RECORD BY ITS TYPE.               *
004970*================================================================*
004980 2200-PRINT-ONE.
004990     EVALUATE fib79-in-type
005000         WHEN "H"
005010             PERFORM 3000-START-RUN    THRU 3000-EXIT
005020         WHEN "D"
005030             PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT
005040         WHEN "T"
005050             PERFORM 5000-END-RUN      THRU 5000-EXIT
005060         WHEN OTHER
005070             PERFORM 4900-BAD-RECORD   THRU 4900-EXIT
005080     END-EVALUATE.
005090     PERFORM 2100-READ-SOURCE THRU 2100-EXIT.
005100 2200-EXIT.
005110     EXIT.

005120*================================================================*
005130*  3000-START-RUN -- A HEADER STARTS A NEW RUN ON A NEW PAGE.  A *
005140*  RUN STILL OPEN AT THIS POINT NEVER GOT ITS TRAILER.           *
005150*================================================================*
005160 3000-START-RUN.
005170     IF FIB79-RUN-OPEN
005180         PERFORM 5500-MISSING-TRAILER THRU 5500-EXIT
005190     END-IF.
005200     EVALUATE TRUE
005210         WHEN FIB79-SRC-RPT
005220             MOVE FIBRPT-H-RUN-DATE   TO fib79-rpt-date
005230             MOVE FIBRPT-H-TITLE      TO fib79-rpt-title
005240         WHEN FIB79-SRC-DRPT
005250             MOVE FIBDRPT-H-RUN-DATE  TO fib79-rpt-date
005260             MOVE FIBDRPT-H-TITLE     TO fib79-rpt-title
005270         WHEN FIB79-SRC-SRPT
005280             MOVE FIBSRPT-H-RUN-DATE  TO fib79-rpt-date
005290             MOVE FIBSRPT-H-TITLE     TO fib79-rpt-title
005300         WHEN FIB79-SRC-XRPT
005310             MOVE FIBXRPT-H-RUN-DATE  TO fib79-rpt-date
005320             MOVE FIBXRPT-H-TITLE     TO fib79-rpt-title
005330             IF FIBXRPT-H-RUN-ID NOT = SPACES
005340                 MOVE FIBXRPT-H-RUN-ID TO fib79-run-id
005350             END-IF
005360     END-EVALUATE.
005370     IF fib79-rpt-date NOT NUMERIC
005380         MOVE 0 TO fib79-rpt-date
005390     END-IF.
005400     PERFORM 3100-OPEN-RUN THRU 3100-EXIT.
005410 3000-EXIT.
005420     EXIT.

005430*================================================================*
005440*  3100-OPEN-RUN -- CLEAR THE RUN TOTALS AND FORCE A NEW PAGE.   *
005450*================================================================*
005460 3100-OPEN-RUN.
005470     SET FIB79-RUN-OPEN   TO TRUE.
005480     SET FIB79-NEW-PAGE   TO TRUE.
005490     MOVE "N" TO FIB79-RUN-OVFL-SW.
005500     MOVE 0   TO fib79-run-lines.
005510     MOVE 0   TO fib79-run-sum.
005520     MOVE 0   TO fib79-run-dsum.
005530     ADD 1    TO fib79-run-count.
005540 3100-EXIT.
005550     EXIT.

005560*================================================================*
005570*  3200-NO-HEADER -- DETAIL OR TRAILER WITH NO HEADER AHEAD OF   *
005580*  IT.  THE RUN IS STILL LISTED, UNDER A TITLE SAYING SO.        *
005590*================================================================*
005600 3200-NO-HEADER.
005610     MOVE 0 TO fib79-rpt-date.
005620     MOVE "*** NO HEADER RECORD ***" TO fib79-rpt-title.
005630     MOVE fib79-card-run-id TO fib79-run-id.
005640     PERFORM 3100-OPEN-RUN THRU 3100-EXIT.
005650 3200-EXIT.
005660     EXIT.

005670*================================================================*
005680*  4000-PRINT-DETAIL -- ONE DETAIL LINE.  A FULL PAGE IS CLOSED  *
005690*  WITH ITS SUBTOTAL AND A NEW ONE HEADED FIRST.                 *
005700*================================================================*
005710 4000-PRINT-DETAIL.
005720     IF NOT FIB79-RUN-OPEN
005730         PERFORM 3200-NO-HEADER THRU 3200-EXIT
005740     END-IF.
005750     IF FIB79-NEW-PAGE
005760         OR fib79-line-count NOT < fib79-lines-per-page
005770         IF FIB79-PAGE-OPEN
005780             PERFORM 6100-PAGE-SUBTOTAL THRU 6100-EXIT
005790         END-IF
005800         PERFORM 6000-PAGE-HEADING THRU 6000-EXIT
005810     END-IF.
005820     EVALUATE TRUE
005830         WHEN FIB79-SRC-RPT
005840             PERFORM 4100-FORMAT-RPT  THRU 4100-EXIT
005850         WHEN FIB79-SRC-DRPT
005860             PERFORM 4200-FORMAT-DRPT THRU 4200-EXIT
005870         WHEN FIB79-SRC-SRPT
005880             PERFORM 4300-FORMAT-SRPT THRU 4300-EXIT
005890         WHEN FIB79-SRC-XRPT
005900             PERFORM 4400-FORMAT-XRPT THRU 4400-EXIT
005910     END-EVALUATE.
005920     ADD 1 TO fib79-line-count.
005930     ADD 1 TO fib79-page-lines.
005940     ADD 1 TO fib79-run-lines.
005950     ADD 1 TO fib79-total-lines.
005960 4000-EXIT.
005970     EXIT.

005980*================================================================*
005990*  4100-FORMAT-RPT -- FIBRPT TERM AND WHOLE-NUMBER VALUE.        *
006000*================================================================*
006010 4100-FORMAT-RPT.
006020     MOVE FIBRPT-D-SEQ   TO fib79-rl-seq.
006030     MOVE FIBRPT-D-VALUE TO fib79-value.
006040     MOVE fib79-value    TO fib79-rl-value.
006050     WRITE FIBLIST-LINE FROM fib79-rpt-line
006060         AFTER ADVANCING 1 LINE.
006070     PERFORM 4500-ADD-VALUE THRU 4500-EXIT.
006080 4100-EXIT.
006090     EXIT.

006100*================================================================*
006110*  4200-FORMAT-DRPT -- FIBDRPT TERM AND FOUR-PLACE DECIMAL VALUE.*
006112*  A CASH-FLOW RUN'S DETAIL ALSO CARRIES THE OPENING BALANCE,    *
006114*  GROWTH AND CASH FLOW (THE VALUE IS THEN THE CLOSING BALANCE); *
006116*  ON ANY OTHER RUN THOSE COLUMNS PRINT BLANK.                   *
006120*================================================================*
006130 4200-FORMAT-DRPT.
006135     MOVE SPACES TO fib79-dl-cash.
006140     IF FIBDRPT-D-OPENING NOT = SPACES
006145         MOVE FIBDRPT-D-OPENING   TO fib79-dvalue
006150         MOVE fib79-dvalue        TO fib79-dl-opening
006155         MOVE FIBDRPT-D-GROWTH    TO fib79-dvalue
006160         MOVE fib79-dvalue        TO fib79-dl-growth
006165         MOVE FIBDRPT-D-CASH-FLOW TO fib79-dvalue
006170         MOVE fib79-dvalue        TO fib79-dl-cash-flow
006175         IF FIBDRPT-D-NEGATIVE
006180             MOVE "BELOW ZERO"    TO fib79-dl-flag
006185         END-IF
006190     END-IF.
006195     MOVE FIBDRPT-D-SEQ   TO fib79-dl-seq.
006200     MOVE FIBDRPT-D-VALUE TO fib79-dvalue.
006205     MOVE fib79-dvalue    TO fib79-dl-value.
006210     WRITE FIBLIST-LINE FROM fib79-drpt-line
006215         AFTER ADVANCING 1 LINE.
006220     ADD fib79-dvalue TO fib79-page-dsum
006225         ON SIZE ERROR
006230             SET FIB79-PAGE-OVFL TO TRUE
006235     END-ADD.
006240     ADD fib79-dvalue TO fib79-run-dsum
006245         ON SIZE ERROR
006250             SET FIB79-RUN-OVFL TO TRUE
006255     END-ADD.
006270 4200-EXIT.
006280     EXIT.

006290*================================================================*
006300*  4300-FORMAT-SRPT -- ONE FIB900 PARAMETER SET.  THE TERM SUM IS*
006310*  THE VALUE COLUMN.  A SET FIB900 REJECTED AS INVALID IS LISTED *
006320*  BUT LEFT OUT OF THE TOTALS, AS FIB900 LEAVES IT OUT OF ITS    *
006330*  GRAND SUM.                                                    *
006340*================================================================*
006350 4300-FORMAT-SRPT.
006360     MOVE FIBSRPT-D-RUN-ID     TO fib79-sl-run-id.
006370     MOVE FIBSRPT-D-LABEL      TO fib79-sl-label.
006380     MOVE FIBSRPT-D-TERM-COUNT TO fib79-sl-terms.
006390     MOVE FIBSRPT-D-LAST-VALUE TO fib79-value.
006400     MOVE fib79-value          TO fib79-sl-last.
006410     MOVE FIBSRPT-D-SUM        TO fib79-value.
006420     MOVE fib79-value          TO fib79-sl-sum.
006430     MOVE FIBSRPT-D-STATUS     TO fib79-sl-status.
006440     WRITE FIBLIST-LINE FROM fib79-srpt-line
006450         AFTER ADVANCING 1 LINE.
006460     IF FIBSRPT-D-STATUS NOT = "INVALID"
006470         PERFORM 4500-ADD-VALUE THRU 4500-EXIT
006480     END-IF.
006490 4300-EXIT.
006500     EXIT.

006510*================================================================*
006520*  4400-FORMAT-XRPT -- ONE FIB400 RECONCILIATION EXCEPTION.      *
006530*================================================================*
006540 4400-FORMAT-XRPT.
006550     MOVE FIBXRPT-D-SOURCE  TO fib79-xl-source.
006560     MOVE FIBXRPT-D-SEQ     TO fib79-xl-seq.
006570     MOVE FIBXRPT-D-MESSAGE TO fib79-xl-message.
006580     WRITE FIBLIST-LINE FROM fib79-xrpt-line
006590         AFTER ADVANCING 1 LINE.
006600 4400-EXIT.
006610     EXIT.

006620*================================================================*
006630*  4500-ADD-VALUE -- ADD A WHOLE-NUMBER VALUE TO THE PAGE AND    *
006640*  RUN TOTALS.  A TOTAL PAST 38 DIGITS IS FLAGGED, NOT WRAPPED.  *
006650*================================================================*
006660 4500-ADD-VALUE.
006670     ADD fib79-value TO fib79-page-sum
006680         ON SIZE ERROR
006690             SET FIB79-PAGE-OVFL TO TRUE
006700     END-ADD.
006710     ADD fib79-value TO fib79-run-sum
006720         ON SIZE ERROR
006730             SET FIB79-RUN-OVFL TO TRUE
006740     END-ADD.
006750 4500-EXIT.
006760     EXIT.

006770*================================================================*
006780*  4900-BAD-RECORD -- A RECORD THAT IS NOT H, D OR T IS NAMED ON *
006790*  THE LISTING AND SKIPPED; THE LISTING CANNOT THEN BE CLEAN.    *
006800*================================================================*
006810 4900-BAD-RECORD.
006820     IF NOT FIB79-PAGE-OPEN
006830         PERFORM 6000-PAGE-HEADING THRU 6000-EXIT
006840     END-IF.
006850     MOVE SPACES TO fib79-ml-text.
006860     STRING "*** RECORD TYPE '" DELIMITED BY SIZE
006870            fib79-in-type DELIMITED BY SIZE
006880            "' IS NOT H, D OR T - RECORD SKIPPED ***"
006890                DELIMITED BY SIZE
006900         INTO fib79-ml-text
006910     END-STRING.
006920     WRITE FIBLIST-LINE FROM fib79-msg-line
006930         AFTER ADVANCING 1 LINE.
006940     ADD 1 TO fib79-line-count.
006950     ADD 1 TO fib79-bad-count.
006960     SET FIB79-DISAGREE TO TRUE.
006970 4900-EXIT.
006980     EXIT.

006990*================================================================*
007000*  5000-END-RUN -- THE TRAILER CLOSES THE RUN: LAST PAGE         *
007010*  SUBTOTAL, RUN TOTAL, THEN THE PROOF AGAINST THE TRAILER.  A   *
007020*  RUN WITH NO DETAILS STILL GETS ITS PAGE.                      *
007030*================================================================*
007040 5000-END-RUN.
007050     IF NOT FIB79-RUN-OPEN
007060         PERFORM 3200-NO-HEADER THRU 3200-EXIT
007070     END-IF.
007080     IF FIB79-NEW-PAGE
007090         PERFORM 6000-PAGE-HEADING THRU 6000-EXIT
007100         MOVE "*** NO DETAIL RECORDS FOR THIS RUN ***"
007110             TO fib79-ml-text
007120         WRITE FIBLIST-LINE FROM fib79-msg-line
007130             AFTER ADVANCING 1 LINE
007140     END-IF.
007150     PERFORM 6100-PAGE-SUBTOTAL THRU 6100-EXIT.
007160     MOVE 0      TO fib79-trailer-sum.
007170     MOVE SPACES TO fib79-trailer-status.
007180     EVALUATE TRUE
007190         WHEN FIB79-SRC-RPT
007200             MOVE FIBRPT-T-RECORD-COUNT  TO fib79-trailer-count
007210         WHEN FIB79-SRC-DRPT
007220             MOVE FIBDRPT-T-RECORD-COUNT TO fib79-trailer-count
007230         WHEN FIB79-SRC-SRPT
007240             MOVE FIBSRPT-T-SET-COUNT    TO fib79-trailer-count
007250             MOVE FIBSRPT-T-GRAND-SUM    TO fib79-trailer-sum
007260         WHEN FIB79-SRC-XRPT
007270             MOVE FIBXRPT-T-EXCP-COUNT   TO fib79-trailer-count
007280             MOVE FIBXRPT-T-STATUS       TO fib79-trailer-status
007290     END-EVALUATE.
007300     PERFORM 5100-RUN-TOTAL THRU 5100-EXIT.

007310     MOVE fib79-trailer-count TO fib79-cl-trailer.
007320     MOVE fib79-run-lines     TO fib79-cl-printed.
007330     MOVE fib79-trailer-status TO fib79-cl-status.
007340     IF fib79-trailer-count NOT NUMERIC
007350         OR fib79-trailer-count NOT = fib79-run-lines
007360         MOVE "*** DOES NOT AGREE ***" TO fib79-cl-result
007370         SET FIB79-DISAGREE TO TRUE
007380     ELSE
007390         MOVE "AGREES"                 TO fib79-cl-result
007400     END-IF.
007410     WRITE FIBLIST-LINE FROM fib79-check-line
007420         AFTER ADVANCING 1 LINE.
007430     IF FIB79-SRC-SRPT
007440         PERFORM 5200-CHECK-GRAND-SUM THRU 5200-EXIT
007450     END-IF.
007460     PERFORM 5900-CLOSE-RUN THRU 5900-EXIT.
007470 5000-EXIT.
007480     EXIT.

007490*================================================================*
007500*  5100-RUN-TOTAL -- PRINT THE RUN TOTAL OF THE VALUE COLUMN.    *
007510*================================================================*
007520 5100-RUN-TOTAL.
007530     MOVE "RUN TOTAL"        TO fib79-edit-label.
007540     MOVE fib79-run-lines    TO fib79-edit-lines.
007550     MOVE fib79-run-sum      TO fib79-edit-sum.
007560     MOVE fib79-run-dsum     TO fib79-edit-dsum.
007570     MOVE FIB79-RUN-OVFL-SW  TO FIB79-EDIT-OVFL-SW.
007580     PERFORM 6200-EDIT-TOTAL THRU 6200-EXIT.
007590     MOVE SPACES             TO fib79-tl-result.
007600     WRITE FIBLIST-LINE FROM fib79-total-line
007610         AFTER ADVANCING 2 LINES.
007620 5100-EXIT.
007630     EXIT.

007640*================================================================*
007650*  5200-CHECK-GRAND-SUM -- FIBSRPT ALSO CARRIES FIB900'S GRAND   *
007660*  SUM; THE SETS LISTED MUST ADD UP TO IT.                       *
007670*================================================================*
007680 5200-CHECK-GRAND-SUM.
007690     MOVE "TRAILER GRAND SUM"  TO fib79-edit-label.
007700     MOVE fib79-trailer-count  TO fib79-edit-lines.
007710     MOVE fib79-trailer-sum    TO fib79-edit-sum.
007720     MOVE "N"                  TO FIB79-EDIT-OVFL-SW.
007730     PERFORM 6200-EDIT-TOTAL THRU 6200-EXIT.
007740     IF FIB79-RUN-OVFL
007750         OR fib79-run-sum NOT = fib79-trailer-sum
007760         MOVE "*** DOES NOT AGREE ***" TO fib79-tl-result
007770         SET FIB79-DISAGREE TO TRUE
007780     ELSE
007790         MOVE "AGREES"                 TO fib79-tl-result
007800     END-IF.
007810     WRITE FIBLIST-LINE FROM fib79-total-line
007820         AFTER ADVANCING 1 LINE.
007830 5200-EXIT.
007840     EXIT.

007850*================================================================*
007860*  5500-MISSING-TRAILER -- A RUN ENDED BY A NEW HEADER OR BY END *
007870*  OF FILE WITHOUT ITS TRAILER.  ITS TOTALS ARE STILL PRINTED,   *
007880*  BUT THE LISTING CANNOT PROVE IT IS COMPLETE.                  *
007890*================================================================*
007900 5500-MISSING-TRAILER.
007910     IF FIB79-NEW-PAGE
007920         PERFORM 6000-PAGE-HEADING THRU 6000-EXIT
007930     END-IF.
007940     PERFORM 6100-PAGE-SUBTOTAL THRU 6100-EXIT.
007950     PERFORM 5100-RUN-TOTAL     THRU 5100-EXIT.
007960     MOVE "*** NO TRAILER RECORD - RUN CANNOT BE PROVEN ***"
007970         TO fib79-ml-text.
007980     WRITE FIBLIST-LINE FROM fib79-msg-line
007990         AFTER ADVANCING 1 LINE.
008000     SET FIB79-DISAGREE TO TRUE.
008010     PERFORM 5900-CLOSE-RUN THRU 5900-EXIT.
008020 5500-EXIT.
008030     EXIT.

008040*================================================================*
008050*  5900-CLOSE-RUN -- THE NEXT RUN STARTS ON A FRESH PAGE.        *
008060*================================================================*
008070 5900-CLOSE-RUN.
008080     IF FIB79-RUN-OVFL
008090         SET FIB79-ANY-OVFL TO TRUE
008100     END-IF.
008110     MOVE "N" TO FIB79-RUN-OPEN-SW.
008120     MOVE "N" TO FIB79-PAGE-OPEN-SW.
008130     SET FIB79-NEW-PAGE TO TRUE.
008140     MOVE fib79-card-run-id TO fib79-run-id.
008150 5900-EXIT.
008160     EXIT.

008170*================================================================*
008180*  6000-PAGE-HEADING -- START A NEW PAGE: TITLE LINE, RUN-ID AND *
008190*  DATES, COLUMN HEADINGS.  THE PAGE COUNTERS START AGAIN.       *
008200*================================================================*
008210 6000-PAGE-HEADING.
008220     ADD 1 TO fib79-page-no.
008230     MOVE fib79-src-name     TO fib79-h1-source.
008240     MOVE fib79-rpt-title    TO fib79-h1-title.
008250     MOVE fib79-page-no      TO fib79-h1-page.
008260     MOVE fib79-run-id       TO fib79-h2-run-id.
008270     MOVE fib79-rpt-date     TO fib79-h2-run-date.
008280     MOVE fib79-run-date     TO fib79-h2-print-date.
008290     WRITE FIBLIST-LINE FROM fib79-head-1
008300         AFTER ADVANCING PAGE.
008310     WRITE FIBLIST-LINE FROM fib79-head-2
008320         AFTER ADVANCING 1 LINE.
008330     WRITE FIBLIST-LINE FROM fib79-col-head
008340         AFTER ADVANCING 2 LINES.
008350     WRITE FIBLIST-LINE FROM fib79-rule
008360         AFTER ADVANCING 1 LINE.
008370     MOVE 0   TO fib79-line-count.
008380     MOVE 0   TO fib79-page-lines.
008390     MOVE 0   TO fib79-page-sum.
008400     MOVE 0   TO fib79-page-dsum.
008410     MOVE "N" TO FIB79-PAGE-OVFL-SW.
008420     MOVE "N" TO FIB79-NEW-PAGE-SW.
008430     SET FIB79-PAGE-OPEN TO TRUE.
008440 6000-EXIT.
008450     EXIT.

008460*================================================================*
008470*  6100-PAGE-SUBTOTAL -- CLOSE THE PAGE WITH ITS SUBTOTAL.       *
008480*================================================================*
008490 6100-PAGE-SUBTOTAL.
008500     IF NOT FIB79-PAGE-OPEN
008510         GO TO 6100-EXIT
008520     END-IF.
008530     MOVE "PAGE SUBTOTAL"    TO fib79-edit-label.
008540     MOVE fib79-page-lines   TO fib79-edit-lines.
008550     MOVE fib79-page-sum     TO fib79-edit-sum.
008560     MOVE fib79-page-dsum    TO fib79-edit-dsum.
008570     MOVE FIB79-PAGE-OVFL-SW TO FIB79-EDIT-OVFL-SW.
008580     PERFORM 6200-EDIT-TOTAL THRU 6200-EXIT.
008590     MOVE SPACES             TO fib79-tl-result.
008600     WRITE FIBLIST-LINE FROM fib79-total-line
008610         AFTER ADVANCING 2 LINES.
008620     IF FIB79-PAGE-OVFL
008630         SET FIB79-ANY-OVFL TO TRUE
008640     END-IF.
008650     MOVE "N" TO FIB79-PAGE-OPEN-SW.
008660 6100-EXIT.
008670     EXIT.

008680*================================================================*
008690*  6200-EDIT-TOTAL -- BUILD A TOTAL LINE FROM THE EDIT FIELDS.   *
008700*  THE VALUE IS EDITED WHOLE OR DECIMAL TO SUIT THE SOURCE;      *
008710*  FIBXRPT HAS NO VALUE COLUMN AND SHOWS THE LINE COUNT ONLY.    *
008720*================================================================*
008730 6200-EDIT-TOTAL.
008740     MOVE fib79-edit-label   TO fib79-tl-label.
008750     MOVE fib79-edit-lines   TO fib79-tl-lines.
008760     MOVE "VALUE: "          TO fib79-tl-value-lit.
008770     MOVE SPACES             TO fib79-tl-value.
008780     EVALUATE TRUE
008790         WHEN FIB79-SRC-XRPT
008800             MOVE SPACES TO fib79-tl-value-lit
008810         WHEN FIB79-EDIT-OVFL
008820             MOVE "*** TOTAL TOO LARGE TO HOLD ***"
008830                 TO fib79-tl-value
008840         WHEN FIB79-SRC-DRPT
008850             MOVE fib79-edit-dsum TO fib79-ed-dec
008860             MOVE fib79-ed-dec    TO fib79-tl-value
008870         WHEN OTHER
008880             MOVE fib79-edit-sum  TO fib79-ed-int
008890             MOVE fib79-ed-int    TO fib79-tl-value
008900     END-EVALUATE.
008910 6200-EXIT.
008920     EXIT.

008930*================================================================*
008940*  9000-TERMINATE -- CLOSE OFF AN UNFINISHED RUN, PRINT THE END  *
008950*  LINE, CLOSE THE FILES AND SET THE RETURN CODE.                *
008960*================================================================*
008970 9000-TERMINATE.
008980     IF FIB79-RUN-OPEN
008990         PERFORM 5500-MISSING-TRAILER THRU 5500-EXIT
009000     END-IF.
009010     IF fib79-page-no = 0
009020         PERFORM 6000-PAGE-HEADING THRU 6000-EXIT
009030         MOVE "*** SOURCE REPORT HOLDS NO RECORDS ***"
009040             TO fib79-ml-text
009050         WRITE FIBLIST-LINE FROM fib79-msg-line
009060             AFTER ADVANCING 1 LINE
009070         SET FIB79-DISAGREE TO TRUE
009080     END-IF.
009090     MOVE fib79-run-count    TO fib79-el-runs.
009100     MOVE fib79-page-no      TO fib79-el-pages.
009110     MOVE fib79-total-lines  TO fib79-el-lines.
009120     WRITE FIBLIST-LINE FROM fib79-end-line
009130         AFTER ADVANCING 2 LINES.
009140     EVALUATE TRUE
009150         WHEN FIB79-SRC-RPT
009160             CLOSE FIBRPT-FILE
009170         WHEN FIB79-SRC-DRPT
009180             CLOSE FIBDRPT-FILE
009190         WHEN FIB79-SRC-SRPT
009200             CLOSE FIBSRPT-FILE
009210         WHEN FIB79-SRC-XRPT
009220             CLOSE FIBXRPT-FILE
009230     END-EVALUATE.
009240     CLOSE FIBLIST-FILE.
009250     MOVE SPACES TO fib79-evt-msg.
009260     EVALUATE TRUE
009270         WHEN FIB79-DISAGREE
009280             MOVE 8 TO RETURN-CODE
009290             MOVE "E" TO fib79-evt-severity
009300             MOVE 8   TO fib79-evt-rc
009310             STRING fib79-src-name DELIMITED BY SPACE
009320                    " LISTING DOES NOT PROVE AGAINST ITS TRAILER"
009330                        DELIMITED BY SIZE
009340                 INTO fib79-evt-msg
009350             END-STRING
009360             PERFORM 9800-LOG-EVENT THRU 9800-EXIT
009370         WHEN FIB79-ANY-OVFL
009380             MOVE 4 TO RETURN-CODE
009390             MOVE "W" TO fib79-evt-severity
009400             MOVE 4   TO fib79-evt-rc
009410             STRING fib79-src-name DELIMITED BY SPACE
009420                    " LISTING TOTAL TOO LARGE TO HOLD"
009430                        DELIMITED BY SIZE
009440                 INTO fib79-evt-msg
009450             END-STRING
009460             PERFORM 9800-LOG-EVENT THRU 9800-EXIT
009470         WHEN OTHER
009480             MOVE 0 TO RETURN-CODE
009490     END-EVALUATE.
009500     DISPLAY "FIB790 - " fib79-src-name " LISTED - "
009510             fib79-run-count " REPORT(S), "
009520             fib79-page-no " PAGE(S), "
009530             fib79-total-lines " DETAIL LINE(S)".
009540 9000-EXIT.
009550     EXIT.

009560*================================================================*
009570*  9800-LOG-EVENT -- APPEND ONE EVENT TO THE COMMON FIBEVLOG     *
009580*  EVENT LOG.  THE LOG IS OPENED PER EVENT SO AN ERROR PATH      *
009590*  NEVER DEPENDS ON HOW FAR INITIALIZATION GOT.                  *
009600*================================================================*
009610 9800-LOG-EVENT.
009620     ACCEPT fib79-evt-date FROM DATE YYYYMMDD.
009630     ACCEPT fib79-evt-time FROM TIME.
009640     OPEN EXTEND FIBEVLOG-FILE.
009650     MOVE SPACES TO FIBEVT-RECORD.
009660     MOVE "FIB790"            TO FIBEVT-PROGRAM.
009670     MOVE fib79-run-id        TO FIBEVT-RUN-ID.
009680     MOVE fib79-evt-date      TO FIBEVT-DATE.
009690     MOVE fib79-evt-time      TO FIBEVT-TIME.
009700     MOVE fib79-evt-severity  TO FIBEVT-SEVERITY.
009710     MOVE fib79-evt-rc        TO FIBEVT-RETURN-CODE.
009720     MOVE fib79-evt-msg       TO FIBEVT-MESSAGE.
009730     WRITE FIBEVT-RECORD.
009740     CLOSE FIBEVLOG-FILE.
009750 9800-EXIT.
009760     EXIT.

009770*================================================================*
009780*  9999-EXIT -- SINGLE PROGRAM EXIT POINT.                       *
009790*================================================================*
009800 9999-EXIT.
009810     STOP RUN.
