000010*================================================================*
000020*  PROGRAM:      FIB760                                          *
000030*  AUTHOR:       R SANDERSON                                     *
000040*  INSTALLATION: OPERATIONS SYSTEMS GROUP                        *
000050*  DATE-WRITTEN: 2026-10-14                                      *
000060*                                                                *
000070*  PURPOSE.                                                      *
000080*      MISSED-RUN CHECK OF THE EXPECTED-RUN SCHEDULE AGAINST THE *
000090*      FIBRCAT RUN CATALOG.  THE CATALOG SAYS WHAT RAN AND       *
000100*      FIB750 TIMES WHAT ENDED, BUT A RUN-ID THAT NEVER STARTED  *
000110*      LEAVES NO CATALOG RECORD AT ALL, SO NOTHING REPORTED IT.  *
000120*      THE FIBSCHD SCHEDULE NAMES EVERY RUN-ID THE STREAM        *
000130*      SHOULD CATALOG AND THE DAYS IT IS DUE; THIS PROGRAM WORKS *
000140*      OUT WHICH ENTRIES ARE DUE ON THE CHECK DATE (DAILY,       *
000150*      BUSINESS DAY, MONTH-END OR A GIVEN DAY OF THE MONTH),     *
000160*      READS THE CATALOG BY KEY FOR EACH ONE, THEN WALKS THE     *
000170*      CATALOG FOR EVERY RECORD OF THE CHECK DATE.  THE FIBMRPT  *
000180*      EXCEPTIONS REPORT NAMES EVERY RUN DUE BUT NEVER           *
000190*      CATALOGUED, EVERY RUN CATALOGUED BUT NOT SCHEDULED, AND   *
000200*      EVERY RUN CATALOGUED BUT VOIDED OR STILL IN STARTED       *
000210*      STATUS, SO A SILENT NO-SHOW IS CAUGHT AT 02:00 AND NOT BY *
000220*      THE PLANNING GROUP A WEEK LATER.                          *
000230*                                                                *
000240*      RETURN CODES FOLLOW THE SUITE-WIDE SCHEME:                *
000250*        0   EVERY RUN DUE ENDED ON THE CATALOG                  *
000260*        4   EVERY RUN DUE ENDED, BUT SOMETHING RAN THAT WAS NOT *
000270*            SCHEDULED FOR THE DATE                              *
000280*        8   A RUN DUE IS MISSING, VOIDED OR STILL STARTED, A    *
000290*            SCHEDULE RECORD IS UNUSABLE, OR A FILE COULD NOT BE *
000300*            OPENED - FIB600J HOLDS THE FIB600 FEED ON THIS CODE *
000310*------------------------------------------------------------------
000320*  MOD LOG
000330*  2026-10-14  RLS  ORIGINAL PROGRAM.
000340*================================================================*
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.                  FIB760.
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
000470     SELECT FIBMCTL-FILE      ASSIGN       TO "FIBMCTL"
000480                               ORGANIZATION IS LINE SEQUENTIAL
000490                               FILE STATUS IS fib76-mctl-status.

000500     SELECT FIBSCHD-FILE      ASSIGN       TO "FIBSCHD"
000510                               ORGANIZATION IS LINE SEQUENTIAL
000520                               FILE STATUS IS fib76-schd-status.

000530     SELECT FIBRCAT-FILE      ASSIGN       TO "FIBRCAT"
000540                               ORGANIZATION IS INDEXED
000550                               ACCESS MODE  IS DYNAMIC
000560                               RECORD KEY   IS FIBRCAT-KEY
000570                               FILE STATUS  IS fib76-rcat-status.

000580     SELECT FIBMRPT-FILE      ASSIGN       TO "FIBMRPT"
000590                               ORGANIZATION IS LINE SEQUENTIAL.

000600     SELECT FIBEVLOG-FILE     ASSIGN       TO "FIBEVLOG"
000610                               ORGANIZATION IS LINE SEQUENTIAL.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  FIBMCTL-FILE.
000650     COPY FIBMCTL.

000660 FD  FIBSCHD-FILE.
000670     COPY FIBSCHD.

000680 FD  FIBRCAT-FILE.
000690     COPY FIBRCAT.

000700 FD  FIBMRPT-FILE.
000710     COPY FIBMRPT.

000720 FD  FIBEVLOG-FILE.
000730     COPY FIBEVT.

000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------*
000760*  SWITCHES                                                      *
000770*----------------------------------------------------------------*
000780 01  FIB76-VALID-SW            PIC X(01) VALUE "Y".
000790     88  FIB76-VALID           VALUE "Y".
000800 01  FIB76-SCHD-EOF-SW         PIC X(01) VALUE "N".
000810     88  FIB76-SCHD-EOF        VALUE "Y".
000820 01  FIB76-CAT-EOF-SW          PIC X(01) VALUE "N".
000830     88  FIB76-CAT-EOF         VALUE "Y".
000840 01  FIB76-DATE-OK-SW          PIC X(01) VALUE "N".
000850     88  FIB76-DATE-OK         VALUE "Y".
000860 01  FIB76-MATCH-SW            PIC X(01) VALUE "N".
000870     88  FIB76-MATCH-NONE      VALUE "N".
000880     88  FIB76-MATCH-DUE       VALUE "D".
000890     88  FIB76-MATCH-NOT-DUE   VALUE "R".

000900 01  fib76-mctl-status         PIC X(02) VALUE "00".
000910 01  fib76-schd-status         PIC X(02) VALUE "00".
000920 01  fib76-rcat-status         PIC X(02) VALUE "00".

000930*----------------------------------------------------------------*
000940*  CHECK WORKING FIELDS                                          *
000950*----------------------------------------------------------------*
000960 01  fib76-run-date            PIC 9(08) VALUE 0.
000970 01  fib76-check-date          PIC 9(08) VALUE 0.
000980 01  fib76-check-parts REDEFINES fib76-check-date.
000990     05  fib76-check-yyyy      PIC 9(04).
001000     05  fib76-check-mm        PIC 9(02).
001010     05  fib76-check-dd        PIC 9(02).
001020 01  fib76-test-date.
001030     05  fib76-test-yyyy       PIC 9(04).
001040     05  fib76-test-mm         PIC 9(02).
001050     05  fib76-test-dd         PIC 9(02).
001060 01  fib76-due-count           PIC 9(05) VALUE 0.
001070 01  fib76-missed-count        PIC 9(05) VALUE 0.
001080 01  fib76-unsched-count       PIC 9(05) VALUE 0.
001090 01  fib76-voided-count        PIC 9(05) VALUE 0.
001100 01  fib76-started-count       PIC 9(05) VALUE 0.
001110 01  fib76-badschd-count       PIC 9(05) VALUE 0.
001120 01  fib76-hold-count          PIC 9(05) VALUE 0.
001130 01  fib76-condition           PIC X(01) VALUE SPACE.
001140 01  fib76-message             PIC X(40) VALUE SPACES.

001150*----------------------------------------------------------------*
001160*  CALENDAR FIELDS - DAY OF WEEK BY ZELLER'S CONGRUENCE (0 IS    *
001170*  SATURDAY, 1 SUNDAY, 2 MONDAY ... 6 FRIDAY) AND THE LAST DAY   *
001180*  OF THE CHECK DATE'S MONTH, LEAP YEARS INCLUDED.               *
001190*----------------------------------------------------------------*
001200 01  fib76-z-year              PIC 9(04) VALUE 0.
001210 01  fib76-z-month             PIC 9(02) VALUE 0.
001220 01  fib76-z-century           PIC 9(02) VALUE 0.
001230 01  fib76-z-year-of-cent      PIC 9(02) VALUE 0.
001240 01  fib76-z-month-term        PIC 9(03) VALUE 0.
001250 01  fib76-z-cent-quarter      PIC 9(02) VALUE 0.
001260 01  fib76-z-year-quarter      PIC 9(02) VALUE 0.
001270 01  fib76-z-total             PIC 9(05) VALUE 0.
001280 01  fib76-z-quotient          PIC 9(05) VALUE 0.
001290 01  fib76-z-remainder         PIC 9(03) VALUE 0.
001300 01  fib76-day-of-week         PIC 9(01) VALUE 0.
001310     88  FIB76-WEEKDAY         VALUE 2 THRU 6.
001320 01  fib76-month-end-day       PIC 9(02) VALUE 0.
001330 01  fib76-day-names           PIC X(21)
001340         VALUE "SATSUNMONTUEWEDTHUFRI".
001350 01  fib76-day-name-table REDEFINES fib76-day-names.
001360     05  fib76-day-name        OCCURS 7 TIMES PIC X(03).
001370 01  fib76-month-days          PIC X(24)
001380         VALUE "312831303130313130313031".
001390 01  fib76-month-day-table REDEFINES fib76-month-days.
001400     05  fib76-days-in-month   OCCURS 12 TIMES PIC 9(02).
001410 01  dx                        PIC S9(05) COMP VALUE 0.

001420*----------------------------------------------------------------*
001430*  SCHEDULE TABLE - THE WHOLE FIBSCHD FILE, WITH EACH ENTRY'S    *
001440*  DUE FLAG FOR THE CHECK DATE WORKED OUT AS IT IS LOADED.       *
001450*----------------------------------------------------------------*
001460 01  fib76-sched-max           PIC S9(05) COMP VALUE 200.
001470 01  fib76-sched-used          PIC S9(05) COMP VALUE 0.
001480 01  fib76-sched-table.
001490     05  fib76-sched-entry     OCCURS 200 TIMES.
001500         10  fib76-sched-run-id    PIC X(08).
001510         10  fib76-sched-program   PIC X(08).
001520         10  fib76-sched-rule      PIC X(01).
001530         10  fib76-sched-due       PIC X(01).
001540 01  sx                        PIC S9(05) COMP VALUE 0.

001550*----------------------------------------------------------------*
001560*  EVENT-LOG FIELDS - SET BEFORE EACH PERFORM OF 9800-LOG-EVENT. *
001570*----------------------------------------------------------------*
001580 01  fib76-evt-severity        PIC X(01) VALUE SPACES.
001590 01  fib76-evt-rc              PIC 9(02) VALUE 0.
001600 01  fib76-evt-msg             PIC X(60) VALUE SPACES.
001610 01  fib76-evt-date            PIC 9(08) VALUE 0.
001620 01  fib76-evt-time            PIC 9(08) VALUE 0.

001630 PROCEDURE DIVISION.
001640*================================================================*
001650*  0000-MAINLINE                                                 *
001660*================================================================*
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001690     IF NOT FIB76-VALID
001700         GO TO 9999-EXIT
001710     END-IF.
001720     PERFORM 2000-LOAD-SCHEDULE     THRU 2000-EXIT.
001730     IF NOT FIB76-VALID
001740         GO TO 9999-EXIT
001750     END-IF.
001760     PERFORM 3000-CHECK-DUE-RUNS    THRU 3000-EXIT.
001770     PERFORM 5000-CHECK-CATALOG     THRU 5000-EXIT.
001780     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
001790     GO TO 9999-EXIT.

001800*================================================================*
001810*  1000-INITIALIZE -- READ AND VALIDATE THE CHECK-DATE CONTROL   *
001820*  RECORD, WORK OUT THE CHECK DATE'S CALENDAR, OPEN THE          *
001830*  SCHEDULE AND THE CATALOG AND WRITE THE REPORT HEADER.         *
001840*================================================================*
001850 1000-INITIALIZE.
001860     ACCEPT fib76-run-date FROM DATE YYYYMMDD.
001870     OPEN INPUT FIBMCTL-FILE.
001880     IF fib76-mctl-status NOT = "00"
001890         DISPLAY "FIB760 - FIBMCTL CONTROL FILE EMPTY OR MISSING"
001900         MOVE "N" TO FIB76-VALID-SW
001910         MOVE 8 TO RETURN-CODE
001920         MOVE "FIBMCTL CONTROL FILE EMPTY OR MISSING"
001930             TO fib76-evt-msg
001940         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
001950         GO TO 1000-EXIT
001960     END-IF.
001970     READ FIBMCTL-FILE
001980         AT END
001990             MOVE "N" TO FIB76-VALID-SW
002000     END-READ.
002010     CLOSE FIBMCTL-FILE.
002020     IF NOT FIB76-VALID
002030         DISPLAY "FIB760 - FIBMCTL CONTROL FILE EMPTY OR MISSING"
002040         MOVE 8 TO RETURN-CODE
002050         MOVE "FIBMCTL CONTROL FILE EMPTY OR MISSING"
002060             TO fib76-evt-msg
002070         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002080         GO TO 1000-EXIT
002090     END-IF.

002100     PERFORM 1300-VALIDATE-PARMS THRU 1300-EXIT.
002110     IF NOT FIB76-VALID
002120         GO TO 1000-EXIT
002130     END-IF.
002140     PERFORM 1500-DERIVE-CALENDAR THRU 1500-EXIT.

002150     OPEN INPUT FIBSCHD-FILE.
002160     IF fib76-schd-status NOT = "00"
002170         DISPLAY "FIB760 - FIBSCHD EXPECTED-RUN SCHEDULE "
002180                 "NOT FOUND"
002190         MOVE "N" TO FIB76-VALID-SW
002200         MOVE 8 TO RETURN-CODE
002210         MOVE "FIBSCHD EXPECTED-RUN SCHEDULE NOT FOUND"
002220             TO fib76-evt-msg
002230         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002240         GO TO 1000-EXIT
002250     END-IF.
002260     OPEN INPUT FIBRCAT-FILE.
002270     IF fib76-rcat-status NOT = "00"
002280         DISPLAY "FIB760 - FIBRCAT RUN CATALOG NOT FOUND - "
002290                 "RUN FIBRCATA TO DEFINE THE CLUSTER FIRST"
002300         MOVE "N" TO FIB76-VALID-SW
002310         MOVE 8 TO RETURN-CODE
002320         MOVE "FIBRCAT RUN CATALOG NOT FOUND - RUN FIBRCATA "
002330              & "FIRST" TO fib76-evt-msg
002340         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002350         CLOSE FIBSCHD-FILE
002360         GO TO 1000-EXIT
002370     END-IF.

002380     OPEN OUTPUT FIBMRPT-FILE.
002390     MOVE SPACES TO FIBMRPT-HEADER-REC.
002400     MOVE "H"                  TO FIBMRPT-H-TYPE.
002410     MOVE fib76-run-date       TO FIBMRPT-H-RUN-DATE.
002420     MOVE fib76-check-date     TO FIBMRPT-H-CHECK-DATE.
002430     COMPUTE dx = fib76-day-of-week + 1.
002440     MOVE fib76-day-name(dx)   TO FIBMRPT-H-DAY-NAME.
002450     MOVE "EXPECTED-RUN SCHEDULE MISSED-RUN CHECK"
002460         TO FIBMRPT-H-TITLE.
002470     WRITE FIBMRPT-HEADER-REC.
002480 1000-EXIT.
002490     EXIT.

002500*================================================================*
002510*  1300-VALIDATE-PARMS -- ZEROS ON THE CONTROL RECORD MEAN       *
002520*  TODAY; ANYTHING ELSE MUST READ AS A PLAUSIBLE YYYYMMDD.       *
002530*================================================================*
002540 1300-VALIDATE-PARMS.
002550     IF FIBMCTL-CHECK-DATE NUMERIC
002560         AND FIBMCTL-CHECK-DATE = 0
002570         MOVE fib76-run-date TO fib76-check-date
002580         GO TO 1300-EXIT
002590     END-IF.
002600     MOVE FIBMCTL-CHECK-DATE TO fib76-test-date.
002610     PERFORM 1400-CHECK-DATE THRU 1400-EXIT.
002620     IF NOT FIB76-DATE-OK
002630         DISPLAY "FIB760 - CHECK DATE IS NOT A VALID YYYYMMDD"
002640         MOVE "N" TO FIB76-VALID-SW
002650         MOVE 8 TO RETURN-CODE
002660         MOVE "CHECK DATE IS NOT A VALID YYYYMMDD"
002670             TO fib76-evt-msg
002680         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002690         GO TO 1300-EXIT
002700     END-IF.
002710     MOVE FIBMCTL-CHECK-DATE TO fib76-check-date.
002720 1300-EXIT.
002730     EXIT.

002740*================================================================*
002750*  1350-LOG-REJECTION -- EVERY SETUP FAILURE IS THE SAME         *
002760*  SEVERITY AND RETURN CODE; ONLY THE TEXT DIFFERS.              *
002770*================================================================*
002780 1350-LOG-REJECTION.
002790     MOVE "E" TO fib76-evt-severity.
002800     MOVE 8   TO fib76-evt-rc.
002810     PERFORM 9800-LOG-EVENT THRU 9800-EXIT.
002820 1350-EXIT.
002830     EXIT.

002840*================================================================*
002850*  1400-CHECK-DATE -- A CANDIDATE DATE IS ONLY TRUSTED WHEN IT   *
002860*  READS AS A PLAUSIBLE YYYYMMDD, SAME TEST AS FIB530 AND        *
002870*  FIB800 APPLY.                                                 *
002880*================================================================*
002890 1400-CHECK-DATE.
002900     MOVE "N" TO FIB76-DATE-OK-SW.
002910     IF fib76-test-date NOT NUMERIC
002920         GO TO 1400-EXIT
002930     END-IF.
002940     IF fib76-test-yyyy > 1900
002950         AND fib76-test-mm > 0 AND fib76-test-mm < 13
002960         AND fib76-test-dd > 0 AND fib76-test-dd < 32
002970         MOVE "Y" TO FIB76-DATE-OK-SW
002980     END-IF.
002990 1400-EXIT.
003000     EXIT.

003010*================================================================*
003020*  1500-DERIVE-CALENDAR -- DAY OF THE WEEK AND LAST DAY OF THE   *
003030*  MONTH FOR THE CHECK DATE.  EVERY DIVISION IS A SEPARATE       *
003040*  DIVIDE INTO A WHOLE-NUMBER FIELD SO EACH STEP TRUNCATES       *
003050*  EXACTLY AS THE CONGRUENCE REQUIRES.                           *
003060*================================================================*
003070 1500-DERIVE-CALENDAR.
003080     MOVE fib76-check-yyyy TO fib76-z-year.
003090     MOVE fib76-check-mm   TO fib76-z-month.
003100     IF fib76-z-month < 3
003110         ADD 12 TO fib76-z-month
003120         SUBTRACT 1 FROM fib76-z-year
003130     END-IF.
003140     DIVIDE fib76-z-year BY 100 GIVING fib76-z-century
003150         REMAINDER fib76-z-year-of-cent.
003160     COMPUTE fib76-z-total = 13 * (fib76-z-month + 1).
003170     DIVIDE fib76-z-total BY 5 GIVING fib76-z-month-term.
003180     DIVIDE fib76-z-century BY 4 GIVING fib76-z-cent-quarter.
003190     DIVIDE fib76-z-year-of-cent BY 4
003200         GIVING fib76-z-year-quarter.
003210     COMPUTE fib76-z-total = fib76-check-dd
003220                           + fib76-z-month-term
003230                           + fib76-z-year-of-cent
003240                           + fib76-z-year-quarter
003250                           + fib76-z-cent-quarter
003260                           + 5 * fib76-z-century.
003270     DIVIDE fib76-z-total BY 7 GIVING fib76-z-quotient
003280         REMAINDER fib76-z-remainder.
003290     MOVE fib76-z-remainder TO fib76-day-of-week.

003300     MOVE fib76-days-in-month(fib76-check-mm)
003310         TO fib76-month-end-day.
003320     IF fib76-check-mm = 2
003330         DIVIDE fib76-check-yyyy BY 4 GIVING fib76-z-quotient
003340             REMAINDER fib76-z-remainder
003350         IF fib76-z-remainder = 0
003360             MOVE 29 TO fib76-month-end-day
003370             DIVIDE fib76-check-yyyy BY 100
003380                 GIVING fib76-z-quotient
003390                 REMAINDER fib76-z-remainder
003400             IF fib76-z-remainder = 0
003410                 MOVE 28 TO fib76-month-end-day
003420                 DIVIDE fib76-check-yyyy BY 400
003430                     GIVING fib76-z-quotient
003440                     REMAINDER fib76-z-remainder
003450                 IF fib76-z-remainder = 0
003460                     MOVE 29 TO fib76-month-end-day
003470                 END-IF
003480             END-IF
003490         END-IF
003500     END-IF.
003510 1500-EXIT.
003520     EXIT.

003530*================================================================*
003540*  2000-LOAD-SCHEDULE -- READ THE WHOLE SCHEDULE INTO THE TABLE, *
003550*  MARKING EACH ENTRY DUE OR NOT DUE FOR THE CHECK DATE.  A      *
003560*  SCHEDULE TOO BIG FOR THE TABLE CANNOT BE CHECKED HONESTLY,    *
003570*  SO THE RUN STOPS RATHER THAN REPORT ON PART OF IT.            *
003580*================================================================*
003590 2000-LOAD-SCHEDULE.
003600     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
003610     PERFORM 2200-LOAD-ONE-ENTRY THRU 2200-EXIT
003620         UNTIL FIB76-SCHD-EOF OR NOT FIB76-VALID.
003630     CLOSE FIBSCHD-FILE.
003640     IF NOT FIB76-VALID
003650         CLOSE FIBRCAT-FILE
003660         CLOSE FIBMRPT-FILE
003670     END-IF.
003680 2000-EXIT.
003690     EXIT.

003700*================================================================*
003710*  2100-READ-SCHEDULE -- GET THE NEXT SCHEDULE RECORD.           *
003720*================================================================*
003730 2100-READ-SCHEDULE.
003740     READ FIBSCHD-FILE
003750         AT END
003760             SET FIB76-SCHD-EOF TO TRUE
003770     END-READ.
003780 2100-EXIT.
003790     EXIT.

003800*================================================================*
003810*  2200-LOAD-ONE-ENTRY -- VALIDATE ONE SCHEDULE RECORD AND ADD   *
003820*  IT TO THE TABLE.  AN UNUSABLE RECORD IS AN EXCEPTION IN ITS   *
003830*  OWN RIGHT - A RUN-ID WITH A BAD RULE WOULD OTHERWISE NEVER    *
003840*  BE CHECKED AT ALL.                                            *
003850*================================================================*
003860 2200-LOAD-ONE-ENTRY.
003870     IF FIBSCHD-RUN-ID = SPACES
003880         GO TO 2200-NEXT
003890     END-IF.
003900     IF NOT FIBSCHD-PROGRAM-OK
003910         MOVE "PROGRAM MUST BE FIB100, FIB300 OR FIB900"
003920             TO fib76-message
003930         PERFORM 2400-REPORT-BAD-ENTRY THRU 2400-EXIT
003940         GO TO 2200-NEXT
003950     END-IF.
003960     IF NOT FIBSCHD-DAILY AND NOT FIBSCHD-BUSINESS
003970         AND NOT FIBSCHD-MONTH-END AND NOT FIBSCHD-DAY-OF-MONTH
003980         MOVE "DUE RULE MUST BE D, B, M OR S" TO fib76-message
003990         PERFORM 2400-REPORT-BAD-ENTRY THRU 2400-EXIT
004000         GO TO 2200-NEXT
004010     END-IF.
004020     IF FIBSCHD-DAY-OF-MONTH
004030         AND (FIBSCHD-DUE-DAY NOT NUMERIC
004040              OR FIBSCHD-DUE-DAY < 1 OR FIBSCHD-DUE-DAY > 31)
004050         MOVE "DUE DAY MUST BE 01 THROUGH 31 FOR RULE S"
004060             TO fib76-message
004070         PERFORM 2400-REPORT-BAD-ENTRY THRU 2400-EXIT
004080         GO TO 2200-NEXT
004090     END-IF.
004100     IF fib76-sched-used NOT < fib76-sched-max
004110         DISPLAY "FIB760 - SCHEDULE TABLE FULL AT "
004120                 fib76-sched-max " ENTRIES - CHECK NOT RUN"
004130         MOVE "N" TO FIB76-VALID-SW
004140         MOVE 8 TO RETURN-CODE
004150         MOVE "SCHEDULE TABLE FULL - CHECK NOT RUN"
004160             TO fib76-evt-msg
004170         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
004180         GO TO 2200-EXIT
004190     END-IF.
004200     ADD 1 TO fib76-sched-used.
004210     MOVE fib76-sched-used   TO sx.
004220     MOVE FIBSCHD-RUN-ID     TO fib76-sched-run-id(sx).
004230     MOVE FIBSCHD-PROGRAM    TO fib76-sched-program(sx).
004240     MOVE FIBSCHD-DUE-RULE   TO fib76-sched-rule(sx).
004250     PERFORM 2300-SET-DUE-FLAG THRU 2300-EXIT.
004260 2200-NEXT.
004270     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
004280 2200-EXIT.
004290     EXIT.

004300*================================================================*
004310*  2300-SET-DUE-FLAG -- APPLY THE ENTRY'S DUE RULE TO THE CHECK  *
004320*  DATE.  THE ENTRY JUST LOADED IS THE ONE INDEXED BY SX.        *
004330*================================================================*
004340 2300-SET-DUE-FLAG.
004350     MOVE "N" TO fib76-sched-due(sx).
004360     EVALUATE TRUE
004370         WHEN FIBSCHD-DAILY
004380             MOVE "Y" TO fib76-sched-due(sx)
004390         WHEN FIBSCHD-BUSINESS
004400             IF FIB76-WEEKDAY
004410                 MOVE "Y" TO fib76-sched-due(sx)
004420             END-IF
004430         WHEN FIBSCHD-MONTH-END
004440             IF fib76-check-dd = fib76-month-end-day
004450                 MOVE "Y" TO fib76-sched-due(sx)
004460             END-IF
004470         WHEN FIBSCHD-DAY-OF-MONTH
004480             IF fib76-check-dd = FIBSCHD-DUE-DAY
004490                 OR (FIBSCHD-DUE-DAY > fib76-month-end-day
004500                     AND fib76-check-dd = fib76-month-end-day)
004510                 MOVE "Y" TO fib76-sched-due(sx)
004520             END-IF
004530     END-EVALUATE.
004540     IF fib76-sched-due(sx) = "Y"
004550         ADD 1 TO fib76-due-count
004560     END-IF.
004570 2300-EXIT.
004580     EXIT.

004590*================================================================*
004600*  2400-REPORT-BAD-ENTRY -- NAME ONE UNUSABLE SCHEDULE RECORD.   *
004610*================================================================*
004620 2400-REPORT-BAD-ENTRY.
004630     MOVE SPACES             TO FIBMRPT-DETAIL-REC.
004640     MOVE "D"                TO FIBMRPT-D-TYPE.
004650     MOVE "X"                TO FIBMRPT-D-CONDITION.
004660     MOVE FIBSCHD-RUN-ID     TO FIBMRPT-D-RUN-ID.
004670     MOVE FIBSCHD-PROGRAM    TO FIBMRPT-D-PROGRAM.
004680     MOVE FIBSCHD-DUE-RULE   TO FIBMRPT-D-DUE-RULE.
004690     MOVE 0                  TO FIBMRPT-D-START-TIME.
004700     MOVE fib76-message      TO FIBMRPT-D-MESSAGE.
004710     WRITE FIBMRPT-DETAIL-REC.
004720     ADD 1 TO fib76-badschd-count.
004730 2400-EXIT.
004740     EXIT.

004750*================================================================*
004760*  3000-CHECK-DUE-RUNS -- FIRST PASS: EVERY ENTRY DUE ON THE     *
004770*  CHECK DATE MUST HAVE A CATALOG RECORD FOR THAT DATE.  WHAT    *
004780*  STATUS THE RECORD IS IN IS THE SECOND PASS'S BUSINESS.        *
004790*================================================================*
004800 3000-CHECK-DUE-RUNS.
004810     PERFORM 3100-CHECK-ONE-DUE THRU 3100-EXIT
004820         VARYING sx FROM 1 BY 1 UNTIL sx > fib76-sched-used.
004830 3000-EXIT.
004840     EXIT.

004850*================================================================*
004860*  3100-CHECK-ONE-DUE -- ONE SCHEDULE ENTRY, INDEXED BY SX.      *
004870*================================================================*
004880 3100-CHECK-ONE-DUE.
004890     IF fib76-sched-due(sx) NOT = "Y"
004900         GO TO 3100-EXIT
004910     END-IF.
004920     MOVE fib76-sched-run-id(sx) TO FIBRCAT-RUN-ID.
004930     MOVE fib76-check-date       TO FIBRCAT-RUN-DATE.
004940     READ FIBRCAT-FILE
004950         INVALID KEY
004960             MOVE SPACES TO FIBRCAT-STATUS
004970             MOVE 0      TO FIBRCAT-START-TIME
004980             MOVE "M"    TO fib76-condition
004990             MOVE "DUE BUT NEVER CATALOGUED - RUN DID NOT START"
005000                 TO fib76-message
005010             MOVE fib76-sched-program(sx) TO FIBRCAT-PROGRAM
005020             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005030             ADD 1 TO fib76-missed-count
005040     END-READ.
005050 3100-EXIT.
005060     EXIT.

005070*================================================================*
005080*  5000-CHECK-CATALOG -- SECOND PASS: WALK THE WHOLE CATALOG AND *
005090*  TEST EVERY RECORD OF THE CHECK DATE.  THE CATALOG IS KEYED    *
005100*  ON RUN-ID AHEAD OF DATE, SO ONE DATE'S RECORDS ARE SPREAD     *
005110*  ACROSS THE FILE AND THE WALK CANNOT START PART WAY.           *
005120*================================================================*
005130 5000-CHECK-CATALOG.
005140     MOVE LOW-VALUES TO FIBRCAT-RUN-ID.
005150     MOVE 0          TO FIBRCAT-RUN-DATE.
005160     START FIBRCAT-FILE KEY NOT < FIBRCAT-KEY
005170         INVALID KEY
005180             SET FIB76-CAT-EOF TO TRUE
005190     END-START.
005200     PERFORM 5100-READ-CATALOG THRU 5100-EXIT.
005210     PERFORM 5200-CHECK-ONE-RECORD THRU 5200-EXIT
005220         UNTIL FIB76-CAT-EOF.
005230 5000-EXIT.
005240     EXIT.

005250*================================================================*
005260*  5100-READ-CATALOG -- GET THE NEXT CATALOG RECORD.             *
005270*================================================================*
005280 5100-READ-CATALOG.
005290     IF FIB76-CAT-EOF
005300         GO TO 5100-EXIT
005310     END-IF.
005320     READ FIBRCAT-FILE NEXT RECORD
005330         AT END
005340             SET FIB76-CAT-EOF TO TRUE
005350     END-READ.
005360     IF NOT FIB76-CAT-EOF AND fib76-rcat-status NOT = "00"
005370         SET FIB76-CAT-EOF TO TRUE
005380     END-IF.
005390 5100-EXIT.
005400     EXIT.

005410*================================================================*
005420*  5200-CHECK-ONE-RECORD -- A RECORD OF THE CHECK DATE IS AN     *
005430*  EXCEPTION WHEN NO SCHEDULE ENTRY EXPECTS IT THAT DAY, WHEN    *
005440*  IT WAS VOIDED BY A BACKOUT, OR WHEN IT NEVER LEFT STARTED     *
005450*  STATUS.  ONE RECORD CAN BE MORE THAN ONE EXCEPTION.           *
005460*================================================================*
005470 5200-CHECK-ONE-RECORD.
005480     IF FIBRCAT-RUN-DATE NOT = fib76-check-date
005490         GO TO 5200-NEXT
005500     END-IF.
005510     MOVE "N" TO FIB76-MATCH-SW.
005520     PERFORM 5300-MATCH-ONE-ENTRY THRU 5300-EXIT
005530         VARYING sx FROM 1 BY 1
005540         UNTIL sx > fib76-sched-used OR FIB76-MATCH-DUE.
005550     IF FIB76-MATCH-NONE
005560         MOVE "U" TO fib76-condition
005570         MOVE "CATALOGUED BUT NOT ON THE SCHEDULE"
005580             TO fib76-message
005590         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005600         ADD 1 TO fib76-unsched-count
005610     END-IF.
005620     IF FIB76-MATCH-NOT-DUE
005630         MOVE "U" TO fib76-condition
005640         MOVE "CATALOGUED ON A DAY IT IS NOT DUE"
005650             TO fib76-message
005660         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005670         ADD 1 TO fib76-unsched-count
005680     END-IF.
005690     IF FIBRCAT-VOIDED
005700         MOVE "V" TO fib76-condition
005710         MOVE "CATALOGUED BUT VOIDED BY THE FIB530 BACKOUT"
005720             TO fib76-message
005730         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005740         ADD 1 TO fib76-voided-count
005750     END-IF.
005760     IF FIBRCAT-STARTED
005770         MOVE "S" TO fib76-condition
005780         MOVE "STARTED BUT NEVER REACHED END OF JOB"
005790             TO fib76-message
005800         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005810         ADD 1 TO fib76-started-count
005820     END-IF.
005830 5200-NEXT.
005840     PERFORM 5100-READ-CATALOG THRU 5100-EXIT.
005850 5200-EXIT.
005860     EXIT.

005870*================================================================*
005880*  5300-MATCH-ONE-ENTRY -- A RUN-ID MAY BE ON THE SCHEDULE MORE  *
005890*  THAN ONCE (SAY MONTH-END AND THE 15TH); ANY ENTRY DUE ON THE  *
005900*  CHECK DATE SETTLES IT, OTHERWISE AN ENTRY THAT IS NOT DUE     *
005910*  STILL SAYS THE RUN-ID IS KNOWN.                               *
005920*================================================================*
005930 5300-MATCH-ONE-ENTRY.
005940     IF fib76-sched-run-id(sx) NOT = FIBRCAT-RUN-ID
005950         GO TO 5300-EXIT
005960     END-IF.
005970     IF fib76-sched-due(sx) = "Y"
005980         SET FIB76-MATCH-DUE TO TRUE
005990     ELSE
006000         SET FIB76-MATCH-NOT-DUE TO TRUE
006010     END-IF.
006020 5300-EXIT.
006030     EXIT.

006040*================================================================*
006050*  7000-WRITE-EXCEPTION -- NAME ONE EXCEPTION ON THE REPORT.  THE*
006060*  CALLER SETS THE CONDITION AND MESSAGE; THE RUN-ID, PROGRAM,   *
006070*  STATUS AND START TIME COME FROM THE CATALOG RECORD AREA.      *
006080*================================================================*
006090 7000-WRITE-EXCEPTION.
006100     MOVE SPACES             TO FIBMRPT-DETAIL-REC.
006110     MOVE "D"                TO FIBMRPT-D-TYPE.
006120     MOVE fib76-condition    TO FIBMRPT-D-CONDITION.
006130     MOVE FIBRCAT-RUN-ID     TO FIBMRPT-D-RUN-ID.
006140     MOVE FIBRCAT-PROGRAM    TO FIBMRPT-D-PROGRAM.
006150     MOVE FIBRCAT-STATUS     TO FIBMRPT-D-CAT-STATUS.
006160     MOVE FIBRCAT-START-TIME TO FIBMRPT-D-START-TIME.
006170     MOVE fib76-message      TO FIBMRPT-D-MESSAGE.
006180     WRITE FIBMRPT-DETAIL-REC.
006190 7000-EXIT.
006200     EXIT.

006210*================================================================*
006220*  9000-TERMINATE -- WRITE THE TRAILER, CLOSE EVERYTHING AND SET *
006230*  THE RETURN CODE THE SCHEDULER HOLDS THE FIB600 FEED ON.       *
006240*================================================================*
006250 9000-TERMINATE.
006260     COMPUTE fib76-hold-count = fib76-missed-count
006270                              + fib76-voided-count
006280                              + fib76-started-count
006290                              + fib76-badschd-count.
006300     MOVE SPACES TO FIBMRPT-TRAILER-REC.
006310     MOVE "T"                  TO FIBMRPT-T-TYPE.
006320     MOVE fib76-run-date       TO FIBMRPT-T-RUN-DATE.
006330     MOVE fib76-due-count      TO FIBMRPT-T-DUE-COUNT.
006340     MOVE fib76-missed-count   TO FIBMRPT-T-MISSED-COUNT.
006350     MOVE fib76-unsched-count  TO FIBMRPT-T-UNSCHED-COUNT.
006360     MOVE fib76-voided-count   TO FIBMRPT-T-VOIDED-COUNT.
006370     MOVE fib76-started-count  TO FIBMRPT-T-STARTED-COUNT.
006380     MOVE fib76-badschd-count  TO FIBMRPT-T-BADSCHD-COUNT.
006390     EVALUATE TRUE
006400         WHEN fib76-hold-count > 0
006410             MOVE "HOLD FEED"     TO FIBMRPT-T-STATUS
006420         WHEN fib76-unsched-count > 0
006430             MOVE "UNSCHEDULED"   TO FIBMRPT-T-STATUS
006440         WHEN OTHER
006450             MOVE "ALL RUNS IN"   TO FIBMRPT-T-STATUS
006460     END-EVALUATE.
006470     WRITE FIBMRPT-TRAILER-REC.
006480     CLOSE FIBRCAT-FILE.
006490     CLOSE FIBMRPT-FILE.
006500     EVALUATE TRUE
006510         WHEN fib76-hold-count > 0
006520             MOVE 8 TO RETURN-CODE
006530             MOVE "E" TO fib76-evt-severity
006540             MOVE 8   TO fib76-evt-rc
006550             MOVE "SCHEDULED RUN MISSED, VOIDED OR STALLED - SEE "
006560                  & "FIBMRPT" TO fib76-evt-msg
006570             PERFORM 9800-LOG-EVENT THRU 9800-EXIT
006580         WHEN fib76-unsched-count > 0
006590             MOVE 4 TO RETURN-CODE
006600             MOVE "W" TO fib76-evt-severity
006610             MOVE 4   TO fib76-evt-rc
006620             MOVE "UNSCHEDULED RUN ON THE CATALOG - SEE FIBMRPT"
006630                 TO fib76-evt-msg
006640             PERFORM 9800-LOG-EVENT THRU 9800-EXIT
006650         WHEN OTHER
006660             MOVE 0 TO RETURN-CODE
006670     END-EVALUATE.
006680     DISPLAY "FIB760 - " fib76-due-count " RUN(S) DUE, "
006690             fib76-missed-count " MISSED, "
006700             fib76-unsched-count " UNSCHEDULED, "
006710             fib76-voided-count " VOIDED, "
006720             fib76-started-count " STALLED".
006730 9000-EXIT.
006740     EXIT.

006750*================================================================*
006760*  9800-LOG-EVENT -- APPEND ONE EVENT TO THE COMMON FIBEVLOG     *
006770*  EVENT LOG.  THE LOG IS OPENED PER EVENT SO AN ERROR PATH      *
006780*  NEVER DEPENDS ON HOW FAR INITIALIZATION GOT.  THE CHECK IS    *
006790*  CROSS-RUN WORK, SO ITS EVENTS CARRY A BLANK RUN-ID.           *
006800*================================================================*
006810 9800-LOG-EVENT.
006820     ACCEPT fib76-evt-date FROM DATE YYYYMMDD.
006830     ACCEPT fib76-evt-time FROM TIME.
006840     OPEN EXTEND FIBEVLOG-FILE.
006850     MOVE SPACES TO FIBEVT-RECORD.
006860     MOVE "FIB760"            TO FIBEVT-PROGRAM.
006870     MOVE SPACES              TO FIBEVT-RUN-ID.
006880     MOVE fib76-evt-date      TO FIBEVT-DATE.
006890     MOVE fib76-evt-time      TO FIBEVT-TIME.
006900     MOVE fib76-evt-severity  TO FIBEVT-SEVERITY.
006910     MOVE fib76-evt-rc        TO FIBEVT-RETURN-CODE.
006920     MOVE fib76-evt-msg       TO FIBEVT-MESSAGE.
006930     WRITE FIBEVT-RECORD.
006940     CLOSE FIBEVLOG-FILE.
006950 9800-EXIT.
006960     EXIT.

006970*================================================================*
006980*  9999-EXIT -- SINGLE PROGRAM EXIT POINT.                       *
006990*================================================================*
007000 9999-EXIT.
007010     STOP RUN.
