000010*================================================================*
000020*  PROGRAM:      FIB560                                          *
000030*  AUTHOR:       R SANDERSON                                     *
000040*  INSTALLATION: OPERATIONS SYSTEMS GROUP                        *
000050*  DATE-WRITTEN: 2026-10-14                                      *
000060*                                                                *
000070*  PURPOSE.                                                      *
000080*      CALLABLE PERIOD-LOCK CHECK AGAINST THE FIBPCLS PERIOD-    *
000090*      CLOSE MASTER, SHARED BY THE FIB530 BACKOUT AND THE FIB510 *
000100*      ARCHIVE RETRIEVAL SO BOTH APPLY THE SAME RULE.  GIVEN A   *
000110*      RUN DATE ON FIBPLK-PARMS IT READS THE PERIOD RECORD FOR   *
000120*      THAT MONTH AND RETURNS, ON FIBPLK-RESULT, STATUS 0 WHEN   *
000130*      THE MONTH WAS NEVER CLOSED OR HAS BEEN REOPENED BY AN     *
000140*      APPROVED FIB830 REQUEST, OR STATUS 8 AND THE REASON WHEN  *
000150*      IT IS CLOSED OR A REOPEN IS STILL AWAITING APPROVAL.  A   *
000160*      MASTER THAT CANNOT BE OPENED OR READ ALSO ANSWERS 8 - A   *
000170*      LOCK THAT CANNOT BE CHECKED IS TREATED AS HELD.  THE      *
000180*      MASTER IS OPENED AND CLOSED ON EVERY CALL SO THE FIB830   *
000190*      REOPEN SCREEN NEVER FINDS IT HELD BY A BATCH STEP.        *
000200*------------------------------------------------------------------
000210*  MOD LOG
000220*  2026-10-14  RLS  ORIGINAL PROGRAM.
000230*================================================================*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.                  FIB560.
000260 AUTHOR.                      R SANDERSON.
000270 INSTALLATION.                OPERATIONS SYSTEMS GROUP.
000280 DATE-WRITTEN.                2026-10-14.
000290 DATE-COMPILED.

000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.             IBM-370.
000330 OBJECT-COMPUTER.             IBM-370.

000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FIBPCLS-FILE      ASSIGN       TO "FIBPCLS"
000370                               ORGANIZATION IS INDEXED
000380                               ACCESS MODE  IS RANDOM
000390                               RECORD KEY   IS FIBPCLS-KEY
000400                               FILE STATUS  IS fib56-pcls-status.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  FIBPCLS-FILE.
000440     COPY FIBPCLS.

000450 WORKING-STORAGE SECTION.
000460 01  fib56-pcls-status         PIC X(02) VALUE "00".
000470 01  fib56-run-date            PIC 9(08) VALUE 0.
000480 01  fib56-date-parts REDEFINES fib56-run-date.
000490     05  fib56-period          PIC 9(06).
000500     05  fib56-dd              PIC 9(02).

000510 LINKAGE SECTION.
000520     COPY FIBPLCK.

000530 PROCEDURE DIVISION USING FIBPLK-PARMS FIBPLK-RESULT.
000540*================================================================*
000550*  0000-MAINLINE                                                 *
000560*================================================================*
000570 0000-MAINLINE.
000580     PERFORM 1000-CLEAR-RESULT    THRU 1000-EXIT.
000590     PERFORM 2000-CHECK-PERIOD    THRU 2000-EXIT.
000600 9999-EXIT.
000610     GOBACK.

000620*================================================================*
000630*  1000-CLEAR-RESULT -- START FROM A REFUSAL, SO NOTHING A PRIOR *
000640*  CALL RETURNED CAN LEAK INTO THIS ONE.                         *
000650*================================================================*
000660 1000-CLEAR-RESULT.
000670     MOVE 8      TO FIBPLK-STATUS-CODE.
000680     MOVE 0      TO FIBPLK-PERIOD.
000690     MOVE SPACES TO FIBPLK-REASON.
000700 1000-EXIT.
000710     EXIT.

000720*================================================================*
000730*  2000-CHECK-PERIOD -- READ THE PERIOD RECORD FOR THE RUN       *
000740*  DATE'S MONTH.  NO RECORD MEANS THE MONTH WAS NEVER CLOSED.    *
000750*================================================================*
000760 2000-CHECK-PERIOD.
000770     IF FIBPLK-RUN-DATE NOT NUMERIC
000780         MOVE "RUN DATE IS NOT A VALID YYYYMMDD"
000790             TO FIBPLK-REASON
000800         GO TO 2000-EXIT
000810     END-IF.
000820     MOVE FIBPLK-RUN-DATE TO fib56-run-date.
000830     MOVE fib56-period    TO FIBPLK-PERIOD.
000840     OPEN INPUT FIBPCLS-FILE.
000850     IF fib56-pcls-status NOT = "00"
000860         MOVE "FIBPCLS CLOSE MASTER NOT AVAILABLE"
000870             TO FIBPLK-REASON
000880         GO TO 2000-EXIT
000890     END-IF.
000900     MOVE fib56-period TO FIBPCLS-PERIOD.
000910     MOVE SPACES       TO FIBPCLS-RUN-ID.
000920     READ FIBPCLS-FILE
000930         INVALID KEY
000940             MOVE 0 TO FIBPLK-STATUS-CODE
000950             GO TO 2000-CLOSE
000960     END-READ.
000970     IF fib56-pcls-status NOT = "00"
000980         MOVE "FIBPCLS PERIOD RECORD COULD NOT BE READ"
000990             TO FIBPLK-REASON
001000         GO TO 2000-CLOSE
001010     END-IF.
001020     EVALUATE TRUE
001030         WHEN FIBPCLS-REOPENED
001040             MOVE 0 TO FIBPLK-STATUS-CODE
001050         WHEN FIBPCLS-CLOSED
001060             MOVE "PERIOD IS CLOSED - REOPEN ON FIB830"
001070                 TO FIBPLK-REASON
001080         WHEN FIBPCLS-REOPEN-REQ
001090             MOVE "PERIOD REOPEN NOT YET APPROVED ON FIB830"
001100                 TO FIBPLK-REASON
001110         WHEN OTHER
001120             MOVE "PERIOD RECORD STATUS IS INVALID"
001130                 TO FIBPLK-REASON
001140     END-EVALUATE.
001150 2000-CLOSE.
001160     CLOSE FIBPCLS-FILE.
001170 2000-EXIT.
001180     EXIT.
