000010*================================================================*
000020*  PROGRAM:      FIB890                                          *
000030*  AUTHOR:       R SANDERSON                                     *
000040*  INSTALLATION: OPERATIONS SYSTEMS GROUP                        *
000050*  DATE-WRITTEN: 2026-10-14                                      *
000060*                                                                *
000070*  PURPOSE.                                                      *
000080*      CALLABLE SIGN-ON CHECK AGAINST THE FIBOPER OPERATOR       *
000090*      SECURITY PROFILE MASTER, SHARED BY FIB800, FIB810, FIB850 *
000100*      AND FIB880 SO EVERY SCREEN APPLIES THE SAME RULES.  GIVEN *
000110*      AN OPERATOR ID AND PIN ON FIBSGN-PARMS IT RETURNS, ON     *
000120*      FIBSGN-RESULT, EITHER STATUS 0 WITH THE OPERATOR'S NAME   *
000130*      AND ROLES OR STATUS 8 WITH THE REASON THE SIGN-ON IS      *
000140*      REFUSED - UNKNOWN ID, REVOKED, LOCKED OUT, WRONG PIN OR   *
000150*      PIN EXPIRED.  A WRONG PIN ADDS TO THE PROFILE'S FAILURE   *
000160*      COUNT AND THE THIRD IN A ROW LOCKS THE OPERATOR OUT; A    *
000170*      GOOD SIGN-ON CLEARS THE COUNT AND STAMPS THE DATE.  THE   *
000180*      MASTER IS OPENED AND CLOSED ON EVERY CALL SO THE SECURITY *
000190*      SCREEN NEVER FINDS IT HELD BY AN IDLE SESSION.  THE       *
000200*      CALLER LOGS THE REFUSAL ON FIBEVLOG UNDER ITS OWN NAME.   *
000210*------------------------------------------------------------------
000220*  MOD LOG
000230*  2026-10-14  RLS  ORIGINAL PROGRAM.
000240*================================================================*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.                  FIB890.
000270 AUTHOR.                      R SANDERSON.
000280 INSTALLATION.                OPERATIONS SYSTEMS GROUP.
000290 DATE-WRITTEN.                2026-10-14.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.             IBM-370.
000340 OBJECT-COMPUTER.             IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT FIBOPER-FILE      ASSIGN       TO "FIBOPER"
000380                               ORGANIZATION IS INDEXED
000390                               ACCESS MODE  IS RANDOM
000400                               RECORD KEY   IS FIBOPER-ID
000410                               FILE STATUS  IS fib89-oper-status.

000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  FIBOPER-FILE.
000450     COPY FIBOPER.

000460 WORKING-STORAGE SECTION.
000470 01  fib89-oper-status         PIC X(02) VALUE "00".
000480 01  fib89-date                PIC 9(08) VALUE 0.
000490 01  fib89-max-fails           PIC 9(01) VALUE 3.

000500 LINKAGE SECTION.
000510     COPY FIBSIGN.

000520 PROCEDURE DIVISION USING FIBSGN-PARMS FIBSGN-RESULT.
000530*================================================================*
000540*  0000-MAINLINE                                                 *
000550*================================================================*
000560 0000-MAINLINE.
000570     PERFORM 1000-CLEAR-RESULT    THRU 1000-EXIT.
000580     PERFORM 2000-CHECK-OPERATOR  THRU 2000-EXIT.
000590 9999-EXIT.
000600     GOBACK.

000610*================================================================*
000620*  1000-CLEAR-RESULT -- START FROM A REFUSAL WITH NO ROLES, SO   *
000630*  NOTHING A PRIOR CALL RETURNED CAN LEAK INTO THIS ONE.         *
000640*================================================================*
000650 1000-CLEAR-RESULT.
000660     MOVE 8      TO FIBSGN-STATUS-CODE.
000670     MOVE SPACES TO FIBSGN-REASON.
000680     MOVE SPACES TO FIBSGN-NAME.
000690     MOVE "NNNN" TO FIBSGN-ROLES.
000700 1000-EXIT.
000710     EXIT.

000720*================================================================*
000730*  2000-CHECK-OPERATOR -- READ THE PROFILE AND APPLY THE RULES   *
000740*  IN ORDER.  THE PIN IS TESTED BEFORE THE EXPIRY DATE SO A      *
000750*  WRONG GUESS LEARNS NOTHING ABOUT THE PROFILE.                 *
000760*================================================================*
000770 2000-CHECK-OPERATOR.
000780     ACCEPT fib89-date FROM DATE YYYYMMDD.
000790     IF FIBSGN-OPER-ID = SPACES
000800         MOVE "OPERATOR ID IS REQUIRED" TO FIBSGN-REASON
000810         GO TO 2000-EXIT
000820     END-IF.
000830     OPEN I-O FIBOPER-FILE.
000840     IF fib89-oper-status NOT = "00"
000850         MOVE "FIBOPER PROFILE MASTER NOT AVAILABLE"
000860             TO FIBSGN-REASON
000870         GO TO 2000-EXIT
000880     END-IF.
000890     MOVE FIBSGN-OPER-ID TO FIBOPER-ID.
000900     READ FIBOPER-FILE
000910         INVALID KEY
000920             MOVE "OPERATOR ID NOT ON THE PROFILE MASTER"
000930                 TO FIBSGN-REASON
000940             GO TO 2000-CLOSE
000950     END-READ.
000960     IF FIBOPER-REVOKED
000970         MOVE "OPERATOR REVOKED - SEE SECURITY ADMIN"
000980             TO FIBSGN-REASON
000990         GO TO 2000-CLOSE
001000     END-IF.
001010     IF FIBOPER-LOCKED
001020         MOVE "LOCKED OUT - SEE SECURITY ADMIN"
001030             TO FIBSGN-REASON
001040         GO TO 2000-CLOSE
001050     END-IF.
001060     IF NOT FIBOPER-ACTIVE
001070         MOVE "PROFILE STATUS INVALID - SEE SEC ADMIN"
001080             TO FIBSGN-REASON
001090         GO TO 2000-CLOSE
001100     END-IF.
001110     IF FIBOPER-FAIL-COUNT NOT NUMERIC
001120         MOVE 0 TO FIBOPER-FAIL-COUNT
001130     END-IF.
001140     IF FIBSGN-PIN NOT = FIBOPER-PIN
001150         PERFORM 2100-COUNT-FAILURE THRU 2100-EXIT
001160         GO TO 2000-CLOSE
001170     END-IF.
001180     IF FIBOPER-PIN-EXPIRY NOT NUMERIC
001190         OR FIBOPER-PIN-EXPIRY < fib89-date
001200         MOVE "PIN EXPIRED - SEE SECURITY ADMIN"
001210             TO FIBSGN-REASON
001220         GO TO 2000-CLOSE
001230     END-IF.

001240     MOVE 0              TO FIBOPER-FAIL-COUNT.
001250     MOVE fib89-date     TO FIBOPER-LAST-SIGNON.
001260     REWRITE FIBOPER-RECORD
001270         INVALID KEY
001280             CONTINUE
001290     END-REWRITE.
001300     MOVE 0              TO FIBSGN-STATUS-CODE.
001310     MOVE FIBOPER-NAME   TO FIBSGN-NAME.
001320     MOVE FIBOPER-ROLES  TO FIBSGN-ROLES.
001330 2000-CLOSE.
001340     CLOSE FIBOPER-FILE.
001350 2000-EXIT.
001360     EXIT.

001370*================================================================*
001380*  2100-COUNT-FAILURE -- ONE MORE WRONG PIN IN A ROW.  THE       *
001390*  PROFILE IS REWRITTEN EITHER WAY SO THE COUNT SURVIVES THE     *
001400*  SESSION; AT THE LIMIT THE OPERATOR IS LOCKED OUT.             *
001410*================================================================*
001420 2100-COUNT-FAILURE.
001430     ADD 1 TO FIBOPER-FAIL-COUNT.
001440     IF FIBOPER-FAIL-COUNT NOT < fib89-max-fails
001450         SET FIBOPER-LOCKED TO TRUE
001460         MOVE "PIN INCORRECT - OPERATOR NOW LOCKED OUT"
001470             TO FIBSGN-REASON
001480     ELSE
001490         MOVE "PIN INCORRECT" TO FIBSGN-REASON
001500     END-IF.
001510     REWRITE FIBOPER-RECORD
001520         INVALID KEY
001530             CONTINUE
001540     END-REWRITE.
001550 2100-EXIT.
001560     EXIT.
