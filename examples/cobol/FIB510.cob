000304*              AS A STRUCTURED RECORD TO THE COMMON FIBEVLOG
000306*              EVENT LOG (SEE FIBEVT.CPY AND THE FIB780 DAILY
000307*              REPORT).
000308*  2026-10-14  RLS  A DATE RANGE TOUCHING A MONTH CLOSED BY FIB550
000309*              IS NOW REFUSED UNLESS THE MONTH WAS REOPENED ON
000311*              FIB830 - SEE THE FIB560 PERIOD-LOCK CHECK.
000310*================================================================*
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.                  FIB510.
000980         10  fib51-gen-trailer PIC X(01).
000990 01  gx                        PIC S9(05) COMP VALUE 0.

000991*----------------------------------------------------------------*
000992*  PERIOD-LOCK CHECK - EVERY MONTH THE RANGE TOUCHES IN TURN.    *
000993*----------------------------------------------------------------*
000994 01  fib51-chk-period          PIC 9(06) VALUE 0.
000995 01  fib51-chk-parts REDEFINES fib51-chk-period.
000996     05  fib51-chk-yyyy        PIC 9(04).
000997     05  fib51-chk-mm          PIC 9(02).
000998 01  fib51-to-period           PIC 9(06) VALUE 0.
000999     COPY FIBPLCK.

001000 PROCEDURE DIVISION.
001010*================================================================*
001020*  0000-MAINLINE                                                 *
001834         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
001840         GO TO 1300-EXIT
001850     END-IF.
001851     DIVIDE FIBACTL-FROM-DATE BY 100 GIVING fib51-chk-period.
001852     DIVIDE FIBACTL-TO-DATE   BY 100 GIVING fib51-to-period.
001853     PERFORM 1320-CHECK-ONE-PERIOD THRU 1320-EXIT
001854         UNTIL fib51-chk-period > fib51-to-period
001855            OR NOT FIB51-VALID.
001860 1300-EXIT.
001870     EXIT.

003270*================================================================*
003280 9999-EXIT.
003290     STOP RUN.

003300*================================================================*
003310*  1320-CHECK-ONE-PERIOD -- ONE LOCKED MONTH REFUSES THE RANGE.  *
003320*================================================================*
003330 1320-CHECK-ONE-PERIOD.
003340     COMPUTE FIBPLK-RUN-DATE = fib51-chk-period * 100 + 1.
003350     CALL "FIB560" USING FIBPLK-PARMS FIBPLK-RESULT.
003360     IF NOT FIBPLK-OPEN
003370         DISPLAY "FIB510 - RANGE TOUCHES PERIOD " FIBPLK-PERIOD
003380                 " - " FIBPLK-REASON
003390         MOVE "N" TO FIB51-VALID-SW
003400         MOVE 8 TO RETURN-CODE
003410         MOVE SPACES TO fib51-evt-msg
003420         STRING "RETRIEVAL REFUSED - " DELIMITED BY SIZE
003430                FIBPLK-REASON DELIMITED BY SIZE
003440             INTO fib51-evt-msg
003450         END-STRING
003460         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
003470         GO TO 1320-EXIT
003480     END-IF.
003490     ADD 1 TO fib51-chk-period.
003500     IF fib51-chk-mm > 12
003510         ADD 88 TO fib51-chk-period
003520     END-IF.
003530 1320-EXIT.
003540     EXIT.
