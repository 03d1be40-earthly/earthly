000336*              AND ACTION CARRIED IN WORKING STORAGE - THE FD
000337*              RECORD AREA STILL HELD THE HEADER'S TITLE, WHICH
000338*              BLED INTO EVERY DETAIL LINE'S FILLER.
000339*  2026-10-14  RLS  A RUN DATE IN A MONTH CLOSED BY FIB550 IS NOW
000341*              REFUSED UNLESS THE MONTH WAS REOPENED ON FIB830 -
000342*              SEE THE FIB560 PERIOD-LOCK CHECK.
000340*================================================================*
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.                  FIB530.
001260     05  fib53-test-mm         PIC 9(02).
001270     05  fib53-test-dd         PIC 9(02).

001272*----------------------------------------------------------------*
001274*  PERIOD-LOCK PARAMETERS FOR THE FIB560 CHECK                   *
001276*----------------------------------------------------------------*
001278     COPY FIBPLCK.

001280*----------------------------------------------------------------*
001290*  EVENT-LOG FIELDS - SET BEFORE EACH PERFORM OF 9800-LOG-EVENT. *
001300*----------------------------------------------------------------*

002470*================================================================*
002480*  1300-VALIDATE-PARMS -- REJECT A BACKOUT REQUEST THAT DOES     *
002490*  NOT NAME A RUN-ID AND A PLAUSIBLE RUN DATE, OR WHOSE RUN      *
002495*  DATE FALLS IN A MONTH LOCKED BY THE PERIOD-END CLOSE.         *
002500*================================================================*
002510 1300-VALIDATE-PARMS.
002520     IF FIBBCTL-RUN-ID = SPACES
002680         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
002690         GO TO 1300-EXIT
002700     END-IF.
002705     PERFORM 1320-CHECK-PERIOD-LOCK THRU 1320-EXIT.
002710 1300-EXIT.
002720     EXIT.

005160*================================================================*
005170 9999-EXIT.
005180     STOP RUN.

005190*================================================================*
005200*  1320-CHECK-PERIOD-LOCK -- A RUN DATE IN A MONTH CLOSED BY THE *
005210*  PERIOD-END CLOSE IS REFUSED UNLESS THE MONTH WAS REOPENED.    *
005220*================================================================*
005230 1320-CHECK-PERIOD-LOCK.
005240     MOVE FIBBCTL-RUN-DATE TO FIBPLK-RUN-DATE.
005250     CALL "FIB560" USING FIBPLK-PARMS FIBPLK-RESULT.
005260     IF NOT FIBPLK-OPEN
005270         DISPLAY "FIB530 - RUN DATE IS IN PERIOD " FIBPLK-PERIOD
005280                 " - " FIBPLK-REASON
005290         MOVE "N" TO FIB53-VALID-SW
005300         MOVE 8 TO RETURN-CODE
005310         MOVE SPACES TO fib53-evt-msg
005320         STRING "BACKOUT REFUSED - " DELIMITED BY SIZE
005330                FIBPLK-REASON DELIMITED BY SIZE
005340             INTO fib53-evt-msg
005350         END-STRING
005360         PERFORM 1350-LOG-REJECTION THRU 1350-EXIT
005370     END-IF.
005380 1320-EXIT.
005390     EXIT.
