000010*================================================================*
000020*  FIBRATE.CPY                                                   *
000030*  CHARGEBACK RATE TABLE FOR THE MONTH-END USAGE CHARGEBACK      *
000040*  (FIB580).  ONE RECORD PER BATCH PROGRAM THAT WRITES TO THE    *
000050*  FIBRCAT RUN CATALOG (FIB100, FIB300, FIB900), PLUS ONE        *
000060*  RECORD WITH PROGRAM "DEFAULT" THAT PRICES ANY PROGRAM NOT     *
000070*  LISTED.  THE DEFAULT RECORD IS REQUIRED.  RATES ARE IN        *
000080*  CURRENCY UNITS:                                               *
000090*      PER-RUN      EACH RUN EXECUTED                            *
000100*      PER-RERUN    SURCHARGE FOR EACH RUN THAT WAS A RESTART    *
000110*      PER-VOID     SURCHARGE FOR EACH RUN LATER BACKED OUT      *
000120*      PER-KTERMS   EACH 1000 TERMS WRITTEN (STORAGE)            *
000130*      PER-SECOND   EACH SECOND OF ELAPSED RUN TIME              *
000140*------------------------------------------------------------------
000150*  MOD LOG
000160*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000170*================================================================*
000180 01  FIBRATE-RECORD.
000190     05  FIBRATE-PROGRAM          PIC X(08).
000200     05  FIBRATE-PER-RUN          PIC 9(05)V9(02).
000210     05  FIBRATE-PER-RERUN        PIC 9(05)V9(02).
000220     05  FIBRATE-PER-VOID         PIC 9(05)V9(02).
000230     05  FIBRATE-PER-KTERMS       PIC 9(05)V9(04).
000240     05  FIBRATE-PER-SECOND       PIC 9(03)V9(04).
000250     05  FIBRATE-LABEL            PIC X(20).
000260     05  FILLER                   PIC X(15).
