000010*================================================================*
000020*  FIBNPLN.CPY                                                   *
000030*  PARTITION PLAN WRITTEN BY THE FIB910 SPLIT.  ONE HEADER       *
000040*  RECORD CARRYING THE BATCH DATE EVERY PARTITION CATALOGS AND   *
000050*  REPORTS UNDER (SO A PARTITION RERUN ON A LATER DAY STILL      *
000060*  LANDS ON THE SAME BATCH), THEN ONE RECORD PER PARTITION WITH  *
000070*  ITS CATALOG RUN-ID AND THE SETS AND TERMS ASSIGNED TO IT.     *
000080*  FIB900 READS THE HEADER; THE FIB920 MERGE PROVES EACH         *
000090*  PARTITION'S SUMMARY AGAINST ITS PARTITION RECORD.             *
000100*------------------------------------------------------------------
000110*  MOD LOG
000120*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000130*================================================================*
000140 01  FIBNPLN-HEADER-REC.
000150     05  FIBNPLN-H-TYPE           PIC X(01) VALUE "H".
000160     05  FIBNPLN-H-BATCH-DATE     PIC 9(08).
000170     05  FIBNPLN-H-SPLIT-TIME     PIC 9(08).
000180     05  FIBNPLN-H-PARTITIONS     PIC 9(02).
000190     05  FIBNPLN-H-SET-COUNT      PIC 9(05).
000200     05  FIBNPLN-H-TERM-TOTAL     PIC 9(09).
000210     05  FILLER                   PIC X(47).
000220 01  FIBNPLN-PART-REC.
000230     05  FIBNPLN-P-TYPE           PIC X(01) VALUE "P".
000240     05  FIBNPLN-P-PARTITION      PIC 9(02).
000250     05  FIBNPLN-P-RUN-ID         PIC X(08).
000260     05  FIBNPLN-P-SET-COUNT      PIC 9(05).
000270     05  FIBNPLN-P-TERM-TOTAL     PIC 9(09).
000280     05  FILLER                   PIC X(55).
