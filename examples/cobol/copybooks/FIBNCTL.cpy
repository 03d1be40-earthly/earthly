000010*================================================================*
000020*  FIBNCTL.CPY                                                   *
000030*  CONTROL CARD FOR PARTITIONED RUNNING OF THE MULTI-SET DRIVER. *
000040*  THE SPLIT (FIB910) TAKES THE NUMBER OF PARTITIONS FROM IT;    *
000050*  EACH PARTITION STEP OF FIB900 TAKES THE PARTITION IT IS TO    *
000060*  RUN.  A FIB900 STEP WITH NO CARD, OR A ZERO PARTITION, RUNS   *
000070*  THE WHOLE FIBPSET FILE AS IT ALWAYS HAS.                      *
000080*------------------------------------------------------------------
000090*  MOD LOG
000100*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000110*================================================================*
000120 01  FIBNCTL-RECORD.
000130     05  FIBNCTL-PARTITIONS       PIC 9(02).
000140     05  FIBNCTL-PARTITION        PIC 9(02).
000150     05  FILLER                   PIC X(76).
