000090*------------------------------------------------------------------
000100*  MOD LOG
000110*  2026-08-21  RLS  ORIGINAL COPYBOOK.
000112*  2026-10-14  RLS  ADDED FIBPSET-PARTITION, TAKEN FROM FILLER.
000114*              THE FIB910 SPLIT STAMPS EACH SET WITH THE
000116*              PARTITION THAT IS TO RUN IT; A FIB900 STEP
000118*              RUNNING THE WHOLE FILE IGNORES IT.
000120*================================================================*
000130 01  FIBPSET-RECORD.
000140     05  FIBPSET-RUN-ID           PIC X(08).
000190     05  FIBPSET-ORDER            PIC 9(01).
000200     05  FIBPSET-SEED3            PIC S9(09).
000210     05  FIBPSET-SEED4            PIC S9(09).
000215     05  FIBPSET-PARTITION        PIC 9(02).
000220     05  FILLER                   PIC X(08).
