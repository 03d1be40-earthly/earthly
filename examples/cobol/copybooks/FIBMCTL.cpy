000010*================================================================*
000020*  FIBMCTL.CPY                                                   *
000030*  CONTROL RECORD FOR THE MISSED-RUN CHECK (FIB760).  CARRIES    *
000040*  THE RUN DATE WHOSE SCHEDULE IS TO BE CHECKED AGAINST THE      *
000050*  FIBRCAT RUN CATALOG.  ZEROS MEAN TODAY'S DATE - THE NORMAL    *
000060*  SETTING WHEN THE CHECK RUNS AS A STEP OF THE NIGHTLY STREAM.  *
000070*  A PAST DATE RE-CHECKS AN EARLIER NIGHT ON DEMAND.             *
000080*------------------------------------------------------------------
000090*  MOD LOG
000100*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000110*================================================================*
000120 01  FIBMCTL-RECORD.
000130     05  FIBMCTL-CHECK-DATE       PIC 9(08).
000140     05  FIBMCTL-LABEL            PIC X(20).
000150     05  FILLER                   PIC X(12).
