000010*================================================================*
000020*  FIBLCTL.CPY                                                   *
000030*  CONTROL RECORD FOR THE REPORT PRINT UTILITY (FIB790).  NAMES  *
000040*  WHICH MACHINE REPORT IS TO BE LISTED - FIBRPT, FIBDRPT,       *
000050*  FIBSRPT OR FIBXRPT - AND HOW MANY DETAIL LINES GO ON EACH     *
000060*  PAGE (ZEROS MEAN THE HOUSE DEFAULT OF 50).  THE RUN-ID IS     *
000070*  PRINTED IN THE PAGE HEADING OF A REPORT WHOSE OWN HEADER      *
000080*  RECORD DOES NOT CARRY ONE.                                    *
000090*------------------------------------------------------------------
000100*  MOD LOG
000110*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000120*================================================================*
000130 01  FIBLCTL-RECORD.
000140     05  FIBLCTL-SOURCE           PIC X(01).
000150         88  FIBLCTL-SRC-RPT      VALUE "R".
000160         88  FIBLCTL-SRC-DRPT     VALUE "D".
000170         88  FIBLCTL-SRC-SRPT     VALUE "S".
000180         88  FIBLCTL-SRC-XRPT     VALUE "X".
000190     05  FIBLCTL-LINES-PER-PAGE   PIC 9(03).
000200     05  FIBLCTL-RUN-ID           PIC X(08).
000210     05  FILLER                   PIC X(28).
