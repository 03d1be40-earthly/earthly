000120*              TRUE RANGE OF A BINARY-C-LONG WORKING FIELD.
000122*  2026-09-02  RLS  WIDENED THE SAME THREE FIELDS TO 38 DIGITS
000124*              NOW THE FIB200 ENGINE RUNS IN EXTENDED PRECISION.
000125*  2026-10-14  RLS  ADDED FIBSRPT-H-PARTITION AND PARTITIONS,
000126*              TAKEN FROM FILLER.  A PARTITION STEP'S PARTIAL
000127*              SUMMARY CARRIES ITS PARTITION NUMBER AND THE
000128*              PARTITION COUNT; A WHOLE-FILE OR MERGED SUMMARY
000129*              CARRIES ZERO AND THE PARTITION COUNT (ZERO WHEN
000131*              THE BATCH WAS NOT PARTITIONED).
000130*================================================================*
000140 01  FIBSRPT-HEADER-REC.
000150     05  FIBSRPT-H-TYPE           PIC X(01) VALUE "H".
000160     05  FIBSRPT-H-RUN-DATE       PIC 9(08).
000170     05  FIBSRPT-H-TITLE          PIC X(40).
000172     05  FIBSRPT-H-PARTITION      PIC 9(02).
000174     05  FIBSRPT-H-PARTITIONS     PIC 9(02).
000180     05  FILLER                   PIC X(27).
000190 01  FIBSRPT-DETAIL-REC.
000200     05  FIBSRPT-D-TYPE           PIC X(01) VALUE "D".
000210     05  FIBSRPT-D-RUN-ID         PIC X(08).
