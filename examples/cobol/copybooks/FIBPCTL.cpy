000010*================================================================*
000020*  FIBPCTL.CPY                                                   *
000030*  CONTROL RECORD FOR THE PERIOD-END CLOSE (FIB550).  CARRIES    *
000040*  THE YEAR AND MONTH TO BE CLOSED AND THE OPERATOR ID OF THE    *
000050*  PERSON SIGNING THE CLOSE OFF, WHICH IS PRINTED ON THE CLOSE   *
000060*  CERTIFICATE AND KEPT ON THE FIBPCLS PERIOD RECORD.            *
000070*------------------------------------------------------------------
000080*  MOD LOG
000090*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000100*================================================================*
000110 01  FIBPCTL-RECORD.
000120     05  FIBPCTL-PERIOD.
000130         10  FIBPCTL-YYYY         PIC 9(04).
000140         10  FIBPCTL-MM           PIC 9(02).
000150     05  FIBPCTL-CLOSED-BY        PIC X(08).
000160     05  FIBPCTL-LABEL            PIC X(20).
000170     05  FILLER                   PIC X(06).
