000010*================================================================*
000020*  FIBUCTL.CPY                                                   *
000030*  CONTROL RECORD FOR THE MONTH-END USAGE CHARGEBACK (FIB580).   *
000040*  CARRIES THE YEAR AND MONTH TO BE CHARGED, THE OPERATIONS      *
000050*  COST CENTER THAT IS CREDITED WITH WHAT THE DEPARTMENTS ARE    *
000060*  CHARGED, AND THE GENERAL-LEDGER ACCOUNT BOTH SIDES OF THE     *
000070*  JOURNAL ARE POSTED TO.                                        *
000080*------------------------------------------------------------------
000090*  MOD LOG
000100*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000110*================================================================*
000120 01  FIBUCTL-RECORD.
000130     05  FIBUCTL-PERIOD.
000140         10  FIBUCTL-YYYY         PIC 9(04).
000150         10  FIBUCTL-MM           PIC 9(02).
000160     05  FIBUCTL-OPS-CENTER       PIC X(10).
000170     05  FIBUCTL-GL-ACCOUNT       PIC X(08).
000180     05  FIBUCTL-LABEL            PIC X(16).
