000010*================================================================*
000020*  FIBOWNR.CPY                                                   *
000030*  RUN-ID OWNERSHIP MASTER - ONE RECORD PER RUN-ID SAYING WHICH  *
000040*  DEPARTMENT OWNS THE WORK BEHIND IT AND WHICH COST CENTER IS   *
000050*  CHARGED FOR THE MACHINE TIME AND STORAGE IT USES.  A VSAM     *
000060*  KSDS KEYED ON THE 8-BYTE RUN-ID (SEE THE IDCAMS DEFINE IN     *
000070*  FIBOWNRA).  MAINTAINED ON THE FIB860 SCREEN AND READ AT       *
000080*  MONTH END BY THE FIB580 CHARGEBACK.  A RUN-ID WITH NO RECORD  *
000090*  HERE IS NOT CHARGED TO ANYONE - FIB580 LISTS IT SEPARATELY    *
000100*  SO IT CAN BE GIVEN AN OWNER.                                  *
000110*------------------------------------------------------------------
000120*  MOD LOG
000130*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000140*================================================================*
000150 01  FIBOWNR-RECORD.
000160     05  FIBOWNR-RUN-ID           PIC X(08).
000170     05  FIBOWNR-DEPT             PIC X(08).
000180     05  FIBOWNR-COST-CENTER      PIC X(10).
000190     05  FIBOWNR-DEPT-NAME        PIC X(24).
000200     05  FIBOWNR-CHANGED-BY       PIC X(08).
000210     05  FIBOWNR-CHANGED-DATE     PIC 9(08).
000220     05  FILLER                   PIC X(14).
