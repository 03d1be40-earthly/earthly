000010*================================================================*
000020*  FIBOPER.CPY                                                   *
000030*  OPERATOR SECURITY PROFILE MASTER - ONE RECORD PER OPERATOR    *
000040*  ALLOWED ON THE ONLINE SCREENS (FIB800, FIB810, FIB850 AND THE *
000050*  FIB880 SECURITY MAINTENANCE SCREEN).  A VSAM KSDS KEYED ON    *
000060*  THE 8-BYTE OPERATOR ID (SEE THE IDCAMS DEFINE IN FIBOPERA).   *
000070*  EACH ROLE FLAG IS "Y" OR "N" AND AN OPERATOR MAY HOLD ANY     *
000080*  MIX OF THEM:                                                  *
000090*      INQUIRY     FIB850 RUN-STATUS INQUIRY, FIB800 VIEW        *
000100*      MAKER       FIB800 ADD AND DELETE (STAGE A CHANGE)        *
000110*      APPROVER    FIB810 APPROVE AND REJECT                     *
000120*      SEC ADMIN   FIB880 ADD, REVOKE AND RESET OF OPERATORS     *
000122*  FIB860 RUN-ID OWNERSHIP MAINTENANCE TAKES THE SAME ROLES AS   *
000124*  FIB800: INQUIRY TO VIEW, MAKER TO ADD, CHANGE AND DELETE.     *
000130*  SIGN-ON IS CHECKED BY THE FIB890 CALLABLE ROUTINE: THE        *
000140*  OPERATOR MUST BE ACTIVE, THE PIN MUST MATCH, AND THE PIN      *
000150*  EXPIRY DATE MUST NOT HAVE PASSED.  THREE WRONG PINS IN A ROW  *
000160*  LOCK THE OPERATOR OUT UNTIL A SECURITY ADMIN RESETS THE PIN.  *
000170*  A REVOKED OPERATOR IS KEPT ON FILE, NOT DELETED, SO AN ID     *
000180*  SEEN ON FIBCTLOG OR FIBPEND ALWAYS RESOLVES TO A NAME.        *
000190*------------------------------------------------------------------
000200*  MOD LOG
000210*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000212*  2026-10-14  RLS  ROLE NOTES FOR THE FIB860 OWNERSHIP SCREEN.
000220*================================================================*
000230 01  FIBOPER-RECORD.
000240     05  FIBOPER-ID               PIC X(08).
000250     05  FIBOPER-NAME             PIC X(24).
000260     05  FIBOPER-ROLES.
000270         10  FIBOPER-ROLE-INQUIRY     PIC X(01).
000280             88  FIBOPER-INQUIRY      VALUE "Y".
000290         10  FIBOPER-ROLE-MAKER       PIC X(01).
000300             88  FIBOPER-MAKER        VALUE "Y".
000310         10  FIBOPER-ROLE-APPROVER    PIC X(01).
000320             88  FIBOPER-APPROVER     VALUE "Y".
000330         10  FIBOPER-ROLE-SECADMIN    PIC X(01).
000340             88  FIBOPER-SECADMIN     VALUE "Y".
000350     05  FIBOPER-STATUS           PIC X(01).
000360         88  FIBOPER-ACTIVE       VALUE "A".
000370         88  FIBOPER-REVOKED      VALUE "R".
000380         88  FIBOPER-LOCKED       VALUE "L".
000390     05  FIBOPER-PIN              PIC X(08).
000400     05  FIBOPER-PIN-EXPIRY       PIC 9(08).
000410     05  FIBOPER-FAIL-COUNT       PIC 9(01).
000420     05  FIBOPER-LAST-SIGNON      PIC 9(08).
000430     05  FIBOPER-CHANGED-BY       PIC X(08).
000440     05  FIBOPER-CHANGED-DATE     PIC 9(08).
000450     05  FILLER                   PIC X(02).
