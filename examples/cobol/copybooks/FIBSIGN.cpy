000010*================================================================*
000020*  FIBSIGN.CPY                                                   *
000030*  LINKAGE PARAMETERS FOR FIB890, THE CALLABLE SIGN-ON CHECK     *
000040*  SHARED BY THE ONLINE SCREENS.  FIBSGN-PARMS CARRIES THE       *
000050*  OPERATOR ID AND PIN AS KEYED; FIBSGN-RESULT COMES BACK WITH   *
000060*  STATUS 0 AND THE OPERATOR'S NAME AND ROLES WHEN THE SIGN-ON   *
000070*  IS GOOD, OR STATUS 8 AND THE REASON WHEN IT IS REFUSED (THE   *
000080*  ROLES ARE THEN ALL "N").  THE CALLER SUPPLIES MATCHING        *
000090*  WORKING-STORAGE FOR BOTH GROUPS, CHECKS THE ROLE EACH         *
000100*  FUNCTION NEEDS, AND LOGS EVERY REFUSAL ON FIBEVLOG ITSELF.    *
000110*------------------------------------------------------------------
000120*  MOD LOG
000130*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000140*================================================================*
000150 01  FIBSGN-PARMS.
000160     05  FIBSGN-OPER-ID           PIC X(08).
000170     05  FIBSGN-PIN               PIC X(08).
000180 01  FIBSGN-RESULT.
000190     05  FIBSGN-STATUS-CODE       PIC 9(01).
000200         88  FIBSGN-OK            VALUE 0.
000210         88  FIBSGN-REFUSED       VALUE 8.
000220     05  FIBSGN-REASON            PIC X(40).
000230     05  FIBSGN-NAME              PIC X(24).
000240     05  FIBSGN-ROLES.
000250         10  FIBSGN-ROLE-INQUIRY      PIC X(01).
000260             88  FIBSGN-CAN-INQUIRE   VALUE "Y".
000270         10  FIBSGN-ROLE-MAKER        PIC X(01).
000280             88  FIBSGN-CAN-MAKE      VALUE "Y".
000290         10  FIBSGN-ROLE-APPROVER     PIC X(01).
000300             88  FIBSGN-CAN-APPROVE   VALUE "Y".
000310         10  FIBSGN-ROLE-SECADMIN     PIC X(01).
000320             88  FIBSGN-CAN-ADMIN     VALUE "Y".
