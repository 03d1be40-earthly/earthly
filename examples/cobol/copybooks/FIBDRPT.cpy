000096*              SAYING WHETHER THE TARGET WAS REACHED ("Y") OR
000098*              THE SAFETY CEILING CUT THE RUN OFF FIRST ("N");
000099*              BOTH ARE SPACES/ZERO ON A FIXED-COUNT RUN.
000101*  2026-10-14  RLS  DETAIL NOW CARRIES THE OPENING BALANCE, GROWTH
000102*              AND CASH FLOW BEHIND EACH TERM OF A CASH-FLOW
000103*              RUN, WITH FIBDRPT-D-VALUE AS THE CLOSING BALANCE
000104*              AND A FLAG ON THE TERM THAT WENT BELOW ZERO; THE
000105*              TRAILER CARRIES THAT TERM.  ON OTHER RUNS THE NEW
000106*              DETAIL FIELDS ARE SPACES AND THE TERM IS ZERO.
000100*================================================================*
000110 01  FIBDRPT-HEADER-REC.
000120     05  FIBDRPT-H-TYPE           PIC X(01) VALUE "H".
000170     05  FIBDRPT-D-TYPE           PIC X(01) VALUE "D".
000180     05  FIBDRPT-D-SEQ            PIC 9(05).
000190     05  FIBDRPT-D-VALUE          PIC -(09)9.9999.
000192     05  FIBDRPT-D-OPENING        PIC -(09)9.9999.
000194     05  FIBDRPT-D-GROWTH         PIC -(09)9.9999.
000196     05  FIBDRPT-D-CASH-FLOW      PIC -(09)9.9999.
000198     05  FIBDRPT-D-NEG-FLAG       PIC X(01).
000199         88  FIBDRPT-D-NEGATIVE   VALUE "Y".
000200     05  FILLER                   PIC X(13).
000210 01  FIBDRPT-TRAILER-REC.
000220     05  FIBDRPT-T-TYPE           PIC X(01) VALUE "T".
000230     05  FIBDRPT-T-RUN-DATE       PIC 9(08).
000240     05  FIBDRPT-T-RECORD-COUNT   PIC 9(07).
000250     05  FIBDRPT-T-TARGET-TERM    PIC 9(05).
000260     05  FIBDRPT-T-TARGET-FLAG    PIC X(01).
000265     05  FIBDRPT-T-NEG-TERM       PIC 9(05).
000270     05  FILLER                   PIC X(33).

