000010*================================================================*
000020*  FIBPREQ.CPY                                                   *
000030*  INBOUND PLANNING-SYSTEM PARAMETER REQUEST FILE (FIB820).  THE *
000040*  PLANNING SYSTEM SENDS ONE FILE PER BATCH:  ONE HEADER RECORD  *
000050*  NAMING THE SENDING SYSTEM AND BATCH, ONE DETAIL RECORD PER    *
000060*  REQUESTED CALENDAR CHANGE, AND ONE TRAILER CARRYING THE       *
000070*  NUMBER OF DETAILS SENT.  A DETAIL IS EITHER AN ADD OF A       *
000080*  FUTURE-DATED CALENDAR RECORD (ACTION "A") OR THE DELETE OF A  *
000090*  STAGED ONE (ACTION "D") - EXACTLY WHAT AN OPERATOR KEYS ON    *
000100*  FIB800.  A DELETE NEEDS ONLY THE RUN-ID AND EFFECTIVE DATE;   *
000110*  A BLANK LABEL ON AN ADD TAKES THE CALENDAR'S OWN LABEL.  THE  *
000120*  REQUEST SEQUENCE IS THE PLANNING SYSTEM'S OWN NUMBER AND IS   *
000130*  ECHOED ON THE FIBPRSP RESPONSE SO IT CAN MATCH EACH ANSWER.   *
000140*  EVERY RECORD IS THE SAME 80-BYTE LENGTH.                      *
000150*------------------------------------------------------------------
000160*  MOD LOG
000170*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000180*================================================================*
000190 01  FIBPREQ-HEADER-REC.
000200     05  FIBPREQ-H-TYPE           PIC X(01).
000210         88  FIBPREQ-IS-HEADER    VALUE "H".
000220         88  FIBPREQ-IS-DETAIL    VALUE "D".
000230         88  FIBPREQ-IS-TRAILER   VALUE "T".
000240     05  FIBPREQ-H-SOURCE         PIC X(08).
000250     05  FIBPREQ-H-BATCH-ID       PIC X(10).
000260     05  FIBPREQ-H-CREATE-DATE    PIC 9(08).
000270     05  FIBPREQ-H-CREATE-TIME    PIC 9(08).
000280     05  FILLER                   PIC X(45).
000290 01  FIBPREQ-DETAIL-REC.
000300     05  FIBPREQ-D-TYPE           PIC X(01).
000310     05  FIBPREQ-D-SEQ            PIC 9(05).
000320     05  FIBPREQ-D-RUN-ID         PIC X(08).
000330     05  FIBPREQ-D-ACTION         PIC X(01).
000340         88  FIBPREQ-D-ADD        VALUE "A".
000350         88  FIBPREQ-D-DELETE     VALUE "D".
000360     05  FIBPREQ-D-EFF-DATE       PIC 9(08).
000370     05  FIBPREQ-D-SEED1          PIC 9(09).
000380     05  FIBPREQ-D-SEED2          PIC 9(09).
000390     05  FIBPREQ-D-TERM-COUNT     PIC 9(05).
000400     05  FIBPREQ-D-LABEL          PIC X(20).
000410     05  FILLER                   PIC X(14).
000420 01  FIBPREQ-TRAILER-REC.
000430     05  FIBPREQ-T-TYPE           PIC X(01).
000440     05  FIBPREQ-T-DETAIL-COUNT   PIC 9(07).
000450     05  FILLER                   PIC X(72).
