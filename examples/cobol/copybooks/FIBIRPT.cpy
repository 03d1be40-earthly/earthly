000010*================================================================*
000020*  FIBIRPT.CPY                                                   *
000030*  INBOUND REQUEST EXCEPTIONS REPORT LAYOUT (FIB820).  ONE       *
000040*  HEADER RECORD; ONE DETAIL RECORD PER EXCEPTION, THE CONDITION *
000050*  CODE SAYING WHICH KIND IT IS:                                 *
000060*      F   THE FILE ITSELF IS UNUSABLE - NO HEADER, NO TRAILER,  *
000070*          A RECORD OF UNKNOWN TYPE, OR A TRAILER COUNT THAT DOES*
000080*          NOT MATCH THE DETAILS RECEIVED.  NOTHING IS STAGED.   *
000090*      R   ONE REQUEST FAILED THE FIB800 EDITS AND WAS NOT STAGED*
000100*  ONE TRAILER CARRYING THE COUNTS AND THE FILE'S DISPOSITION.   *
000110*  EVERY RECORD IS THE SAME 80-BYTE LENGTH.                      *
000120*------------------------------------------------------------------
000130*  MOD LOG
000140*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000150*================================================================*
000160 01  FIBIRPT-HEADER-REC.
000170     05  FIBIRPT-H-TYPE           PIC X(01) VALUE "H".
000180     05  FIBIRPT-H-RUN-DATE       PIC 9(08).
000190     05  FIBIRPT-H-SOURCE         PIC X(08).
000200     05  FIBIRPT-H-BATCH-ID       PIC X(10).
000210     05  FIBIRPT-H-TITLE          PIC X(40).
000220     05  FILLER                   PIC X(13).
000230 01  FIBIRPT-DETAIL-REC.
000240     05  FIBIRPT-D-TYPE           PIC X(01) VALUE "D".
000250     05  FIBIRPT-D-CONDITION      PIC X(01).
000260     05  FIBIRPT-D-SEQ            PIC 9(05).
000270     05  FIBIRPT-D-RUN-ID         PIC X(08).
000280     05  FIBIRPT-D-ACTION         PIC X(01).
000290     05  FIBIRPT-D-EFF-DATE       PIC 9(08).
000300     05  FIBIRPT-D-MESSAGE        PIC X(40).
000310     05  FILLER                   PIC X(16).
000320 01  FIBIRPT-TRAILER-REC.
000330     05  FIBIRPT-T-TYPE           PIC X(01) VALUE "T".
000340     05  FIBIRPT-T-RUN-DATE       PIC 9(08).
000350     05  FIBIRPT-T-RECEIVED       PIC 9(05).
000360     05  FIBIRPT-T-TRAILER-COUNT  PIC 9(07).
000370     05  FIBIRPT-T-STAGED         PIC 9(05).
000380     05  FIBIRPT-T-REJECTED       PIC 9(05).
000390     05  FIBIRPT-T-STATUS         PIC X(14).
000400     05  FILLER                   PIC X(35).
