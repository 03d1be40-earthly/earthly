000010*================================================================*
000020*  FIBJRNL.CPY                                                   *
000030*  GENERAL-LEDGER JOURNAL FEED WRITTEN BY THE MONTH-END USAGE    *
000040*  CHARGEBACK (FIB580).  FIXED 80-BYTE RECORDS: ONE HEADER; ONE  *
000050*  DEBIT LINE PER OWNING COST CENTER WITH A NON-ZERO CHARGE;     *
000060*  ONE CREDIT LINE TO THE OPERATIONS COST CENTER FOR THE SUM OF  *
000070*  THE DEBITS; AND ONE TRAILER WITH THE LINE COUNT AND THE       *
000080*  DEBIT AND CREDIT TOTALS, WHICH ALWAYS AGREE.  AMOUNTS ARE     *
000090*  UNSIGNED; J-DR-CR SAYS WHICH SIDE THE LINE POSTS TO.  A       *
000100*  MONTH WITH NOTHING TO CHARGE WRITES THE HEADER AND A ZERO     *
000110*  TRAILER ONLY.                                                 *
000120*------------------------------------------------------------------
000130*  MOD LOG
000140*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000150*================================================================*
000160 01  FIBJRNL-HEADER-REC.
000170     05  FIBJRNL-H-TYPE           PIC X(01) VALUE "H".
000180     05  FIBJRNL-H-SOURCE         PIC X(08).
000190     05  FIBJRNL-H-PERIOD         PIC 9(06).
000200     05  FIBJRNL-H-POST-DATE      PIC 9(08).
000210     05  FIBJRNL-H-DESCRIPTION    PIC X(30).
000220     05  FILLER                   PIC X(27).
000230 01  FIBJRNL-LINE-REC.
000240     05  FIBJRNL-J-TYPE           PIC X(01) VALUE "J".
000250     05  FIBJRNL-J-LINE-NO        PIC 9(05).
000260     05  FIBJRNL-J-COST-CENTER    PIC X(10).
000270     05  FIBJRNL-J-ACCOUNT        PIC X(08).
000280     05  FIBJRNL-J-DR-CR          PIC X(01).
000290         88  FIBJRNL-J-DEBIT      VALUE "D".
000300         88  FIBJRNL-J-CREDIT     VALUE "C".
000310     05  FIBJRNL-J-AMOUNT         PIC 9(11)V9(02).
000320     05  FIBJRNL-J-PERIOD         PIC 9(06).
000330     05  FIBJRNL-J-DEPT           PIC X(08).
000340     05  FIBJRNL-J-DESCRIPTION    PIC X(24).
000350     05  FILLER                   PIC X(04).
000360 01  FIBJRNL-TRAILER-REC.
000370     05  FIBJRNL-T-TYPE           PIC X(01) VALUE "T".
000380     05  FIBJRNL-T-LINE-COUNT     PIC 9(05).
000390     05  FIBJRNL-T-DEBIT-TOTAL    PIC 9(11)V9(02).
000400     05  FIBJRNL-T-CREDIT-TOTAL   PIC 9(11)V9(02).
000410     05  FILLER                   PIC X(48).
