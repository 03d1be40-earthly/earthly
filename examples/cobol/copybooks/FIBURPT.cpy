000010*================================================================*
000020*  FIBURPT.CPY                                                   *
000030*  MONTH-END USAGE AND CHARGEBACK REPORT LAYOUT (FIB580).  ONE   *
000040*  HEADER RECORD; THEN, FOR EACH OWNING DEPARTMENT AND COST      *
000050*  CENTER IN TURN, ONE "G" RECORD NAMING IT, ONE DETAIL RECORD   *
000060*  PER RUN-ID IT OWNS WITH THAT RUN-ID'S USAGE FOR THE MONTH     *
000070*  AND ITS PRICE, AND ONE "S" SUBTOTAL RECORD CARRYING THE       *
000080*  AMOUNT CHARGED TO THE COST CENTER.  RUN-IDS WITH NO OWNER ON  *
000090*  FIBOWNR FOLLOW AS "U" RECORDS - SAME SHAPE AS A DETAIL,       *
000100*  PRICED SO THE AMOUNT OPERATIONS ABSORBS IS VISIBLE, BUT NOT   *
000110*  CHARGED.  THE TRAILER CARRIES THE CONTROL TOTALS THAT THE     *
000120*  FIBJRNL JOURNAL MUST AGREE WITH.                              *
000130*------------------------------------------------------------------
000140*  MOD LOG
000150*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000160*================================================================*
000170 01  FIBURPT-HEADER-REC.
000180     05  FIBURPT-H-TYPE           PIC X(01) VALUE "H".
000190     05  FIBURPT-H-RUN-DATE       PIC 9(08).
000200     05  FIBURPT-H-PERIOD         PIC 9(06).
000210     05  FIBURPT-H-OPS-CENTER     PIC X(10).
000220     05  FIBURPT-H-TITLE          PIC X(40).
000230     05  FILLER                   PIC X(15).
000240 01  FIBURPT-DEPT-REC.
000250     05  FIBURPT-G-TYPE           PIC X(01) VALUE "G".
000260     05  FIBURPT-G-DEPT           PIC X(08).
000270     05  FIBURPT-G-COST-CENTER    PIC X(10).
000280     05  FIBURPT-G-DEPT-NAME      PIC X(24).
000290     05  FILLER                   PIC X(37).
000300 01  FIBURPT-DETAIL-REC.
000310     05  FIBURPT-D-TYPE           PIC X(01) VALUE "D".
000320         88  FIBURPT-D-UNOWNED    VALUE "U".
000330     05  FIBURPT-D-RUN-ID         PIC X(08).
000340     05  FIBURPT-D-PROGRAM        PIC X(08).
000350     05  FIBURPT-D-RUNS           PIC 9(05).
000360     05  FIBURPT-D-RERUNS         PIC 9(05).
000370     05  FIBURPT-D-VOIDED         PIC 9(05).
000380     05  FIBURPT-D-TERMS          PIC 9(09).
000390     05  FIBURPT-D-SECONDS        PIC 9(08).
000400     05  FIBURPT-D-CHARGE         PIC 9(09)V9(02).
000410     05  FILLER                   PIC X(20).
000420 01  FIBURPT-SUBTOTAL-REC.
000430     05  FIBURPT-S-TYPE           PIC X(01) VALUE "S".
000440     05  FIBURPT-S-DEPT           PIC X(08).
000450     05  FIBURPT-S-COST-CENTER    PIC X(10).
000460     05  FIBURPT-S-RUN-IDS        PIC 9(05).
000470     05  FIBURPT-S-RUNS           PIC 9(05).
000480     05  FIBURPT-S-RERUNS         PIC 9(05).
000490     05  FIBURPT-S-VOIDED         PIC 9(05).
000500     05  FIBURPT-S-TERMS          PIC 9(09).
000510     05  FIBURPT-S-SECONDS        PIC 9(09).
000520     05  FIBURPT-S-CHARGE         PIC 9(11)V9(02).
000530     05  FILLER                   PIC X(10).
000540 01  FIBURPT-TRAILER-REC.
000550     05  FIBURPT-T-TYPE           PIC X(01) VALUE "T".
000560     05  FIBURPT-T-RUN-DATE       PIC 9(08).
000570     05  FIBURPT-T-PERIOD         PIC 9(06).
000580     05  FIBURPT-T-DEPT-COUNT     PIC 9(05).
000590     05  FIBURPT-T-RUN-ID-COUNT   PIC 9(05).
000600     05  FIBURPT-T-CHARGED        PIC 9(11)V9(02).
000610     05  FIBURPT-T-UNOWNED-COUNT  PIC 9(05).
000620     05  FIBURPT-T-UNOWNED-CHARGE PIC 9(11)V9(02).
000630     05  FIBURPT-T-JOURNAL-LINES  PIC 9(05).
000640     05  FILLER                   PIC X(19).
