000010*================================================================*
000020*  FIBQRPT.CPY                                                   *
000030*  EXCEPTIONS REPORT LAYOUT FOR THE CROSS-FILE INTEGRITY SWEEP   *
000040*  (FIB570).  ONE HEADER RECORD; THEN, FOR EACH CONDITION IN     *
000050*  TURN, ONE DETAIL RECORD PER ORPHAN OR CONTRADICTION FOUND     *
000060*  FOLLOWED BY A CONDITION RECORD CARRYING THAT CONDITION'S      *
000070*  COUNT (ZERO WHEN IT IS CLEAN, OR "NOT CHECKED" WHEN ITS FILE  *
000080*  COULD NOT BE OPENED); THEN ONE TRAILER WITH THE RECORDS       *
000090*  EXAMINED IN EACH FILE AND THE TOTAL EXCEPTION COUNT.          *
000100*                                                                *
000110*  CONDITION CODES:                                              *
000120*    CE  CATALOG ENDED WITH TERMS, NO FIBHIST TRAILER            *
000130*    HT  FIBHIST TRAILER WITH NO CATALOG RECORD                  *
000140*    MG  FIBHKEY MIRROR GENERATION NOT ON THE FIBHIST MASTER     *
000150*    CI  FIBCHK IN PROGRESS FOR A RUN THE CATALOG SAYS ENDED     *
000160*    CO  FIBCHK RECORD FOR A RUN-ID NEVER CATALOGUED             *
000170*    XV  FIBXLOG FEED STILL SENT FOR A VOIDED RUN                *
000180*    XO  FIBXLOG FEED FOR A RUN NOT ON THE CATALOG               *
000190*------------------------------------------------------------------
000200*  MOD LOG
000210*  2026-10-14  RLS  ORIGINAL COPYBOOK.
000220*================================================================*
000230 01  FIBQRPT-HEADER-REC.
000240     05  FIBQRPT-H-TYPE           PIC X(01) VALUE "H".
000250     05  FIBQRPT-H-RUN-DATE       PIC 9(08).
000260     05  FIBQRPT-H-CUTOFF-DATE    PIC 9(08).
000270     05  FIBQRPT-H-TITLE          PIC X(40).
000280     05  FILLER                   PIC X(23).
000290 01  FIBQRPT-DETAIL-REC.
000300     05  FIBQRPT-D-TYPE           PIC X(01) VALUE "D".
000310     05  FIBQRPT-D-CONDITION      PIC X(02).
000320     05  FIBQRPT-D-RUN-ID         PIC X(08).
000330     05  FIBQRPT-D-RUN-DATE       PIC 9(08).
000340     05  FIBQRPT-D-FILE           PIC X(08).
000350     05  FIBQRPT-D-STATUS         PIC X(01).
000360     05  FIBQRPT-D-MESSAGE        PIC X(40).
000370     05  FILLER                   PIC X(12).
000380 01  FIBQRPT-CONDITION-REC.
000390     05  FIBQRPT-C-TYPE           PIC X(01) VALUE "C".
000400     05  FIBQRPT-C-CONDITION      PIC X(02).
000410     05  FIBQRPT-C-COUNT          PIC 9(07).
000420     05  FIBQRPT-C-TEXT           PIC X(40).
000430     05  FIBQRPT-C-CHECKED        PIC X(01).
000440         88  FIBQRPT-C-NOT-CHECKED VALUE "N".
000450     05  FILLER                   PIC X(29).
000460 01  FIBQRPT-TRAILER-REC.
000470     05  FIBQRPT-T-TYPE           PIC X(01) VALUE "T".
000480     05  FIBQRPT-T-RUN-DATE       PIC 9(08).
000490     05  FIBQRPT-T-EXCP-COUNT     PIC 9(07).
000500     05  FIBQRPT-T-CAT-COUNT      PIC 9(07).
000510     05  FIBQRPT-T-GEN-COUNT      PIC 9(07).
000520     05  FIBQRPT-T-MIRROR-COUNT   PIC 9(07).
000530     05  FIBQRPT-T-CHK-COUNT      PIC 9(07).
000540     05  FIBQRPT-T-XLOG-COUNT     PIC 9(07).
000550     05  FIBQRPT-T-STATUS         PIC X(14).
000560     05  FILLER                   PIC X(15).
