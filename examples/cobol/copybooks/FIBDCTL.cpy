000134*              FOR THE ONE SEED PLUS THE DIVERGENCE TOLERANCE.
000136*              FIB300 IGNORES THESE FIELDS, SO THE ONE-RATE-PER-
000137*              RECORD SHAPE STILL DRIVES A PLAIN RUN.
000138*  2026-10-14  RLS  ADDED THE CASH-FLOW RUN MODE "F": EACH TERM
000139*              ALSO TAKES FIBDCTL-CASH-AMOUNT (A CONTRIBUTION IF
000141*              POSITIVE, A WITHDRAWAL IF NEGATIVE), APPLIED
000142*              BEFORE ("B") OR AFTER ("A") THAT TERM'S GROWTH AS
000143*              FIBDCTL-CASH-TIMING SAYS.  OTHER MODES IGNORE
000144*              BOTH FIELDS.  THEIR 14 BYTES TAKE THE OLD 8-BYTE
000145*              FILLER PLUS 6 MORE, SO THE RECORD GROWS FROM 111
000146*              TO 117 BYTES; REALLOCATE PROD.FIB.FIBDCTL AT
000147*              LRECL 117 BEFORE THE FIRST MODE "F" RUN.
000130*================================================================*
000140 01  FIBDCTL-RECORD.
000150     05  FIBDCTL-RUN-ID           PIC X(08).
000210     05  FIBDCTL-RUN-MODE         PIC X(01).
000220         88  FIBDCTL-MODE-TARGET  VALUE "T".
000230         88  FIBDCTL-MODE-COUNT   VALUE "C" " ".
000235         88  FIBDCTL-MODE-CASHFLOW VALUE "F".
000240     05  FIBDCTL-TARGET-VALUE     PIC S9(09)V9(04).
000250     05  FIBDCTL-SCEN-COUNT       PIC 9(01).
000260     05  FIBDCTL-SCEN-RATE        OCCURS 3 TIMES
000270                                  PIC S9(03)V9(04).
000280     05  FIBDCTL-SCEN-TOLERANCE   PIC S9(09)V9(04).
000282     05  FIBDCTL-CASH-AMOUNT      PIC S9(09)V9(04).
000284     05  FIBDCTL-CASH-TIMING      PIC X(01).
000286         88  FIBDCTL-CASH-BEFORE  VALUE "B".
000288         88  FIBDCTL-CASH-AFTER   VALUE "A".

