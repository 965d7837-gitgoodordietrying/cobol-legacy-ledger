*>================================================================*
*> ESCROWREC.cpy — Mortgage Escrow Sub-Account Record (91 bytes)
*> Used by: LOANS.cob (ESCROW setup, PAYMENT/BILLING collection,
*>          ESCDISB disbursement, ESCANALYZE annual analysis)
*>
*> One record per loan carrying an escrow sub-account on ESCROW.DAT
*> — the property tax and hazard insurance the servicer pays on the
*> borrower's behalf. ESC-MONTHLY is collected with every
*> installment on top of the principal-and-interest LSCH-PAYMENT
*> and lands in ESC-BALANCE; the bills on the loan's payee
*> schedule (ESCPAYREC.cpy) are paid out of it on their due dates.
*> ESC-BALANCE is signed: a bill that comes due before enough has
*> been collected is still paid, and the servicer's advance shows as
*> a negative balance until the next analysis recovers it.
*> ESC-YTD-DEPOSITS/-DISBURSED accumulate since ESC-LAST-ANALYSIS
*> for the escrow statement, and are reset by each analysis;
*> ESC-CUSHION is the cushion that analysis allowed.
*>================================================================*
 01  ESCROW-RECORD.
     05  ESC-LOAN-ID          PIC X(10).
     05  ESC-STATUS           PIC X(1).
         88  ESC-ACTIVE       VALUE 'A'.
         88  ESC-CLOSED       VALUE 'C'.
     05  ESC-BALANCE          PIC S9(8)V99.
     05  ESC-MONTHLY          PIC 9(6)V99.
     05  ESC-CUSHION          PIC 9(6)V99.
     05  ESC-OPEN-DATE        PIC 9(8).
     05  ESC-LAST-ANALYSIS    PIC 9(8).
     05  ESC-NEXT-ANALYSIS    PIC 9(8).
     05  ESC-YTD-DEPOSITS     PIC 9(8)V99.
     05  ESC-YTD-DISBURSED    PIC 9(8)V99.
     05  ESC-OPERATOR-ID      PIC X(10).
