*>================================================================*
*> LOANSCHREC.cpy — Loan Amortization Schedule Record (52 bytes)
*> Used by: LOANS.cob, REPORTS.cob (GAP runoff)
*>
*> One record per scheduled installment on LOANSCHED.DAT, generated
*> by LOANS.cob's ORIGINATE — LSCH-SEQ runs 1..LOAN-TERM-MONTHS in
