*>================================================================*
*> LOANREC.cpy — Installment Loan Master Record (236 bytes)
*> Used by: LOANS.cob, REPORTS.cob (INSIDER, GAP), PURGE.cob
*>
*> One record per loan on LOANS.DAT — the small loan book that used
*> to live in a spreadsheet, with repayments posted as plain
*> DEPOSITs to a house account. LOAN-ID ("LN-<node>-nnnnn") is also
*> the TRANS-ACCT-ID the principal/interest legs post under on
*> TRANSACT.DAT, so a loan's cash history reads like any account's
*> (a mortgage's escrow deposits and tax/insurance disbursements
*> post under it too — see ESCROWREC.cpy).
*> LOAN-BALANCE is outstanding principal; LOAN-PAYMENT is the level
*> monthly payment LOANS.cob's ORIGINATE derives from principal,
*> rate, and term when it generates the LOANSCHED.DAT amortization
*> schedule (see LOANSCHREC.cpy). LOAN-PAID-PRINCIPAL/-INTEREST are
*> running splits of everything received, for the book's yield
*> reporting. LOAN-INSIDER-FLAG 'Y' marks a loan ORIGINATE made to
*> an insider or related interest on INSIDER.DAT (INSIDREC.cpy) —
*> it needs board approval under Regulation O and is listed on
*> REPORTS.cob's INSIDER report. Records written before the field
*> existed read it as a space (not an insider loan).
*> LOAN-AUTOPAY-STATUS 'A' enrolls the loan in automatic payment:
*> LOANS.cob's daily AUTODEBIT drafts each installment (plus any
*> escrow) from LOAN-AUTOPAY-ACCT — the borrower's own account or
*> any other deposit account — on its due date, and
*> LOAN-AUTOPAY-THRU is the latest due date already drafted. A
*> draft the account can't cover is retried off REPRESENT.DAT
*> (REPRESENTREC.cpy); when the retries run out LOAN-LATE-CHARGES
*> is assessed a late charge, collected ahead of any principal
*> curtailment on the next payment. Records written before these
*> fields existed read back as spaces — not enrolled, nothing
*> owed — and readers class-test the numeric ones.
*> LOAN-RATE-TYPE 'V' makes the loan adjustable (LOANS.cob's ARM
*> operation sets the terms on a loan ORIGINATE booked at its start
*> rate): on each LOAN-NEXT-ADJ-DATE the REPRICE batch resets
*> LOAN-RATE to the LOAN-INDEX-CODE rate in effect on INDEXRATE.DAT
*> (IDXRTREC.cpy) plus LOAN-MARGIN, moved no more than
*> LOAN-PERIODIC-CAP up or LOAN-PERIODIC-FLOOR down from the old
*> rate (zero = no periodic limit) and kept within
*> LOAN-LIFE-FLOOR..LOAN-LIFE-CAP, re-amortizes the unpaid
*> installments due after the adjustment date at the new rate and
*> moves the date on LOAN-ADJ-FREQ months. Rates are annual
*> fractions like LOAN-RATE. Anything else in LOAN-RATE-TYPE
*> (records written before the field existed read a space) is a
*> fixed-rate loan and the rest of these fields mean nothing.
*> LOAN-SCRA-STATUS 'C' marks a loan LOANS.cob's SCRACAP has capped
*> under the Servicemembers Civil Relief Act: the borrower is on
*> the servicemember registry (SCRA.DAT — SCRAREC.cpy) with service
*> that began after LOAN-ORIGIN-DATE, so LOAN-RATE is held at
*> COMCODE.cpy's SCRA-RATE-CAP from LOAN-SCRA-CAP-DATE (the service
*> start) and LOAN-SCRA-ORIG-RATE keeps the contract rate (REPRICE
*> moves it on an adjustable loan). LOAN-SCRA-FORGIVEN is the
*> interest above the cap given up so far, counted installment by
*> installment through LOAN-SCRA-THRU, plus any excess already
*> paid on installments due after the service start. When the
*> protected period ends SCRACAP restores the contract rate and
*> flips the status to 'R' with LOAN-SCRA-RESTORE-DATE. Space (and
*> records written before these fields existed) means never capped.
*>================================================================*
 01  LOAN-RECORD.
     05  LOAN-ID              PIC X(10).
         88  LOAN-PAID-OFF    VALUE 'P'.
     05  LOAN-PAID-PRINCIPAL  PIC 9(10)V99.
     05  LOAN-PAID-INTEREST   PIC 9(10)V99.
     05  LOAN-INSIDER-FLAG    PIC X(1).
         88  LOAN-INSIDER     VALUE 'Y'.
     05  LOAN-AUTOPAY-STATUS  PIC X(1).
         88  LOAN-AUTOPAY-ON  VALUE 'A'.
         88  LOAN-AUTOPAY-OFF VALUE 'C'.
     05  LOAN-AUTOPAY-ACCT    PIC X(10).
     05  LOAN-AUTOPAY-THRU    PIC 9(8).
     05  LOAN-LATE-CHARGES    PIC 9(6)V99.
     05  LOAN-RATE-TYPE       PIC X(1).
         88  LOAN-ADJUSTABLE  VALUE 'V'.
     05  LOAN-INDEX-CODE      PIC X(6).
     05  LOAN-MARGIN          PIC 9V9(4).
     05  LOAN-ADJ-FREQ        PIC 9(3).
     05  LOAN-NEXT-ADJ-DATE   PIC 9(8).
     05  LOAN-PERIODIC-CAP    PIC 9V9(4).
     05  LOAN-PERIODIC-FLOOR  PIC 9V9(4).
     05  LOAN-LIFE-CAP        PIC 9V9(4).
     05  LOAN-LIFE-FLOOR      PIC 9V9(4).
     05  LOAN-SCRA-STATUS     PIC X(1).
         88  LOAN-SCRA-CAPPED   VALUE 'C'.
         88  LOAN-SCRA-RESTORED VALUE 'R'.
     05  LOAN-SCRA-ORIG-RATE  PIC 9V9(4).
     05  LOAN-SCRA-CAP-DATE   PIC 9(8).
     05  LOAN-SCRA-RESTORE-DATE PIC 9(8).
     05  LOAN-SCRA-THRU       PIC 9(8).
     05  LOAN-SCRA-FORGIVEN   PIC 9(8)V99.
