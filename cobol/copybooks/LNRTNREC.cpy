*>================================================================*
*> LNRTNREC.cpy — Adjustable-Rate Change Notice Record (144 bytes)
*> Used by: LOANS.cob (REPRICE, SCRACAP)
*>
*> One record per rate adjustment that changes an adjustable
*> loan's rate or payment, appended to RATENOTICE.DAT by LOANS.cob's
*> REPRICE (same append-only idiom as LNNTCREC.cpy/LOANNOTICE.DAT)
*> so the branch can mail the borrower the rate-change notice ahead
*> of LRTN-FIRST-DUE, the first installment at LRTN-NEW-PAYMENT.
*> LRTN-LIMIT says what held the new rate back from index plus
*> margin: 'P' the periodic cap/floor, 'L' the lifetime cap/floor,
*> space neither; 'S' the servicemember (SCRA) rate cap. SCRACAP
*> writes the same notice when it caps a loan (LRTN-INDEX-CODE
*> "SCRA", LRTN-LIMIT 'S') and when it restores the contract rate
*> (LRTN-LIMIT 'R'). LRTN-BALANCE/-TERM are the principal and number
*> of installments the new payment was amortized over.
*>================================================================*
 01  LOAN-RATE-NOTICE-RECORD.
     05  LRTN-LOAN-ID          PIC X(10).
     05  LRTN-BORROWER-ACCT    PIC X(10).
     05  LRTN-BORROWER-NAME    PIC X(30).
     05  LRTN-ADJ-DATE         PIC 9(8).
     05  LRTN-INDEX-CODE       PIC X(6).
     05  LRTN-INDEX-RATE       PIC 9V9(4).
     05  LRTN-MARGIN           PIC 9V9(4).
     05  LRTN-OLD-RATE         PIC 9V9(4).
     05  LRTN-NEW-RATE         PIC 9V9(4).
     05  LRTN-LIMIT            PIC X(1).
         88  LRTN-PERIODIC-LIMIT VALUE 'P'.
         88  LRTN-LIFETIME-LIMIT VALUE 'L'.
         88  LRTN-SCRA-CAP      VALUE 'S'.
         88  LRTN-SCRA-RESTORE  VALUE 'R'.
     05  LRTN-OLD-PAYMENT      PIC 9(8)V99.
     05  LRTN-NEW-PAYMENT      PIC 9(8)V99.
     05  LRTN-FIRST-DUE        PIC 9(8).
     05  LRTN-BALANCE          PIC 9(10)V99.
     05  LRTN-TERM             PIC 9(3).
     05  LRTN-NEXT-ADJ-DATE    PIC 9(8).
     05  LRTN-DATE             PIC 9(8).
