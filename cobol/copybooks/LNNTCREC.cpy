*>================================================================*
*> LNNTCREC.cpy — Loan Autopay Failure Notice Record (95 bytes)
*> Used by: LOANS.cob (AUTODEBIT)
*>
*> One record per autopay draft that failed its last re-presentment
*> attempt, appended to LOANNOTICE.DAT by LOANS.cob's AUTODEBIT
*> (same append-only idiom as HOLDNTCREC.cpy/HOLDNOTICE.DAT) so the
*> branch can print and mail the borrower the notice that the
*> installment went unpaid and LNTN-LATE-CHARGE was assessed.
*> LNTN-AMOUNT is the draft that failed (P&I plus any escrow);
*> LNTN-ATTEMPTS counts the retries made after the original draft.
*>================================================================*
 01  LOAN-NOTICE-RECORD.
     05  LNTN-LOAN-ID          PIC X(10).
     05  LNTN-BORROWER-ACCT    PIC X(10).
     05  LNTN-FUND-ACCT        PIC X(10).
     05  LNTN-BORROWER-NAME    PIC X(30).
     05  LNTN-AMOUNT           PIC 9(8)V99.
     05  LNTN-LATE-CHARGE      PIC 9(6)V99.
     05  LNTN-ATTEMPTS         PIC 9(1).
     05  LNTN-FIRST-DATE       PIC 9(8).
     05  LNTN-DATE             PIC 9(8).
