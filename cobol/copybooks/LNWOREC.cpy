*>================================================================*
*> LNWOREC.cpy — Loan Write-Off Review Record (109 bytes)
*> Used by: BANKRUPT.cob (DISCHARGE)
*>
*> One record per loan queued for write-off review when the
*> borrower's bankruptcy case is discharged, appended to
*> WOREVIEW.DAT. A discharged debt can no longer be collected from
*> the debtor, so credit administration decides whether the
*> balance is charged off or pursued against collateral. At
*> discharge the loan's autopay is cancelled (LNWO-AUTOPAY-CANCELLED
*> 'Y') and any queued autopay retries on REPRESENT.DAT are
*> dropped, so no draft of the discharged debt runs once the stay
*> itself has ended. LNWO-BALANCE is outstanding principal and
*> LNWO-LATE-CHARGES unpaid late charges as of the discharge run.
*>================================================================*
 01  LOAN-WRITEOFF-RECORD.
     05  LNWO-LOAN-ID           PIC X(10).
     05  LNWO-BORROWER-ACCT     PIC X(10).
     05  LNWO-BORROWER-NAME     PIC X(30).
     05  LNWO-CASE-NUM          PIC X(20).
     05  LNWO-CHAPTER           PIC 9(2).
     05  LNWO-DISCHARGE-DATE    PIC 9(8).
     05  LNWO-BALANCE           PIC S9(10)V99.
     05  LNWO-LATE-CHARGES      PIC 9(6)V99.
     05  LNWO-AUTOPAY-CANCELLED PIC X(1).
     05  LNWO-DATE              PIC 9(8).
