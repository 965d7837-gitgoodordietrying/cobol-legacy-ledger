*>================================================================*
*> STAYSKREC.cpy — Automatic-Stay Skip Log Record (128 bytes)
*> Used by: LOANS.cob, FEES.cob, TRANSACT.cob, SWEEP.cob,
*>          COLLECT.cob (writers), BANKRUPT.cob (STAYRPT)
*>
*> One record per collection action a program held back because
*> the account's holder is a debtor in an active bankruptcy case
*> (BANKRUPT.DAT — BKRPTREC.cpy), appended to STAYSKIP.DAT. It is
*> the evidence that the stay was honored and the source of
*> BANKRUPT.cob's stay-exception report. SSK-PATH names the
*> collection path:
*>   AUTOPAY   — LOANS.cob AUTODEBIT installment draft
*>   AUTORETRY — LOANS.cob AUTODEBIT NSF retry (and the late
*>               charge its last failure would assess)
*>   REPRESENT — TRANSACT.cob REPRESENT NSF re-presentment retry
*>   ODFEE     — TRANSACT.cob per-incident overdraft fee
*>   FEE       — FEES.cob ASSESS monthly fee
*>   SWEEPPULL — SWEEP.cob overdraft cover pull
*>   ODNOTICE  — COLLECT.cob AGING overdrawn-account notice
*> SSK-REF is the loan id, queue item, transaction or sweep target
*> account the action concerned; SSK-AMOUNT what it would have
*> collected (the balance, for a notice).
*>================================================================*
 01  STAY-SKIP-RECORD.
     05  SSK-DATE               PIC 9(8).
     05  SSK-TIME               PIC 9(6).
     05  SSK-PROGRAM            PIC X(8).
     05  SSK-PATH               PIC X(10).
     05  SSK-ACCT-ID            PIC X(10).
     05  SSK-REF                PIC X(12).
     05  SSK-CASE-NUM           PIC X(20).
     05  SSK-CHAPTER            PIC 9(2).
     05  SSK-AMOUNT             PIC S9(10)V99.
     05  SSK-REASON             PIC X(40).
