*>================================================================*
*> REPRESENTREC.cpy — NSF Re-presentment Queue Record (102 bytes)
*> Used by: TRANSACT.cob, LOANS.cob (AUTODEBIT), INTEGRITY.cob
*>
*> One record per WITHDRAW that declined RC-NSF — queued instead of
*> just telling the merchant to manually resubmit. REPRESENT scans
*> counting the original decline); once it reaches
*> REPRESENT-MAX-ATTEMPTS in COMCODE.cpy the item is marked
*> REP-EXHAUSTED instead of being requeued again.
*> REP-LOAN-ID marks a loan autopay draft (LOANS.cob's AUTODEBIT)
*> that REP-ACCT-ID couldn't cover: AUTODEBIT retries those itself,
*> on the same REPRESENT-RETRY-DAYS/-MAX-ATTEMPTS schedule, because
*> a retry that posts must also be applied to the loan. TRANSACT's
*> REPRESENT leaves them alone. SPACES on every other item, and on
*> records written before the field existed.
*>================================================================*
 01  REPRESENT-RECORD.
     05  REP-ID                PIC X(12).
         88  REP-POSTED        VALUE 'D'.
         88  REP-EXHAUSTED     VALUE 'F'.
     05  REP-CREATED-DATE      PIC 9(8).
     05  REP-LOAN-ID           PIC X(10).
