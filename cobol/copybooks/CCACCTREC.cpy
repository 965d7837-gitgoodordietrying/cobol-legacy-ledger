*>================================================================*
*> CCACCTREC.cpy — Consumer Credit Card Line Record
*> (117 bytes, LINE SEQUENTIAL)
*> Used by: CCARD.cob (OPEN, CYCLE, AGING, LIST), VALIDATE.cob
*>          (available credit on RESERVE), TRANSACT.cob (purchase
*>          and cash-advance draws)
*>
*> One record per credit card account, on CCACCT.DAT. The account
*> itself is an ordinary ACCOUNTS.DAT record of ACCT-TYPE 'R'
*> whose ACCT-BALANCE runs negative as the card is used — the
*> amount owed is 0 - ACCT-BALANCE and available credit is
*> CC-CREDIT-LIMIT plus ACCT-BALANCE (less active holds). Card
*> plastic is registered on CARDS.DAT against the account like a
*> debit card, purchases post as TRANSACT.cob POS debits and
*> payments arrive as TRANSFERs from a deposit account.
*>
*> CC-LAST-STMT-DATE through CC-DUE-DATE describe the most recent
*> statement (the open date, zero balance, before the first one).
*> CC-STMT-CASH is the part of CC-STMT-BALANCE that is cash
*> advances, accruing at CC-CASH-APR; the rest accrues at
*> CC-PURCHASE-APR unless CC-GRACE is 'Y' (the prior statement
*> was paid in full by its due date). CC-DUE-CHECKED is 'Y' once
*> CCARD.cob has judged the payments against the statement's due
*> date — grace kept or lost, late fee charged or not.
*> CC-PAST-DUE-CYCLES counts consecutive missed minimums (the
*> AGING buckets), CC-PAST-DUE-AMT what is still owed from them.
*>================================================================*
 01  CREDIT-CARD-RECORD.
     05  CC-ACCT-ID           PIC X(10).
     05  CC-STATUS            PIC X(1).
         88  CC-ACTIVE        VALUE 'A'.
         88  CC-CLOSED        VALUE 'C'.
     05  CC-CREDIT-LIMIT      PIC 9(8)V99.
     05  CC-PURCHASE-APR      PIC 9V9(4).
     05  CC-CASH-APR          PIC 9V9(4).
     05  CC-OPEN-DATE         PIC 9(8).
     05  CC-LAST-STMT-DATE    PIC 9(8).
     05  CC-NEXT-STMT-DATE    PIC 9(8).
     05  CC-STMT-BALANCE      PIC 9(8)V99.
     05  CC-STMT-CASH         PIC 9(8)V99.
     05  CC-MIN-DUE           PIC 9(8)V99.
     05  CC-DUE-DATE          PIC 9(8).
     05  CC-DUE-CHECKED       PIC X(1).
         88  CC-DUE-SETTLED   VALUE 'Y'.
     05  CC-GRACE             PIC X(1).
         88  CC-IN-GRACE      VALUE 'Y'.
     05  CC-PAST-DUE-CYCLES   PIC 9(2).
     05  CC-PAST-DUE-AMT      PIC 9(8)V99.
     05  CC-OPERATOR-ID       PIC X(10).
