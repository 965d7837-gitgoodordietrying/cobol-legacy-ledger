*>================================================================*
*> CHKORDREC.cpy — Check-Book Order Registry Record (51 bytes)
*> Used by: CHKORDER.cob (maintenance, REORDER batch), TRANSACT.cob
*>          (CHECK range validation)
*>
*> One record per check-book order printed for an account on
*> CHKORDER.DAT: checks CHKORD-START-NUM through CHKORD-START-NUM +
*> CHKORD-QUANTITY - 1. Retail checking customers never register
*> individual checks on POSPAY.DAT, so for an account with no
*> positive-pay entries TRANSACT.cob's CHECK refuses a check number
*> that falls outside every range ever ordered for the account —
*> that is what a counterfeit check book looks like (see COMCODE.cpy
*> CHECK-ORDER-SETTINGS). CHKORD-REORDER-DATE is set when CHKORDER's
*> REORDER batch has issued a reorder notice against this range, so
*> the next month's run doesn't repeat it; zero until then.
*>================================================================*
 01  CHECK-ORDER-RECORD.
     05  CHKORD-ACCT-ID        PIC X(10).
     05  CHKORD-ORDER-DATE     PIC 9(8).
     05  CHKORD-START-NUM      PIC 9(10).
     05  CHKORD-QUANTITY       PIC 9(5).
     05  CHKORD-OPERATOR-ID    PIC X(10).
     05  CHKORD-REORDER-DATE   PIC 9(8).
