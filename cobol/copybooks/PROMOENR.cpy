*>================================================================*
*> PROMOENR.cpy — New-Account Promotion Enrollment Record
*> (100 bytes, LINE SEQUENTIAL)
*> Used by: ACCOUNTS.cob (CREATE enrolls, CLOSE claws back),
*>          PROMO.cob (daily RUN qualifies and pays)
*>
*> One record per account opened under a promotional offer, on
*> PROMOENR.DAT. CREATE writes it 'P'ending with the offer's terms
*> fixed for this account: PENR-DEADLINE (last day the qualifying
*> activity counts), PENR-BONUS, and PENR-CLAWBACK-END (last day a
*> close takes the bonus back). PROMO.cob's daily RUN refreshes the
*> progress counters (PENR-DD-TOTAL, PENR-POS-COUNT) and flips the
*> enrollment to 'Q' when the bonus is paid (PENR-BONUS-TX-ID is
*> the 'I' posting) or to 'X'pired when the deadline passes (or the
*> account closes) unqualified. A close on or before
*> PENR-CLAWBACK-END flips a paid enrollment to 'C'lawed back:
*> PENR-CLAWBACK-AMT is what was recovered from the balance and
*> PENR-SHORTFALL what could not be (the customer had already
*> spent it), left for collections.
*>================================================================*
 01  PROMO-ENROLL-RECORD.
     05  PENR-ACCT-ID         PIC X(10).
     05  PENR-PROMO-CODE      PIC X(8).
     05  PENR-ENROLL-DATE     PIC 9(8).
     05  PENR-DEADLINE        PIC 9(8).
     05  PENR-STATUS          PIC X(1).
         88  PENR-PENDING     VALUE 'P'.
         88  PENR-PAID        VALUE 'Q'.
         88  PENR-EXPIRED     VALUE 'X'.
         88  PENR-CLAWED-BACK VALUE 'C'.
     05  PENR-STATUS-DATE     PIC 9(8).
     05  PENR-DD-TOTAL        PIC 9(8)V99.
     05  PENR-POS-COUNT       PIC 9(3).
     05  PENR-BONUS           PIC 9(6)V99.
     05  PENR-BONUS-TX-ID     PIC X(12).
     05  PENR-CLAWBACK-END    PIC 9(8).
     05  PENR-CLAWBACK-AMT    PIC 9(6)V99.
     05  PENR-SHORTFALL       PIC 9(6)V99.
