*> the account. The documentation checklist (death certificate
*> reference, claimant identity) lives on ESTATE.DAT — see
*> ESTREC.cpy.
*> ACCT-TYPE 'R' (ACCT-CREDIT-CARD) is a consumer credit card: the
*> balance runs negative as the card is used, down to the credit
*> limit on CCACCT.DAT (CCACCTREC.cpy), and CCARD.cob cycles it
*> monthly. It earns no deposit interest and pays no deposit fees.
*> ACCT-STATUS 'O' (ACCT-COLLECTIONS) is set by COLLECT.cob's
*> nightly AGING on an account overdrawn past ODAGE-FREEZE-DAYS:
*> every debit path declines it exactly like a legal hold
*> (RESULT|16) while deposits still land, and a deposit that
*> brings the balance back to zero or better has the account put
*> back to 'A' on the next AGING run. See ODAGEREC.cpy.
*>================================================================*
 01  ACCOUNT-RECORD.
     05  ACCT-ID              PIC X(10).
         88  ACCT-SAVINGS     VALUE 'S'.
         88  ACCT-CD          VALUE 'D'.
         88  ACCT-MMKT        VALUE 'M'.
         88  ACCT-CREDIT-CARD VALUE 'R'.
     05  ACCT-BALANCE         PIC S9(10)V99.
     05  ACCT-STATUS          PIC X(1).
         88  ACCT-ACTIVE      VALUE 'A'.
         88  ACCT-LEGAL-HOLD  VALUE 'L'.
         88  ACCT-PENDING-KYC VALUE 'P'.
         88  ACCT-ESTATE      VALUE 'E'.
         88  ACCT-COLLECTIONS VALUE 'O'.
     05  ACCT-OPEN-DATE       PIC 9(8).
     05  ACCT-LAST-ACTIVITY   PIC 9(8).
     05  ACCT-FEE-EXEMPT      PIC X(1).
