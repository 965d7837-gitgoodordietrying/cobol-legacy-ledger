*>================================================================*
*> ODNTCREC.cpy — Overdrawn-Account Collection Notice Record
*> (83 bytes)
*> Used by: COLLECT.cob (AGING)
*>
*> One record per collection notice, appended to ODNOTICE.DAT by
*> COLLECT.cob's AGING (same append-only idiom as LNNTCREC.cpy/
*> LOANNOTICE.DAT) so the branch can print and mail it: one as the
*> account enters each aging bucket (ODNT-BUCKET 1-4), and a final
*> one (ODNT-CHARGED-OFF 'Y') when the balance is charged off and
*> the account closed. ODNT-FEES-STOPPED/ODNT-FROZEN tell the
*> customer where the account stands; ODNT-CHARGEOFF-DATE is the
*> date the balance will be (or was) charged off if not repaid.
*>================================================================*
 01  OD-NOTICE-RECORD.
     05  ODNT-ACCT-ID          PIC X(10).
     05  ODNT-ACCT-NAME        PIC X(30).
     05  ODNT-BUCKET           PIC 9(1).
     05  ODNT-DAYS             PIC 9(3).
     05  ODNT-BALANCE          PIC S9(10)V99.
     05  ODNT-NEG-DATE         PIC 9(8).
     05  ODNT-FEES-STOPPED     PIC X(1).
     05  ODNT-FROZEN           PIC X(1).
     05  ODNT-CHARGED-OFF      PIC X(1).
     05  ODNT-CHARGEOFF-DATE   PIC 9(8).
     05  ODNT-DATE             PIC 9(8).
