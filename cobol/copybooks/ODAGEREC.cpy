*>================================================================*
*> ODAGEREC.cpy — Overdrawn-Account Aging Record
*> (89 bytes, LINE SEQUENTIAL)
*> Used by: COLLECT.cob (nightly AGING, RECOVER, LIST),
*>          TRANSACT.cob (overdraft fee stop, recovery deposits),
*>          FEES.cob (maintenance fee stop)
*>
*> One record per overdrawn episode of a deposit account, on
*> ODAGE.DAT. COLLECT.cob's AGING opens the record 'A'ging the
*> first night the account is found negative, with ODAG-NEG-DATE
*> set to the day its balance actually crossed zero (walked back
*> through TRANSACT.DAT), and refreshes ODAG-DAYS/ODAG-BALANCE
*> every night after. ODAG-BUCKET is the last collection-notice
*> bucket sent (0 none yet, 1-4 — see COMCODE.cpy's
*> OVERDRAWN-AGING-SETTINGS). ODAG-FEE-STOP 'Y' tells FEES.cob and
*> TRANSACT.cob to stop charging the account maintenance and
*> overdraft fees; ODAG-FROZEN 'Y' records that AGING moved the
*> account to ACCT-STATUS 'O' (collections — debits blocked) so a
*> cure can put it back to 'A'. The episode ends 'C'ured when the
*> balance comes back to zero or better, or 'W'ritten off when
*> AGING charges the balance off and closes the account —
*> ODAG-CHARGEOFF-AMT/ODAG-CHARGEOFF-TX-ID are that posting.
*> Deposits and collections that arrive afterwards post as
*> recoveries against it (ODAG-RECOVERED-AMT); the record goes to
*> 'R'ecovered once the whole charge-off has been paid back.
*>================================================================*
 01  ODAGE-RECORD.
     05  ODAG-ACCT-ID         PIC X(10).
     05  ODAG-STATUS          PIC X(1).
         88  ODAG-AGING       VALUE 'A'.
         88  ODAG-CURED       VALUE 'C'.
         88  ODAG-WRITTEN-OFF VALUE 'W'.
         88  ODAG-RECOVERED   VALUE 'R'.
     05  ODAG-NEG-DATE        PIC 9(8).
     05  ODAG-DAYS            PIC 9(3).
     05  ODAG-BUCKET          PIC 9(1).
     05  ODAG-FEE-STOP        PIC X(1).
     05  ODAG-FROZEN          PIC X(1).
     05  ODAG-BALANCE         PIC S9(10)V99.
     05  ODAG-STATUS-DATE     PIC 9(8).
     05  ODAG-CHARGEOFF-AMT   PIC 9(10)V99.
     05  ODAG-CHARGEOFF-TX-ID PIC X(12).
     05  ODAG-RECOVERED-AMT   PIC 9(10)V99.
     05  ODAG-LAST-RECOVERY   PIC 9(8).
