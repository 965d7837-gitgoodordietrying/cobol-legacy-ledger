*>================================================================*
*> BALHREC.cpy — Daily Balance History Record Layout (64 bytes)
*> Used by: BALHIST.cob (EOD snapshot), REPORTS.cob (AVG-BALANCE)
*>
*> One record per account per business day, appended to BALHIST.DAT
*> by BALHIST.cob as the last step of EODRUN.cob's chain, so the
*> figures are the day's true closing position after sweeps,
*> interest, fees and settlement have all posted. BH-LEDGER-BAL is
*> ACCT-BALANCE as it stood at close; BH-HELD is the sum of the
*> account's still-Active HOLDS.DAT holds at that moment, and
*> BH-AVAIL-BAL is the ledger balance net of them — the same
*> available-to-spend figure VALIDATE.cob's SUM-ACTIVE-HOLDS derives
*> on the fly. BH-STATUS/BH-CURRENCY carry the account's ACCT-STATUS
*> and ACCT-CURRENCY that day so a history reader never has to go
*> back to ACCOUNTS.DAT (which only knows today's values).
*> Closed accounts are not snapshotted. The file is append-only,
*> LINE SEQUENTIAL, in BH-DATE order; nothing rewrites it.
*>================================================================*
 01  BALHIST-RECORD.
     05  BH-DATE              PIC 9(8).
     05  BH-ACCT-ID           PIC X(10).
     05  BH-LEDGER-BAL        PIC S9(10)V99.
     05  BH-AVAIL-BAL         PIC S9(10)V99.
     05  BH-HELD              PIC S9(10)V99.
     05  BH-STATUS            PIC X(1).
     05  BH-CURRENCY          PIC X(3).
     05  FILLER               PIC X(6).
