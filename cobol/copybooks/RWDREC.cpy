*>================================================================*
*> RWDREC.cpy — Rewards-Checking Enrollment Record
*> (68 bytes, LINE SEQUENTIAL)
*> Used by: ACCOUNTS.cob (REWARDS enrollment), INTEREST.cob
*>          (cycle qualification and reward-rate accrual),
*>          REPORTS.cob (statement rewards line)
*>
*> One record per checking account enrolled in rewards checking,
*> on REWARDS.DAT (same registry-file shape as ODLOC.DAT). Each
*> INTEREST.cob ACCRUE run closes the account's statement cycle —
*> RWD-CYCLE-START through the run date — and scores it against
*> COMCODE.cpy's REWARDS-CHECKING-SETTINGS: the outcome lands in
*> RWD-LAST-RESULT ('Q'ualified or 'N'ot) with the missed criteria
*> spelled out in RWD-LAST-MISSED ("POS DD ESTMT", any subset), and
*> the next cycle starts the day after RWD-LAST-CYCLE-END. A second
*> run on the same day reuses the stored outcome rather than
*> scoring (and refunding) the cycle twice. RWD-ESTMT is the
*> customer's e-statement election, kept here because it is one of
*> the qualifying criteria.
*>================================================================*
 01  REWARDS-RECORD.
     05  RWD-ACCT-ID          PIC X(10).
     05  RWD-STATUS           PIC X(1).
         88  RWD-ACTIVE       VALUE 'A'.
         88  RWD-CANCELLED    VALUE 'C'.
     05  RWD-ESTMT            PIC X(1).
         88  RWD-ESTMT-ENROLLED VALUE 'Y'.
     05  RWD-ENROLL-DATE      PIC 9(8).
     05  RWD-CYCLE-START      PIC 9(8).
     05  RWD-LAST-CYCLE-END   PIC 9(8).
     05  RWD-LAST-RESULT      PIC X(1).
         88  RWD-QUALIFIED    VALUE 'Q'.
         88  RWD-NOT-QUALIFIED VALUE 'N'.
     05  RWD-LAST-MISSED      PIC X(12).
     05  RWD-LAST-POS-COUNT   PIC 9(3).
     05  RWD-LAST-REFUND      PIC 9(4)V99.
     05  RWD-OPERATOR-ID      PIC X(10).
