*>================================================================*
*> MNTCHGREC.cpy — Mass Account Maintenance Change Record (78 bytes)
*> Used by: ACCOUNTS.cob (MASSMAINT)
*>
*> One record per change on the LINE SEQUENTIAL change file named
*> on ACCOUNTS.cob's MASSMAINT command line — a branch
*> consolidation, product repricing or fee-waiver campaign keyed
*> up as a file instead of a shell loop of UPDATE/WAIVE/RATEOVR.
*> MCHG-FIELD names what is changing:
*>   STATUS  — ACCT-STATUS (A, F, L or P; closing, estate and
*>             collections status keep their own operations)
*>   JOINT   — ACCT-JOINT-OWNER (NONE = no joint owner)
*>   BENEFIC — ACCT-BENEFICIARY (NONE = no beneficiary)
*>   EXEMPT  — ACCT-FEE-EXEMPT (Y or N)
*>   BRANCH  — home branch on ACCTBRN.DAT (old NONE = unassigned)
*>   RATEOVR — rate override on RATEOVR.DAT, written as
*>             "<R|S> <rate> <start-yyyymmdd> <expiry-yyyymmdd>"
*>             (old NONE = no override on file)
*> MCHG-OLD-VALUE is what the requester saw on file when the list
*> was drawn up; a line whose old value no longer matches is
*> rejected rather than overwriting someone else's later change.
*> The field, old and new values line up with OVRDREC.cpy's so
*> each applied change journals straight onto OVERRIDE-LOG.DAT.
*>================================================================*
 01  MAINT-CHANGE-RECORD.
     05  MCHG-ACCT-ID         PIC X(10).
     05  MCHG-FIELD           PIC X(8).
     05  MCHG-OLD-VALUE       PIC X(30).
     05  MCHG-NEW-VALUE       PIC X(30).
