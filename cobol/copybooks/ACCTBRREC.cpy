*>================================================================*
*> ACCTBRREC.cpy — Account Home-Branch Record (22 bytes)
*> Used by: ACCOUNTS.cob (CREATE, REKEY), BRANCHES.cob (ASSIGN),
*>          REPORTS.cob (BRANCH report)
*>
*> One record per account on ACCTBRN.DAT naming the branch that
*> owns the relationship — where its deposits and fee income are
*> credited on REPORTS.cob's BRANCH report, independent of which
*> branch a given transaction happened to be keyed at (that is
*> TRANS-BRANCH). Written by ACCOUNTS.cob's CREATE when a branch
*> is given, and by BRANCHES.cob's ASSIGN for accounts opened
*> before branches were tracked; an account with no record here
*> reports as UNASSIGNED. Kept off ACCTREC.cpy so ACCOUNTS.DAT's
*> indexed layout (and every program that rewrites it) is
*> untouched.
*>================================================================*
 01  ACCT-BRANCH-RECORD.
     05  ABR-ACCT-ID          PIC X(10).
     05  ABR-BRANCH-CODE      PIC X(4).
     05  ABR-ASSIGNED-DATE    PIC 9(8).
