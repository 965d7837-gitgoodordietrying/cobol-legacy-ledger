*>================================================================*
*> BRANCHREC.cpy — Branch Master Record (67 bytes)
*> Used by: BRANCHES.cob (maintenance), TRANSACT.cob and
*>          ACCOUNTS.cob (branch-code validation), REPORTS.cob
*>          (BRANCH report)
*>
*> One record per branch on BRANCH.DAT. TRANS-BRANCH (TRANSREC.cpy)
*> used to accept any four characters, so a keying slip like "MAN "
*> for "MAIN" quietly split one branch into two on REPORTS.cob's
*> CHANNEL output. TRANSACT.cob now refuses a branch code that isn't
*> on file here or is Closed (RESULT|24). A Closed branch stays on
*> file so its history still reports under its own name and region,
*> same posture as a Closed payee on PAYEE.DAT. BRANCH-COST-CENTER
*> is the finance cost center the branch's fee income rolls up to.
*>================================================================*
 01  BRANCH-RECORD.
     05  BRANCH-CODE          PIC X(4).
     05  BRANCH-NAME          PIC X(30).
     05  BRANCH-REGION        PIC X(10).
     05  BRANCH-STATUS        PIC X(1).
         88  BRANCH-OPEN      VALUE 'O'.
         88  BRANCH-CLOSED    VALUE 'C'.
     05  BRANCH-COST-CENTER   PIC X(6).
     05  BRANCH-OPEN-DATE     PIC 9(8).
     05  BRANCH-STATUS-DATE   PIC 9(8).
