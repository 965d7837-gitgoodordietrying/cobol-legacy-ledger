*>================================================================*
*> BKRPTREC.cpy — Bankruptcy Filing Registry Record (118 bytes)
*> Used by: BANKRUPT.cob (FILE/DISCHARGE/DISMISS/LIST), and for
*>          the automatic stay (see STAYCHK.cpy) LOANS.cob,
*>          FEES.cob, TRANSACT.cob, SWEEP.cob, COLLECT.cob
*>
*> One record per debtor named in a bankruptcy case, on
*> BANKRUPT.DAT. BKR-KEY is an ACCT-ID (BKR-KEY-TYPE 'A') or a
*> customer name ('N', stored upper-cased) matched against
*> ACCT-NAME/ACCT-JOINT-OWNER and a loan's LOAN-BORROWER-NAME — the
*> same keying as the insider registry (INSIDREC.cpy). A joint
*> filing is one case number on several records. While
*> BKR-STATUS is 'A' the automatic stay is in force: every
*> collection path skips the debtor's accounts and logs the skip to
*> STAYSKIP.DAT (STAYSKREC.cpy). DISCHARGE flips the case to 'D'
*> and queues the debtor's loans for write-off review (WOREVIEW.DAT
*> — LNWOREC.cpy); DISMISS flips it to 'X' and normal collection
*> resumes. BKR-CLOSE-DATE is the discharge or dismissal date
*> (zero while the case is open). Closed cases stay on file.
*>================================================================*
 01  BANKRUPT-RECORD.
     05  BKR-CASE-NUM           PIC X(20).
     05  BKR-KEY-TYPE           PIC X(1).
         88  BKR-BY-ACCOUNT     VALUE 'A'.
         88  BKR-BY-NAME        VALUE 'N'.
     05  BKR-KEY                PIC X(30).
     05  BKR-CHAPTER            PIC 9(2).
     05  BKR-FILING-DATE        PIC 9(8).
     05  BKR-TRUSTEE            PIC X(30).
     05  BKR-STATUS             PIC X(1).
         88  BKR-ACTIVE         VALUE 'A'.
         88  BKR-DISCHARGED     VALUE 'D'.
         88  BKR-DISMISSED      VALUE 'X'.
     05  BKR-CLOSE-DATE         PIC 9(8).
     05  BKR-OPERATOR-ID        PIC X(10).
     05  BKR-CHANGED-DATE       PIC 9(8).
