*>================================================================*
*> STAYCHK.cpy — Bankruptcy Automatic-Stay Work Area
*> Used by: LOANS.cob, FEES.cob, TRANSACT.cob, SWEEP.cob,
*>          COLLECT.cob
*>
*> The automatic stay bars every collection action against a
*> debtor while the bankruptcy case is open. Each collection path
*> stages the active entries of BANKRUPT.DAT (BKRPTREC.cpy) into
*> WS-STAY-TABLE once per run with its LOAD-STAY-REGISTRY
*> paragraph, then, before it collects, moves the account to
*> WS-STAY-ACCT-ID and up to three holder names (owner, joint
*> owner, loan borrower name) to WS-STAY-NAME and PERFORMs
*> CHECK-BANKRUPTCY-STAY: WS-STAY-FLAG comes back 'Y', with the
*> case number and chapter, when an 'A' entry names the account or
*> an 'N' entry matches a name upper-cased. A held-back action is
*> described in WS-STAY-PATH/-REF/-AMOUNT/-REASON and logged by
*> the program's WRITE-STAY-SKIP paragraph to STAYSKIP.DAT
*> (STAYSKREC.cpy). Same shared-layout, per-program-paragraph
*> pattern as ACCTIO.cpy.
*>================================================================*
 01  WS-BKR-STATUS          PIC XX VALUE SPACES.
 01  WS-SSK-STATUS          PIC XX VALUE SPACES.
 01  WS-STAY-LOADED         PIC X VALUE 'N'.
 01  WS-STAY-COUNT          PIC 9(4) VALUE 0.
 01  WS-STAY-IDX            PIC 9(4) VALUE 0.
 01  WS-STAY-TABLE.
     05  WS-STAY-ENTRY OCCURS 500 TIMES.
         10  WS-STAY-KEY-TYPE   PIC X(1).
         10  WS-STAY-KEY        PIC X(30).
         10  WS-STAY-CASE-NUM   PIC X(20).
         10  WS-STAY-CHAPTER    PIC 9(2).
 01  WS-STAY-ACCT-ID        PIC X(10) VALUE SPACES.
 01  WS-STAY-NAMES.
     05  WS-STAY-NAME       PIC X(30) OCCURS 3 TIMES.
 01  WS-STAY-NAME-IDX       PIC 9(1) VALUE 0.
 01  WS-STAY-UPPER-NAME     PIC X(30) VALUE SPACES.
 01  WS-STAY-FLAG           PIC X VALUE 'N'.
 01  WS-STAY-CASE           PIC X(20) VALUE SPACES.
 01  WS-STAY-CHAPTER-HIT    PIC 9(2) VALUE 0.
 01  WS-STAY-PATH           PIC X(10) VALUE SPACES.
 01  WS-STAY-REF            PIC X(12) VALUE SPACES.
 01  WS-STAY-AMOUNT         PIC S9(10)V99 VALUE 0.
 01  WS-STAY-REASON         PIC X(40) VALUE SPACES.
 01  WS-STAY-SKIP-COUNT     PIC 9(5) VALUE 0.
