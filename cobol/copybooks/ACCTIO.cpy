*> ================================================================
*> ACCTIO.cpy — Shared Account I/O Working-Storage Variables
*> Used by: ACCOUNTS.cob, TRANSACT.cob, VALIDATE.cob,
*>          INTEREST.cob, FEES.cob
*>
*> Provides the in-memory account table and search index variables
*> used by LOAD-ALL-ACCOUNTS, FIND-ACCOUNT, and WRITE-ALL-ACCOUNTS
*>
*> ACCOUNTS.DAT itself is an INDEXED file keyed on ACCT-ID (see the
*> SELECT clause in each consuming program). Programs that genuinely
*> touch every account on a run (INTEREST, FEES, SIMULATE, SETTLE)
*> open it ACCESS SEQUENTIAL and still stage the whole file into
*> WS-ACCOUNT-TABLE, same as before — only the file's on-disk
*> organization changed. RECONCILE.cob reads it ACCESS SEQUENTIAL too,
*> but match-merges it one record at a time against its sorted
*> transactions and stages nothing. ACCOUNTS.cob and TRANSACT.cob,
*> which only ever touch one or two records per invocation, open it
*> ACCESS DYNAMIC instead: ACCOUNTS.cob does a single keyed
*> READ/REWRITE per operation, and TRANSACT.cob's SAVE-ALL-ACCOUNTS
*> rewrites by key only the WS-ACCOUNT-TABLE rows the operation
*> actually marked dirty, rather than loading and rewriting the whole
*> file.
*> ================================================================
 01  WS-FOUND-FLAG          PIC X VALUE 'N'.
 01  WS-FOUND-IDX           PIC 9(3) VALUE 0.
