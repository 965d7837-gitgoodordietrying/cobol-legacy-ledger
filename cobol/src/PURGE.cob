      *>================================================================*
      *>  Program:     PURGE.cob
      *>  System:      LEGACY LEDGER — Closed-Account Purge
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    ACCOUNTS.DAT keeps every 'C'losed account forever, so LIST,
      *>    every EOD step and every LOAD-ALL-ACCOUNTS table fill drag
      *>    years of dead accounts toward the 500-entry in-memory
      *>    table limit. This moves accounts closed longer than the
      *>    retention period out of ACCOUNTS.DAT into a dated
      *>    ACCOUNTS-ARCHIVE-YYYYMMDD.DAT (named for the run date) and
      *>    records each on PURGED.DAT, which keeps the account number
      *>    retired (ACCOUNTS.cob's CREATE/REKEY refuse it) and tells
      *>    REPORTS.cob's STATEMENT which archive to read. The same
      *>    split-by-age idea ARCHIVE.cob applies to TRANSACT.DAT.
      *>
      *>    A closed account still referenced anywhere live is never
      *>    purged, however old: an Active HOLDS.DAT hold, a Pending
      *>    SCHEDULED-TX.DAT entry (from or to it), an Active loan on
      *>    LOANS.DAT (as borrower or autopay funding account), a
      *>    Pending LEVY.DAT levy, a Held (unclaimed,
      *>    escheat-bound) SDBINV.DAT item, or any TRANSACT.DAT record
      *>    on or to it — i.e. a transaction ARCHIVE.cob hasn't yet
      *>    moved out of the active window. It is reported BLOCKED with
      *>    the first reference found and is tried again next run.
      *>
      *>  Command line:
      *>    PURGE [<retention-days>] — <retention-days> defaults to
      *>    COMCODE.cpy's PURGE-RETENTION-DEFAULT-DAYS when omitted. A
      *>    closed account purges when its ACCT-LAST-ACTIVITY (the date
      *>    CLOSE stamped) is more than <retention-days> days ago.
      *>
      *>  Files:
      *>    Input/Output: ACCOUNTS.DAT (148-byte, INDEXED, keyed on
      *>                  ACCT-ID — purged records DELETEd by key)
      *>    Output:       ACCOUNTS-ARCHIVE-YYYYMMDD.DAT (LINE
      *>                  SEQUENTIAL, 148-byte — the account's final
      *>                  ACCTREC.cpy image; opened for append, so a
      *>                  second run the same day adds to it; only
      *>                  created when something purges)
      *>    Output:       PURGED.DAT (LINE SEQUENTIAL, 66-byte,
      *>                  append — see PURGEREC.cpy)
      *>    Input:        HOLDS.DAT (INDEXED), SCHEDULED-TX.DAT,
      *>                  LOANS.DAT, LEVY.DAT, SDBINV.DAT, TRANSACT.DAT
      *>                  — live-reference checks only; any of them
      *>                  absent simply holds no references
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout (148 bytes)
      *>    PURGEREC.cpy  — Purged account registry layout (66 bytes)
      *>    HOLDREC.cpy   — Funds hold record layout
      *>    SCHEDREC.cpy  — Scheduled transaction record layout
      *>    LOANREC.cpy   — Loan master record layout
      *>    LEVYREC.cpy   — Levy/garnishment record layout
      *>    SDBINVREC.cpy — Drilled safe deposit box contents layout
      *>    TRANSREC.cpy  — Transaction record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Per account: PURGE|PURGED|acct|closed-date  or
      *>                 PURGE|BLOCKED|acct|closed-date|HOLD, SCHEDULED,
      *>                 LOAN, LEVY, ESCHEAT or TRANSACT
      *>    Summary:     PURGE|PURGED|count + PURGE|BLOCKED|count +
      *>                 PURGE|CLOSED-RETAINED|count
      *>    File:        PURGE|FILE|path (only when an account purged)
      *>    Result:      RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Purge run complete (including a no-op run with
      *>                nothing old enough, or nothing unreferenced)
      *>    RESULT|99 — File I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>    2026-10-15  AKD  An active loan's autopay funding account
      *>                     (LOAN-AUTOPAY-ACCT) now blocks a purge the
      *>                     same as its borrower account
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT PURGED-FILE
               ASSIGN TO "PURGED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGED-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT SCHEDULED-TX-FILE
               ASSIGN TO "SCHEDULED-TX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKD-STATUS.
           SELECT LOAN-FILE
               ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT LEVY-FILE
               ASSIGN TO "LEVY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVY-STATUS.
           SELECT SDBINV-FILE
               ASSIGN TO "SDBINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  ARCHIVE-FILE.
       01  ARCHIVE-OUT-RECORD        PIC X(148).
       FD  PURGED-FILE.
       COPY "PURGEREC.cpy".
       FD  HOLDS-FILE.
       COPY "HOLDREC.cpy".
       FD  SCHEDULED-TX-FILE.
       COPY "SCHEDREC.cpy".
       FD  LOAN-FILE.
       COPY "LOANREC.cpy".
       FD  LEVY-FILE.
       COPY "LEVYREC.cpy".
       FD  SDBINV-FILE.
       COPY "SDBINVREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ARCHIVE-STATUS      PIC XX VALUE SPACES.
       01  WS-PURGED-STATUS       PIC XX VALUE SPACES.
       01  WS-HOLD-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-SKD-STATUS          PIC XX VALUE SPACES.
       01  WS-LOAN-STATUS         PIC XX VALUE SPACES.
       01  WS-LEVY-STATUS         PIC XX VALUE SPACES.
       01  WS-INV-STATUS          PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-ARG                 PIC X(20) VALUE SPACES.
       01  WS-RETENTION-DAYS      PIC 9(5) VALUE 0.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-ARCHIVE-PATH        PIC X(40) VALUE SPACES.
       01  WS-TODAY-INTEGER       PIC 9(8) VALUE 0.
       01  WS-CUTOFF-INTEGER      PIC 9(8) VALUE 0.
       01  WS-CUTOFF-DATE         PIC 9(8) VALUE 0.
       01  WS-PURGED-COUNT        PIC 9(5) VALUE 0.
       01  WS-BLOCKED-COUNT       PIC 9(5) VALUE 0.
       01  WS-RETAINED-COUNT      PIC 9(5) VALUE 0.
       01  WS-ELIGIBLE-COUNT      PIC 9(5) VALUE 0.

      *>   Closed accounts past retention, one row each; WS-PC-BLOCK
      *>   stays blank while no live reference has been found.
       01  WS-PC-TABLE.
           05  WS-PC-ENTRY OCCURS 500 TIMES.
               10  WS-PC-ID           PIC X(10).
               10  WS-PC-CLOSED       PIC 9(8).
               10  WS-PC-BLOCK        PIC X(10).
       01  WS-PC-COUNT            PIC 9(3) VALUE 0.
       01  WS-PC-IDX              PIC 9(3) VALUE 0.
       01  WS-REF-ACCT-ID         PIC X(10) VALUE SPACES.
       01  WS-REF-REASON          PIC X(10) VALUE SPACES.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE PURGE-RETENTION-DEFAULT-DAYS TO WS-RETENTION-DAYS
           ACCEPT WS-ARG FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-ARG) TO WS-ARG
           IF WS-ARG NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG) TO WS-RETENTION-DAYS
           END-IF

           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-TODAY-INTEGER
           SUBTRACT WS-RETENTION-DAYS FROM WS-TODAY-INTEGER
               GIVING WS-CUTOFF-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
               TO WS-CUTOFF-DATE

           STRING "ACCOUNTS-ARCHIVE-" DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-PATH

           DISPLAY "========================================"
           DISPLAY "  CLOSED-ACCOUNT PURGE"
           DISPLAY "  RETENTION: " WS-RETENTION-DAYS " DAYS"
           DISPLAY "  CUTOFF:    " WS-CUTOFF-DATE
           DISPLAY "========================================"

           PERFORM COLLECT-PURGE-CANDIDATES
           IF WS-PC-COUNT > 0
               PERFORM CHECK-HOLD-REFERENCES
               PERFORM CHECK-SCHEDULED-REFERENCES
               PERFORM CHECK-LOAN-REFERENCES
               PERFORM CHECK-LEVY-REFERENCES
               PERFORM CHECK-ESCHEAT-REFERENCES
               PERFORM CHECK-TRANSACT-REFERENCES
           END-IF
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-BLOCK(WS-PC-IDX) = SPACES
                   ADD 1 TO WS-ELIGIBLE-COUNT
               ELSE
                   ADD 1 TO WS-BLOCKED-COUNT
                   DISPLAY "PURGE|BLOCKED|" WS-PC-ID(WS-PC-IDX) "|"
                       WS-PC-CLOSED(WS-PC-IDX) "|"
                       FUNCTION TRIM(WS-PC-BLOCK(WS-PC-IDX))
               END-IF
           END-PERFORM
           IF WS-ELIGIBLE-COUNT > 0
               PERFORM PURGE-ELIGIBLE-ACCOUNTS
           END-IF
           IF WS-PURGED-COUNT > 0
               DISPLAY "PURGE|FILE|" WS-ARCHIVE-PATH
           END-IF

           DISPLAY "========================================"
           DISPLAY "  PURGE SUMMARY"
           DISPLAY "  Purged:      " WS-PURGED-COUNT
           DISPLAY "  Blocked:     " WS-BLOCKED-COUNT
           DISPLAY "  Retained:    " WS-RETAINED-COUNT
           DISPLAY "========================================"
           DISPLAY "PURGE|PURGED|" WS-PURGED-COUNT
           DISPLAY "PURGE|BLOCKED|" WS-BLOCKED-COUNT
           DISPLAY "PURGE|CLOSED-RETAINED|" WS-RETAINED-COUNT
           DISPLAY "RESULT|00"
           STOP RUN.

      *>   Every 'C'losed account whose closing date is before the
      *>   cutoff; younger closed accounts are only counted.
       COLLECT-PURGE-CANDIDATES.
           MOVE 0 TO WS-PC-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
      *>       Status 39 is a record-length mismatch — the file was
      *>       written under a prior ACCTREC.cpy layout and needs the
      *>       one-time MIGRATE.cob conversion, not a debugging
      *>       session at 2am.
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF ACCT-CLOSED
                   IF ACCT-LAST-ACTIVITY < WS-CUTOFF-DATE
                       AND WS-PC-COUNT < 500
                       ADD 1 TO WS-PC-COUNT
                       MOVE ACCT-ID TO WS-PC-ID(WS-PC-COUNT)
                       MOVE ACCT-LAST-ACTIVITY
                           TO WS-PC-CLOSED(WS-PC-COUNT)
                       MOVE SPACES TO WS-PC-BLOCK(WS-PC-COUNT)
                   ELSE
                       ADD 1 TO WS-RETAINED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS-FILE.

      *>   Marks candidate WS-REF-ACCT-ID blocked for WS-REF-REASON,
      *>   keeping the first reason found.
       MARK-REFERENCED.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-ID(WS-PC-IDX) = WS-REF-ACCT-ID
                   IF WS-PC-BLOCK(WS-PC-IDX) = SPACES
                       MOVE WS-REF-REASON TO WS-PC-BLOCK(WS-PC-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-HOLD-REFERENCES.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE "HOLD" TO WS-REF-REASON
           PERFORM UNTIL 1 = 0
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF HOLD-ACTIVE
                   MOVE HOLD-ACCT-ID TO WS-REF-ACCT-ID
                   PERFORM MARK-REFERENCED
               END-IF
           END-PERFORM
           CLOSE HOLDS-FILE.

       CHECK-SCHEDULED-REFERENCES.
           OPEN INPUT SCHEDULED-TX-FILE
           IF WS-SKD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE "SCHEDULED" TO WS-REF-REASON
           PERFORM UNTIL 1 = 0
               READ SCHEDULED-TX-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF SCHED-PENDING
                   MOVE SCHED-ACCT-ID TO WS-REF-ACCT-ID
                   PERFORM MARK-REFERENCED
                   IF SCHED-TARGET-ID NOT = SPACES
                       MOVE SCHED-TARGET-ID TO WS-REF-ACCT-ID
                       PERFORM MARK-REFERENCED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SCHEDULED-TX-FILE.

       CHECK-LOAN-REFERENCES.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE "LOAN" TO WS-REF-REASON
           PERFORM UNTIL 1 = 0
               READ LOAN-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LOAN-ACTIVE
                   MOVE LOAN-BORROWER-ACCT TO WS-REF-ACCT-ID
                   PERFORM MARK-REFERENCED
      *>           An autopay funding account is drafted every month
                   IF LOAN-AUTOPAY-ON
                       MOVE LOAN-AUTOPAY-ACCT TO WS-REF-ACCT-ID
                       PERFORM MARK-REFERENCED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOAN-FILE.

       CHECK-LEVY-REFERENCES.
           OPEN INPUT LEVY-FILE
           IF WS-LEVY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE "LEVY" TO WS-REF-REASON
           PERFORM UNTIL 1 = 0
               READ LEVY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LEVY-PENDING
                   MOVE LEVY-ACCT-ID TO WS-REF-ACCT-ID
                   PERFORM MARK-REFERENCED
               END-IF
           END-PERFORM
           CLOSE LEVY-FILE.

      *>   Drilled-box items still Held in bank custody are unclaimed
      *>   property awaiting escheatment against the renter's account.
       CHECK-ESCHEAT-REFERENCES.
           OPEN INPUT SDBINV-FILE
           IF WS-INV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE "ESCHEAT" TO WS-REF-REASON
           PERFORM UNTIL 1 = 0
               READ SDBINV-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF INV-HELD
                   MOVE INV-ACCT-ID TO WS-REF-ACCT-ID
                   PERFORM MARK-REFERENCED
               END-IF
           END-PERFORM
           CLOSE SDBINV-FILE.

      *>   Anything still on TRANSACT.DAT is inside the active window
      *>   ARCHIVE.cob keeps live — an account with a record there (as
      *>   the posting account or a transfer's target) waits until
      *>   ARCHIVE has moved that history out.
       CHECK-TRANSACT-REFERENCES.
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE "TRANSACT" TO WS-REF-REASON
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE TRANS-ACCT-ID TO WS-REF-ACCT-ID
               PERFORM MARK-REFERENCED
               IF TRANS-TARGET-ID NOT = SPACES
                   MOVE TRANS-TARGET-ID TO WS-REF-ACCT-ID
                   PERFORM MARK-REFERENCED
               END-IF
           END-PERFORM
           CLOSE TRANSACT-FILE.

      *>   Archive-then-delete, one unblocked candidate at a time: the
      *>   account's record is re-read by key (and skipped if it is
      *>   no longer closed — reopened since the candidate pass),
      *>   appended to the dated archive, DELETEd from ACCOUNTS.DAT,
      *>   and only then registered on PURGED.DAT. The archive and
      *>   registry both use the OPEN EXTEND-falling-back-to-OPEN-
      *>   OUTPUT idiom ARCHIVE.cob uses, so a same-day re-run adds to
      *>   them.
       PURGE-ELIGIBLE-ACCOUNTS.
           OPEN I-O ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               OPEN OUTPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-ARCHIVE-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND PURGED-FILE
           IF WS-PURGED-STATUS NOT = '00'
               OPEN OUTPUT PURGED-FILE
               IF WS-PURGED-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-PURGED-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-BLOCK(WS-PC-IDX) = SPACES
                   PERFORM PURGE-ONE-ACCOUNT
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE ARCHIVE-FILE
           CLOSE PURGED-FILE.

       PURGE-ONE-ACCOUNT.
           MOVE WS-PC-ID(WS-PC-IDX) TO ACCT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT ACCT-CLOSED
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-RECORD TO ARCHIVE-OUT-RECORD
           WRITE ARCHIVE-OUT-RECORD
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY "ERROR|WRITE|" WS-ARCHIVE-STATUS "|"
                   WS-PC-ID(WS-PC-IDX)
               EXIT PARAGRAPH
           END-IF
           DELETE ACCOUNTS-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR|DELETE|" WS-FILE-STATUS "|"
                       WS-PC-ID(WS-PC-IDX)
                   EXIT PARAGRAPH
           END-DELETE
           MOVE WS-PC-ID(WS-PC-IDX) TO PRG-ACCT-ID
           MOVE WS-PC-CLOSED(WS-PC-IDX) TO PRG-CLOSED-DATE
           MOVE WS-CURRENT-DATE TO PRG-PURGE-DATE
           MOVE WS-ARCHIVE-PATH TO PRG-ARCHIVE-FILE
           WRITE PURGED-RECORD
           ADD 1 TO WS-PURGED-COUNT
           DISPLAY "PURGE|PURGED|" WS-PC-ID(WS-PC-IDX) "|"
               WS-PC-CLOSED(WS-PC-IDX).
