      *>                           snapshot lookup)
      *>
      *>  Algorithm:
      *>    One sequential pass, with no account table: the day's
      *>    successful TRANSACT.DAT records are sorted on TRANS-ID
      *>    (a repeat of the one before it is a RECON-DUP and is
      *>    not summed) and split into account legs — the posting
      *>    itself and, for an on-node TRANSFER, the credit to
      *>    TRANS-TARGET-ID. The legs, yesterday's closing balances
      *>    and the HOLDS.DAT holds are sorted together on ACCT-ID and
      *>    match-merged against ACCOUNTS.DAT read in key order, one
      *>    account at a time.
      *>    For each account:
      *>      net = sum(credits: D+I+ inbound T) -
      *>            sum(debits: W+F+K+ outbound T) from successful
      *>            transactions (status '00') -- a TRANSFER debits
      *>            its source account and, where the destination is
      *>            one of this node's own accounts, credits it too
      *>
      *>  Files:
      *>    Input: ACCOUNTS.DAT  (145-byte, INDEXED, keyed on ACCT-ID)
      *>    Input: TRANSACT.DAT  (205-byte, LINE SEQUENTIAL)
      *>    Input: OFFCHK.DAT    (160-byte, LINE SEQUENTIAL —
      *>           official check register, optional)
      *>    Input: RECON-YYYYMMDD.DAT for yesterday (prior-day
      *>           closing-balance snapshot — optional, read if
      *>           present)
      *>    Output: RECON-INTRADAY.DAT (LINE SEQUENTIAL, same line
      *>            formats, overwritten on every run) -- INTRADAY
      *>            run only; never read back as a prior-day snapshot
      *>    Work:   RECON-LEGS.WRK, RECON-DUPS.WRK, RECON-HELD.WRK
      *>            (LINE SEQUENTIAL scratch files between the sorts
      *>            and the merge; removed at the end of the run)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout (145 bytes)
      *>    TRANSREC.cpy  — Transaction record layout (205 bytes)
      *>    OFCKREC.cpy   — Official check register record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited, and duplicated to
      *>  RECON-YYYYMMDD.DAT):
      *>    Duplicate:   RECON-DUP|TRANS-ID|ACCT-ID (a TRANS-ID seen
      *>                 more than once in TRANSACT.DAT — its own
      *>                 error, not rolled into MATCH/MISMATCH)
      *>    Off. checks: RECON-OFFCHK|LIAB-ACCT|BALANCE|OUTSTANDING|
      *>                 ITEM-COUNT|MATCH or MISMATCH (liability
      *>                 account vs open OFFCHK.DAT items)
      *>    Summary:     RECON-SUMMARY|MATCHED|MISMATCHED|TOTAL|
      *>                 DUPLICATES (matched/mismatched/total are three
      *>                 digits; a node past 999 accounts gets six)
      *>    Result:      RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Reconciliation complete (all matched, no
      *>                duplicate TRANS-IDs)
      *>    RESULT|01 — Reconciliation complete (mismatches and/or
      *>                duplicate TRANS-IDs found, hold issues, or
      *>                an official check liability mismatch)
      *>    RESULT|99 — File I/O error
      *>
      *>  Change Log:
      *>                     the source-currency TRANS-AMOUNT, falling
      *>                     back to TRANS-AMOUNT for records written
      *>                     before the field existed
      *>    2026-10-15  AKD  New CHECK-OFFICIAL-CHECK-LIABILITY pass
      *>                     proves the OFFCHK-LIAB-ACCT-ID balance
      *>                     against the outstanding and lost items on
      *>                     OFFCHK.DAT — one RECON-OFFCHK line, a
      *>                     MISMATCH counted into RESULT|01; a paid
      *>                     check ('K') now counts as a debit in the
      *>                     per-account balance check
      *>    2026-10-15  AKD  Charge-off records (TRANS-TYPE 'C',
      *>                     COLLECT.cob) count as credits to the
      *>                     account; recoveries ('Y') move no balance
      *>                     and are left out
      *>    2026-10-15  AKD  Redesigned as a sort and single-pass match-
      *>                     merge: TRANSACT.DAT is sorted on TRANS-ID
      *>                     for the duplicate check, split into account
      *>                     legs (both legs of an on-node transfer) and
      *>                     merged with the prior-day balances and
      *>                     holds against ACCOUNTS.DAT in ACCT-ID
      *>                     order. No account table, so no account
      *>                     limit and no per-transaction account
      *>                     search; RECON-YYYYMMDD.DAT lines are
      *>                     unchanged
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-LOOKUP-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LKP-ACCT-ID
               FILE STATUS IS WS-LKP-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OFFCHK-FILE
               ASSIGN TO "OFFCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFCHK-STATUS.
           SELECT TXID-SORT-FILE
               ASSIGN TO "RECON-TXID.WRK".
           SELECT RECON-SORT-FILE
               ASSIGN TO "RECON-SORT.WRK".
           SELECT LEG-WORK-FILE
               ASSIGN TO "RECON-LEGS.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT DUP-WORK-FILE
               ASSIGN TO "RECON-DUPS.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT HELD-WORK-FILE
               ASSIGN TO "RECON-HELD.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
      *>   Keyed view of ACCOUNTS.DAT, only to ask whether a
      *>   TRANSFER's sending account is on this node's ledger
       FD  ACCOUNT-LOOKUP-FILE.
       01  ACCOUNT-LOOKUP-RECORD.
           05  LKP-ACCT-ID           PIC X(10).
           05  FILLER                PIC X(138).
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  RECON-AUDIT-FILE.
       01  PRIOR-RECON-LINE          PIC X(100).
       FD  HOLDS-FILE.
       COPY "HOLDREC.cpy".
       FD  OFFCHK-FILE.
       COPY "OFCKREC.cpy".

      *>   Successful TRANSACT.DAT records in TRANS-ID order, for the
      *>   duplicate check (and, re-sorted on TXS-SEQ, for reporting
      *>   the duplicates back in the order they were posted).
       SD  TXID-SORT-FILE.
       01  TXID-SORT-RECORD.
           05  TXS-TRANS-ID          PIC X(12).
           05  TXS-SEQ               PIC 9(9).
           05  TXS-ACCT-ID           PIC X(10).
           05  TXS-TYPE              PIC X(1).
           05  TXS-AMOUNT            PIC S9(10)V99.
           05  TXS-TARGET-ID         PIC X(10).
           05  TXS-TARGET-AMOUNT     PIC S9(10)V99.

      *>   Everything the match-merge needs about one account, in
      *>   ACCT-ID order: its prior-day closing balance (kind 1), its
      *>   holds (kind 2) and its transaction legs (kind 3) — see
      *>   RUN-RECONCILE-MERGE.
       SD  RECON-SORT-FILE.
       01  RECON-SORT-RECORD.
           05  RSR-ACCT-ID           PIC X(10).
           05  RSR-KIND              PIC X(1).
           05  RSR-SEQ               PIC 9(9).
           05  RSR-SIDE              PIC X(1).
           05  RSR-TYPE              PIC X(1).
           05  RSR-AMOUNT            PIC S9(10)V99.
           05  RSR-DUP               PIC X(1).

       FD  LEG-WORK-FILE.
       01  LEG-WORK-LINE             PIC X(35).
       FD  DUP-WORK-FILE.
       01  DUP-WORK-LINE             PIC X(66).
       FD  HELD-WORK-FILE.
       01  HELD-WORK-LINE            PIC X(36).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RECON-FILE-PATH     PIC X(20) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
       01  WS-INTRADAY-MODE       PIC X VALUE 'N'.

      *>   Prior-day snapshot (yesterday's RECON-YYYYMMDD.DAT) used
      *>   to carry forward an exact opening balance per account
       01  WS-PL-STATUS           PIC X(10) VALUE SPACES.
       01  WS-PL-BAL-STR          PIC X(15) VALUE SPACES.
       01  WS-PL-CNT-STR          PIC X(10) VALUE SPACES.
       01  WS-PL-LINE-NO          PIC 9(9) VALUE 0.

      *>   A TRANS-ID appearing twice in TRANSACT.DAT (a bad retry, or
      *>   a bug in GENERATE-TX-ID's sequence) is flagged as its own
      *>   reconciliation error instead of silently being summed into
      *>   an account's totals twice. Found by sorting the day's
      *>   successful records on TRANS-ID — see SPLIT-TRANSACTION-LEGS.
       01  WS-DUP-COUNT           PIC 9(6) VALUE 0.
       01  WS-TX-SEQ              PIC 9(9) VALUE 0.
       01  WS-TX-PREV-ID          PIC X(12) VALUE SPACES.
       01  WS-TX-FIRST            PIC X VALUE 'Y'.
       01  WS-TX-FILE-FOUND       PIC X VALUE 'N'.
       01  WS-WORK-STATUS         PIC XX VALUE SPACES.
       01  WS-LKP-STATUS          PIC XX VALUE SPACES.
       01  WS-LKP-FOUND           PIC X VALUE 'N'.
       01  WS-WORK-EOF            PIC X VALUE 'N'.
       01  WS-SORT-EOF            PIC X VALUE 'N'.

      *>   One leg of a successful transaction, as staged on
      *>   RECON-LEGS.WRK and released to RECON-SORT-FILE: side 'D' is
      *>   the posting against TRANS-ACCT-ID itself, side 'C' the
      *>   credit a TRANSFER gives its TRANS-TARGET-ID. A duplicate
      *>   keeps its 'D' leg (flagged) only so a Captured hold can
      *>   still pair with it, as it always could.
       01  WS-LEG-RECORD.
           05  WS-LEG-ACCT-ID     PIC X(10).
           05  WS-LEG-KIND        PIC X(1).
           05  WS-LEG-SEQ         PIC 9(9).
           05  WS-LEG-SIDE        PIC X(1).
           05  WS-LEG-TYPE        PIC X(1).
           05  WS-LEG-AMOUNT      PIC S9(10)V99.
           05  WS-LEG-DUP         PIC X(1).

      *>   Current account's accumulators for the match-merge — one
      *>   account at a time, so there is no account table to fill.
       01  WS-MERGE-KEY           PIC X(10) VALUE SPACES.
       01  WS-ACCT-EOF            PIC X VALUE 'N'.
       01  WS-ACCT-ON-FILE        PIC X VALUE 'N'.
       01  WS-ACCOUNT-COUNT       PIC 9(6) VALUE 0.
       01  WS-TX-CREDITS          PIC S9(10)V99 VALUE 0.
       01  WS-TX-DEBITS           PIC S9(10)V99 VALUE 0.
       01  WS-TX-COUNT            PIC 9(6) VALUE 0.
       01  WS-PRIOR-BAL           PIC S9(10)V99 VALUE 0.
       01  WS-PRIOR-FOUND         PIC X VALUE 'N'.

       01  WS-MATCHED             PIC 9(6) VALUE 0.
       01  WS-MISMATCHED          PIC 9(6) VALUE 0.
       01  WS-TX-NET              PIC S9(10)V99 VALUE 0.
       01  WS-EXPECTED-BAL        PIC S9(10)V99 VALUE 0.
       01  WS-NODE-CODE           PIC X(1) VALUE 'A'.
       01  WS-RECON-STATUS-TEXT   PIC X(8) VALUE SPACES.

      *>   RECON-SUMMARY keeps its three-digit matched/mismatched/total
      *>   fields; a count past 999 is written in full rather than
      *>   wrapped — see FORMAT-SUMMARY-COUNTS.
       01  WS-CNT-3               PIC 9(3) VALUE 0.
       01  WS-CNT-6               PIC 9(6) VALUE 0.
       01  WS-CNT-TEXT            PIC X(6) VALUE SPACES.
       01  WS-MATCHED-TEXT        PIC X(6) VALUE SPACES.
       01  WS-MISMATCHED-TEXT     PIC X(6) VALUE SPACES.
       01  WS-TOTAL-TEXT          PIC X(6) VALUE SPACES.

      *>   HOLDS.DAT integrity pass — the hold file is the one shared
      *>   file (TRANSACT.cob and VALIDATE.cob both write it) with no
      *>   independent check at all; corruption there is invisible
      *>   until a customer disputes their available balance. Every
      *>   hold is staged here and released into the match-merge
      *>   under its account, where Captured ones are paired with
      *>   that account's debits and the Active ones summed. See
      *>   CHECK-HOLDS-INTEGRITY.
       01  WS-HOLD-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-HOLD-ISSUES         PIC 9(5) VALUE 0.
       01  WS-HT-COUNT            PIC 9(3) VALUE 0.
               10  WS-HT-REASON       PIC X(2).
               10  WS-HT-RELEASE      PIC 9(8).
               10  WS-HT-MATCHED      PIC X(1).
               10  WS-HT-ACCT-OPEN    PIC X(1).
       01  WS-HT-ACTIVE-SUM       PIC S9(12)V99 VALUE 0.
      *>   The current account's holds, as table indexes
       01  WS-GH-COUNT            PIC 9(3) VALUE 0.
       01  WS-GH-IDX              PIC 9(3) VALUE 0.
       01  WS-GH-TABLE.
           05  WS-GH-HOLD-IDX     PIC 9(3) OCCURS 500 TIMES.
      *>   HELD-OVER-BALANCE findings, held on RECON-HELD.WRK until the
      *>   per-hold lines ahead of them have been written
       01  WS-HELD-RECORD.
           05  WS-HELD-ACCT-ID    PIC X(10).
           05  WS-HELD-SUM        PIC S9(12)V99.
           05  WS-HELD-BALANCE    PIC S9(10)V99.

      *>   Official check liability proof — the OFFCHK-LIAB-ACCT-ID
      *>   balance must equal the sum of every item on OFFCHK.DAT
      *>   the bank still owes ('O'utstanding or 'L'ost awaiting
      *>   replacement). See CHECK-OFFICIAL-CHECK-LIABILITY.
       01  WS-OFFCHK-STATUS       PIC XX VALUE SPACES.
       01  WS-OFCK-ISSUES         PIC 9(5) VALUE 0.
       01  WS-OFCK-OPEN-COUNT     PIC 9(5) VALUE 0.
       01  WS-OFCK-OPEN-SUM       PIC S9(12)V99 VALUE 0.
       01  WS-OFCK-LIAB-BAL       PIC S9(12)V99 VALUE 0.
       01  WS-OFCK-LIAB-FOUND     PIC X VALUE 'N'.
       01  WS-OFCK-SUM-DISP       PIC -(12)9.99.
       01  WS-OFCK-BAL-DISP       PIC -(12)9.99.
       01  WS-OFCK-FILE-FOUND     PIC X VALUE 'N'.
       01  WS-CLEANUP-CMD         PIC X(40) VALUE SPACES.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
           DISPLAY "========================================"
           DISPLAY ""

      *>   ACCOUNTS.DAT is read once, in ACCT-ID order, by the merge
           PERFORM OPEN-ACCOUNTS-FILE

      *>   Is yesterday's closing snapshot retained?
           PERFORM LOAD-PRIOR-SNAPSHOT

      *>   Holds are staged before the merge so they can ride along
      *>   with their accounts — see CHECK-HOLDS-INTEGRITY
           PERFORM LOAD-HOLDS-TABLE

      *>   Sort the day's successful transactions on TRANS-ID: the
      *>   duplicates fall out next to their originals, and every
      *>   transaction is split into its account legs on the way
           SORT TXID-SORT-FILE
               ON ASCENDING KEY TXS-TRANS-ID TXS-SEQ
               INPUT PROCEDURE IS RELEASE-TRANSACTIONS
               OUTPUT PROCEDURE IS SPLIT-TRANSACTION-LEGS

      *>   Report the duplicates in the order they were posted
           SORT TXID-SORT-FILE
               ON ASCENDING KEY TXS-SEQ
               USING DUP-WORK-FILE
               OUTPUT PROCEDURE IS REPORT-DUPLICATE-TRANSACTIONS

      *>   Sort everything by account and match-merge it against
      *>   ACCOUNTS.DAT in one pass
           DISPLAY ""
           DISPLAY "ACCT-ID     STATUS   BALANCE        TX-COUNT"
           DISPLAY "----------  ------   -------------  --------"

           OPEN OUTPUT HELD-WORK-FILE
           SORT RECON-SORT-FILE
               ON ASCENDING KEY RSR-ACCT-ID RSR-KIND RSR-SEQ
               INPUT PROCEDURE IS RELEASE-RECON-SORT-INPUT
               OUTPUT PROCEDURE IS RUN-RECONCILE-MERGE
           CLOSE HELD-WORK-FILE
           CLOSE ACCOUNTS-FILE

      *>   HOLDS.DAT integrity pass — see the table declaration above
           PERFORM CHECK-HOLDS-INTEGRITY

      *>   Official check liability proof — see the table above
           PERFORM CHECK-OFFICIAL-CHECK-LIABILITY

           PERFORM FORMAT-SUMMARY-COUNTS

      *>   Summary
           DISPLAY ""
           DISPLAY "========================================"
           DISPLAY "  RECONCILIATION SUMMARY"
           DISPLAY "  Matched:     " FUNCTION TRIM(WS-MATCHED-TEXT)
           DISPLAY "  Mismatched:  " FUNCTION TRIM(WS-MISMATCHED-TEXT)
           DISPLAY "  Duplicates:  " WS-DUP-COUNT
           DISPLAY "  Hold issues: " WS-HOLD-ISSUES
           DISPLAY "  Off-check:   " WS-OFCK-ISSUES
           DISPLAY "  Total:       " FUNCTION TRIM(WS-TOTAL-TEXT)
           DISPLAY "========================================"
           DISPLAY "RECON-SUMMARY|" FUNCTION TRIM(WS-MATCHED-TEXT) "|"
               FUNCTION TRIM(WS-MISMATCHED-TEXT) "|"
               FUNCTION TRIM(WS-TOTAL-TEXT) "|" WS-DUP-COUNT

           STRING "RECON-SUMMARY|" DELIMITED BY SIZE
               WS-MATCHED-TEXT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-MISMATCHED-TEXT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-TOTAL-TEXT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-DUP-COUNT DELIMITED BY SIZE
               INTO RECON-AUDIT-LINE
           WRITE RECON-AUDIT-LINE
           CLOSE RECON-AUDIT-FILE

           MOVE "rm -f RECON-*.WRK" TO WS-CLEANUP-CMD
           CALL "SYSTEM" USING WS-CLEANUP-CMD

           IF WS-MISMATCHED = 0 AND WS-DUP-COUNT = 0
               AND WS-HOLD-ISSUES = 0
               AND WS-OFCK-ISSUES = 0
               DISPLAY "RESULT|00"
           ELSE
               DISPLAY "RESULT|01"

           STOP RUN.

      *>   SORT input: every successful TRANSACT.DAT record, numbered
      *>   in file order so duplicates can be reported in that order
      *>   and the first occurrence is the one that counts.
       RELEASE-TRANSACTIONS.
           MOVE 0 TO WS-TX-SEQ
           MOVE 'N' TO WS-TX-FILE-FOUND
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
      *>       No transactions file — all accounts match by default
               DISPLAY "NOTE|No TRANSACT.DAT — skipping TX scan"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TX-FILE-FOUND
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       CLOSE TRANSACT-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-TX-SEQ
      *>       Only count successful transactions
               IF TRANS-STATUS = '00'
                   MOVE TRANS-ID TO TXS-TRANS-ID
                   MOVE WS-TX-SEQ TO TXS-SEQ
                   MOVE TRANS-ACCT-ID TO TXS-ACCT-ID
                   MOVE TRANS-TYPE TO TXS-TYPE
                   MOVE TRANS-AMOUNT TO TXS-AMOUNT
                   MOVE TRANS-TARGET-ID TO TXS-TARGET-ID
      *>           Credit the receiving side what it was actually
      *>           credited: on a cross-currency transfer that's
      *>           TRANS-TARGET-AMOUNT (the FX-converted figure),
      *>           not the source-currency TRANS-AMOUNT. Records
      *>           written before the field existed read back as
      *>           spaces -- the class test falls those back to
      *>           TRANS-AMOUNT, which is exact for same-currency
      *>           transfers.
                   IF TRANS-TARGET-AMOUNT IS NUMERIC
                       AND TRANS-TARGET-AMOUNT NOT = ZERO
                       MOVE TRANS-TARGET-AMOUNT TO TXS-TARGET-AMOUNT
                   ELSE
                       MOVE TRANS-AMOUNT TO TXS-TARGET-AMOUNT
                   END-IF
                   RELEASE TXID-SORT-RECORD
               END-IF
           END-PERFORM.

      *>   SORT output, in TRANS-ID order. A TRANS-ID equal to the one
      *>   before it is a duplicate: it goes to RECON-DUPS.WRK to be
      *>   reported and must not be summed into the account totals a
      *>   second time. Every other record becomes one leg against
      *>   its own account and, for a TRANSFER, a second leg crediting
      *>   TRANS-TARGET-ID. AKD 2026-08-09: TRANS-TARGET-ID used to go
      *>   unread, so every TRANSFER's receiving account came up short
      *>   by the transferred amount and was flagged a false MISMATCH.
      *>   Only an on-node transfer is credited this way: the sending
      *>   account must be on this node's ledger too, and a target
      *>   that isn't one of its accounts simply finds no account in
      *>   the merge -- nothing to credit.
       SPLIT-TRANSACTION-LEGS.
           OPEN OUTPUT LEG-WORK-FILE
           OPEN OUTPUT DUP-WORK-FILE
           OPEN INPUT ACCOUNT-LOOKUP-FILE
           MOVE 'Y' TO WS-TX-FIRST
           MOVE '3' TO WS-LEG-KIND
           PERFORM UNTIL 1 = 0
               RETURN TXID-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               MOVE TXS-ACCT-ID TO WS-LEG-ACCT-ID
               MOVE TXS-SEQ TO WS-LEG-SEQ
               MOVE 'D' TO WS-LEG-SIDE
               MOVE TXS-TYPE TO WS-LEG-TYPE
               MOVE TXS-AMOUNT TO WS-LEG-AMOUNT
               IF WS-TX-FIRST = 'N'
                   AND TXS-TRANS-ID = WS-TX-PREV-ID
                   WRITE DUP-WORK-LINE FROM TXID-SORT-RECORD
                   MOVE 'Y' TO WS-LEG-DUP
                   WRITE LEG-WORK-LINE FROM WS-LEG-RECORD
               ELSE
                   MOVE 'N' TO WS-LEG-DUP
                   WRITE LEG-WORK-LINE FROM WS-LEG-RECORD
                   IF TXS-TYPE = 'T'
                       AND TXS-TARGET-ID NOT = SPACES
                       PERFORM LOOKUP-TRANSFER-SOURCE
                   END-IF
                   IF TXS-TYPE = 'T'
                       AND TXS-TARGET-ID NOT = SPACES
                       AND WS-LKP-FOUND = 'Y'
                       MOVE TXS-TARGET-ID TO WS-LEG-ACCT-ID
                       MOVE 'C' TO WS-LEG-SIDE
                       MOVE TXS-TARGET-AMOUNT TO WS-LEG-AMOUNT
                       WRITE LEG-WORK-LINE FROM WS-LEG-RECORD
                   END-IF
               END-IF
               MOVE TXS-TRANS-ID TO WS-TX-PREV-ID
               MOVE 'N' TO WS-TX-FIRST
           END-PERFORM
           CLOSE LEG-WORK-FILE
           CLOSE DUP-WORK-FILE
           CLOSE ACCOUNT-LOOKUP-FILE.

       LOOKUP-TRANSFER-SOURCE.
           MOVE 'N' TO WS-LKP-FOUND
           IF WS-LKP-STATUS NOT = '00'
               AND WS-LKP-STATUS NOT = '23'
               EXIT PARAGRAPH
           END-IF
           MOVE TXS-ACCT-ID TO LKP-ACCT-ID
           READ ACCOUNT-LOOKUP-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LKP-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LKP-FOUND
           END-READ.

       REPORT-DUPLICATE-TRANSACTIONS.
           PERFORM UNTIL 1 = 0
               RETURN TXID-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               ADD 1 TO WS-DUP-COUNT
               DISPLAY "RECON-DUP|" TXS-TRANS-ID "|" TXS-ACCT-ID
               MOVE SPACES TO RECON-AUDIT-LINE
               STRING "RECON-DUP|" DELIMITED BY SIZE
                   TXS-TRANS-ID DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   TXS-ACCT-ID DELIMITED BY SIZE
                   INTO RECON-AUDIT-LINE
               WRITE RECON-AUDIT-LINE
           END-PERFORM.

      *>   SORT input for the match-merge: yesterday's closing
      *>   balances, the staged holds, then the transaction legs.
       RELEASE-RECON-SORT-INPUT.
           IF WS-HAS-PRIOR-SNAPSHOT = 'Y'
               PERFORM RELEASE-PRIOR-BALANCES
           END-IF
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT
               MOVE SPACES TO RECON-SORT-RECORD
               MOVE WS-HT-ACCT-ID(WS-HT-IDX) TO RSR-ACCT-ID
               MOVE '2' TO RSR-KIND
               MOVE WS-HT-IDX TO RSR-SEQ
               MOVE 0 TO RSR-AMOUNT
               RELEASE RECON-SORT-RECORD
           END-PERFORM
           OPEN INPUT LEG-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LEG-WORK-FILE
                   AT END
                       CLOSE LEG-WORK-FILE
                       EXIT PERFORM
               END-READ
               RELEASE RECON-SORT-RECORD FROM LEG-WORK-LINE
           END-PERFORM.

      *>   Yesterday's RECON-YYYYMMDD.DAT (written by this same
      *>   program on the prior run — see WRITE-RECON-AUDIT-LINE)
      *>   is the persisted EOD snapshot of each account's closing
      *>   balance. Only "RECON|..." detail lines carry a balance —
      *>   the RECON-HEADER and RECON-SUMMARY lines are skipped. Lines
      *>   are numbered so a repeated account still takes the last.
       RELEASE-PRIOR-BALANCES.
           OPEN INPUT PRIOR-RECON-FILE
           IF WS-PRIOR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PL-LINE-NO
           PERFORM UNTIL 1 = 0
               READ PRIOR-RECON-FILE
                   AT END
                       CLOSE PRIOR-RECON-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-PL-LINE-NO
               UNSTRING PRIOR-RECON-LINE DELIMITED BY "|"
                   INTO WS-PL-TAG
                       WS-PL-ACCT-ID
                       WS-PL-STATUS
                       WS-PL-BAL-STR
                       WS-PL-CNT-STR
               END-UNSTRING
               IF WS-PL-TAG = "RECON"
                   MOVE SPACES TO RECON-SORT-RECORD
                   MOVE WS-PL-ACCT-ID TO RSR-ACCT-ID
                   MOVE '1' TO RSR-KIND
                   MOVE WS-PL-LINE-NO TO RSR-SEQ
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PL-BAL-STR))
                       TO RSR-AMOUNT
                   RELEASE RECON-SORT-RECORD
               END-IF
           END-PERFORM.

      *>   SORT output: the match-merge. ACCOUNTS.DAT (read in ACCT-ID
      *>   order) and the sorted stream are walked together one key
      *>   at a time. A key on both sides is an account to reconcile;
      *>   a key only in the stream is a transfer target on another
      *>   node's ledger, or holds on an account that isn't on file;
      *>   a key only on ACCOUNTS.DAT is an account with no activity.
       RUN-RECONCILE-MERGE.
           MOVE 0 TO WS-ACCOUNT-COUNT
           MOVE 'N' TO WS-SORT-EOF
           PERFORM READ-NEXT-ACCOUNT
           PERFORM RETURN-NEXT-SORTED
           PERFORM UNTIL WS-ACCT-EOF = 'Y' AND WS-SORT-EOF = 'Y'
               EVALUATE TRUE
                   WHEN WS-ACCT-EOF = 'Y'
                       MOVE RSR-ACCT-ID TO WS-MERGE-KEY
                   WHEN WS-SORT-EOF = 'Y'
                       MOVE ACCT-ID TO WS-MERGE-KEY
                   WHEN RSR-ACCT-ID < ACCT-ID
                       MOVE RSR-ACCT-ID TO WS-MERGE-KEY
                   WHEN OTHER
                       MOVE ACCT-ID TO WS-MERGE-KEY
               END-EVALUATE
               MOVE 0 TO WS-TX-CREDITS
               MOVE 0 TO WS-TX-DEBITS
               MOVE 0 TO WS-TX-COUNT
               MOVE 0 TO WS-PRIOR-BAL
               MOVE 'N' TO WS-PRIOR-FOUND
               MOVE 0 TO WS-GH-COUNT
               MOVE 0 TO WS-HT-ACTIVE-SUM
               PERFORM UNTIL WS-SORT-EOF = 'Y'
                   OR RSR-ACCT-ID NOT = WS-MERGE-KEY
                   PERFORM APPLY-SORTED-RECORD
                   PERFORM RETURN-NEXT-SORTED
               END-PERFORM
               MOVE 'N' TO WS-ACCT-ON-FILE
               IF WS-ACCT-EOF = 'N' AND ACCT-ID = WS-MERGE-KEY
                   MOVE 'Y' TO WS-ACCT-ON-FILE
               END-IF
               IF WS-ACCT-ON-FILE = 'Y'
                   PERFORM CLOSE-ACCOUNT-GROUP
                   PERFORM READ-NEXT-ACCOUNT
               END-IF
           END-PERFORM.

       READ-NEXT-ACCOUNT.
           READ ACCOUNTS-FILE
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF
           END-READ.

       RETURN-NEXT-SORTED.
           RETURN RECON-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       APPLY-SORTED-RECORD.
           EVALUATE RSR-KIND
               WHEN '1'
                   MOVE RSR-AMOUNT TO WS-PRIOR-BAL
                   MOVE 'Y' TO WS-PRIOR-FOUND
               WHEN '2'
                   MOVE RSR-SEQ TO WS-HT-IDX
                   ADD 1 TO WS-GH-COUNT
                   MOVE WS-HT-IDX TO WS-GH-HOLD-IDX(WS-GH-COUNT)
                   IF WS-HT-STATUS(WS-HT-IDX) = 'A'
                       ADD WS-HT-AMOUNT(WS-HT-IDX) TO WS-HT-ACTIVE-SUM
                   END-IF
               WHEN '3'
                   PERFORM ACCUMULATE-TRANSACTION
           END-EVALUATE.

       ACCUMULATE-TRANSACTION.
      *>   A debit-side posting on the account itself may settle one
      *>   of its Captured holds — duplicates included, as before
           IF RSR-SIDE = 'D'
               AND (RSR-TYPE = 'W' OR RSR-TYPE = 'T'
                   OR RSR-TYPE = 'P' OR RSR-TYPE = 'K'
                   OR RSR-TYPE = 'B' OR RSR-TYPE = 'X'
                   OR RSR-TYPE = 'F')
               PERFORM MATCH-CAPTURED-HOLD
           END-IF

           IF RSR-DUP = 'Y'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TX-COUNT

      *>   The receiving leg of a TRANSFER is always a credit
           IF RSR-SIDE = 'C'
               ADD RSR-AMOUNT TO WS-TX-CREDITS
               EXIT PARAGRAPH
           END-IF

      *>   Accumulate credits and debits by type
           EVALUATE RSR-TYPE
               WHEN 'D'
                   ADD RSR-AMOUNT TO WS-TX-CREDITS
               WHEN 'I'
                   ADD RSR-AMOUNT TO WS-TX-CREDITS
      *>           A charge-off (COLLECT.cob) credits the overdrawn
      *>           balance back to zero; the recovery ('Y') that may
      *>           follow leaves the closed account's balance alone.
               WHEN 'C'
                   ADD RSR-AMOUNT TO WS-TX-CREDITS
               WHEN 'W'
                   ADD RSR-AMOUNT TO WS-TX-DEBITS
               WHEN 'F'
                   ADD RSR-AMOUNT TO WS-TX-DEBITS
      *>           A paid check debits the drawer like a withdrawal —
      *>           the official check liability account pays every
      *>           item it has sold this way.
               WHEN 'K'
                   ADD RSR-AMOUNT TO WS-TX-DEBITS
               WHEN 'T'
                   ADD RSR-AMOUNT TO WS-TX-DEBITS
           END-EVALUATE.

      *>   Pairs a debit with at most one still-unmatched Captured hold
      *>   on the same account and amount — the first in hold order.
       MATCH-CAPTURED-HOLD.
           PERFORM VARYING WS-GH-IDX FROM 1 BY 1
               UNTIL WS-GH-IDX > WS-GH-COUNT
               MOVE WS-GH-HOLD-IDX(WS-GH-IDX) TO WS-HT-IDX
               IF WS-HT-STATUS(WS-HT-IDX) = 'C'
                   AND WS-HT-MATCHED(WS-HT-IDX) = 'N'
                   AND WS-HT-AMOUNT(WS-HT-IDX) = RSR-AMOUNT
                   MOVE 'Y' TO WS-HT-MATCHED(WS-HT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   End of an account that is on ACCOUNTS.DAT: its RECON line,
      *>   whether its holds have a live account behind them, whether
      *>   they exceed its balance, and the official check liability
      *>   balance if this is that account.
       CLOSE-ACCOUNT-GROUP.
           ADD 1 TO WS-ACCOUNT-COUNT
           IF WS-ACCOUNT-COUNT = 1
               MOVE ACCT-ID(5:1) TO WS-NODE-CODE
           END-IF
           PERFORM CHECK-ACCOUNT-BALANCE
           IF ACCT-STATUS NOT = 'C'
               PERFORM VARYING WS-GH-IDX FROM 1 BY 1
                   UNTIL WS-GH-IDX > WS-GH-COUNT
                   MOVE WS-GH-HOLD-IDX(WS-GH-IDX) TO WS-HT-IDX
                   MOVE 'Y' TO WS-HT-ACCT-OPEN(WS-HT-IDX)
               END-PERFORM
           END-IF
           IF WS-HT-COUNT > 0
               AND WS-HT-ACTIVE-SUM > ACCT-BALANCE
               MOVE ACCT-ID TO WS-HELD-ACCT-ID
               MOVE WS-HT-ACTIVE-SUM TO WS-HELD-SUM
               MOVE ACCT-BALANCE TO WS-HELD-BALANCE
               WRITE HELD-WORK-LINE FROM WS-HELD-RECORD
           END-IF
           IF ACCT-ID = OFFCHK-LIAB-ACCT-ID
               AND WS-OFCK-LIAB-FOUND = 'N'
               MOVE 'Y' TO WS-OFCK-LIAB-FOUND
               MOVE ACCT-BALANCE TO WS-OFCK-LIAB-BAL
           END-IF.

       CHECK-ACCOUNT-BALANCE.
      *>   Net = credits - debits for this account
           COMPUTE WS-TX-NET =
               WS-TX-CREDITS
               - WS-TX-DEBITS
           END-COMPUTE

           IF WS-HAS-PRIOR-SNAPSHOT = 'Y'
               AND WS-PRIOR-FOUND = 'Y'
      *>       Carried-forward opening balance is known exactly —
      *>       opening + today's net must equal today's actual
      *>       balance exactly, not merely be non-negative
               COMPUTE WS-EXPECTED-BAL =
                   WS-PRIOR-BAL + WS-TX-NET
               END-COMPUTE
               IF WS-EXPECTED-BAL = ACCT-BALANCE
                   ADD 1 TO WS-MATCHED
                   DISPLAY ACCT-ID "  MATCH    "
                       ACCT-BALANCE "  "
                       WS-TX-COUNT
                   DISPLAY "RECON|" ACCT-ID
                       "|MATCH|" ACCT-BALANCE
                       "|" WS-TX-COUNT
                   MOVE "MATCH" TO WS-RECON-STATUS-TEXT
                   PERFORM WRITE-RECON-AUDIT-LINE
               ELSE
                   ADD 1 TO WS-MISMATCHED
                   DISPLAY ACCT-ID "  MISMATCH "
                       ACCT-BALANCE "  "
                       WS-TX-COUNT
                   DISPLAY "RECON|" ACCT-ID
                       "|MISMATCH|" ACCT-BALANCE
                       "|" WS-TX-COUNT
                   DISPLAY "RECON-DETAIL|" ACCT-ID
                       "|OPENING=" WS-PRIOR-BAL
                       "|NET=" WS-TX-NET
                       "|EXPECTED=" WS-EXPECTED-BAL
                       "|ACTUAL=" ACCT-BALANCE
                   MOVE "MISMATCH" TO WS-RECON-STATUS-TEXT
                   PERFORM WRITE-RECON-AUDIT-LINE
               END-IF
      *>   No prior-day snapshot for this account — fall back to
      *>   inferring the opening balance from today's activity alone
           ELSE
               IF WS-TX-COUNT = 0
                   ADD 1 TO WS-MATCHED
                   DISPLAY ACCT-ID "  MATCH    "
                       ACCT-BALANCE "  "
                       WS-TX-COUNT
                   DISPLAY "RECON|" ACCT-ID
                       "|MATCH|" ACCT-BALANCE
                       "|" WS-TX-COUNT
                   MOVE "MATCH" TO WS-RECON-STATUS-TEXT
                   PERFORM WRITE-RECON-AUDIT-LINE
               ELSE
      *>           transactions. If negative, transactions exceed
      *>           what balance allows
                   COMPUTE WS-EXPECTED-BAL =
                       ACCT-BALANCE - WS-TX-NET
                   END-COMPUTE
                   IF WS-EXPECTED-BAL >= 0
                       ADD 1 TO WS-MATCHED
                       DISPLAY ACCT-ID "  MATCH    "
                           ACCT-BALANCE "  "
                           WS-TX-COUNT
                       DISPLAY "RECON|" ACCT-ID
                           "|MATCH|" ACCT-BALANCE
                           "|" WS-TX-COUNT
                       MOVE "MATCH" TO WS-RECON-STATUS-TEXT
                       PERFORM WRITE-RECON-AUDIT-LINE
                   ELSE
                       ADD 1 TO WS-MISMATCHED
                       DISPLAY ACCT-ID "  MISMATCH "
                           ACCT-BALANCE "  "
                           WS-TX-COUNT
                       DISPLAY "RECON|" ACCT-ID
                           "|MISMATCH|" ACCT-BALANCE
                           "|" WS-TX-COUNT
                       MOVE "MISMATCH" TO WS-RECON-STATUS-TEXT
                       PERFORM WRITE-RECON-AUDIT-LINE
                   END-IF
      *>     4. an account whose summed Active holds exceed its
      *>        ledger balance has a negative available balance the
      *>        teller screens will happily mis-report
      *>   Checks 1, 2 and 4 are worked out in the match-merge, where
      *>   each hold meets its own account's debits and record; what
      *>   is left here is reporting them, holds first in hold order
      *>   and then accounts in ACCT-ID order. Findings go to STDOUT
      *>   and the audit file as RECON-HOLD lines and count toward
      *>   RESULT|01, same as mismatches.
       CHECK-HOLDS-INTEGRITY.
           MOVE 0 TO WS-HOLD-ISSUES
           IF WS-HT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT
               PERFORM CHECK-ONE-HOLD
           END-PERFORM
           OPEN INPUT HELD-WORK-FILE
           IF WS-WORK-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ HELD-WORK-FILE INTO WS-HELD-RECORD
                       AT END
                           CLOSE HELD-WORK-FILE
                           EXIT PERFORM
                   END-READ
                   PERFORM REPORT-HELD-OVER-BALANCE
               END-PERFORM
           END-IF
           DISPLAY "RECON-HOLD-SUMMARY|" WS-HOLD-ISSUES
           MOVE SPACES TO RECON-AUDIT-LINE
           STRING "RECON-HOLD-SUMMARY|" DELIMITED BY SIZE
                   MOVE HOLD-RELEASE-DATE
                       TO WS-HT-RELEASE(WS-HT-COUNT)
                   MOVE 'N' TO WS-HT-MATCHED(WS-HT-COUNT)
                   MOVE 'N' TO WS-HT-ACCT-OPEN(WS-HT-COUNT)
               END-IF
           END-PERFORM
           CLOSE HOLDS-FILE.

       CHECK-ONE-HOLD.
           IF WS-HT-STATUS(WS-HT-IDX) = 'C'
               AND WS-HT-MATCHED(WS-HT-IDX) = 'N'
                   WS-HT-AMOUNT(WS-HT-IDX)
           END-IF
           IF WS-HT-STATUS(WS-HT-IDX) = 'A'
               IF WS-HT-ACCT-OPEN(WS-HT-IDX) = 'N'
                   ADD 1 TO WS-HOLD-ISSUES
                   PERFORM WRITE-HOLD-ISSUE-LINE
                   DISPLAY "RECON-HOLD|ACTIVE-ORPHAN-ACCOUNT|"
               END-IF
           END-IF.

       REPORT-HELD-OVER-BALANCE.
           ADD 1 TO WS-HOLD-ISSUES
           DISPLAY "RECON-HOLD|HELD-OVER-BALANCE|"
               WS-HELD-ACCT-ID "|" WS-HELD-SUM
               "|" WS-HELD-BALANCE
           MOVE SPACES TO RECON-AUDIT-LINE
           STRING "RECON-HOLD|HELD-OVER-BALANCE|"
                   DELIMITED BY SIZE
               WS-HELD-ACCT-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-HELD-SUM DELIMITED BY SIZE
               INTO RECON-AUDIT-LINE
           END-STRING
           WRITE RECON-AUDIT-LINE.

      *>   Proves the official check liability account against its
      *>   register: OFFCHK-LIAB-ACCT-ID's ledger balance must equal
      *>   the summed amounts of every OFFCHK.DAT item still 'O'ut-
      *>   standing or 'L'ost awaiting replacement — a paid item
      *>   has left both, and a 'R'eplaced one handed its liability
      *>   to its successor. Anything else means money moved on one
      *>   side without the other. One RECON-OFFCHK line either way
      *>   (to STDOUT and the audit file); a MISMATCH counts toward
      *>   RESULT|01. Nothing to prove on a node that has never sold
      *>   one (no register, no liability account). The liability
      *>   account's balance was picked up in the match-merge.
       CHECK-OFFICIAL-CHECK-LIABILITY.
           MOVE 0 TO WS-OFCK-ISSUES
           MOVE 0 TO WS-OFCK-OPEN-COUNT
           MOVE 0 TO WS-OFCK-OPEN-SUM
           MOVE 'N' TO WS-OFCK-FILE-FOUND
           OPEN INPUT OFFCHK-FILE
           IF WS-OFFCHK-STATUS = '00'
               MOVE 'Y' TO WS-OFCK-FILE-FOUND
               PERFORM UNTIL 1 = 0
                   READ OFFCHK-FILE
                       AT END
                           CLOSE OFFCHK-FILE
                           EXIT PERFORM
                   END-READ
                   IF OFCK-OUTSTANDING OR OFCK-LOST
                       ADD 1 TO WS-OFCK-OPEN-COUNT
                       ADD OFCK-AMOUNT TO WS-OFCK-OPEN-SUM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OFCK-LIAB-FOUND = 'N' AND WS-OFCK-FILE-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-OFCK-LIAB-FOUND = 'N'
               MOVE 0 TO WS-OFCK-LIAB-BAL
           END-IF
           IF WS-OFCK-LIAB-BAL = WS-OFCK-OPEN-SUM
               MOVE "MATCH" TO WS-RECON-STATUS-TEXT
           ELSE
               MOVE "MISMATCH" TO WS-RECON-STATUS-TEXT
               ADD 1 TO WS-OFCK-ISSUES
           END-IF
           MOVE WS-OFCK-LIAB-BAL TO WS-OFCK-BAL-DISP
           MOVE WS-OFCK-OPEN-SUM TO WS-OFCK-SUM-DISP
           DISPLAY "RECON-OFFCHK|" OFFCHK-LIAB-ACCT-ID "|"
               FUNCTION TRIM(WS-OFCK-BAL-DISP) "|"
               FUNCTION TRIM(WS-OFCK-SUM-DISP) "|"
               WS-OFCK-OPEN-COUNT "|"
               FUNCTION TRIM(WS-RECON-STATUS-TEXT)
           MOVE SPACES TO RECON-AUDIT-LINE
           STRING "RECON-OFFCHK|" DELIMITED BY SIZE
               OFFCHK-LIAB-ACCT-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OFCK-BAL-DISP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OFCK-SUM-DISP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OFCK-OPEN-COUNT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RECON-STATUS-TEXT) DELIMITED BY SIZE
               INTO RECON-AUDIT-LINE
           END-STRING
           WRITE RECON-AUDIT-LINE.

       WRITE-HOLD-ISSUE-LINE.
           MOVE SPACES TO RECON-AUDIT-LINE

       WRITE-RECON-AUDIT-LINE.
           STRING "RECON|" DELIMITED BY SIZE
               ACCT-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RECON-STATUS-TEXT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ACCT-BALANCE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-TX-COUNT DELIMITED BY SIZE
               INTO RECON-AUDIT-LINE
           WRITE RECON-AUDIT-LINE.

      *>   The matched, mismatched and total account counts keep the
      *>   three-digit fields RECON-SUMMARY has always carried; only a
      *>   node past 999 accounts gets the full six-digit count
      *>   instead of one wrapped back through zero.
       FORMAT-SUMMARY-COUNTS.
           MOVE WS-MATCHED TO WS-CNT-6
           PERFORM FORMAT-ONE-COUNT
           MOVE WS-CNT-TEXT TO WS-MATCHED-TEXT
           MOVE WS-MISMATCHED TO WS-CNT-6
           PERFORM FORMAT-ONE-COUNT
           MOVE WS-CNT-TEXT TO WS-MISMATCHED-TEXT
           MOVE WS-ACCOUNT-COUNT TO WS-CNT-6
           PERFORM FORMAT-ONE-COUNT
           MOVE WS-CNT-TEXT TO WS-TOTAL-TEXT.

       FORMAT-ONE-COUNT.
           MOVE SPACES TO WS-CNT-TEXT
           IF WS-CNT-6 < 1000
               MOVE WS-CNT-6 TO WS-CNT-3
               MOVE WS-CNT-3 TO WS-CNT-TEXT
           ELSE
               MOVE WS-CNT-6 TO WS-CNT-TEXT
           END-IF.

       LOAD-PRIOR-SNAPSHOT.
      *>   Only checks that yesterday's RECON-YYYYMMDD.DAT is there;
      *>   its balances are read into the match-merge — see
      *>   RELEASE-PRIOR-BALANCES. If it isn't there (first day, or
      *>   a gap in the retained history), fall back to inferring the
      *>   opening balance from today's activity alone.
           MOVE 'N' TO WS-HAS-PRIOR-SNAPSHOT
           COMPUTE WS-PRIOR-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1
                   "activity"
               EXIT PARAGRAPH
           END-IF
           CLOSE PRIOR-RECON-FILE
           MOVE 'Y' TO WS-HAS-PRIOR-SNAPSHOT.

       OPEN-ACCOUNTS-FILE.
           MOVE 'N' TO WS-ACCT-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
      *>       Status 39 is a record-length mismatch — the file was
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.
