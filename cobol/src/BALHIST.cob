      *>================================================================*
      *>  Program:     BALHIST.cob
      *>  System:      LEGACY LEDGER — Daily Balance History Snapshot
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    EOD step that appends one BALHIST.DAT record per open
      *>    account holding that day's closing ledger balance and its
      *>    available balance net of still-Active HOLDS.DAT holds.
      *>    Gives REPORTS.cob's AVG-BALANCE (and anything else that
      *>    needs a balance over time) a real daily series instead of
      *>    the single current ACCT-BALANCE figure or a replay of
      *>    TRANSACT.DAT. EODRUN.cob runs it last, after SETTLE, so
      *>    the snapshot is the day's final position.
      *>
      *>  Operations:
      *>    RUN  — Snapshot every non-closed account once (the only
      *>           mode; EODRUN.cob's RUN-BALHIST invokes it with no
      *>           arguments). A second run on the same business day
      *>           finds today's records already on file and exits
      *>           RESULT|00 without appending duplicates, so a
      *>           resumed EODRUN never double-counts a day.
      *>
      *>  Files:
      *>    Input:  ACCOUNTS.DAT  (148-byte, INDEXED, keyed on ACCT-ID)
      *>    Input:  HOLDS.DAT     (INDEXED, keyed on HOLD-ID — absent
      *>            on a node that has never placed a hold)
      *>    Output: BALHIST.DAT   (LINE SEQUENTIAL, append)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout
      *>    HOLDREC.cpy   — Funds hold record layout
      *>    BALHREC.cpy   — Daily balance history record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Per account: BALHIST|ACCT-ID|LEDGER|HELD|AVAILABLE
      *>    Repeat run:  BALHIST|ALREADY-RECORDED|yyyymmdd
      *>    Summary:     SUMMARY|ACCOUNTS-RECORDED|TOTAL-LEDGER
      *>    Result:      RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Run completed (including a same-day repeat)
      *>    RESULT|99 — File I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT BALHIST-FILE
               ASSIGN TO "BALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  HOLDS-FILE.
       COPY "HOLDREC.cpy".
       FD  BALHIST-FILE.
       COPY "BALHREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-HOLD-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-BH-STATUS           PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       COPY "ACCTIO.cpy".

      *>   Per-account Active-hold totals, parallel to WS-ACCOUNT-TABLE
      *>   (same subscript) so one pass over HOLDS.DAT serves every
      *>   account instead of re-reading the file per account.
       01  WS-HELD-TABLE.
           05  WS-HELD-AMT OCCURS 500 TIMES PIC S9(10)V99.
       01  WS-BH-AVAILABLE        PIC S9(10)V99 VALUE 0.
       01  WS-BH-ALREADY          PIC X VALUE 'N'.
       01  WS-BH-RECORDED         PIC 9(5) VALUE 0.
       01  WS-BH-TOTAL-LEDGER     PIC S9(12)V99 VALUE 0.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           DISPLAY "========================================"
           DISPLAY "  BALANCE HISTORY — END OF DAY SNAPSHOT"
           DISPLAY "  DATE: " WS-CURRENT-DATE
               "  TIME: " WS-CURRENT-TIME
           DISPLAY "========================================"
           DISPLAY ""

           PERFORM CHECK-ALREADY-RECORDED
           IF WS-BH-ALREADY = 'Y'
               DISPLAY "BALHIST|ALREADY-RECORDED|" WS-CURRENT-DATE
               DISPLAY "RESULT|00"
               STOP RUN
           END-IF

           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM SUM-HOLDS-BY-ACCOUNT

           OPEN EXTEND BALHIST-FILE
           IF WS-BH-STATUS = '35'
               OPEN OUTPUT BALHIST-FILE
           END-IF
           IF WS-BH-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-BH-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-A-STATUS(WS-ACCT-IDX) NOT = 'C'
                   PERFORM WRITE-BALHIST-ENTRY
               END-IF
           END-PERFORM
           CLOSE BALHIST-FILE

           DISPLAY ""
           DISPLAY "========================================"
           DISPLAY "  BALANCE HISTORY SUMMARY"
           DISPLAY "  Accounts recorded:  " WS-BH-RECORDED
           DISPLAY "  Total ledger:       " WS-BH-TOTAL-LEDGER
           DISPLAY "========================================"
           DISPLAY "SUMMARY|" WS-BH-RECORDED "|" WS-BH-TOTAL-LEDGER
           DISPLAY "RESULT|00"

           STOP RUN.

      *>   One account's closing snapshot. Available is ledger less
      *>   Active holds — the figure VALIDATE.cob would have reported
      *>   for the account at the moment the books closed.
       WRITE-BALHIST-ENTRY.
           COMPUTE WS-BH-AVAILABLE =
               WS-A-BALANCE(WS-ACCT-IDX) - WS-HELD-AMT(WS-ACCT-IDX)
           MOVE SPACES TO BALHIST-RECORD
           MOVE WS-CURRENT-DATE TO BH-DATE
           MOVE WS-A-ID(WS-ACCT-IDX) TO BH-ACCT-ID
           MOVE WS-A-BALANCE(WS-ACCT-IDX) TO BH-LEDGER-BAL
           MOVE WS-HELD-AMT(WS-ACCT-IDX) TO BH-HELD
           MOVE WS-BH-AVAILABLE TO BH-AVAIL-BAL
           MOVE WS-A-STATUS(WS-ACCT-IDX) TO BH-STATUS
           MOVE WS-A-CURRENCY(WS-ACCT-IDX) TO BH-CURRENCY
           WRITE BALHIST-RECORD
           IF WS-BH-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-WRITE|" WS-BH-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           DISPLAY "BALHIST|" WS-A-ID(WS-ACCT-IDX) "|"
               WS-A-BALANCE(WS-ACCT-IDX) "|"
               WS-HELD-AMT(WS-ACCT-IDX) "|"
               WS-BH-AVAILABLE
           ADD 1 TO WS-BH-RECORDED
           ADD WS-A-BALANCE(WS-ACCT-IDX) TO WS-BH-TOTAL-LEDGER.

      *>   BALHIST.DAT is written in date order, so today's snapshot,
      *>   if present, is at the tail — but a full scan is cheap and
      *>   doesn't depend on nobody having hand-edited the file. No
      *>   file yet (status 35) simply means this is the first night.
       CHECK-ALREADY-RECORDED.
           MOVE 'N' TO WS-BH-ALREADY
           OPEN INPUT BALHIST-FILE
           IF WS-BH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BALHIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF BH-DATE = WS-CURRENT-DATE
                   MOVE 'Y' TO WS-BH-ALREADY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE BALHIST-FILE.

      *>   Single pass over HOLDS.DAT, crediting each Active hold to
      *>   its account's WS-HELD-AMT slot. HOLDS.DAT may not exist yet
      *>   on a node that has never placed a hold — file status '35'
      *>   on OPEN INPUT just means every account's held total is zero.
       SUM-HOLDS-BY-ACCOUNT.
           INITIALIZE WS-HELD-TABLE
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-FILE-STATUS NOT = '00'
      *>       39 = prior HOLDREC.cpy layout on disk — run MIGRATE.
               IF WS-HOLD-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "HOLDS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-HOLD-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF HOLD-ACTIVE
                   MOVE HOLD-ACCT-ID TO WS-IN-ACCT-ID
                   PERFORM FIND-ACCOUNT
                   IF WS-FOUND-FLAG = 'Y'
                       ADD HOLD-AMOUNT TO WS-HELD-AMT(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HOLDS-FILE.

       LOAD-ALL-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT
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
               READ ACCOUNTS-FILE
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE ACCT-ID TO WS-A-ID(WS-ACCOUNT-COUNT)
               MOVE ACCT-NAME TO WS-A-NAME(WS-ACCOUNT-COUNT)
               MOVE ACCT-TYPE TO WS-A-TYPE(WS-ACCOUNT-COUNT)
               MOVE ACCT-BALANCE TO WS-A-BALANCE(WS-ACCOUNT-COUNT)
               MOVE ACCT-STATUS TO WS-A-STATUS(WS-ACCOUNT-COUNT)
               MOVE ACCT-CURRENCY TO WS-A-CURRENCY(WS-ACCOUNT-COUNT)
               IF WS-A-CURRENCY(WS-ACCOUNT-COUNT) = SPACES
                   MOVE 'USD' TO WS-A-CURRENCY(WS-ACCOUNT-COUNT)
               END-IF
           END-PERFORM.

       FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-A-ID(WS-ACCT-IDX) = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-ACCT-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
