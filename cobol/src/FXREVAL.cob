      *>================================================================*
      *>  Program:     FXREVAL.cob
      *>  System:      LEGACY LEDGER — Month-End FX Revaluation
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    Month-end job that translates every open non-USD account's
      *>    ledger balance into USD at the period-end rate in
      *>    COMCODE.cpy's FX-RATE-TABLE (operations update the table
      *>    to the month-end fixing before the run) and appends one
      *>    FXREVAL.DAT history record per account. The unrealized FX
      *>    gain or loss is the change in that balance's USD value
      *>    from the rate it was carried at last month to this
      *>    month's rate — the month's own deposits and withdrawals
      *>    are not FX and are not counted. GLFEED.cob picks the gain
      *>    or loss up from FXREVAL.DAT and books it to the GL. An
      *>    account's first revaluation has no prior month and simply
      *>    sets its carrying rate.
      *>
      *>  Operations:
      *>    RUN [yyyymm]   — Revalue for period yyyymm (default: the
      *>                     current month). Accounts already revalued
      *>                     for the period are skipped, so a rerun
      *>                     only picks up what the first run missed.
      *>    HISTORY <acct> — List an account's revaluation history
      *>
      *>  Files:
      *>    Input:  ACCOUNTS.DAT  (148-byte, INDEXED, keyed on ACCT-ID)
      *>    I/O:    FXREVAL.DAT   (105-byte, LINE SEQUENTIAL, append)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout
      *>    FXRVREC.cpy   — FX revaluation history record layout
      *>    COMCODE.cpy   — Shared status codes and FX rate table
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Per account: FXREVAL|ACCT-ID|CCY|BALANCE|RATE|USD-VALUE|
      *>                 GAIN-LOSS
      *>    No rate:     FXREVAL|NO-RATE|ACCT-ID|CCY
      *>    History:     FXHIST|PERIOD|CCY|BALANCE|RATE|USD-VALUE|
      *>                 PRIOR-RATE|GAIN-LOSS|ENTRY-ID
      *>    Summary:     SUMMARY|PERIOD|REVALUED|SKIPPED|TOTAL-USD|
      *>                 NET-GAIN-LOSS
      *>    Result:      RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Run completed (including a full rerun)
      *>    RESULT|03 — HISTORY: account not found
      *>    RESULT|99 — File I/O error, or unknown operation
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FXREVAL-FILE
               ASSIGN TO "FXREVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  FXREVAL-FILE.
       COPY "FXRVREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-FXRV-STATUS         PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-IN-PARM             PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       COPY "ACCTIO.cpy".

      *>   Per-account revaluation state, parallel to WS-ACCOUNT-TABLE
      *>   (same subscript), built in one pass over FXREVAL.DAT: the
      *>   rate each account was last carried at before this period,
      *>   and whether this period's record is already on file.
       01  WS-FXRV-STATE-TABLE.
           05  WS-FXRV-STATE OCCURS 500 TIMES.
               10  WS-FXRV-LAST-PERIOD PIC 9(6).
               10  WS-FXRV-LAST-RATE   PIC 9(5)V9(4).
               10  WS-FXRV-DONE        PIC X(1).
       01  WS-FXRV-PERIOD         PIC 9(6) VALUE 0.
       01  WS-FXRV-SEQ            PIC 9(3) VALUE 0.
       01  WS-FXRV-SUB            PIC 9(2) VALUE 0.
       01  WS-FXRV-RATE           PIC 9(5)V9(4) VALUE 0.
       01  WS-FXRV-RATE-FOUND     PIC X VALUE 'N'.
       01  WS-FXRV-USD            PIC S9(10)V99 VALUE 0.
       01  WS-FXRV-PRIOR-USD      PIC S9(10)V99 VALUE 0.
       01  WS-FXRV-GAIN-LOSS      PIC S9(10)V99 VALUE 0.
       01  WS-FXRV-REVALUED       PIC 9(5) VALUE 0.
       01  WS-FXRV-SKIPPED        PIC 9(5) VALUE 0.
       01  WS-FXRV-HIST-COUNT     PIC 9(5) VALUE 0.
       01  WS-FXRV-TOTAL-USD      PIC S9(12)V99 VALUE 0.
       01  WS-FXRV-NET-GAIN-LOSS  PIC S9(12)V99 VALUE 0.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-PARM
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           MOVE FUNCTION TRIM(WS-IN-PARM) TO WS-IN-PARM

           EVALUATE WS-OPERATION
               WHEN "RUN"
               WHEN SPACES
                   PERFORM PROCESS-RUN
               WHEN "HISTORY"
                   PERFORM PROCESS-HISTORY
               WHEN OTHER
                   DISPLAY "ERROR|UNKNOWN-OPERATION|" WS-OPERATION
                   DISPLAY "RESULT|99"
           END-EVALUATE

           STOP RUN.

      *>================================================================*
      *>  RUN
      *>================================================================*
       PROCESS-RUN.
           IF WS-IN-PARM NOT = SPACES
               MOVE WS-IN-PARM(1:6) TO WS-FXRV-PERIOD
           ELSE
               MOVE WS-CURRENT-DATE(1:6) TO WS-FXRV-PERIOD
           END-IF

           DISPLAY "========================================"
           DISPLAY "  FX REVALUATION — MONTH END"
           DISPLAY "  PERIOD: " WS-FXRV-PERIOD
               "  DATE: " WS-CURRENT-DATE
           DISPLAY "========================================"
           DISPLAY ""

           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-REVALUATION-STATE

           OPEN EXTEND FXREVAL-FILE
           IF WS-FXRV-STATUS = '35'
               OPEN OUTPUT FXREVAL-FILE
           END-IF
           IF WS-FXRV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FXRV-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-A-STATUS(WS-ACCT-IDX) NOT = 'C'
                   AND WS-A-CURRENCY(WS-ACCT-IDX) NOT = 'USD'
                   IF WS-FXRV-DONE(WS-ACCT-IDX) = 'Y'
                       ADD 1 TO WS-FXRV-SKIPPED
                   ELSE
                       PERFORM REVALUE-ONE-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FXREVAL-FILE

           DISPLAY ""
           DISPLAY "========================================"
           DISPLAY "  FX REVALUATION SUMMARY"
           DISPLAY "  Accounts revalued:  " WS-FXRV-REVALUED
           DISPLAY "  Already on file:    " WS-FXRV-SKIPPED
           DISPLAY "  Total USD value:    " WS-FXRV-TOTAL-USD
           DISPLAY "  Net gain/(loss):    " WS-FXRV-NET-GAIN-LOSS
           DISPLAY "========================================"
           DISPLAY "SUMMARY|" WS-FXRV-PERIOD "|" WS-FXRV-REVALUED "|"
               WS-FXRV-SKIPPED "|" WS-FXRV-TOTAL-USD "|"
               WS-FXRV-NET-GAIN-LOSS
           DISPLAY "RESULT|00".

      *>   One account's revaluation. A currency missing from
      *>   FX-RATE-TABLE can't be translated — it is reported and left
      *>   for operations to add the rate and rerun, rather than being
      *>   carried at par and booking a bogus gain or loss later. The
      *>   gain or loss prices the current balance at last month's
      *>   carrying rate and at this month's: a deposit (positive
      *>   balance) is a liability, so a weaker currency (more units
      *>   per USD) is a gain to the bank, and the same subtraction
      *>   gets the sign right for an overdrawn balance too.
       REVALUE-ONE-ACCOUNT.
           PERFORM LOOKUP-PERIOD-RATE
           IF WS-FXRV-RATE-FOUND = 'N'
               DISPLAY "FXREVAL|NO-RATE|" WS-A-ID(WS-ACCT-IDX) "|"
                   WS-A-CURRENCY(WS-ACCT-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FXRV-USD ROUNDED =
               WS-A-BALANCE(WS-ACCT-IDX) / WS-FXRV-RATE
           IF WS-FXRV-LAST-RATE(WS-ACCT-IDX) > 0
               COMPUTE WS-FXRV-PRIOR-USD ROUNDED =
                   WS-A-BALANCE(WS-ACCT-IDX)
                   / WS-FXRV-LAST-RATE(WS-ACCT-IDX)
               COMPUTE WS-FXRV-GAIN-LOSS =
                   WS-FXRV-PRIOR-USD - WS-FXRV-USD
           ELSE
               MOVE WS-FXRV-USD TO WS-FXRV-PRIOR-USD
               MOVE 0 TO WS-FXRV-GAIN-LOSS
           END-IF

           ADD 1 TO WS-FXRV-SEQ
           MOVE SPACES TO FXREVAL-RECORD
           MOVE WS-A-ID(WS-ACCT-IDX) TO FXRV-ACCT-ID
           MOVE WS-FXRV-PERIOD TO FXRV-PERIOD
           MOVE WS-CURRENT-DATE TO FXRV-DATE
           MOVE WS-A-CURRENCY(WS-ACCT-IDX) TO FXRV-CURRENCY
           MOVE WS-A-BALANCE(WS-ACCT-IDX) TO FXRV-BALANCE
           MOVE WS-FXRV-RATE TO FXRV-RATE
           MOVE WS-FXRV-USD TO FXRV-USD-VALUE
           MOVE WS-FXRV-LAST-RATE(WS-ACCT-IDX) TO FXRV-PRIOR-RATE
           MOVE WS-FXRV-PRIOR-USD TO FXRV-PRIOR-USD
           MOVE WS-FXRV-GAIN-LOSS TO FXRV-GAIN-LOSS
           STRING "FXR" WS-FXRV-PERIOD WS-FXRV-SEQ
               DELIMITED BY SIZE INTO FXRV-ENTRY-ID
           END-STRING
           WRITE FXREVAL-RECORD
           IF WS-FXRV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-WRITE|" WS-FXRV-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           DISPLAY "FXREVAL|" WS-A-ID(WS-ACCT-IDX) "|"
               WS-A-CURRENCY(WS-ACCT-IDX) "|"
               WS-A-BALANCE(WS-ACCT-IDX) "|"
               WS-FXRV-RATE "|" WS-FXRV-USD "|" WS-FXRV-GAIN-LOSS
           ADD 1 TO WS-FXRV-REVALUED
           ADD WS-FXRV-USD TO WS-FXRV-TOTAL-USD
           ADD WS-FXRV-GAIN-LOSS TO WS-FXRV-NET-GAIN-LOSS.

       LOOKUP-PERIOD-RATE.
           MOVE 'N' TO WS-FXRV-RATE-FOUND
           MOVE 0 TO WS-FXRV-RATE
           PERFORM VARYING WS-FXRV-SUB FROM 1 BY 1
               UNTIL WS-FXRV-SUB > FX-RATE-COUNT
               IF FX-CODE(WS-FXRV-SUB) = WS-A-CURRENCY(WS-ACCT-IDX)
                   AND FX-RATE-PER-USD(WS-FXRV-SUB) > 0
                   MOVE FX-RATE-PER-USD(WS-FXRV-SUB) TO WS-FXRV-RATE
                   MOVE 'Y' TO WS-FXRV-RATE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   Single pass over FXREVAL.DAT. For each account, the latest
      *>   record before this period gives the carrying rate; a record
      *>   for this period means it's already done. This period's
      *>   records also set WS-FXRV-SEQ, so a rerun's entry ids carry
      *>   on from the first run's instead of colliding with them in
      *>   the GL. No file yet (status 35) is the first month-end.
       LOAD-REVALUATION-STATE.
           INITIALIZE WS-FXRV-STATE-TABLE
           MOVE 0 TO WS-FXRV-SEQ
           OPEN INPUT FXREVAL-FILE
           IF WS-FXRV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ FXREVAL-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE FXRV-ACCT-ID TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF FXRV-PERIOD = WS-FXRV-PERIOD
                   ADD 1 TO WS-FXRV-SEQ
                   IF WS-FOUND-FLAG = 'Y'
                       MOVE 'Y' TO WS-FXRV-DONE(WS-FOUND-IDX)
                   END-IF
               END-IF
               IF WS-FOUND-FLAG = 'Y'
                   AND FXRV-PERIOD < WS-FXRV-PERIOD
                   AND FXRV-PERIOD >=
                       WS-FXRV-LAST-PERIOD(WS-FOUND-IDX)
                   MOVE FXRV-PERIOD
                       TO WS-FXRV-LAST-PERIOD(WS-FOUND-IDX)
                   MOVE FXRV-RATE TO WS-FXRV-LAST-RATE(WS-FOUND-IDX)
               END-IF
           END-PERFORM
           CLOSE FXREVAL-FILE.

      *>================================================================*
      *>  HISTORY
      *>================================================================*
       PROCESS-HISTORY.
           MOVE WS-IN-PARM TO WS-IN-ACCT-ID
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ERROR|ACCOUNT-NOT-FOUND|" WS-IN-ACCT-ID
               DISPLAY "RESULT|" RC-INVALID-ACCT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FX REVALUATION HISTORY: " WS-IN-ACCT-ID
           OPEN INPUT FXREVAL-FILE
           IF WS-FXRV-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ FXREVAL-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF FXRV-ACCT-ID = WS-IN-ACCT-ID
                       DISPLAY "FXHIST|" FXRV-PERIOD "|"
                           FXRV-CURRENCY "|" FXRV-BALANCE "|"
                           FXRV-RATE "|" FXRV-USD-VALUE "|"
                           FXRV-PRIOR-RATE "|" FXRV-GAIN-LOSS "|"
                           FXRV-ENTRY-ID
                       ADD 1 TO WS-FXRV-HIST-COUNT
                   END-IF
               END-PERFORM
               CLOSE FXREVAL-FILE
           END-IF
           DISPLAY "SUMMARY|HISTORY-COUNT|" WS-FXRV-HIST-COUNT
           DISPLAY "RESULT|00".

       LOAD-ALL-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
      *>       Status 39 is a record-length mismatch — the file was
      *>       written under a prior ACCTREC.cpy layout and needs the
      *>       one-time MIGRATE.cob conversion.
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
