      *>================================================================*
      *>  Program:     MBRBILL.cob
      *>  System:      LEGACY LEDGER — Clearing Member Billing
      *>  Node:        CLEARING (central hub)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    The clearing house never charged its members for the
      *>    service. SETTLE.cob now appends each run's per-member
      *>    activity to MEMBACT.DAT (MBRACTREC.cpy); this program
      *>    keeps the member fee schedule (MBRFEE.DAT, MBRFEEREC.cpy)
      *>    and runs the month-end bill: it totals a month's activity
      *>    per member, prices it from the schedule, posts the fee
      *>    against the member's NST-BANK-x nostro as a TRANS-TYPE 'F'
      *>    record under its own fee reason (FEE-REASON-CLEARING), and
      *>    writes each member a statement file into its own bank
      *>    directory — opening and closing nostro position, daily
      *>    settlement totals, the fees, and the collateral it has
      *>    posted (COLLATERAL.DAT, see COLLAT.cob).
      *>
      *>  Operations (via command-line argument):
      *>    FEE <bank-letter|*> <base> <per-item> <per-exception>
      *>        <per-return> <volume-bp> [<operator>]
      *>            — set (or reset) a member's fee schedule; '*' sets
      *>              the default row for members without their own
      *>    FEES [<operator>]
      *>            — display the fee schedule, then the built-in
      *>              MEMBER-FEE-DEFAULTS (COMCODE.cpy)
      *>    BILL [<yyyymm>] [<operator>]
      *>            — bill the month (default: the previous calendar
      *>              month) and write the member statements. A member
      *>              already on MBRBILL.DAT for the month is not
      *>              billed again, but its statement is rewritten
      *>              from the billing register, so a re-run after a
      *>              partial failure is safe
      *>
      *>  Files:
      *>    I-O:    MBRFEE.DAT (LINE SEQUENTIAL, 60-byte — loaded whole
      *>            and rewritten)
      *>    Input:  MEMBACT.DAT (LINE SEQUENTIAL, 113-byte, written by
      *>            SETTLE.cob)
      *>    I-O:    MBRBILL.DAT (LINE SEQUENTIAL, 138-byte billing
      *>            register — read, then appended)
      *>    Input:  COLLATERAL.DAT (LINE SEQUENTIAL, COLLAT.cob's file)
      *>    I-O:    ACCOUNTS.DAT (INDEXED, keyed on ACCT-ID — the fee
      *>            debits NST-BANK-x via a keyed REWRITE)
      *>    Output: TRANSACT.DAT (LINE SEQUENTIAL, appended — the fee
      *>            'F' records)
      *>    Output: ../BANK_X/MBRSTMT-yyyymm.DAT (the member statement,
      *>            one per member per billed month, rewritten on a
      *>            re-run)
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended)
      *>
      *>  Copybooks:
      *>    MBRFEEREC.cpy  — Member fee schedule record layout
      *>    MBRACTREC.cpy  — Member activity record layout
      *>    MBRBILLREC.cpy — Member billing register record layout
      *>    COLLATREC.cpy  — Collateral record layout
      *>    ACCTREC.cpy    — Account record layout (148 bytes)
      *>    TRANSREC.cpy   — Transaction record layout
      *>    TXCHAIN.cpy    — TRANSACT.DAT hash-chain work area
      *>    OPLOGREC.cpy   — Shared operator session log record layout
      *>    COMCODE.cpy    — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Fee set:  MBR-FEE-SET|BANK-LETTER|BASE|PER-ITEM|PER-EXC|
      *>              PER-RET|VOLUME-BP
      *>    Fees:     MBR-FEE|BANK-LETTER|BASE|PER-ITEM|PER-EXC|PER-RET|
      *>              VOLUME-BP|EFFECTIVE-DATE, then MBR-FEE|DEFAULT|...
      *>    Bill:     MBR-BILLED|BANK_X|PERIOD|ITEMS|EXC|RET|GROSS-VOL|
      *>              FEE|TRANS-ID, or MBR-BILL-ALREADY|BANK_X|PERIOD|
      *>              FEE|TRANS-ID, or MBR-NO-ACTIVITY|BANK_X|PERIOD, or
      *>              MBR-NO-NOSTRO|BANK_X|PERIOD; MBR-STATEMENT|BANK_X|
      *>              PATH per statement written; then
      *>              BILL-SUMMARY|PERIOD|BILLED|ALREADY|FEE-TOTAL
      *>    Statement file lines (pipe-delimited):
      *>              STMT-HEADER|BANK_X|PERIOD|RUN-DATE
      *>              OPENING-POSITION|NST-BANK-X|AMOUNT
      *>              DAILY|DATE|SUBMITTED|SETTLED|EXC|RET|SENT|
      *>                    RECEIVED|NET   (one per settlement date)
      *>              ACTIVITY-TOTAL|SUBMITTED|SETTLED|EXC|RET|SENT|
      *>                    RECEIVED|NET
      *>              SETTLED-CLOSE|NST-BANK-X|AMOUNT
      *>              FEE|BASE|AMOUNT, FEE|ITEMS|COUNT|AMOUNT,
      *>              FEE|EXCEPTIONS|COUNT|AMOUNT,
      *>              FEE|RETURNS|COUNT|AMOUNT, FEE|VOLUME|GROSS|AMOUNT
      *>              FEE-TOTAL|AMOUNT|TRANS-ID
      *>              CLOSING-POSITION|NST-BANK-X|AMOUNT
      *>              COLLATERAL|AMOUNT|POSTED-DATE  (or COLLATERAL|NONE)
      *>    Result:   RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|08 — Invalid request (bank letter not a member or
      *>                '*', missing fee amount, bad period)
      *>    RESULT|99 — File I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation — member fee
      *>                     schedule, month-end member billing against
      *>                     the nostro, and member statements
      *>    2026-10-15  AKD  Every TRANSACT.DAT record written now
      *>                     carries TRANS-CHAIN-HASH linking it to the
      *>                     record before it (STAMP-CHAIN-HASH; anchor
      *>                     found by LOAD-CHAIN-ANCHOR — see
      *>                     TXCHAIN.cpy), so VERIFY-CHAIN.cob can prove
      *>                     the log hasn't been edited since
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBRBILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MBRFEE-FILE
               ASSIGN TO "MBRFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT MEMBACT-FILE
               ASSIGN TO "MEMBACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBRACT-STATUS.
           SELECT MBRBILL-FILE
               ASSIGN TO "MBRBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT COLLATERAL-FILE
               ASSIGN TO "COLLATERAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO WS-STMT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT OPLOG-FILE
               ASSIGN TO "OPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MBRFEE-FILE.
       COPY "MBRFEEREC.cpy".
       FD  MEMBACT-FILE.
       COPY "MBRACTREC.cpy".
       FD  MBRBILL-FILE.
       COPY "MBRBILLREC.cpy".
       FD  COLLATERAL-FILE.
       COPY "COLLATREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE            PIC X(132).
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FEE-STATUS          PIC XX VALUE SPACES.
       01  WS-MBRACT-STATUS       PIC XX VALUE SPACES.
       01  WS-BILL-STATUS         PIC XX VALUE SPACES.
       01  WS-COLL-STATUS         PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-STMT-STATUS         PIC XX VALUE SPACES.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-STMT-FILE-PATH      PIC X(60) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-1               PIC X(20) VALUE SPACES.
       01  WS-ARG-2               PIC X(20) VALUE SPACES.
       01  WS-ARG-3               PIC X(20) VALUE SPACES.
       01  WS-ARG-4               PIC X(20) VALUE SPACES.
       01  WS-ARG-5               PIC X(20) VALUE SPACES.
       01  WS-ARG-6               PIC X(20) VALUE SPACES.
       01  WS-ARG-7               PIC X(20) VALUE SPACES.
       01  WS-IN-BANK-LTR         PIC X(1) VALUE SPACES.
       01  WS-IN-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-RESULT-CODE         PIC X(2) VALUE '00'.
       01  WS-OPLOG-OPERATION     PIC X(14) VALUE SPACES.
       01  WS-OPLOG-KEY-ID        PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-VALID-LTR           PIC X VALUE 'N'.
       01  WS-BANK-IDX            PIC 9(2) VALUE 0.

      *>   Fee schedule, staged whole from MBRFEE.DAT (the
      *>   COLLATERAL.DAT idiom COLLAT.cob uses) — one row per member
      *>   letter plus the optional '*' default row.
       01  WS-MF-COUNT            PIC 9(2) VALUE 0.
       01  WS-MF-IDX              PIC 9(2) VALUE 0.
       01  WS-MF-FOUND            PIC X VALUE 'N'.
       01  WS-MF-TABLE.
           05  WS-MF-ENTRY OCCURS 10 TIMES.
               10  WS-MF-LETTER       PIC X(1).
               10  WS-MF-BASE         PIC 9(7)V99.
               10  WS-MF-ITEM         PIC 9(3)V9(4).
               10  WS-MF-EXC          PIC 9(5)V99.
               10  WS-MF-RET          PIC 9(5)V99.
               10  WS-MF-BP           PIC 9(3)V99.
               10  WS-MF-EFFECTIVE    PIC 9(8).
               10  WS-MF-OPERATOR     PIC X(10).
       01  WS-IN-BASE             PIC 9(7)V99 VALUE 0.
       01  WS-IN-ITEM             PIC 9(3)V9(4) VALUE 0.
       01  WS-IN-EXC              PIC 9(5)V99 VALUE 0.
       01  WS-IN-RET              PIC 9(5)V99 VALUE 0.
       01  WS-IN-BP               PIC 9(3)V99 VALUE 0.

      *>   The rates that price the member being billed — its own
      *>   MBRFEE.DAT row, else the '*' row, else MEMBER-FEE-DEFAULTS.
       01  WS-RATE-BASE           PIC 9(7)V99 VALUE 0.
       01  WS-RATE-ITEM           PIC 9(3)V9(4) VALUE 0.
       01  WS-RATE-EXC            PIC 9(5)V99 VALUE 0.
       01  WS-RATE-RET            PIC 9(5)V99 VALUE 0.
       01  WS-RATE-BP             PIC 9(3)V99 VALUE 0.

      *>   Billing period and run totals
       01  WS-PERIOD              PIC X(6) VALUE SPACES.
       01  WS-PERIOD-NUM          PIC 9(6) VALUE 0.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-NUM.
           05  WS-PERIOD-YEAR     PIC 9(4).
           05  WS-PERIOD-MONTH    PIC 9(2).
       01  WS-BILLED-COUNT        PIC 9(3) VALUE 0.
       01  WS-ALREADY-COUNT       PIC 9(3) VALUE 0.
       01  WS-FEE-GRAND-TOTAL     PIC 9(9)V99 VALUE 0.

      *>   The current member's month, totalled off MEMBACT.DAT —
      *>   daily lines folded by MA-DATE (intraday cycle runs and the
      *>   end-of-day pass land on the same date).
       01  WS-MBR-LTR             PIC X(1) VALUE SPACES.
       01  WS-MBR-NOSTRO-ID       PIC X(10) VALUE SPACES.
       01  WS-MBR-RUNS            PIC 9(5) VALUE 0.
       01  WS-MBR-SUBMITTED       PIC 9(7) VALUE 0.
       01  WS-MBR-SETTLED         PIC 9(7) VALUE 0.
       01  WS-MBR-EXCEPTIONS      PIC 9(7) VALUE 0.
       01  WS-MBR-RETURNS         PIC 9(7) VALUE 0.
       01  WS-MBR-SENT-VOL        PIC S9(13)V99 VALUE 0.
       01  WS-MBR-RECV-VOL        PIC S9(13)V99 VALUE 0.
       01  WS-MBR-NET-VOL         PIC S9(13)V99 VALUE 0.
       01  WS-MBR-OPEN-POS        PIC S9(12)V99 VALUE 0.
       01  WS-MBR-SETTLED-CLOSE   PIC S9(12)V99 VALUE 0.
       01  WS-MBR-CLOSE-POS       PIC S9(12)V99 VALUE 0.
       01  WS-DY-COUNT            PIC 9(2) VALUE 0.
       01  WS-DY-IDX              PIC 9(2) VALUE 0.
       01  WS-DY-FOUND-IDX        PIC 9(2) VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DY-ENTRY OCCURS 31 TIMES.
               10  WS-DY-DATE         PIC 9(8).
               10  WS-DY-SUBMITTED    PIC 9(7).
               10  WS-DY-SETTLED      PIC 9(7).
               10  WS-DY-EXCEPTIONS   PIC 9(7).
               10  WS-DY-RETURNS      PIC 9(7).
               10  WS-DY-SENT-VOL     PIC S9(13)V99.
               10  WS-DY-RECV-VOL     PIC S9(13)V99.

      *>   The current member's priced bill — computed fresh, or
      *>   taken back off the register when already billed.
       01  WS-BILL-FOUND          PIC X VALUE 'N'.
       01  WS-FEE-BASE            PIC 9(7)V99 VALUE 0.
       01  WS-FEE-ITEMS           PIC 9(7)V99 VALUE 0.
       01  WS-FEE-EXC             PIC 9(7)V99 VALUE 0.
       01  WS-FEE-RET             PIC 9(7)V99 VALUE 0.
       01  WS-FEE-VOLUME          PIC 9(7)V99 VALUE 0.
       01  WS-FEE-TOTAL           PIC 9(8)V99 VALUE 0.
       01  WS-FEE-TRANS-ID        PIC X(12) VALUE SPACES.
       01  WS-GROSS-VOL           PIC S9(13)V99 VALUE 0.

      *>   Billing register entries already on file for the period
       01  WS-RG-COUNT            PIC 9(2) VALUE 0.
       01  WS-RG-IDX              PIC 9(2) VALUE 0.
       01  WS-RG-TABLE.
           05  WS-RG-ENTRY OCCURS 10 TIMES.
               10  WS-RG-LETTER       PIC X(1).
               10  WS-RG-BASE         PIC 9(7)V99.
               10  WS-RG-ITEMS        PIC 9(7)V99.
               10  WS-RG-EXC          PIC 9(7)V99.
               10  WS-RG-RET          PIC 9(7)V99.
               10  WS-RG-VOLUME       PIC 9(7)V99.
               10  WS-RG-TOTAL        PIC 9(8)V99.
               10  WS-RG-TRANS-ID     PIC X(12).

      *>   Collateral on file, for the statement
       01  WS-CL-COUNT            PIC 9(2) VALUE 0.
       01  WS-CL-IDX              PIC 9(2) VALUE 0.
       01  WS-CL-FOUND            PIC X VALUE 'N'.
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 10 TIMES.
               10  WS-CL-LETTER       PIC X(1).
               10  WS-CL-AMOUNT       PIC 9(12)V99.
               10  WS-CL-POSTED       PIC 9(8).

      *>   Edited fields for the statement file's text lines
       01  WS-ED-AMT-1            PIC -(13)9.99.
       01  WS-ED-AMT-2            PIC -(13)9.99.
       01  WS-ED-AMT-3            PIC -(13)9.99.
       01  WS-ED-CNT-1            PIC Z(6)9.
       01  WS-ED-CNT-2            PIC Z(6)9.
       01  WS-ED-CNT-3            PIC Z(6)9.
       01  WS-ED-CNT-4            PIC Z(6)9.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-ARG-1
                    WS-ARG-2
                    WS-ARG-3
                    WS-ARG-4
                    WS-ARG-5
                    WS-ARG-6
                    WS-ARG-7
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           EVALUATE WS-OPERATION
               WHEN "FEE"
                   MOVE WS-ARG-1(1:1) TO WS-IN-BANK-LTR
                   MOVE WS-ARG-7 TO WS-IN-OPERATOR-ID
               WHEN "FEES"
                   MOVE WS-ARG-1 TO WS-IN-OPERATOR-ID
               WHEN "BILL"
      *>           A 6-digit first token is the period; anything else
      *>           is the operator and the period defaults
                   IF WS-ARG-1(1:6) IS NUMERIC
                       AND WS-ARG-1(7:) = SPACES
                       MOVE WS-ARG-1(1:6) TO WS-PERIOD
                       MOVE WS-ARG-2 TO WS-IN-OPERATOR-ID
                   ELSE
                       MOVE WS-ARG-1 TO WS-IN-OPERATOR-ID
                   END-IF
           END-EVALUATE
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF

           EVALUATE WS-OPERATION
               WHEN "FEE"
                   PERFORM PROCESS-FEE
                   MOVE "FEE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-BANK-LTR TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "FEES"
                   PERFORM PROCESS-FEES
               WHEN "BILL"
                   PERFORM PROCESS-BILL
                   MOVE "BILL" TO WS-OPLOG-OPERATION
                   MOVE WS-PERIOD TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
           END-EVALUATE

           STOP RUN.

       PROCESS-FEE.
      *>   The letter must be a spoke in BANK-NODE-TABLE, or '*'
           MOVE 'N' TO WS-VALID-LTR
           IF WS-IN-BANK-LTR = '*'
               MOVE 'Y' TO WS-VALID-LTR
           END-IF
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > BANK-NODE-COUNT
               IF BANK-NODE-ENTRY(WS-BANK-IDX)(6:1) = WS-IN-BANK-LTR
                   AND WS-IN-BANK-LTR NOT = SPACE
                   MOVE 'Y' TO WS-VALID-LTR
               END-IF
           END-PERFORM
           IF WS-VALID-LTR = 'N'
               OR WS-ARG-2 = SPACES OR WS-ARG-3 = SPACES
               OR WS-ARG-4 = SPACES OR WS-ARG-5 = SPACES
               OR WS-ARG-6 = SPACES
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-2) TO WS-IN-BASE
           MOVE FUNCTION NUMVAL(WS-ARG-3) TO WS-IN-ITEM
           MOVE FUNCTION NUMVAL(WS-ARG-4) TO WS-IN-EXC
           MOVE FUNCTION NUMVAL(WS-ARG-5) TO WS-IN-RET
           MOVE FUNCTION NUMVAL(WS-ARG-6) TO WS-IN-BP

           PERFORM LOAD-FEE-FILE
           MOVE 'N' TO WS-MF-FOUND
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
               UNTIL WS-MF-IDX > WS-MF-COUNT
               IF WS-MF-LETTER(WS-MF-IDX) = WS-IN-BANK-LTR
                   MOVE 'Y' TO WS-MF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MF-FOUND = 'N'
               ADD 1 TO WS-MF-COUNT
               MOVE WS-MF-COUNT TO WS-MF-IDX
               MOVE WS-IN-BANK-LTR TO WS-MF-LETTER(WS-MF-IDX)
           END-IF
           MOVE WS-IN-BASE TO WS-MF-BASE(WS-MF-IDX)
           MOVE WS-IN-ITEM TO WS-MF-ITEM(WS-MF-IDX)
           MOVE WS-IN-EXC TO WS-MF-EXC(WS-MF-IDX)
           MOVE WS-IN-RET TO WS-MF-RET(WS-MF-IDX)
           MOVE WS-IN-BP TO WS-MF-BP(WS-MF-IDX)
           MOVE WS-CURRENT-DATE TO WS-MF-EFFECTIVE(WS-MF-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-MF-OPERATOR(WS-MF-IDX)
           PERFORM SAVE-FEE-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "MBR-FEE-SET|" WS-IN-BANK-LTR "|" WS-IN-BASE "|"
               WS-IN-ITEM "|" WS-IN-EXC "|" WS-IN-RET "|" WS-IN-BP
           DISPLAY "RESULT|00".

       PROCESS-FEES.
           PERFORM LOAD-FEE-FILE
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
               UNTIL WS-MF-IDX > WS-MF-COUNT
               DISPLAY "MBR-FEE|" WS-MF-LETTER(WS-MF-IDX) "|"
                   WS-MF-BASE(WS-MF-IDX) "|" WS-MF-ITEM(WS-MF-IDX) "|"
                   WS-MF-EXC(WS-MF-IDX) "|" WS-MF-RET(WS-MF-IDX) "|"
                   WS-MF-BP(WS-MF-IDX) "|" WS-MF-EFFECTIVE(WS-MF-IDX)
           END-PERFORM
           DISPLAY "MBR-FEE|DEFAULT|" MBR-DEFAULT-BASE-FEE "|"
               MBR-DEFAULT-PER-ITEM "|" MBR-DEFAULT-PER-EXC "|"
               MBR-DEFAULT-PER-RETURN "|" MBR-DEFAULT-VOLUME-BP
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   Month-end bill. Every spoke in BANK-NODE-TABLE is taken in
      *>   turn: its month is totalled off MEMBACT.DAT, priced, posted
      *>   (unless the register shows it already billed) and stated.
      *>   The nostro debit and its register record are written
      *>   member by member, so an I/O failure part way leaves the
      *>   members already done on the register and a re-run bills
      *>   only the rest.
       PROCESS-BILL.
           MOVE 0 TO WS-BILLED-COUNT
           MOVE 0 TO WS-ALREADY-COUNT
           MOVE 0 TO WS-FEE-GRAND-TOTAL
           IF WS-PERIOD = SPACES
               MOVE WS-CURRENT-DATE(1:6) TO WS-PERIOD-NUM
               IF WS-PERIOD-MONTH = 1
                   MOVE 12 TO WS-PERIOD-MONTH
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
               MOVE WS-PERIOD-NUM TO WS-PERIOD
           ELSE
               MOVE WS-PERIOD TO WS-PERIOD-NUM
           END-IF
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-FEE-FILE
           PERFORM LOAD-BILL-REGISTER
           PERFORM LOAD-COLLATERAL-FILE

           OPEN I-O ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > BANK-NODE-COUNT
               MOVE BANK-NODE-ENTRY(WS-BANK-IDX)(6:1) TO WS-MBR-LTR
               PERFORM BILL-ONE-MEMBER
           END-PERFORM
           CLOSE ACCOUNTS-FILE

           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BILL-SUMMARY|" WS-PERIOD "|" WS-BILLED-COUNT "|"
               WS-ALREADY-COUNT "|" WS-FEE-GRAND-TOTAL
           DISPLAY "RESULT|00".

       BILL-ONE-MEMBER.
           MOVE SPACES TO WS-MBR-NOSTRO-ID
           STRING "NST-BANK-" DELIMITED SIZE
               WS-MBR-LTR DELIMITED SIZE
               INTO WS-MBR-NOSTRO-ID
           END-STRING
           PERFORM TOTAL-MEMBER-ACTIVITY
           IF WS-MBR-RUNS = 0
               DISPLAY "MBR-NO-ACTIVITY|BANK_" WS-MBR-LTR "|"
                   WS-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-BILL-FOUND
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-RG-COUNT
               IF WS-RG-LETTER(WS-RG-IDX) = WS-MBR-LTR
                   MOVE 'Y' TO WS-BILL-FOUND
                   MOVE WS-RG-BASE(WS-RG-IDX) TO WS-FEE-BASE
                   MOVE WS-RG-ITEMS(WS-RG-IDX) TO WS-FEE-ITEMS
                   MOVE WS-RG-EXC(WS-RG-IDX) TO WS-FEE-EXC
                   MOVE WS-RG-RET(WS-RG-IDX) TO WS-FEE-RET
                   MOVE WS-RG-VOLUME(WS-RG-IDX) TO WS-FEE-VOLUME
                   MOVE WS-RG-TOTAL(WS-RG-IDX) TO WS-FEE-TOTAL
                   MOVE WS-RG-TRANS-ID(WS-RG-IDX) TO WS-FEE-TRANS-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-BILL-FOUND = 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               DISPLAY "MBR-BILL-ALREADY|BANK_" WS-MBR-LTR "|"
                   WS-PERIOD "|" WS-FEE-TOTAL "|" WS-FEE-TRANS-ID
           ELSE
               PERFORM PRICE-MEMBER-ACTIVITY
               PERFORM POST-MEMBER-FEE
               IF WS-RESULT-CODE NOT = RC-SUCCESS
                   MOVE RC-SUCCESS TO WS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM APPEND-BILL-REGISTER
               ADD 1 TO WS-BILLED-COUNT
               ADD WS-FEE-TOTAL TO WS-FEE-GRAND-TOTAL
               DISPLAY "MBR-BILLED|BANK_" WS-MBR-LTR "|" WS-PERIOD "|"
                   WS-MBR-SUBMITTED "|" WS-MBR-EXCEPTIONS "|"
                   WS-MBR-RETURNS "|" WS-GROSS-VOL "|" WS-FEE-TOTAL
                   "|" WS-FEE-TRANS-ID
           END-IF

           COMPUTE WS-MBR-CLOSE-POS =
               WS-MBR-SETTLED-CLOSE - WS-FEE-TOTAL
           END-COMPUTE
           PERFORM WRITE-MEMBER-STATEMENT.

      *>   Totals WS-MBR-LTR's MEMBACT.DAT records for WS-PERIOD. The
      *>   file is in run order, so the first record's opening nostro
      *>   is the month's opening position and the last record's
      *>   closing nostro is where settlement left the month.
       TOTAL-MEMBER-ACTIVITY.
           MOVE 0 TO WS-MBR-RUNS
           MOVE 0 TO WS-MBR-SUBMITTED
           MOVE 0 TO WS-MBR-SETTLED
           MOVE 0 TO WS-MBR-EXCEPTIONS
           MOVE 0 TO WS-MBR-RETURNS
           MOVE 0 TO WS-MBR-SENT-VOL
           MOVE 0 TO WS-MBR-RECV-VOL
           MOVE 0 TO WS-MBR-OPEN-POS
           MOVE 0 TO WS-MBR-SETTLED-CLOSE
           MOVE 0 TO WS-DY-COUNT
           OPEN INPUT MEMBACT-FILE
           IF WS-MBRACT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ MEMBACT-FILE
                   AT END
                       CLOSE MEMBACT-FILE
                       EXIT PERFORM
               END-READ
               IF MA-BANK-LETTER = WS-MBR-LTR
                   AND MA-DATE(1:6) = WS-PERIOD
                   PERFORM ADD-MEMBER-ACTIVITY
               END-IF
           END-PERFORM
           COMPUTE WS-MBR-NET-VOL = WS-MBR-RECV-VOL - WS-MBR-SENT-VOL
           END-COMPUTE.

       ADD-MEMBER-ACTIVITY.
           ADD 1 TO WS-MBR-RUNS
           IF WS-MBR-RUNS = 1
               MOVE MA-NOSTRO-OPEN TO WS-MBR-OPEN-POS
           END-IF
           MOVE MA-NOSTRO-CLOSE TO WS-MBR-SETTLED-CLOSE
           ADD MA-SUBMITTED TO WS-MBR-SUBMITTED
           ADD MA-SETTLED TO WS-MBR-SETTLED
           ADD MA-EXCEPTIONS TO WS-MBR-EXCEPTIONS
           ADD MA-RETURNS TO WS-MBR-RETURNS
           ADD MA-SENT-VOL TO WS-MBR-SENT-VOL
           ADD MA-RECEIVED-VOL TO WS-MBR-RECV-VOL

           MOVE 0 TO WS-DY-FOUND-IDX
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > WS-DY-COUNT
               IF WS-DY-DATE(WS-DY-IDX) = MA-DATE
                   MOVE WS-DY-IDX TO WS-DY-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DY-FOUND-IDX = 0
               IF WS-DY-COUNT >= 31
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DY-COUNT
               MOVE WS-DY-COUNT TO WS-DY-FOUND-IDX
               MOVE MA-DATE TO WS-DY-DATE(WS-DY-FOUND-IDX)
               MOVE 0 TO WS-DY-SUBMITTED(WS-DY-FOUND-IDX)
               MOVE 0 TO WS-DY-SETTLED(WS-DY-FOUND-IDX)
               MOVE 0 TO WS-DY-EXCEPTIONS(WS-DY-FOUND-IDX)
               MOVE 0 TO WS-DY-RETURNS(WS-DY-FOUND-IDX)
               MOVE 0 TO WS-DY-SENT-VOL(WS-DY-FOUND-IDX)
               MOVE 0 TO WS-DY-RECV-VOL(WS-DY-FOUND-IDX)
           END-IF
           ADD MA-SUBMITTED TO WS-DY-SUBMITTED(WS-DY-FOUND-IDX)
           ADD MA-SETTLED TO WS-DY-SETTLED(WS-DY-FOUND-IDX)
           ADD MA-EXCEPTIONS TO WS-DY-EXCEPTIONS(WS-DY-FOUND-IDX)
           ADD MA-RETURNS TO WS-DY-RETURNS(WS-DY-FOUND-IDX)
           ADD MA-SENT-VOL TO WS-DY-SENT-VOL(WS-DY-FOUND-IDX)
           ADD MA-RECEIVED-VOL TO WS-DY-RECV-VOL(WS-DY-FOUND-IDX).

      *>   Picks the member's rates (own row, '*' row, COMCODE.cpy
      *>   defaults) and prices the month. Volume is the gross settled
      *>   out of the member's nostro — what it used the hub to move.
       PRICE-MEMBER-ACTIVITY.
           MOVE MBR-DEFAULT-BASE-FEE TO WS-RATE-BASE
           MOVE MBR-DEFAULT-PER-ITEM TO WS-RATE-ITEM
           MOVE MBR-DEFAULT-PER-EXC TO WS-RATE-EXC
           MOVE MBR-DEFAULT-PER-RETURN TO WS-RATE-RET
           MOVE MBR-DEFAULT-VOLUME-BP TO WS-RATE-BP
           MOVE 'N' TO WS-MF-FOUND
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
               UNTIL WS-MF-IDX > WS-MF-COUNT
               IF WS-MF-LETTER(WS-MF-IDX) = WS-MBR-LTR
                   PERFORM USE-FEE-ROW
                   MOVE 'Y' TO WS-MF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MF-FOUND = 'N'
               PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
                   IF WS-MF-LETTER(WS-MF-IDX) = '*'
                       PERFORM USE-FEE-ROW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-MBR-SENT-VOL TO WS-GROSS-VOL
           MOVE WS-RATE-BASE TO WS-FEE-BASE
           COMPUTE WS-FEE-ITEMS ROUNDED =
               WS-MBR-SUBMITTED * WS-RATE-ITEM
           END-COMPUTE
           COMPUTE WS-FEE-EXC ROUNDED =
               WS-MBR-EXCEPTIONS * WS-RATE-EXC
           END-COMPUTE
           COMPUTE WS-FEE-RET ROUNDED =
               WS-MBR-RETURNS * WS-RATE-RET
           END-COMPUTE
           COMPUTE WS-FEE-VOLUME ROUNDED =
               WS-GROSS-VOL * WS-RATE-BP / 10000
           END-COMPUTE
           COMPUTE WS-FEE-TOTAL =
               WS-FEE-BASE + WS-FEE-ITEMS + WS-FEE-EXC
               + WS-FEE-RET + WS-FEE-VOLUME
           END-COMPUTE.

       USE-FEE-ROW.
           MOVE WS-MF-BASE(WS-MF-IDX) TO WS-RATE-BASE
           MOVE WS-MF-ITEM(WS-MF-IDX) TO WS-RATE-ITEM
           MOVE WS-MF-EXC(WS-MF-IDX) TO WS-RATE-EXC
           MOVE WS-MF-RET(WS-MF-IDX) TO WS-RATE-RET
           MOVE WS-MF-BP(WS-MF-IDX) TO WS-RATE-BP.

      *>   Debits the fee from the member's NST-BANK-x nostro. No
      *>   balance test: the nostro is the member's settlement
      *>   position with the hub and may run negative within its
      *>   collateralized cap — the fee is owed either way. A month
      *>   that prices to zero posts nothing. A member with no
      *>   nostro at the hub is reported and left unbilled (no
      *>   register record), so it bills on a later run once set up.
       POST-MEMBER-FEE.
           MOVE SPACES TO WS-FEE-TRANS-ID
           IF WS-FEE-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MBR-NOSTRO-ID TO ACCT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "MBR-NO-NOSTRO|BANK_" WS-MBR-LTR "|"
                       WS-PERIOD
                   MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-FEE-TOTAL FROM ACCT-BALANCE
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR|REWRITE|" WS-FILE-STATUS
                   CLOSE ACCOUNTS-FILE
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-REWRITE

           MOVE SPACES TO WS-FEE-TRANS-ID
           STRING "CHB-" DELIMITED SIZE
               WS-PERIOD DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-MBR-LTR DELIMITED SIZE
               INTO WS-FEE-TRANS-ID
           END-STRING
           MOVE WS-FEE-TRANS-ID TO TRANS-ID
           MOVE WS-MBR-NOSTRO-ID TO TRANS-ACCT-ID
           MOVE 'F' TO TRANS-TYPE
           MOVE WS-FEE-TOTAL TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE SPACES TO TRANS-DESC
           STRING "Clearing member fees " DELIMITED SIZE
               WS-PERIOD DELIMITED SIZE
               " BANK_" DELIMITED SIZE
               WS-MBR-LTR DELIMITED SIZE
               INTO TRANS-DESC
           END-STRING
           MOVE '00' TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           MOVE SPACES TO TRANS-REVERSAL-OF
           MOVE SPACES TO TRANS-CLIENT-REF
           MOVE SPACES TO TRANS-TARGET-ID
           MOVE SPACES TO TRANS-CARD-LAST-4
           MOVE SPACES TO TRANS-CHECK-NUM
           MOVE ZERO TO TRANS-TARGET-AMOUNT
           MOVE ZERO TO TRANS-VALUE-DATE
           MOVE FEE-REASON-CLEARING TO TRANS-FEE-REASON
           MOVE "SYS" TO TRANS-CHANNEL
           MOVE SPACES TO TRANS-BRANCH
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               OPEN OUTPUT TRANSACT-FILE
           END-IF
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               CLOSE ACCOUNTS-FILE
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE.

       APPEND-BILL-REGISTER.
           MOVE WS-PERIOD TO MB-PERIOD
           MOVE WS-MBR-LTR TO MB-BANK-LETTER
           MOVE WS-MBR-SUBMITTED TO MB-SUBMITTED
           MOVE WS-MBR-SETTLED TO MB-SETTLED
           MOVE WS-MBR-EXCEPTIONS TO MB-EXCEPTIONS
           MOVE WS-MBR-RETURNS TO MB-RETURNS
           MOVE WS-GROSS-VOL TO MB-GROSS-VOL
           MOVE WS-FEE-BASE TO MB-BASE-FEE
           MOVE WS-FEE-ITEMS TO MB-ITEM-FEE
           MOVE WS-FEE-EXC TO MB-EXCEPTION-FEE
           MOVE WS-FEE-RET TO MB-RETURN-FEE
           MOVE WS-FEE-VOLUME TO MB-VOLUME-FEE
           MOVE WS-FEE-TOTAL TO MB-TOTAL-FEE
           MOVE WS-FEE-TRANS-ID TO MB-TRANS-ID
           MOVE WS-CURRENT-DATE TO MB-BILLED-DATE
           MOVE WS-IN-OPERATOR-ID TO MB-OPERATOR-ID
           OPEN EXTEND MBRBILL-FILE
           IF WS-BILL-STATUS NOT = '00'
               OPEN OUTPUT MBRBILL-FILE
           END-IF
           IF WS-BILL-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-BILL-STATUS
               CLOSE ACCOUNTS-FILE
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE MEMBER-BILL-RECORD
           CLOSE MBRBILL-FILE.

      *>   Writes ../BANK_x/MBRSTMT-yyyymm.DAT — the same relative
      *>   path SETTLE.cob uses to reach a spoke's SETTLED.DAT.
       WRITE-MEMBER-STATEMENT.
           MOVE SPACES TO WS-STMT-FILE-PATH
           STRING "../BANK_" DELIMITED SIZE
               WS-MBR-LTR DELIMITED SIZE
               "/MBRSTMT-" DELIMITED SIZE
               WS-PERIOD DELIMITED SIZE
               ".DAT" DELIMITED SIZE
               INTO WS-STMT-FILE-PATH
           END-STRING
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = '00'
               DISPLAY "WARN: Could not open " WS-STMT-FILE-PATH
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           STRING "STMT-HEADER|BANK_" DELIMITED SIZE
               WS-MBR-LTR DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-PERIOD DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-CURRENT-DATE DELIMITED SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-MBR-OPEN-POS TO WS-ED-AMT-1
           MOVE SPACES TO STATEMENT-LINE
           STRING "OPENING-POSITION|" DELIMITED SIZE
               WS-MBR-NOSTRO-ID DELIMITED SPACE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-AMT-1) DELIMITED SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > WS-DY-COUNT
               MOVE WS-DY-SUBMITTED(WS-DY-IDX) TO WS-ED-CNT-1
               MOVE WS-DY-SETTLED(WS-DY-IDX) TO WS-ED-CNT-2
               MOVE WS-DY-EXCEPTIONS(WS-DY-IDX) TO WS-ED-CNT-3
               MOVE WS-DY-RETURNS(WS-DY-IDX) TO WS-ED-CNT-4
               MOVE WS-DY-SENT-VOL(WS-DY-IDX) TO WS-ED-AMT-1
               MOVE WS-DY-RECV-VOL(WS-DY-IDX) TO WS-ED-AMT-2
               COMPUTE WS-ED-AMT-3 =
                   WS-DY-RECV-VOL(WS-DY-IDX)
                   - WS-DY-SENT-VOL(WS-DY-IDX)
               END-COMPUTE
               MOVE SPACES TO STATEMENT-LINE
               STRING "DAILY|" DELIMITED SIZE
                   WS-DY-DATE(WS-DY-IDX) DELIMITED SIZE
                   "|" DELIMITED SIZE
                   FUNCTION TRIM(WS-ED-CNT-1) DELIMITED SIZE
                   "|" DELIMITED SIZE
                   FUNCTION TRIM(WS-ED-CNT-2) DELIMITED SIZE
                   "|" DELIMITED SIZE
                   FUNCTION TRIM(WS-ED-CNT-3) DELIMITED SIZE
                   "|" DELIMITED SIZE
                   FUNCTION TRIM(WS-ED-CNT-4) DELIMITED SIZE
                   "|" DELIMITED SIZE
                   FUNCTION TRIM(WS-ED-AMT-1) DELIMITED SIZE
                   "|" DELIMITED SIZE
                   FUNCTION TRIM(WS-ED-AMT-2) DELIMITED SIZE
                   "|" DELIMITED SIZE
                   FUNCTION TRIM(WS-ED-AMT-3) DELIMITED SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-PERFORM

           MOVE WS-MBR-SUBMITTED TO WS-ED-CNT-1
           MOVE WS-MBR-SETTLED TO WS-ED-CNT-2
           MOVE WS-MBR-EXCEPTIONS TO WS-ED-CNT-3
           MOVE WS-MBR-RETURNS TO WS-ED-CNT-4
           MOVE WS-MBR-SENT-VOL TO WS-ED-AMT-1
           MOVE WS-MBR-RECV-VOL TO WS-ED-AMT-2
           MOVE WS-MBR-NET-VOL TO WS-ED-AMT-3
           MOVE SPACES TO STATEMENT-LINE
           STRING "ACTIVITY-TOTAL|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-CNT-1) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-CNT-2) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-CNT-3) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-CNT-4) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-AMT-1) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-AMT-2) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-AMT-3) DELIMITED SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-MBR-SETTLED-CLOSE TO WS-ED-AMT-1
           MOVE SPACES TO STATEMENT-LINE
           STRING "SETTLED-CLOSE|" DELIMITED SIZE
               WS-MBR-NOSTRO-ID DELIMITED SPACE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-AMT-1) DELIMITED SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-FEE-BASE TO WS-ED-AMT-1
           MOVE SPACES TO STATEMENT-LINE
           STRING "FEE|BASE|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-AMT-1) DELIMITED SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-MBR-SUBMITTED TO WS-ED-CNT-1
           MOVE WS-FEE-ITEMS TO WS-ED-AMT-1
           MOVE SPACES TO STATEMENT-LINE
           STRING "FEE|ITEMS|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-CNT-1) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-AMT-1) DELIMITED SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-MBR-EXCEPTIONS TO WS-ED-CNT-1
           MOVE WS-FEE-EXC TO WS-ED-AMT-1
           MOVE SPACES TO STATEMENT-LINE
           STRING "FEE|EXCEPTIONS|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-CNT-1) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-AMT-1) DELIMITED SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-MBR-RETURNS TO WS-ED-CNT-1
           MOVE WS-FEE-RET TO WS-ED-AMT-1
           MOVE SPACES TO STATEMENT-LINE
           STRING "FEE|RETURNS|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-CNT-1) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-AMT-1) DELIMITED SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-MBR-SENT-VOL TO WS-ED-AMT-1
           MOVE WS-FEE-VOLUME TO WS-ED-AMT-2
           MOVE SPACES TO STATEMENT-LINE
           STRING "FEE|VOLUME|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-AMT-1) DELIMITED SIZE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-AMT-2) DELIMITED SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-FEE-TOTAL TO WS-ED-AMT-1
           MOVE SPACES TO STATEMENT-LINE
           STRING "FEE-TOTAL|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-AMT-1) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-FEE-TRANS-ID DELIMITED SPACE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE WS-MBR-CLOSE-POS TO WS-ED-AMT-1
           MOVE SPACES TO STATEMENT-LINE
           STRING "CLOSING-POSITION|" DELIMITED SIZE
               WS-MBR-NOSTRO-ID DELIMITED SPACE
               "|" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-AMT-1) DELIMITED SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE 'N' TO WS-CL-FOUND
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-LETTER(WS-CL-IDX) = WS-MBR-LTR
                   MOVE 'Y' TO WS-CL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO STATEMENT-LINE
           IF WS-CL-FOUND = 'Y'
               MOVE WS-CL-AMOUNT(WS-CL-IDX) TO WS-ED-AMT-1
               STRING "COLLATERAL|" DELIMITED SIZE
                   FUNCTION TRIM(WS-ED-AMT-1) DELIMITED SIZE
                   "|" DELIMITED SIZE
                   WS-CL-POSTED(WS-CL-IDX) DELIMITED SIZE
                   INTO STATEMENT-LINE
               END-STRING
           ELSE
               MOVE "COLLATERAL|NONE" TO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE
           CLOSE STATEMENT-FILE
           DISPLAY "MBR-STATEMENT|BANK_" WS-MBR-LTR "|"
               FUNCTION TRIM(WS-STMT-FILE-PATH).

       LOAD-FEE-FILE.
           MOVE 0 TO WS-MF-COUNT
           OPEN INPUT MBRFEE-FILE
           IF WS-FEE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ MBRFEE-FILE
                   AT END
                       CLOSE MBRFEE-FILE
                       EXIT PERFORM
               END-READ
               IF WS-MF-COUNT < 10
                   ADD 1 TO WS-MF-COUNT
                   MOVE MF-BANK-LETTER TO WS-MF-LETTER(WS-MF-COUNT)
                   MOVE MF-BASE-FEE TO WS-MF-BASE(WS-MF-COUNT)
                   MOVE MF-PER-ITEM TO WS-MF-ITEM(WS-MF-COUNT)
                   MOVE MF-PER-EXCEPTION TO WS-MF-EXC(WS-MF-COUNT)
                   MOVE MF-PER-RETURN TO WS-MF-RET(WS-MF-COUNT)
                   MOVE MF-VOLUME-BP TO WS-MF-BP(WS-MF-COUNT)
                   MOVE MF-EFFECTIVE-DATE
                       TO WS-MF-EFFECTIVE(WS-MF-COUNT)
                   MOVE MF-OPERATOR-ID TO WS-MF-OPERATOR(WS-MF-COUNT)
               END-IF
           END-PERFORM.

       SAVE-FEE-FILE.
           OPEN OUTPUT MBRFEE-FILE
           IF WS-FEE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FEE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
               UNTIL WS-MF-IDX > WS-MF-COUNT
               MOVE WS-MF-LETTER(WS-MF-IDX) TO MF-BANK-LETTER
               MOVE WS-MF-BASE(WS-MF-IDX) TO MF-BASE-FEE
               MOVE WS-MF-ITEM(WS-MF-IDX) TO MF-PER-ITEM
               MOVE WS-MF-EXC(WS-MF-IDX) TO MF-PER-EXCEPTION
               MOVE WS-MF-RET(WS-MF-IDX) TO MF-PER-RETURN
               MOVE WS-MF-BP(WS-MF-IDX) TO MF-VOLUME-BP
               MOVE WS-MF-EFFECTIVE(WS-MF-IDX) TO MF-EFFECTIVE-DATE
               MOVE WS-MF-OPERATOR(WS-MF-IDX) TO MF-OPERATOR-ID
               WRITE MEMBER-FEE-RECORD
           END-PERFORM
           CLOSE MBRFEE-FILE.

      *>   Stages the register entries already written for WS-PERIOD
       LOAD-BILL-REGISTER.
           MOVE 0 TO WS-RG-COUNT
           OPEN INPUT MBRBILL-FILE
           IF WS-BILL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ MBRBILL-FILE
                   AT END
                       CLOSE MBRBILL-FILE
                       EXIT PERFORM
               END-READ
               IF MB-PERIOD = WS-PERIOD AND WS-RG-COUNT < 10
                   ADD 1 TO WS-RG-COUNT
                   MOVE MB-BANK-LETTER TO WS-RG-LETTER(WS-RG-COUNT)
                   MOVE MB-BASE-FEE TO WS-RG-BASE(WS-RG-COUNT)
                   MOVE MB-ITEM-FEE TO WS-RG-ITEMS(WS-RG-COUNT)
                   MOVE MB-EXCEPTION-FEE TO WS-RG-EXC(WS-RG-COUNT)
                   MOVE MB-RETURN-FEE TO WS-RG-RET(WS-RG-COUNT)
                   MOVE MB-VOLUME-FEE TO WS-RG-VOLUME(WS-RG-COUNT)
                   MOVE MB-TOTAL-FEE TO WS-RG-TOTAL(WS-RG-COUNT)
                   MOVE MB-TRANS-ID TO WS-RG-TRANS-ID(WS-RG-COUNT)
               END-IF
           END-PERFORM.

       LOAD-COLLATERAL-FILE.
           MOVE 0 TO WS-CL-COUNT
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ COLLATERAL-FILE
                   AT END
                       CLOSE COLLATERAL-FILE
                       EXIT PERFORM
               END-READ
               IF WS-CL-COUNT < 10
                   ADD 1 TO WS-CL-COUNT
                   MOVE COLL-BANK-LETTER TO WS-CL-LETTER(WS-CL-COUNT)
                   MOVE COLL-AMOUNT TO WS-CL-AMOUNT(WS-CL-COUNT)
                   MOVE COLL-POSTED-DATE TO WS-CL-POSTED(WS-CL-COUNT)
               END-IF
           END-PERFORM.

       APPEND-OPLOG-ENTRY.
           MOVE WS-IN-OPERATOR-ID TO OPLOG-OPERATOR-ID
           MOVE "MBRBILL" TO OPLOG-PROGRAM
           MOVE WS-OPLOG-OPERATION TO OPLOG-OPERATION
           MOVE WS-OPLOG-KEY-ID TO OPLOG-KEY-ID
           MOVE WS-RESULT-CODE TO OPLOG-RESULT-CODE
           MOVE WS-CURRENT-DATE TO OPLOG-DATE
           MOVE WS-CURRENT-TIME TO OPLOG-TIME
           OPEN EXTEND OPLOG-FILE
           IF WS-OPLOG-STATUS NOT = '00'
               OPEN OUTPUT OPLOG-FILE
           END-IF
           IF WS-OPLOG-STATUS = '00'
               WRITE OPLOG-RECORD
               CLOSE OPLOG-FILE
           END-IF.

      *>   Finds where TRANSACT.DAT's hash chain currently ends — the
      *>   TRANS-CHAIN-HASH of the last stamped record, or TXCHAIN.cpy's
      *>   genesis value on a log with none yet — before the first
      *>   append of this run; STAMP-CHAIN-HASH carries it forward from
      *>   there. The record being built is saved around the scan, since
      *>   it shares TRANSACT-FILE's record area.
       LOAD-CHAIN-ANCHOR.
           IF WS-CHAIN-LOADED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CHAIN-LOADED
           MOVE TRANSACTION-RECORD TO WS-CHAIN-SAVE-RECORD
           MOVE WS-CHAIN-GENESIS TO WS-CHAIN-PREV
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ TRANSACT-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TRANS-CHAIN-HASH NOT = SPACES
                       MOVE TRANS-CHAIN-HASH TO WS-CHAIN-PREV
                   END-IF
               END-PERFORM
               CLOSE TRANSACT-FILE
           END-IF
           MOVE WS-CHAIN-SAVE-RECORD TO TRANSACTION-RECORD.

      *>   Links the record about to be written to the one before it
      *>   (see TXCHAIN.cpy) and makes it the new end of the chain.
       STAMP-CHAIN-HASH.
           MOVE SPACES TO TRANS-CHAIN-HASH
           PERFORM COMPUTE-CHAIN-HASH
           MOVE WS-CHAIN-HASH TO TRANS-CHAIN-HASH
           MOVE WS-CHAIN-HASH TO WS-CHAIN-PREV.

       COMPUTE-CHAIN-HASH.
           MOVE 1 TO WS-CHAIN-H1
           MOVE 1 TO WS-CHAIN-H2
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
               UNTIL WS-CHAIN-POS > LENGTH OF TRANSACTION-RECORD
               MOVE TRANSACTION-RECORD(WS-CHAIN-POS:1) TO WS-CHAIN-CHAR
               PERFORM ADD-CHAIN-HASH-CHAR
           END-PERFORM
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
               UNTIL WS-CHAIN-POS > 16
               MOVE WS-CHAIN-PREV(WS-CHAIN-POS:1) TO WS-CHAIN-CHAR
               PERFORM ADD-CHAIN-HASH-CHAR
           END-PERFORM.

       ADD-CHAIN-HASH-CHAR.
           COMPUTE WS-CHAIN-H1 = FUNCTION MOD(
               WS-CHAIN-H1 * 257 + FUNCTION ORD(WS-CHAIN-CHAR),
               99999989)
           COMPUTE WS-CHAIN-H2 = FUNCTION MOD(
               WS-CHAIN-H2 * 263 + FUNCTION ORD(WS-CHAIN-CHAR),
               99999971).
