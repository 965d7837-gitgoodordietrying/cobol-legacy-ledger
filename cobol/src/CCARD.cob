      *>================================================================*
      *>  Program:     CCARD.cob
      *>  System:      LEGACY LEDGER — Consumer Credit Card Servicing
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    Cardholders could only get a debit card. A credit card is
      *>    an ACCOUNTS.DAT account of ACCT-TYPE 'R' (opened through
      *>    ACCOUNTS.cob's CREATE like any other product) whose line
      *>    — credit limit, purchase and cash-advance APRs — is set
      *>    up here on CCACCT.DAT. Authorizations go through
      *>    VALIDATE.cob's RESERVE against available credit and clear
      *>    through CARDCLR.cob like any card hold; the purchase
      *>    itself posts as a TRANSACT.cob POS debit (a WITHDRAW or an
      *>    ATM POS is a cash advance) and payments arrive as a
      *>    TRANSFER from a deposit account. The daily CYCLE, an
      *>    EODRUN.cob step, judges each statement's payments at its
      *>    due date (grace period kept or lost, late fee and aging)
      *>    and closes each card's monthly statement: interest,
      *>    new balance, minimum payment due and due date.
      *>
      *>  Operations (via command-line argument):
      *>    OPEN <acct-id> <limit> <purchase-apr> <cash-apr>
      *>         [<operator>]
      *>            — set up the line on an open ACCT-TYPE 'R'
      *>              account; APRs are decimal fractions (0.1999),
      *>              at most COMCODE.cpy's CCARD-MAX-APR. The first
      *>              statement closes a month after opening
      *>    CYCLE [<operator>]
      *>            — daily batch: for each Active line, judge the
      *>              last statement once its due date has passed,
      *>              then close the statement if a month has run
      *>    AGING [<operator>]
      *>            — past-due report: every card that has missed
      *>              its minimum, bucketed by consecutive cycles
      *>    LIST [<acct-id>] [<operator>]
      *>            — the line and its last statement, one card or
      *>              all
      *>
      *>  Files:
      *>    I-O:    CCACCT.DAT (LINE SEQUENTIAL, 117-byte — loaded
      *>            whole and rewritten, same idiom LOANS.cob uses for
      *>            LOANS.DAT)
      *>    I-O:    ACCOUNTS.DAT (INDEXED, keyed on ACCT-ID — OPEN
      *>            checks the account, CYCLE posts interest and late
      *>            fees via a keyed REWRITE)
      *>    I-O:    TRANSACT.DAT (LINE SEQUENTIAL — the cycle's
      *>            activity is read from it; interest and late-fee
      *>            'F' records are appended)
      *>    I-O:    TXSEQ.DAT (1-record TRX-n sequence counter, shared
      *>            with TRANSACT.cob)
      *>    Input:  CHKDXMPT.DAT (LINE SEQUENTIAL — legacy account
      *>            numbers exempted from the check-digit test)
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended — one record
      *>            per invocation, see APPEND-OPLOG-ENTRY)
      *>
      *>  Copybooks:
      *>    CCACCTREC.cpy — Credit card line record layout (117 bytes)
      *>    ACCTREC.cpy   — Account record layout (148 bytes)
      *>    TRANSREC.cpy  — Transaction record layout
      *>    TXCHAIN.cpy   — TRANSACT.DAT hash-chain work area
      *>    SEQREC.cpy    — Sequence record layout
      *>    OPLOGREC.cpy  — Shared operator session log record layout
      *>    CDXREC.cpy    — Check-digit exemption record layout
      *>    ACCTCHK.cpy   — ACCT-ID check-digit work area
      *>    COMCODE.cpy   — Shared status codes, account types and
      *>                    CREDIT-CARD-SETTINGS
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Open:     CC-OPENED|ACCT-ID|LIMIT|PURCHASE-APR|CASH-APR|
      *>              FIRST-STATEMENT
      *>    Cycle:    CC-LATE|ACCT-ID|DUE-DATE|MIN-DUE|PAID|FEE|CYCLES
      *>              CC-GRACE|ACCT-ID|Y-or-N
      *>              CC-STATEMENT|ACCT-ID|DATE|PREVIOUS|PAYMENTS|
      *>                  PURCHASES|CASH-ADVANCES|FEES|INTEREST|
      *>                  NEW-BALANCE|MIN-DUE|DUE-DATE
      *>              CC-CLOSED|ACCT-ID (account closed — line closed)
      *>              then CC-CYCLE-SUMMARY|STATEMENTS|LATE-FEES|
      *>                  INTEREST-TOTAL|FEE-TOTAL
      *>    Aging:    CC-AGING|ACCT-ID|CYCLES|BUCKET|PAST-DUE|OWED
      *>              then CC-AGING-SUMMARY|B1-29|B30-59|B60-89|B90PLUS
      *>    List:     CC|ACCT-ID|STATUS|LIMIT|OWED|AVAILABLE|
      *>              STMT-BALANCE|MIN-DUE|DUE-DATE|GRACE|PAST-DUE-
      *>              CYCLES then CC-COUNT|N
      *>    Result:   RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|01 — AGING found past-due cards (report complete)
      *>    RESULT|03 — Account not found or closed (OPEN), or no
      *>                line on file (LIST of one account)
      *>    RESULT|08 — OPEN: zero limit, APR out of range, or a line
      *>                already Active on the account
      *>    RESULT|10 — OPEN: account is not ACCT-TYPE 'R'
      *>    RESULT|23 — Malformed account number (fails its check
      *>                digit and isn't exempted on CHKDXMPT.DAT)
      *>    RESULT|99 — File I/O error, or unknown operation
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation — credit card
      *>                     lines, monthly statement cycle with grace
      *>                     period, minimum payment, late fee and
      *>                     past-due aging
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCACCT-FILE
               ASSIGN TO "CCACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
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
           SELECT SEQUENCE-FILE
               ASSIGN TO "TXSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT OPLOG-FILE
               ASSIGN TO "OPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.
           SELECT CHKDXMPT-FILE
               ASSIGN TO "CHKDXMPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKD-XMPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CCACCT-FILE.
       COPY "CCACCTREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  SEQUENCE-FILE.
       COPY "SEQREC.cpy".
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".
       FD  CHKDXMPT-FILE.
       COPY "CDXREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CC-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-SEQ-STATUS          PIC XX VALUE SPACES.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(12) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-LIMIT-STR        PIC X(15) VALUE SPACES.
       01  WS-IN-PAPR-STR         PIC X(10) VALUE SPACES.
       01  WS-IN-CAPR-STR         PIC X(10) VALUE SPACES.
       01  WS-IN-LIMIT            PIC 9(8)V99 VALUE 0.
       01  WS-IN-PURCHASE-APR     PIC 9V9(4) VALUE 0.
       01  WS-IN-CASH-APR         PIC 9V9(4) VALUE 0.
       01  WS-IN-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-RESULT-CODE         PIC X(2) VALUE '00'.
       01  WS-OPLOG-OPERATION     PIC X(14) VALUE SPACES.
       01  WS-OPLOG-KEY-ID        PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-FOUND-FLAG          PIC X VALUE 'N'.
       01  WS-ACCT-CHANGED        PIC X VALUE 'N'.
       01  WS-NODE-CODE           PIC X(1) VALUE 'A'.
       01  WS-TX-ID               PIC X(12) VALUE SPACES.
       01  WS-TX-ID-NUM           PIC 9(6) VALUE 0.

      *>   Next statement date: the same day of the month as the
      *>   card was opened (28th at the latest, so every month has
      *>   it), one month on.
       01  WS-NEXT-STMT           PIC 9(8) VALUE 0.
       01  WS-NEXT-STMT-R REDEFINES WS-NEXT-STMT.
           05  WS-NEXT-YYYY       PIC 9(4).
           05  WS-NEXT-MM         PIC 9(2).
           05  WS-NEXT-DD         PIC 9(2).
       01  WS-CYCLE-DAY           PIC 9(2) VALUE 0.

      *>   Posting work fields — one 'F' record at a time.
       01  WS-POST-AMOUNT         PIC 9(8)V99 VALUE 0.
       01  WS-POST-DESC           PIC X(40) VALUE SPACES.
       01  WS-POST-REASON         PIC X(3) VALUE SPACES.

      *>   Statement arithmetic for the card being cycled.
       01  WS-CYC-DAYS            PIC 9(3) VALUE 0.
       01  WS-CYC-OWED            PIC S9(10)V99 VALUE 0.
       01  WS-CYC-PRIOR-PURCH     PIC S9(10)V99 VALUE 0.
       01  WS-CYC-PAY-TO-CASH     PIC S9(10)V99 VALUE 0.
       01  WS-CYC-CASH            PIC S9(10)V99 VALUE 0.
       01  WS-CYC-PURCH           PIC S9(10)V99 VALUE 0.
       01  WS-CYC-PURCH-INT       PIC 9(8)V99 VALUE 0.
       01  WS-CYC-CASH-INT        PIC 9(8)V99 VALUE 0.
       01  WS-CYC-INTEREST        PIC 9(8)V99 VALUE 0.
       01  WS-CYC-PREV-BAL        PIC 9(8)V99 VALUE 0.
       01  WS-CYC-NEW-BAL         PIC 9(10)V99 VALUE 0.
       01  WS-CYC-MIN-DUE         PIC 9(10)V99 VALUE 0.
       01  WS-LATE-FEE            PIC 9(8)V99 VALUE 0.
       01  WS-OWED                PIC S9(10)V99 VALUE 0.
       01  WS-AVAILABLE           PIC S9(10)V99 VALUE 0.

      *>   Run totals.
       01  WS-STMT-COUNT          PIC 9(5) VALUE 0.
       01  WS-LATE-COUNT          PIC 9(5) VALUE 0.
       01  WS-INTEREST-TOTAL      PIC 9(10)V99 VALUE 0.
       01  WS-FEE-TOTAL           PIC 9(10)V99 VALUE 0.
       01  WS-AGE-BUCKET          PIC X(5) VALUE SPACES.
       01  WS-AGE-B1              PIC 9(5) VALUE 0.
       01  WS-AGE-B30             PIC 9(5) VALUE 0.
       01  WS-AGE-B60             PIC 9(5) VALUE 0.
       01  WS-AGE-B90             PIC 9(5) VALUE 0.
       01  WS-LIST-COUNT          PIC 9(5) VALUE 0.

      *>   Credit lines staged whole and rewritten. The WS-CCA-
      *>   accumulators are filled by SCAN-CARD-ACTIVITY's one pass
      *>   over TRANSACT.DAT: everything since the last statement,
      *>   and the payments that arrived by that statement's due
      *>   date.
       01  WS-CCA-COUNT           PIC 9(5) VALUE 0.
       01  WS-CCA-IDX             PIC 9(5) VALUE 0.
       01  WS-CCA-MATCH-IDX       PIC 9(5) VALUE 0.
       01  WS-CCA-TABLE.
           05  WS-CCA-ENTRY OCCURS 2000 TIMES.
               10  WS-CCA-ACCT-ID     PIC X(10).
               10  WS-CCA-STATUS      PIC X(1).
               10  WS-CCA-LIMIT       PIC 9(8)V99.
               10  WS-CCA-PAPR        PIC 9V9(4).
               10  WS-CCA-CAPR        PIC 9V9(4).
               10  WS-CCA-OPEN-DATE   PIC 9(8).
               10  WS-CCA-LAST-STMT   PIC 9(8).
               10  WS-CCA-NEXT-STMT   PIC 9(8).
               10  WS-CCA-STMT-BAL    PIC 9(8)V99.
               10  WS-CCA-STMT-CASH   PIC 9(8)V99.
               10  WS-CCA-MIN-DUE     PIC 9(8)V99.
               10  WS-CCA-DUE-DATE    PIC 9(8).
               10  WS-CCA-DUE-CHECKED PIC X(1).
               10  WS-CCA-GRACE       PIC X(1).
               10  WS-CCA-PD-CYCLES   PIC 9(2).
               10  WS-CCA-PD-AMT      PIC 9(8)V99.
               10  WS-CCA-OPERATOR    PIC X(10).
               10  WS-CCA-PAYMENTS    PIC 9(10)V99.
               10  WS-CCA-DUE-PAID    PIC 9(10)V99.
               10  WS-CCA-PURCHASES   PIC 9(10)V99.
               10  WS-CCA-CASH-ADV    PIC 9(10)V99.
               10  WS-CCA-FEES        PIC 9(10)V99.
               10  WS-CCA-LATE-FEE    PIC 9(8)V99.
       COPY "ACCTCHK.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           EVALUATE WS-OPERATION
               WHEN "OPEN"
                   PERFORM PARSE-OPEN-LINE
                   MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
                   PERFORM CHECK-ENTRY-ACCT-ID
                   IF WS-RESULT-CODE = '00'
                       PERFORM PROCESS-OPEN
                   END-IF
                   MOVE "OPEN" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "CYCLE"
                   PERFORM PARSE-OPERATOR-LINE
                   PERFORM PROCESS-CYCLE
                   MOVE "CYCLE" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "AGING"
                   PERFORM PARSE-OPERATOR-LINE
                   PERFORM PROCESS-AGING
                   MOVE "AGING" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "LIST"
                   PERFORM PARSE-LIST-LINE
                   MOVE '00' TO WS-RESULT-CODE
                   IF WS-IN-ACCT-ID NOT = SPACES
                       MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
                       PERFORM CHECK-ENTRY-ACCT-ID
                   END-IF
                   IF WS-RESULT-CODE = '00'
                       PERFORM PROCESS-LIST
                   END-IF
                   MOVE "LIST" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   DISPLAY "ERROR|UNKNOWN-OPERATION|" WS-OPERATION
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
           END-EVALUATE

           STOP RUN.

       PARSE-OPEN-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-LIMIT-STR
                    WS-IN-PAPR-STR
                    WS-IN-CAPR-STR
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-IN-LIMIT-STR) TO WS-IN-LIMIT-STR
           MOVE FUNCTION TRIM(WS-IN-PAPR-STR) TO WS-IN-PAPR-STR
           MOVE FUNCTION TRIM(WS-IN-CAPR-STR) TO WS-IN-CAPR-STR
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           MOVE 0 TO WS-IN-LIMIT
           IF WS-IN-LIMIT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-LIMIT-STR) TO WS-IN-LIMIT
           END-IF
           MOVE 0 TO WS-IN-PURCHASE-APR
           IF WS-IN-PAPR-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-PAPR-STR)
                   TO WS-IN-PURCHASE-APR
           END-IF
           MOVE 0 TO WS-IN-CASH-APR
           IF WS-IN-CAPR-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-CAPR-STR) TO WS-IN-CASH-APR
           END-IF.

      *>   LIST's one optional argument is an account id; anything
      *>   that doesn't look like one (no '-' in it) is taken as the
      *>   operator id instead.
       PARSE-LIST-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-ACCT-ID NOT = SPACES
               AND WS-IN-ACCT-ID(4:1) NOT = '-'
               MOVE WS-IN-ACCT-ID TO WS-IN-OPERATOR-ID
               MOVE SPACES TO WS-IN-ACCT-ID
           END-IF
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF.

       PARSE-OPERATOR-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF.

      *>   A new line on an open credit card account. A line closed
      *>   earlier (the account was closed and reopened under the
      *>   same number) is replaced in place.
       PROCESS-OPEN.
           IF WS-IN-LIMIT = 0
               OR WS-IN-PURCHASE-APR > CCARD-MAX-APR
               OR WS-IN-CASH-APR > CCARD-MAX-APR
               DISPLAY "ERROR|INVALID-CARD-TERMS|" WS-IN-ACCT-ID
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ACCT-ID TO ACCT-ID
           MOVE 'Y' TO WS-FOUND-FLAG
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
           END-READ
           CLOSE ACCOUNTS-FILE
           IF WS-FOUND-FLAG = 'N' OR ACCT-STATUS = 'C'
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF ACCT-TYPE NOT = ACCT-CREDIT-CARD IN ACCOUNT-TYPES
               DISPLAY "ERROR|NOT-A-CREDIT-CARD-ACCOUNT|" WS-IN-ACCT-ID
               MOVE RC-INVALID-ACCT-TYPE TO WS-RESULT-CODE
               DISPLAY "RESULT|10"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CCACCT-FILE
           PERFORM FIND-CARD-LINE
           IF WS-FOUND-FLAG = 'Y'
               IF WS-CCA-STATUS(WS-CCA-MATCH-IDX) = 'A'
                   DISPLAY "ERROR|LINE-ALREADY-OPEN|" WS-IN-ACCT-ID
                   MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
                   DISPLAY "RESULT|08"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-CCA-COUNT >= 2000
                   DISPLAY "ERROR|CARD-TABLE-FULL"
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CCA-COUNT
               MOVE WS-CCA-COUNT TO WS-CCA-MATCH-IDX
           END-IF
           MOVE WS-CCA-MATCH-IDX TO WS-CCA-IDX
           MOVE WS-IN-ACCT-ID TO WS-CCA-ACCT-ID(WS-CCA-IDX)
           MOVE 'A' TO WS-CCA-STATUS(WS-CCA-IDX)
           MOVE WS-IN-LIMIT TO WS-CCA-LIMIT(WS-CCA-IDX)
           MOVE WS-IN-PURCHASE-APR TO WS-CCA-PAPR(WS-CCA-IDX)
           MOVE WS-IN-CASH-APR TO WS-CCA-CAPR(WS-CCA-IDX)
           MOVE WS-CURRENT-DATE TO WS-CCA-OPEN-DATE(WS-CCA-IDX)
           MOVE WS-CURRENT-DATE TO WS-CCA-LAST-STMT(WS-CCA-IDX)
           MOVE 0 TO WS-CCA-STMT-BAL(WS-CCA-IDX)
           MOVE 0 TO WS-CCA-STMT-CASH(WS-CCA-IDX)
           MOVE 0 TO WS-CCA-MIN-DUE(WS-CCA-IDX)
           MOVE 0 TO WS-CCA-DUE-DATE(WS-CCA-IDX)
           MOVE 'Y' TO WS-CCA-DUE-CHECKED(WS-CCA-IDX)
           MOVE 'Y' TO WS-CCA-GRACE(WS-CCA-IDX)
           MOVE 0 TO WS-CCA-PD-CYCLES(WS-CCA-IDX)
           MOVE 0 TO WS-CCA-PD-AMT(WS-CCA-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-CCA-OPERATOR(WS-CCA-IDX)
           PERFORM SET-NEXT-STATEMENT-DATE
           PERFORM SAVE-CCACCT-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "CC-OPENED|" WS-IN-ACCT-ID "|" WS-IN-LIMIT "|"
               WS-IN-PURCHASE-APR "|" WS-IN-CASH-APR "|"
               WS-CCA-NEXT-STMT(WS-CCA-MATCH-IDX)
           DISPLAY "RESULT|00".

      *>   WS-CCA-NEXT-STMT(WS-CCA-IDX) = one month after
      *>   WS-CCA-LAST-STMT, on the card's cycle day.
       SET-NEXT-STATEMENT-DATE.
           MOVE WS-CCA-OPEN-DATE(WS-CCA-IDX)(7:2) TO WS-CYCLE-DAY
           IF WS-CYCLE-DAY > 28
               MOVE 28 TO WS-CYCLE-DAY
           END-IF
           MOVE WS-CCA-LAST-STMT(WS-CCA-IDX) TO WS-NEXT-STMT
           IF WS-NEXT-MM = 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           MOVE WS-CYCLE-DAY TO WS-NEXT-DD
           MOVE WS-NEXT-STMT TO WS-CCA-NEXT-STMT(WS-CCA-IDX).

      *>   The daily batch. Activity is recounted from TRANSACT.DAT
      *>   on every run rather than carried forward, so a reversal or
      *>   a late-posted payment is picked up the next night.
       PROCESS-CYCLE.
           MOVE 0 TO WS-STMT-COUNT
           MOVE 0 TO WS-LATE-COUNT
           MOVE 0 TO WS-INTEREST-TOTAL
           MOVE 0 TO WS-FEE-TOTAL
           PERFORM LOAD-CCACCT-FILE
           PERFORM SCAN-CARD-ACTIVITY
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
           PERFORM VARYING WS-CCA-IDX FROM 1 BY 1
               UNTIL WS-CCA-IDX > WS-CCA-COUNT
               IF WS-CCA-STATUS(WS-CCA-IDX) = 'A'
                   PERFORM CYCLE-ONE-CARD
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           PERFORM SAVE-CCACCT-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "CC-CYCLE-SUMMARY|" WS-STMT-COUNT "|" WS-LATE-COUNT
               "|" WS-INTEREST-TOTAL "|" WS-FEE-TOTAL
           DISPLAY "RESULT|00".

      *>   One pass over TRANSACT.DAT. Each successful posting dated
      *>   after its card's last statement is sorted into payments
      *>   (deposits, reversals, and TRANSFERs into the card),
      *>   purchases (POS away from an ATM, checks, billpay), cash
      *>   advances (WITHDRAW, ATM POS, TRANSFERs and wires out of
      *>   the card) and fees. Interest this program charged on the
      *>   statement date itself belongs to that statement, not the
      *>   next.
       SCAN-CARD-ACTIVITY.
           PERFORM VARYING WS-CCA-IDX FROM 1 BY 1
               UNTIL WS-CCA-IDX > WS-CCA-COUNT
               MOVE 0 TO WS-CCA-PAYMENTS(WS-CCA-IDX)
               MOVE 0 TO WS-CCA-DUE-PAID(WS-CCA-IDX)
               MOVE 0 TO WS-CCA-PURCHASES(WS-CCA-IDX)
               MOVE 0 TO WS-CCA-CASH-ADV(WS-CCA-IDX)
               MOVE 0 TO WS-CCA-FEES(WS-CCA-IDX)
               MOVE 0 TO WS-CCA-LATE-FEE(WS-CCA-IDX)
           END-PERFORM
           IF WS-CCA-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       CLOSE TRANSACT-FILE
                       EXIT PERFORM
               END-READ
               IF TRANS-STATUS = '00'
                   MOVE TRANS-ACCT-ID TO WS-IN-ACCT-ID
                   PERFORM FIND-CARD-LINE
                   IF WS-FOUND-FLAG = 'Y'
                       PERFORM SORT-CARD-DEBIT-ITEM
                   END-IF
                   IF TRANS-TYPE = 'T'
                       MOVE TRANS-TARGET-ID TO WS-IN-ACCT-ID
                       PERFORM FIND-CARD-LINE
                       IF WS-FOUND-FLAG = 'Y'
                           PERFORM CREDIT-CARD-PAYMENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>   A posting on the card account itself (TRANS-ACCT-ID).
       SORT-CARD-DEBIT-ITEM.
           MOVE WS-CCA-MATCH-IDX TO WS-CCA-IDX
           IF TRANS-DATE <= WS-CCA-LAST-STMT(WS-CCA-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN TRANS-TYPE = 'D' OR TRANS-TYPE = 'R'
                   PERFORM CREDIT-CARD-PAYMENT
               WHEN TRANS-TYPE = 'P'
                   AND (TRANS-CHANNEL = "ATM"
                       OR TRANS-CHANNEL = ATM-FOREIGN-CHANNEL)
                   ADD TRANS-AMOUNT TO WS-CCA-CASH-ADV(WS-CCA-IDX)
               WHEN TRANS-TYPE = 'P' OR TRANS-TYPE = 'K'
                   OR TRANS-TYPE = 'B'
                   ADD TRANS-AMOUNT TO WS-CCA-PURCHASES(WS-CCA-IDX)
               WHEN TRANS-TYPE = 'W' OR TRANS-TYPE = 'T'
                   OR TRANS-TYPE = 'X'
                   ADD TRANS-AMOUNT TO WS-CCA-CASH-ADV(WS-CCA-IDX)
               WHEN TRANS-TYPE = 'F'
                   AND TRANS-FEE-REASON NOT = FEE-REASON-CARD-INT
                   ADD TRANS-AMOUNT TO WS-CCA-FEES(WS-CCA-IDX)
           END-EVALUATE.

      *>   A payment or credit to the card at WS-CCA-MATCH-IDX.
       CREDIT-CARD-PAYMENT.
           MOVE WS-CCA-MATCH-IDX TO WS-CCA-IDX
           IF TRANS-DATE <= WS-CCA-LAST-STMT(WS-CCA-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD TRANS-AMOUNT TO WS-CCA-PAYMENTS(WS-CCA-IDX)
           IF TRANS-DATE <= WS-CCA-DUE-DATE(WS-CCA-IDX)
               ADD TRANS-AMOUNT TO WS-CCA-DUE-PAID(WS-CCA-IDX)
           END-IF.

      *>   One Active line: judge the last statement once its due
      *>   date is behind us, then close this month's statement if
      *>   its date has come. A card whose account has since closed
      *>   has its line closed with it.
       CYCLE-ONE-CARD.
           MOVE WS-CCA-ACCT-ID(WS-CCA-IDX) TO WS-IN-ACCT-ID
           MOVE WS-IN-ACCT-ID TO ACCT-ID
           MOVE 'Y' TO WS-FOUND-FLAG
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = 'N' OR ACCT-STATUS = 'C'
               MOVE 'C' TO WS-CCA-STATUS(WS-CCA-IDX)
               DISPLAY "CC-CLOSED|" WS-IN-ACCT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACCT-CHANGED
           IF WS-CCA-DUE-CHECKED(WS-CCA-IDX) NOT = 'Y'
               AND WS-CURRENT-DATE > WS-CCA-DUE-DATE(WS-CCA-IDX)
               PERFORM JUDGE-DUE-DATE
           END-IF
           IF WS-CURRENT-DATE >= WS-CCA-NEXT-STMT(WS-CCA-IDX)
               PERFORM CLOSE-STATEMENT
           END-IF
           IF WS-ACCT-CHANGED = 'Y'
               MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR|REWRITE|" WS-FILE-STATUS
                       CLOSE ACCOUNTS-FILE
                       MOVE '99' TO WS-RESULT-CODE
                       DISPLAY "RESULT|99"
                       STOP RUN
               END-REWRITE
           END-IF.

      *>   The statement's due date has passed. Paid in full by then
      *>   keeps the grace period for the next cycle's purchases;
      *>   short of the minimum is late — CCARD-LATE-FEE (capped at
      *>   the minimum that was missed) and one more cycle past due.
       JUDGE-DUE-DATE.
           IF WS-CCA-DUE-PAID(WS-CCA-IDX) >= WS-CCA-STMT-BAL(WS-CCA-IDX)
               MOVE 'Y' TO WS-CCA-GRACE(WS-CCA-IDX)
           ELSE
               MOVE 'N' TO WS-CCA-GRACE(WS-CCA-IDX)
           END-IF
           DISPLAY "CC-GRACE|" WS-IN-ACCT-ID "|"
               WS-CCA-GRACE(WS-CCA-IDX)
           IF WS-CCA-DUE-PAID(WS-CCA-IDX) < WS-CCA-MIN-DUE(WS-CCA-IDX)
               MOVE CCARD-LATE-FEE TO WS-LATE-FEE
               IF WS-LATE-FEE > WS-CCA-MIN-DUE(WS-CCA-IDX)
                   MOVE WS-CCA-MIN-DUE(WS-CCA-IDX) TO WS-LATE-FEE
               END-IF
               MOVE WS-LATE-FEE TO WS-POST-AMOUNT
               MOVE "Credit card late fee" TO WS-POST-DESC
               MOVE FEE-REASON-CARD-LATE TO WS-POST-REASON
               PERFORM POST-CARD-CHARGE
               ADD WS-LATE-FEE TO WS-CCA-FEES(WS-CCA-IDX)
               ADD WS-LATE-FEE TO WS-CCA-LATE-FEE(WS-CCA-IDX)
               ADD WS-LATE-FEE TO WS-FEE-TOTAL
               ADD 1 TO WS-LATE-COUNT
               IF WS-CCA-PD-CYCLES(WS-CCA-IDX) < 99
                   ADD 1 TO WS-CCA-PD-CYCLES(WS-CCA-IDX)
               END-IF
               COMPUTE WS-CCA-PD-AMT(WS-CCA-IDX) =
                   WS-CCA-MIN-DUE(WS-CCA-IDX)
                   - WS-CCA-DUE-PAID(WS-CCA-IDX)
               END-COMPUTE
               DISPLAY "CC-LATE|" WS-IN-ACCT-ID "|"
                   WS-CCA-DUE-DATE(WS-CCA-IDX) "|"
                   WS-CCA-MIN-DUE(WS-CCA-IDX) "|"
                   WS-CCA-DUE-PAID(WS-CCA-IDX) "|" WS-LATE-FEE "|"
                   WS-CCA-PD-CYCLES(WS-CCA-IDX)
           ELSE
               MOVE 0 TO WS-CCA-PD-CYCLES(WS-CCA-IDX)
               MOVE 0 TO WS-CCA-PD-AMT(WS-CCA-IDX)
           END-IF
           MOVE 'Y' TO WS-CCA-DUE-CHECKED(WS-CCA-IDX).

      *>   Closes the statement running from the last statement date
      *>   to today. Payments retire the higher-rate cash-advance
      *>   balance first when cash carries the higher APR (the usual
      *>   case), otherwise the purchase balance first. Interest is
      *>   charged for the days in the cycle on the statement-date
      *>   balances: cash advances always, purchases only when the
      *>   grace period was lost on the prior statement.
       CLOSE-STATEMENT.
           COMPUTE WS-CYC-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-CCA-LAST-STMT(WS-CCA-IDX))
           END-COMPUTE
           MOVE WS-CCA-STMT-BAL(WS-CCA-IDX) TO WS-CYC-PREV-BAL
           MOVE 0 TO WS-CYC-OWED
           IF ACCT-BALANCE < 0
               COMPUTE WS-CYC-OWED = 0 - ACCT-BALANCE
           END-IF
           COMPUTE WS-CYC-PRIOR-PURCH =
               WS-CCA-STMT-BAL(WS-CCA-IDX)
               - WS-CCA-STMT-CASH(WS-CCA-IDX)
           END-COMPUTE
           IF WS-CCA-CAPR(WS-CCA-IDX) >= WS-CCA-PAPR(WS-CCA-IDX)
               MOVE WS-CCA-PAYMENTS(WS-CCA-IDX) TO WS-CYC-PAY-TO-CASH
           ELSE
               COMPUTE WS-CYC-PAY-TO-CASH =
                   WS-CCA-PAYMENTS(WS-CCA-IDX) - WS-CYC-PRIOR-PURCH
               END-COMPUTE
               IF WS-CYC-PAY-TO-CASH < 0
                   MOVE 0 TO WS-CYC-PAY-TO-CASH
               END-IF
           END-IF
           COMPUTE WS-CYC-CASH = WS-CCA-STMT-CASH(WS-CCA-IDX)
               + WS-CCA-CASH-ADV(WS-CCA-IDX) - WS-CYC-PAY-TO-CASH
           END-COMPUTE
           IF WS-CYC-CASH < 0
               MOVE 0 TO WS-CYC-CASH
           END-IF
           IF WS-CYC-CASH > WS-CYC-OWED
               MOVE WS-CYC-OWED TO WS-CYC-CASH
           END-IF
           COMPUTE WS-CYC-PURCH = WS-CYC-OWED - WS-CYC-CASH
           COMPUTE WS-CYC-CASH-INT ROUNDED =
               WS-CYC-CASH * WS-CCA-CAPR(WS-CCA-IDX) * WS-CYC-DAYS
               / 365
           END-COMPUTE
           MOVE 0 TO WS-CYC-PURCH-INT
           IF WS-CCA-GRACE(WS-CCA-IDX) NOT = 'Y'
               COMPUTE WS-CYC-PURCH-INT ROUNDED =
                   WS-CYC-PURCH * WS-CCA-PAPR(WS-CCA-IDX) * WS-CYC-DAYS
                   / 365
               END-COMPUTE
           END-IF
           IF WS-CYC-PURCH-INT > 0
               MOVE WS-CYC-PURCH-INT TO WS-POST-AMOUNT
               MOVE "Purchase interest charge" TO WS-POST-DESC
               MOVE FEE-REASON-CARD-INT TO WS-POST-REASON
               PERFORM POST-CARD-CHARGE
           END-IF
           IF WS-CYC-CASH-INT > 0
               MOVE WS-CYC-CASH-INT TO WS-POST-AMOUNT
               MOVE "Cash advance interest charge" TO WS-POST-DESC
               MOVE FEE-REASON-CARD-INT TO WS-POST-REASON
               PERFORM POST-CARD-CHARGE
           END-IF
           COMPUTE WS-CYC-INTEREST = WS-CYC-PURCH-INT + WS-CYC-CASH-INT
           ADD WS-CYC-INTEREST TO WS-INTEREST-TOTAL
           MOVE 0 TO WS-CYC-NEW-BAL
           IF ACCT-BALANCE < 0
               COMPUTE WS-CYC-NEW-BAL = 0 - ACCT-BALANCE
           END-IF
           PERFORM COMPUTE-MINIMUM-DUE
           DISPLAY "CC-STATEMENT|" WS-IN-ACCT-ID "|" WS-CURRENT-DATE
               "|" WS-CYC-PREV-BAL "|"
               WS-CCA-PAYMENTS(WS-CCA-IDX) "|"
               WS-CCA-PURCHASES(WS-CCA-IDX) "|"
               WS-CCA-CASH-ADV(WS-CCA-IDX) "|"
               WS-CCA-FEES(WS-CCA-IDX) "|" WS-CYC-INTEREST "|"
               WS-CYC-NEW-BAL "|" WS-CYC-MIN-DUE "|"
               WS-CCA-DUE-DATE(WS-CCA-IDX)
           ADD 1 TO WS-STMT-COUNT.

      *>   Minimum due on the new statement (see COMCODE.cpy's
      *>   CREDIT-CARD-SETTINGS), then the statement fields rolled
      *>   forward. Nothing owed means nothing to judge at the due
      *>   date, and the grace period carries on.
       COMPUTE-MINIMUM-DUE.
           IF WS-CYC-NEW-BAL <= CCARD-MIN-PAY-FLOOR
               MOVE WS-CYC-NEW-BAL TO WS-CYC-MIN-DUE
           ELSE
               COMPUTE WS-CYC-MIN-DUE ROUNDED =
                   WS-CYC-NEW-BAL * CCARD-MIN-PAY-PCT
                   + WS-CYC-INTEREST + WS-CCA-LATE-FEE(WS-CCA-IDX)
               END-COMPUTE
               IF WS-CYC-MIN-DUE < CCARD-MIN-PAY-FLOOR
                   MOVE CCARD-MIN-PAY-FLOOR TO WS-CYC-MIN-DUE
               END-IF
               ADD WS-CCA-PD-AMT(WS-CCA-IDX) TO WS-CYC-MIN-DUE
               IF WS-CYC-MIN-DUE > WS-CYC-NEW-BAL
                   MOVE WS-CYC-NEW-BAL TO WS-CYC-MIN-DUE
               END-IF
           END-IF
           IF WS-CYC-CASH > WS-CYC-NEW-BAL
               MOVE WS-CYC-NEW-BAL TO WS-CYC-CASH
           END-IF
           MOVE WS-CURRENT-DATE TO WS-CCA-LAST-STMT(WS-CCA-IDX)
           PERFORM SET-NEXT-STATEMENT-DATE
           MOVE WS-CYC-NEW-BAL TO WS-CCA-STMT-BAL(WS-CCA-IDX)
           MOVE WS-CYC-CASH TO WS-CCA-STMT-CASH(WS-CCA-IDX)
           MOVE WS-CYC-MIN-DUE TO WS-CCA-MIN-DUE(WS-CCA-IDX)
           COMPUTE WS-CCA-DUE-DATE(WS-CCA-IDX) =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   + CCARD-GRACE-DAYS)
           END-COMPUTE
           IF WS-CYC-MIN-DUE > 0
               MOVE 'N' TO WS-CCA-DUE-CHECKED(WS-CCA-IDX)
           ELSE
               MOVE 'Y' TO WS-CCA-DUE-CHECKED(WS-CCA-IDX)
               MOVE 0 TO WS-CCA-PD-CYCLES(WS-CCA-IDX)
               MOVE 0 TO WS-CCA-PD-AMT(WS-CCA-IDX)
           END-IF.

      *>   Delinquency aging off the stored past-due cycle count — a
      *>   card that has missed one minimum is 1-29 days past due,
      *>   two 30-59, three 60-89, four or more 90+ (the LOANS.cob
      *>   DELINQ buckets).
       PROCESS-AGING.
           PERFORM LOAD-CCACCT-FILE
           MOVE 0 TO WS-AGE-B1
           MOVE 0 TO WS-AGE-B30
           MOVE 0 TO WS-AGE-B60
           MOVE 0 TO WS-AGE-B90
           PERFORM VARYING WS-CCA-IDX FROM 1 BY 1
               UNTIL WS-CCA-IDX > WS-CCA-COUNT
               IF WS-CCA-STATUS(WS-CCA-IDX) = 'A'
                   AND WS-CCA-PD-CYCLES(WS-CCA-IDX) > 0
                   EVALUATE TRUE
                       WHEN WS-CCA-PD-CYCLES(WS-CCA-IDX) = 1
                           MOVE "1-29" TO WS-AGE-BUCKET
                           ADD 1 TO WS-AGE-B1
                       WHEN WS-CCA-PD-CYCLES(WS-CCA-IDX) = 2
                           MOVE "30-59" TO WS-AGE-BUCKET
                           ADD 1 TO WS-AGE-B30
                       WHEN WS-CCA-PD-CYCLES(WS-CCA-IDX) = 3
                           MOVE "60-89" TO WS-AGE-BUCKET
                           ADD 1 TO WS-AGE-B60
                       WHEN OTHER
                           MOVE "90+" TO WS-AGE-BUCKET
                           ADD 1 TO WS-AGE-B90
                   END-EVALUATE
                   DISPLAY "CC-AGING|" WS-CCA-ACCT-ID(WS-CCA-IDX) "|"
                       WS-CCA-PD-CYCLES(WS-CCA-IDX) "|"
                       FUNCTION TRIM(WS-AGE-BUCKET) "|"
                       WS-CCA-PD-AMT(WS-CCA-IDX) "|"
                       WS-CCA-STMT-BAL(WS-CCA-IDX)
               END-IF
           END-PERFORM
           DISPLAY "CC-AGING-SUMMARY|" WS-AGE-B1 "|" WS-AGE-B30 "|"
               WS-AGE-B60 "|" WS-AGE-B90
           IF WS-AGE-B1 + WS-AGE-B30 + WS-AGE-B60 + WS-AGE-B90 > 0
               MOVE RC-NSF TO WS-RESULT-CODE
               DISPLAY "RESULT|01"
           ELSE
               MOVE RC-SUCCESS TO WS-RESULT-CODE
               DISPLAY "RESULT|00"
           END-IF.

      *>   Owed and available credit come off the live ACCOUNTS.DAT
      *>   balance; the statement fields are as of the last cycle.
       PROCESS-LIST.
           PERFORM LOAD-CCACCT-FILE
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CCA-IDX FROM 1 BY 1
               UNTIL WS-CCA-IDX > WS-CCA-COUNT
               IF WS-IN-ACCT-ID = SPACES
                   OR WS-IN-ACCT-ID = WS-CCA-ACCT-ID(WS-CCA-IDX)
                   PERFORM LIST-ONE-CARD
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           IF WS-IN-ACCT-ID NOT = SPACES AND WS-LIST-COUNT = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "CC-COUNT|" WS-LIST-COUNT
           DISPLAY "RESULT|00".

       LIST-ONE-CARD.
           ADD 1 TO WS-LIST-COUNT
           MOVE WS-CCA-ACCT-ID(WS-CCA-IDX) TO ACCT-ID
           MOVE 0 TO WS-OWED
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE 0 TO ACCT-BALANCE
           END-READ
           IF ACCT-BALANCE < 0
               COMPUTE WS-OWED = 0 - ACCT-BALANCE
           END-IF
           COMPUTE WS-AVAILABLE =
               WS-CCA-LIMIT(WS-CCA-IDX) + ACCT-BALANCE
           END-COMPUTE
           IF WS-AVAILABLE < 0
               MOVE 0 TO WS-AVAILABLE
           END-IF
           DISPLAY "CC|" WS-CCA-ACCT-ID(WS-CCA-IDX) "|"
               WS-CCA-STATUS(WS-CCA-IDX) "|"
               WS-CCA-LIMIT(WS-CCA-IDX) "|" WS-OWED "|" WS-AVAILABLE
               "|" WS-CCA-STMT-BAL(WS-CCA-IDX) "|"
               WS-CCA-MIN-DUE(WS-CCA-IDX) "|"
               WS-CCA-DUE-DATE(WS-CCA-IDX) "|"
               WS-CCA-GRACE(WS-CCA-IDX) "|"
               WS-CCA-PD-CYCLES(WS-CCA-IDX).

      *>   WS-FOUND-FLAG/WS-CCA-MATCH-IDX for WS-IN-ACCT-ID's line.
       FIND-CARD-LINE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-CCA-MATCH-IDX
           PERFORM VARYING WS-CCA-IDX FROM 1 BY 1
               UNTIL WS-CCA-IDX > WS-CCA-COUNT
               IF WS-CCA-ACCT-ID(WS-CCA-IDX) = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-CCA-IDX TO WS-CCA-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-CCACCT-FILE.
           MOVE 0 TO WS-CCA-COUNT
           OPEN INPUT CCACCT-FILE
           IF WS-CC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CCACCT-FILE
                   AT END
                       CLOSE CCACCT-FILE
                       EXIT PERFORM
               END-READ
               IF WS-CCA-COUNT < 2000
                   ADD 1 TO WS-CCA-COUNT
                   MOVE CC-ACCT-ID TO WS-CCA-ACCT-ID(WS-CCA-COUNT)
                   MOVE CC-STATUS TO WS-CCA-STATUS(WS-CCA-COUNT)
                   MOVE CC-CREDIT-LIMIT TO WS-CCA-LIMIT(WS-CCA-COUNT)
                   MOVE CC-PURCHASE-APR TO WS-CCA-PAPR(WS-CCA-COUNT)
                   MOVE CC-CASH-APR TO WS-CCA-CAPR(WS-CCA-COUNT)
                   MOVE CC-OPEN-DATE TO WS-CCA-OPEN-DATE(WS-CCA-COUNT)
                   MOVE CC-LAST-STMT-DATE
                       TO WS-CCA-LAST-STMT(WS-CCA-COUNT)
                   MOVE CC-NEXT-STMT-DATE
                       TO WS-CCA-NEXT-STMT(WS-CCA-COUNT)
                   MOVE CC-STMT-BALANCE
                       TO WS-CCA-STMT-BAL(WS-CCA-COUNT)
                   MOVE CC-STMT-CASH TO WS-CCA-STMT-CASH(WS-CCA-COUNT)
                   MOVE CC-MIN-DUE TO WS-CCA-MIN-DUE(WS-CCA-COUNT)
                   MOVE CC-DUE-DATE TO WS-CCA-DUE-DATE(WS-CCA-COUNT)
                   MOVE CC-DUE-CHECKED
                       TO WS-CCA-DUE-CHECKED(WS-CCA-COUNT)
                   MOVE CC-GRACE TO WS-CCA-GRACE(WS-CCA-COUNT)
                   MOVE CC-PAST-DUE-CYCLES
                       TO WS-CCA-PD-CYCLES(WS-CCA-COUNT)
                   MOVE CC-PAST-DUE-AMT TO WS-CCA-PD-AMT(WS-CCA-COUNT)
                   MOVE CC-OPERATOR-ID TO WS-CCA-OPERATOR(WS-CCA-COUNT)
               END-IF
           END-PERFORM.

       SAVE-CCACCT-FILE.
           OPEN OUTPUT CCACCT-FILE
           IF WS-CC-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CC-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CCA-IDX FROM 1 BY 1
               UNTIL WS-CCA-IDX > WS-CCA-COUNT
               MOVE WS-CCA-ACCT-ID(WS-CCA-IDX) TO CC-ACCT-ID
               MOVE WS-CCA-STATUS(WS-CCA-IDX) TO CC-STATUS
               MOVE WS-CCA-LIMIT(WS-CCA-IDX) TO CC-CREDIT-LIMIT
               MOVE WS-CCA-PAPR(WS-CCA-IDX) TO CC-PURCHASE-APR
               MOVE WS-CCA-CAPR(WS-CCA-IDX) TO CC-CASH-APR
               MOVE WS-CCA-OPEN-DATE(WS-CCA-IDX) TO CC-OPEN-DATE
               MOVE WS-CCA-LAST-STMT(WS-CCA-IDX) TO CC-LAST-STMT-DATE
               MOVE WS-CCA-NEXT-STMT(WS-CCA-IDX) TO CC-NEXT-STMT-DATE
               MOVE WS-CCA-STMT-BAL(WS-CCA-IDX) TO CC-STMT-BALANCE
               MOVE WS-CCA-STMT-CASH(WS-CCA-IDX) TO CC-STMT-CASH
               MOVE WS-CCA-MIN-DUE(WS-CCA-IDX) TO CC-MIN-DUE
               MOVE WS-CCA-DUE-DATE(WS-CCA-IDX) TO CC-DUE-DATE
               MOVE WS-CCA-DUE-CHECKED(WS-CCA-IDX) TO CC-DUE-CHECKED
               MOVE WS-CCA-GRACE(WS-CCA-IDX) TO CC-GRACE
               MOVE WS-CCA-PD-CYCLES(WS-CCA-IDX) TO CC-PAST-DUE-CYCLES
               MOVE WS-CCA-PD-AMT(WS-CCA-IDX) TO CC-PAST-DUE-AMT
               MOVE WS-CCA-OPERATOR(WS-CCA-IDX) TO CC-OPERATOR-ID
               WRITE CREDIT-CARD-RECORD
           END-PERFORM
           CLOSE CCACCT-FILE.

      *>   Charges WS-POST-AMOUNT to the card account in the record
      *>   area (rewritten by CYCLE-ONE-CARD) and logs it as a
      *>   TRANS-TYPE 'F' record stamped WS-POST-REASON with its own
      *>   TRX-n id off the shared TXSEQ.DAT counter — same record
      *>   shape as PROMO.cob's WRITE-BONUS-RECORD.
       POST-CARD-CHARGE.
           SUBTRACT WS-POST-AMOUNT FROM ACCT-BALANCE
           MOVE 'Y' TO WS-ACCT-CHANGED
           PERFORM READ-TX-SEQUENCE
           ADD 1 TO WS-TX-ID-NUM
           PERFORM SAVE-TX-SEQUENCE
           MOVE WS-IN-ACCT-ID(5:1) TO WS-NODE-CODE
           MOVE SPACES TO WS-TX-ID
           STRING "TRX-" DELIMITED SIZE
               WS-NODE-CODE DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-TX-ID-NUM DELIMITED SIZE
               INTO WS-TX-ID
           END-STRING
           MOVE WS-TX-ID TO TRANS-ID
           MOVE WS-IN-ACCT-ID TO TRANS-ACCT-ID
           MOVE 'F' TO TRANS-TYPE
           MOVE WS-POST-AMOUNT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE WS-POST-DESC TO TRANS-DESC
           MOVE '00' TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           MOVE SPACES TO TRANS-REVERSAL-OF
           MOVE SPACES TO TRANS-CLIENT-REF
           MOVE SPACES TO TRANS-TARGET-ID
           MOVE SPACES TO TRANS-CARD-LAST-4
           MOVE SPACES TO TRANS-CHECK-NUM
           MOVE ZERO TO TRANS-TARGET-AMOUNT
           MOVE ZERO TO TRANS-VALUE-DATE
           MOVE WS-POST-REASON TO TRANS-FEE-REASON
           MOVE "SYS" TO TRANS-CHANNEL
           MOVE SPACES TO TRANS-BRANCH
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               OPEN OUTPUT TRANSACT-FILE
           END-IF
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE.

       READ-TX-SEQUENCE.
           MOVE 0 TO WS-TX-ID-NUM
           OPEN INPUT SEQUENCE-FILE
           IF WS-SEQ-STATUS = '00'
               READ SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-NUMBER TO WS-TX-ID-NUM
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.

       SAVE-TX-SEQUENCE.
           MOVE WS-TX-ID-NUM TO SEQ-NUMBER
           OPEN OUTPUT SEQUENCE-FILE
           IF WS-SEQ-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SEQ-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.

       APPEND-OPLOG-ENTRY.
           MOVE WS-IN-OPERATOR-ID TO OPLOG-OPERATOR-ID
           MOVE "CCARD" TO OPLOG-PROGRAM
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

      *>   Check digit over ACCT-ID positions 1-9 of WS-CHKD-ID into
      *>   WS-CHKD-DIGIT — weighting described in ACCTCHK.cpy.
       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-CHKD-SUM
           PERFORM VARYING WS-CHKD-POS FROM 1 BY 1
               UNTIL WS-CHKD-POS > 9
               MOVE WS-CHKD-ID(WS-CHKD-POS:1) TO WS-CHKD-CHAR
               MOVE 0 TO WS-CHKD-VALUE
               IF WS-CHKD-CHAR IS NUMERIC
                   MOVE WS-CHKD-CHAR-N TO WS-CHKD-VALUE
               ELSE
                   PERFORM VARYING WS-CHKD-ALPHA-IDX FROM 1 BY 1
                       UNTIL WS-CHKD-ALPHA-IDX > 26
                       IF WS-CHKD-ALPHABET(WS-CHKD-ALPHA-IDX:1)
                               = WS-CHKD-CHAR
                           MOVE WS-CHKD-ALPHA-IDX TO WS-CHKD-VALUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               COMPUTE WS-CHKD-SUM = WS-CHKD-SUM
                   + WS-CHKD-VALUE * WS-CHKD-WEIGHT(WS-CHKD-POS)
           END-PERFORM
           COMPUTE WS-CHKD-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CHKD-SUM, 10), 10).

      *>   Well-formed test on WS-CHKD-ID ahead of any account lookup:
      *>   WS-CHKD-VALID 'Y' when position 10 carries the right check
      *>   digit, or when the id is a legacy number exempted on
      *>   CHKDXMPT.DAT (WS-CHKD-EXEMPT 'Y') pending its REKEY.
       VALIDATE-CHECK-DIGIT.
           MOVE 'N' TO WS-CHKD-EXEMPT
           PERFORM TEST-CHECK-DIGIT
           IF WS-CHKD-VALID = 'N' AND WS-CHKD-ID NOT = SPACES
               PERFORM CHECK-DIGIT-EXEMPTION
           END-IF.

      *>   The check digit alone, exemptions not consulted.
       TEST-CHECK-DIGIT.
           MOVE 'N' TO WS-CHKD-VALID
           IF WS-CHKD-ID(1:9) NOT = SPACES
               MOVE WS-CHKD-ID(10:1) TO WS-CHKD-CHAR
               IF WS-CHKD-CHAR IS NUMERIC
                   PERFORM COMPUTE-CHECK-DIGIT
                   MOVE WS-CHKD-ID(10:1) TO WS-CHKD-CHAR
                   IF WS-CHKD-CHAR-N = WS-CHKD-DIGIT
                       MOVE 'Y' TO WS-CHKD-VALID
                   END-IF
               END-IF
           END-IF.

       CHECK-DIGIT-EXEMPTION.
           OPEN INPUT CHKDXMPT-FILE
           IF WS-CHKD-XMPT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CHKDXMPT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CDX-ACCT-ID = WS-CHKD-ID
                   MOVE 'Y' TO WS-CHKD-EXEMPT
                   MOVE 'Y' TO WS-CHKD-VALID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE CHKDXMPT-FILE.

      *>   A malformed account number (bad check digit, not exempted
      *>   on CHKDXMPT.DAT) in WS-CHKD-ID is refused with RESULT|23
      *>   before ACCOUNTS.DAT is ever read — see ACCTCHK.cpy.
       CHECK-ENTRY-ACCT-ID.
           MOVE '00' TO WS-RESULT-CODE
           PERFORM VALIDATE-CHECK-DIGIT
           IF WS-CHKD-VALID = 'N'
               DISPLAY "ERROR|ACCT-CHECK-DIGIT|" WS-CHKD-ID
               MOVE RC-BAD-CHECK-DIGIT TO WS-RESULT-CODE
               DISPLAY "RESULT|" WS-RESULT-CODE
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
