      *>================================================================*
      *>  Program:     PROMO.cob
      *>  System:      LEGACY LEDGER — New-Account Promotional Bonus
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    New-account cash bonuses ("open a checking account, set
      *>    up direct deposit, get $300") were tracked on a marketing
      *>    spreadsheet and paid by hand. PROMO.DAT is now the offer
      *>    master — product, qualifying activity, window, bonus and
      *>    clawback period — and ACCOUNTS.cob's CREATE enrolls a new
      *>    account in an offer by its promo code (PROMOENR.DAT). The
      *>    daily RUN, an EODRUN.cob step, tracks each pending
      *>    enrollment's progress from TRANSACT.DAT, pays the bonus
      *>    once the account qualifies (a TRANS-TYPE 'I' record
      *>    stamped PROMO-BONUS-REASON, so it is reported on the
      *>    year's 1099-INT with the account's interest), and expires
      *>    enrollments whose window ran out unqualified. ACCOUNTS.cob's
      *>    CLOSE takes the bonus back when the account closes within
      *>    the clawback period.
      *>
      *>  Operations (via command-line argument):
      *>    DEFINE <code> <product> <D|P> <qualify> <days> <bonus>
      *>           <clawback-days> [<start>|NONE] [<end>|NONE]
      *>           [<operator>]
      *>            — add an Active offer for account type <product>.
      *>              <qualify> is the direct-deposit total for a 'D'
      *>              offer, the card-debit count for a 'P' offer,
      *>              to be met within <days> of opening. <start>
      *>              defaults to today; <end> NONE is open-ended
      *>    RETIRE <code> [<operator>]
      *>            — stop new enrollments in an offer; accounts
      *>              already enrolled run out their window
      *>    LIST [<operator>]
      *>            — every offer with its enrollment counts
      *>    RUN [<operator>]
      *>            — daily batch: refresh progress on every Pending
      *>              enrollment, pay the bonus on the qualified,
      *>              expire the ones past their deadline (or whose
      *>              account has closed)
      *>
      *>  Files:
      *>    I-O:    PROMO.DAT (LINE SEQUENTIAL, 64-byte — loaded whole
      *>            and rewritten, same idiom SAFEBOX.cob uses for
      *>            SAFEBOX.DAT)
      *>    I-O:    PROMOENR.DAT (LINE SEQUENTIAL, 100-byte — written
      *>            by ACCOUNTS.cob's CREATE; RUN stages it whole and
      *>            rewrites it)
      *>    Input:  TRANSACT.DAT (LINE SEQUENTIAL — qualifying
      *>            activity; RUN appends the bonus 'I' records)
      *>    I-O:    ACCOUNTS.DAT (INDEXED, keyed on ACCT-ID — RUN
      *>            credits the bonus via a keyed REWRITE)
      *>    I-O:    TXSEQ.DAT (1-record TRX-n sequence counter, shared
      *>            with TRANSACT.cob/SAFEBOX.cob/FEES.cob)
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended — one record
      *>            per invocation, see APPEND-OPLOG-ENTRY)
      *>
      *>  Copybooks:
      *>    PROMOREC.cpy  — Promotion master record layout
      *>    PROMOENR.cpy  — Promotion enrollment record layout
      *>    ACCTREC.cpy   — Account record layout (148 bytes)
      *>    TRANSREC.cpy  — Transaction record layout
      *>    TXCHAIN.cpy   — TRANSACT.DAT hash-chain work area
      *>    SEQREC.cpy    — Sequence record layout
      *>    OPLOGREC.cpy  — Shared operator session log record layout
      *>    COMCODE.cpy   — Shared status codes, account types and
      *>                    PROMO-SETTINGS
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Defined:  PROMO-DEFINED|CODE|PRODUCT|QUAL-TYPE|BONUS
      *>    Retired:  PROMO-RETIRED|CODE
      *>    List:     PROMO|CODE|PRODUCT|QUAL-TYPE|QUAL-AMOUNT|
      *>              QUAL-COUNT|DAYS|BONUS|CLAWBACK-DAYS|START|END|
      *>              STATUS|ENROLLED|PAID then PROMO-COUNT|N
      *>    Run:      PROMO-PAID|ACCT-ID|CODE|BONUS|TX-ID|NEW-BALANCE
      *>              PROMO-EXPIRED|ACCT-ID|CODE|DD-TOTAL|POS-COUNT|
      *>                  REASON (DEADLINE, ACCOUNT-CLOSED)
      *>              PROMO-PENDING|ACCT-ID|CODE|DD-TOTAL|POS-COUNT|
      *>                  DEADLINE
      *>              then PROMO-SUMMARY|PAID|EXPIRED|PENDING|
      *>                  BONUS-TOTAL
      *>    Result:   RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — RETIRE: no such offer
      *>    RESULT|06 — DEFINE: offer code already on file, or a bad
      *>                product, qualifying type, threshold or bonus
      *>    RESULT|99 — File I/O error, or unknown operation
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation — offer master,
      *>                     daily qualification/payout batch with
      *>                     expiry of unqualified enrollments
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE
               ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.
           SELECT PROMOENR-FILE
               ASSIGN TO "PROMOENR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENR-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-FILE.
       COPY "PROMOREC.cpy".
       FD  PROMOENR-FILE.
       COPY "PROMOENR.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  SEQUENCE-FILE.
       COPY "SEQREC.cpy".
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PROMO-STATUS        PIC XX VALUE SPACES.
       01  WS-PENR-STATUS         PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-SEQ-STATUS          PIC XX VALUE SPACES.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(12) VALUE SPACES.
       01  WS-IN-CODE             PIC X(8) VALUE SPACES.
       01  WS-IN-PRODUCT          PIC X(1) VALUE SPACES.
       01  WS-IN-QUAL-TYPE        PIC X(1) VALUE SPACES.
       01  WS-IN-QUAL-STR         PIC X(15) VALUE SPACES.
       01  WS-IN-DAYS-STR         PIC X(5) VALUE SPACES.
       01  WS-IN-BONUS-STR        PIC X(15) VALUE SPACES.
       01  WS-IN-CLAW-STR         PIC X(5) VALUE SPACES.
       01  WS-IN-START-STR        PIC X(8) VALUE SPACES.
       01  WS-IN-END-STR          PIC X(8) VALUE SPACES.
       01  WS-IN-QUAL             PIC 9(8)V99 VALUE 0.
       01  WS-IN-BONUS            PIC 9(6)V99 VALUE 0.
       01  WS-IN-DAYS             PIC 9(3) VALUE 0.
       01  WS-IN-CLAW-DAYS        PIC 9(3) VALUE 0.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-RESULT-CODE         PIC X(2) VALUE '00'.
       01  WS-OPLOG-OPERATION     PIC X(14) VALUE SPACES.
       01  WS-OPLOG-KEY-ID        PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-FOUND-FLAG          PIC X VALUE 'N'.
       01  WS-QUALIFIED-FLAG      PIC X VALUE 'N'.
       01  WS-NODE-CODE           PIC X(1) VALUE 'A'.
       01  WS-TX-ID               PIC X(12) VALUE SPACES.
       01  WS-TX-ID-NUM           PIC 9(6) VALUE 0.
       01  WS-NEW-BALANCE         PIC S9(10)V99 VALUE 0.
       01  WS-FAIL-REASON         PIC X(16) VALUE SPACES.
       01  WS-PAID-COUNT          PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT       PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT       PIC 9(5) VALUE 0.
       01  WS-BONUS-TOTAL         PIC 9(10)V99 VALUE 0.
       01  WS-LIST-ENROLLED       PIC 9(5) VALUE 0.
       01  WS-LIST-PAID           PIC 9(5) VALUE 0.

      *>   Offer master staged whole and rewritten — DEFINE adds and
      *>   RETIRE flips status in place.
       01  WS-PM-COUNT            PIC 9(3) VALUE 0.
       01  WS-PM-IDX              PIC 9(3) VALUE 0.
       01  WS-PM-MATCH-IDX        PIC 9(3) VALUE 0.
       01  WS-PM-TABLE.
           05  WS-PM-ENTRY OCCURS 200 TIMES.
               10  WS-PM-CODE         PIC X(8).
               10  WS-PM-PRODUCT      PIC X(1).
               10  WS-PM-QUAL-TYPE    PIC X(1).
               10  WS-PM-QUAL-AMOUNT  PIC 9(8)V99.
               10  WS-PM-QUAL-COUNT   PIC 9(3).
               10  WS-PM-QUAL-DAYS    PIC 9(3).
               10  WS-PM-BONUS        PIC 9(6)V99.
               10  WS-PM-CLAW-DAYS    PIC 9(3).
               10  WS-PM-START        PIC 9(8).
               10  WS-PM-END          PIC 9(8).
               10  WS-PM-STATUS       PIC X(1).
               10  WS-PM-OPERATOR     PIC X(10).

      *>   Enrollments staged whole for RUN — progress counters and
      *>   status are refreshed in place and the file rewritten.
       01  WS-PE-COUNT            PIC 9(5) VALUE 0.
       01  WS-PE-IDX              PIC 9(5) VALUE 0.
       01  WS-PE-TABLE.
           05  WS-PE-ENTRY OCCURS 2000 TIMES.
               10  WS-PE-ACCT-ID      PIC X(10).
               10  WS-PE-CODE         PIC X(8).
               10  WS-PE-ENROLL-DATE  PIC 9(8).
               10  WS-PE-DEADLINE     PIC 9(8).
               10  WS-PE-STATUS       PIC X(1).
               10  WS-PE-STATUS-DATE  PIC 9(8).
               10  WS-PE-DD-TOTAL     PIC 9(8)V99.
               10  WS-PE-POS-COUNT    PIC 9(3).
               10  WS-PE-BONUS        PIC 9(6)V99.
               10  WS-PE-BONUS-TX-ID  PIC X(12).
               10  WS-PE-CLAW-END     PIC 9(8).
               10  WS-PE-CLAW-AMT     PIC 9(6)V99.
               10  WS-PE-SHORTFALL    PIC 9(6)V99.
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
               WHEN "DEFINE"
                   PERFORM PARSE-DEFINE-LINE
                   PERFORM PROCESS-DEFINE
                   MOVE "DEFINE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CODE TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "RETIRE"
                   PERFORM PARSE-CODE-LINE
                   PERFORM PROCESS-RETIRE
                   MOVE "RETIRE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CODE TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "LIST"
                   PERFORM PARSE-OPERATOR-LINE
                   PERFORM PROCESS-LIST
                   MOVE "LIST" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "RUN"
                   PERFORM PARSE-OPERATOR-LINE
                   PERFORM PROCESS-RUN
                   MOVE "RUN" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   DISPLAY "ERROR|UNKNOWN-OPERATION|" WS-OPERATION
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
           END-EVALUATE

           STOP RUN.

       PARSE-DEFINE-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-CODE
                    WS-IN-PRODUCT
                    WS-IN-QUAL-TYPE
                    WS-IN-QUAL-STR
                    WS-IN-DAYS-STR
                    WS-IN-BONUS-STR
                    WS-IN-CLAW-STR
                    WS-IN-START-STR
                    WS-IN-END-STR
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-CODE) TO WS-IN-CODE
           MOVE FUNCTION TRIM(WS-IN-QUAL-STR) TO WS-IN-QUAL-STR
           MOVE FUNCTION TRIM(WS-IN-DAYS-STR) TO WS-IN-DAYS-STR
           MOVE FUNCTION TRIM(WS-IN-BONUS-STR) TO WS-IN-BONUS-STR
           MOVE FUNCTION TRIM(WS-IN-CLAW-STR) TO WS-IN-CLAW-STR
           MOVE FUNCTION TRIM(WS-IN-START-STR) TO WS-IN-START-STR
           MOVE FUNCTION TRIM(WS-IN-END-STR) TO WS-IN-END-STR
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           MOVE 0 TO WS-IN-QUAL
           IF WS-IN-QUAL-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-QUAL-STR) TO WS-IN-QUAL
           END-IF
           MOVE 0 TO WS-IN-BONUS
           IF WS-IN-BONUS-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-BONUS-STR) TO WS-IN-BONUS
           END-IF
           MOVE 0 TO WS-IN-DAYS
           IF WS-IN-DAYS-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-DAYS-STR) TO WS-IN-DAYS
           END-IF
           MOVE 0 TO WS-IN-CLAW-DAYS
           IF WS-IN-CLAW-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-CLAW-STR) TO WS-IN-CLAW-DAYS
           END-IF.

       PARSE-CODE-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-CODE
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-CODE) TO WS-IN-CODE
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
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

      *>   A new offer. The product must be one of COMCODE.cpy's
      *>   ACCOUNT-TYPES codes and the qualifying type 'D' or 'P';
      *>   the threshold, window and bonus must all be non-zero.
       PROCESS-DEFINE.
           PERFORM LOAD-PROMO-FILE
           PERFORM FIND-PROMO
           IF WS-FOUND-FLAG = 'Y'
               DISPLAY "ERROR|PROMO-EXISTS|" WS-IN-CODE
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               DISPLAY "RESULT|06"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-CODE = SPACES
               OR (WS-IN-PRODUCT NOT = ACCT-CHECKING IN ACCOUNT-TYPES
                   AND WS-IN-PRODUCT NOT = ACCT-SAVINGS IN ACCOUNT-TYPES
                   AND WS-IN-PRODUCT NOT = ACCT-CD IN ACCOUNT-TYPES
                   AND WS-IN-PRODUCT NOT = ACCT-MMKT IN ACCOUNT-TYPES)
               OR (WS-IN-QUAL-TYPE NOT = 'D'
                   AND WS-IN-QUAL-TYPE NOT = 'P')
               OR WS-IN-QUAL = 0
               OR WS-IN-BONUS = 0
               OR WS-IN-DAYS = 0
               DISPLAY "ERROR|INVALID-PROMO-TERMS|" WS-IN-CODE
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               DISPLAY "RESULT|06"
               EXIT PARAGRAPH
           END-IF
           IF WS-PM-COUNT >= 200
               DISPLAY "ERROR|PROMO-TABLE-FULL"
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PM-COUNT
           MOVE WS-IN-CODE TO WS-PM-CODE(WS-PM-COUNT)
           MOVE WS-IN-PRODUCT TO WS-PM-PRODUCT(WS-PM-COUNT)
           MOVE WS-IN-QUAL-TYPE TO WS-PM-QUAL-TYPE(WS-PM-COUNT)
           MOVE 0 TO WS-PM-QUAL-AMOUNT(WS-PM-COUNT)
           MOVE 0 TO WS-PM-QUAL-COUNT(WS-PM-COUNT)
           IF WS-IN-QUAL-TYPE = 'D'
               MOVE WS-IN-QUAL TO WS-PM-QUAL-AMOUNT(WS-PM-COUNT)
           ELSE
               MOVE WS-IN-QUAL TO WS-PM-QUAL-COUNT(WS-PM-COUNT)
           END-IF
           MOVE WS-IN-DAYS TO WS-PM-QUAL-DAYS(WS-PM-COUNT)
           MOVE WS-IN-BONUS TO WS-PM-BONUS(WS-PM-COUNT)
           MOVE WS-IN-CLAW-DAYS TO WS-PM-CLAW-DAYS(WS-PM-COUNT)
           MOVE WS-CURRENT-DATE TO WS-PM-START(WS-PM-COUNT)
           IF WS-IN-START-STR IS NUMERIC
               MOVE WS-IN-START-STR TO WS-PM-START(WS-PM-COUNT)
           END-IF
           MOVE 0 TO WS-PM-END(WS-PM-COUNT)
           IF WS-IN-END-STR IS NUMERIC
               MOVE WS-IN-END-STR TO WS-PM-END(WS-PM-COUNT)
           END-IF
           MOVE 'A' TO WS-PM-STATUS(WS-PM-COUNT)
           MOVE WS-IN-OPERATOR-ID TO WS-PM-OPERATOR(WS-PM-COUNT)
           PERFORM SAVE-PROMO-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "PROMO-DEFINED|" WS-IN-CODE "|" WS-IN-PRODUCT "|"
               WS-IN-QUAL-TYPE "|" WS-IN-BONUS
           DISPLAY "RESULT|00".

       PROCESS-RETIRE.
           PERFORM LOAD-PROMO-FILE
           PERFORM FIND-PROMO
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-PM-STATUS(WS-PM-MATCH-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-PM-OPERATOR(WS-PM-MATCH-IDX)
           PERFORM SAVE-PROMO-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "PROMO-RETIRED|" WS-IN-CODE
           DISPLAY "RESULT|00".

       PROCESS-LIST.
           PERFORM LOAD-PROMO-FILE
           PERFORM LOAD-PROMOENR-FILE
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-COUNT
               MOVE 0 TO WS-LIST-ENROLLED
               MOVE 0 TO WS-LIST-PAID
               PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > WS-PE-COUNT
                   IF WS-PE-CODE(WS-PE-IDX) = WS-PM-CODE(WS-PM-IDX)
                       ADD 1 TO WS-LIST-ENROLLED
                       IF WS-PE-STATUS(WS-PE-IDX) = 'Q'
                           OR WS-PE-STATUS(WS-PE-IDX) = 'C'
                           ADD 1 TO WS-LIST-PAID
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "PROMO|" WS-PM-CODE(WS-PM-IDX) "|"
                   WS-PM-PRODUCT(WS-PM-IDX) "|"
                   WS-PM-QUAL-TYPE(WS-PM-IDX) "|"
                   WS-PM-QUAL-AMOUNT(WS-PM-IDX) "|"
                   WS-PM-QUAL-COUNT(WS-PM-IDX) "|"
                   WS-PM-QUAL-DAYS(WS-PM-IDX) "|"
                   WS-PM-BONUS(WS-PM-IDX) "|"
                   WS-PM-CLAW-DAYS(WS-PM-IDX) "|"
                   WS-PM-START(WS-PM-IDX) "|"
                   WS-PM-END(WS-PM-IDX) "|"
                   WS-PM-STATUS(WS-PM-IDX) "|"
                   WS-LIST-ENROLLED "|" WS-LIST-PAID
           END-PERFORM
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "PROMO-COUNT|" WS-PM-COUNT
           DISPLAY "RESULT|00".

      *>   The daily batch. Progress is recounted from TRANSACT.DAT
      *>   on every run rather than carried forward, so a reversal
      *>   or a corrected posting is picked up the next night.
       PROCESS-RUN.
           MOVE 0 TO WS-PAID-COUNT
           MOVE 0 TO WS-EXPIRED-COUNT
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-BONUS-TOTAL
           PERFORM LOAD-PROMO-FILE
           PERFORM LOAD-PROMOENR-FILE
           PERFORM SCAN-QUALIFYING-ACTIVITY
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
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
               UNTIL WS-PE-IDX > WS-PE-COUNT
               IF WS-PE-STATUS(WS-PE-IDX) = 'P'
                   PERFORM QUALIFY-ONE-ENROLLMENT
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           PERFORM SAVE-PROMOENR-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "PROMO-SUMMARY|" WS-PAID-COUNT "|" WS-EXPIRED-COUNT
               "|" WS-PENDING-COUNT "|" WS-BONUS-TOTAL
           DISPLAY "RESULT|00".

      *>   One pass over TRANSACT.DAT crediting each successful
      *>   posting to the Pending enrollment of its account, when it
      *>   falls between the opening date and the deadline: direct
      *>   deposits (TRANS-TYPE 'D' on PROMO-DD-CHANNEL) toward the
      *>   total, card debits (TRANS-TYPE 'P' not at an ATM) toward
      *>   the count — the same activity tests INTEREST.cob's rewards
      *>   cycle applies.
       SCAN-QUALIFYING-ACTIVITY.
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
               UNTIL WS-PE-IDX > WS-PE-COUNT
               IF WS-PE-STATUS(WS-PE-IDX) = 'P'
                   MOVE 0 TO WS-PE-DD-TOTAL(WS-PE-IDX)
                   MOVE 0 TO WS-PE-POS-COUNT(WS-PE-IDX)
               END-IF
           END-PERFORM
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
                   AND (TRANS-TYPE = 'D' OR TRANS-TYPE = 'P')
                   PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                       UNTIL WS-PE-IDX > WS-PE-COUNT
                       IF WS-PE-ACCT-ID(WS-PE-IDX) = TRANS-ACCT-ID
                           AND WS-PE-STATUS(WS-PE-IDX) = 'P'
                           PERFORM CREDIT-QUALIFYING-ITEM
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CREDIT-QUALIFYING-ITEM.
           IF TRANS-DATE < WS-PE-ENROLL-DATE(WS-PE-IDX)
               OR TRANS-DATE > WS-PE-DEADLINE(WS-PE-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN TRANS-TYPE = 'D'
                   AND TRANS-CHANNEL = PROMO-DD-CHANNEL
                   ADD TRANS-AMOUNT TO WS-PE-DD-TOTAL(WS-PE-IDX)
               WHEN TRANS-TYPE = 'P'
                   AND TRANS-CHANNEL NOT = "ATM"
                   AND TRANS-CHANNEL NOT = ATM-FOREIGN-CHANNEL
                   AND WS-PE-POS-COUNT(WS-PE-IDX) < 999
                   ADD 1 TO WS-PE-POS-COUNT(WS-PE-IDX)
           END-EVALUATE.

      *>   One Pending enrollment: pay, expire, or leave pending. An
      *>   offer since dropped from PROMO.DAT can't be judged and is
      *>   left alone.
       QUALIFY-ONE-ENROLLMENT.
           MOVE WS-PE-CODE(WS-PE-IDX) TO WS-IN-CODE
           PERFORM FIND-PROMO
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "WARNING|PROMO-NOT-ON-FILE|"
                   WS-PE-ACCT-ID(WS-PE-IDX) "|" WS-IN-CODE
               ADD 1 TO WS-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-QUALIFIED-FLAG
           IF WS-PM-QUAL-TYPE(WS-PM-MATCH-IDX) = 'D'
               IF WS-PE-DD-TOTAL(WS-PE-IDX) >=
                       WS-PM-QUAL-AMOUNT(WS-PM-MATCH-IDX)
                   MOVE 'Y' TO WS-QUALIFIED-FLAG
               END-IF
           ELSE
               IF WS-PE-POS-COUNT(WS-PE-IDX) >=
                       WS-PM-QUAL-COUNT(WS-PM-MATCH-IDX)
                   MOVE 'Y' TO WS-QUALIFIED-FLAG
               END-IF
           END-IF
           MOVE WS-PE-ACCT-ID(WS-PE-IDX) TO WS-IN-ACCT-ID
           MOVE WS-PE-ACCT-ID(WS-PE-IDX) TO ACCT-ID
           MOVE SPACES TO WS-FAIL-REASON
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE "ACCOUNT-CLOSED" TO WS-FAIL-REASON
           END-READ
           IF WS-FAIL-REASON = SPACES AND ACCT-STATUS = 'C'
               MOVE "ACCOUNT-CLOSED" TO WS-FAIL-REASON
           END-IF
           IF WS-FAIL-REASON = SPACES
               AND WS-QUALIFIED-FLAG = 'N'
               AND WS-CURRENT-DATE > WS-PE-DEADLINE(WS-PE-IDX)
               MOVE "DEADLINE" TO WS-FAIL-REASON
           END-IF
           IF WS-FAIL-REASON NOT = SPACES
               MOVE 'X' TO WS-PE-STATUS(WS-PE-IDX)
               MOVE WS-CURRENT-DATE TO WS-PE-STATUS-DATE(WS-PE-IDX)
               ADD 1 TO WS-EXPIRED-COUNT
               DISPLAY "PROMO-EXPIRED|" WS-IN-ACCT-ID "|" WS-IN-CODE
                   "|" WS-PE-DD-TOTAL(WS-PE-IDX) "|"
                   WS-PE-POS-COUNT(WS-PE-IDX) "|" WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-QUALIFIED-FLAG = 'N'
               ADD 1 TO WS-PENDING-COUNT
               DISPLAY "PROMO-PENDING|" WS-IN-ACCT-ID "|" WS-IN-CODE
                   "|" WS-PE-DD-TOTAL(WS-PE-IDX) "|"
                   WS-PE-POS-COUNT(WS-PE-IDX) "|"
                   WS-PE-DEADLINE(WS-PE-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD WS-PE-BONUS(WS-PE-IDX) TO ACCT-BALANCE
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY
           MOVE ACCT-BALANCE TO WS-NEW-BALANCE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR|REWRITE|" WS-FILE-STATUS
                   CLOSE ACCOUNTS-FILE
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-REWRITE
           PERFORM WRITE-BONUS-RECORD
           MOVE 'Q' TO WS-PE-STATUS(WS-PE-IDX)
           MOVE WS-CURRENT-DATE TO WS-PE-STATUS-DATE(WS-PE-IDX)
           MOVE WS-TX-ID TO WS-PE-BONUS-TX-ID(WS-PE-IDX)
           ADD 1 TO WS-PAID-COUNT
           ADD WS-PE-BONUS(WS-PE-IDX) TO WS-BONUS-TOTAL
           DISPLAY "PROMO-PAID|" WS-IN-ACCT-ID "|" WS-IN-CODE "|"
               WS-PE-BONUS(WS-PE-IDX) "|" WS-TX-ID "|" WS-NEW-BALANCE.

       FIND-PROMO.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-PM-MATCH-IDX
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE(WS-PM-IDX) = WS-IN-CODE
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-PM-IDX TO WS-PM-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-PROMO-FILE.
           MOVE 0 TO WS-PM-COUNT
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PROMO-FILE
                   AT END
                       CLOSE PROMO-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PM-COUNT < 200
                   ADD 1 TO WS-PM-COUNT
                   MOVE PROMO-CODE TO WS-PM-CODE(WS-PM-COUNT)
                   MOVE PROMO-PRODUCT TO WS-PM-PRODUCT(WS-PM-COUNT)
                   MOVE PROMO-QUAL-TYPE TO WS-PM-QUAL-TYPE(WS-PM-COUNT)
                   MOVE PROMO-QUAL-AMOUNT
                       TO WS-PM-QUAL-AMOUNT(WS-PM-COUNT)
                   MOVE PROMO-QUAL-COUNT
                       TO WS-PM-QUAL-COUNT(WS-PM-COUNT)
                   MOVE PROMO-QUAL-DAYS TO WS-PM-QUAL-DAYS(WS-PM-COUNT)
                   MOVE PROMO-BONUS TO WS-PM-BONUS(WS-PM-COUNT)
                   MOVE PROMO-CLAWBACK-DAYS
                       TO WS-PM-CLAW-DAYS(WS-PM-COUNT)
                   MOVE PROMO-START-DATE TO WS-PM-START(WS-PM-COUNT)
                   MOVE PROMO-END-DATE TO WS-PM-END(WS-PM-COUNT)
                   MOVE PROMO-STATUS TO WS-PM-STATUS(WS-PM-COUNT)
                   MOVE PROMO-OPERATOR-ID
                       TO WS-PM-OPERATOR(WS-PM-COUNT)
               END-IF
           END-PERFORM.

       SAVE-PROMO-FILE.
           OPEN OUTPUT PROMO-FILE
           IF WS-PROMO-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-PROMO-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-COUNT
               MOVE WS-PM-CODE(WS-PM-IDX) TO PROMO-CODE
               MOVE WS-PM-PRODUCT(WS-PM-IDX) TO PROMO-PRODUCT
               MOVE WS-PM-QUAL-TYPE(WS-PM-IDX) TO PROMO-QUAL-TYPE
               MOVE WS-PM-QUAL-AMOUNT(WS-PM-IDX) TO PROMO-QUAL-AMOUNT
               MOVE WS-PM-QUAL-COUNT(WS-PM-IDX) TO PROMO-QUAL-COUNT
               MOVE WS-PM-QUAL-DAYS(WS-PM-IDX) TO PROMO-QUAL-DAYS
               MOVE WS-PM-BONUS(WS-PM-IDX) TO PROMO-BONUS
               MOVE WS-PM-CLAW-DAYS(WS-PM-IDX) TO PROMO-CLAWBACK-DAYS
               MOVE WS-PM-START(WS-PM-IDX) TO PROMO-START-DATE
               MOVE WS-PM-END(WS-PM-IDX) TO PROMO-END-DATE
               MOVE WS-PM-STATUS(WS-PM-IDX) TO PROMO-STATUS
               MOVE WS-PM-OPERATOR(WS-PM-IDX) TO PROMO-OPERATOR-ID
               WRITE PROMO-RECORD
           END-PERFORM
           CLOSE PROMO-FILE.

       LOAD-PROMOENR-FILE.
           MOVE 0 TO WS-PE-COUNT
           OPEN INPUT PROMOENR-FILE
           IF WS-PENR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PROMOENR-FILE
                   AT END
                       CLOSE PROMOENR-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PE-COUNT < 2000
                   ADD 1 TO WS-PE-COUNT
                   MOVE PENR-ACCT-ID TO WS-PE-ACCT-ID(WS-PE-COUNT)
                   MOVE PENR-PROMO-CODE TO WS-PE-CODE(WS-PE-COUNT)
                   MOVE PENR-ENROLL-DATE
                       TO WS-PE-ENROLL-DATE(WS-PE-COUNT)
                   MOVE PENR-DEADLINE TO WS-PE-DEADLINE(WS-PE-COUNT)
                   MOVE PENR-STATUS TO WS-PE-STATUS(WS-PE-COUNT)
                   MOVE PENR-STATUS-DATE
                       TO WS-PE-STATUS-DATE(WS-PE-COUNT)
                   MOVE PENR-DD-TOTAL TO WS-PE-DD-TOTAL(WS-PE-COUNT)
                   MOVE PENR-POS-COUNT TO WS-PE-POS-COUNT(WS-PE-COUNT)
                   MOVE PENR-BONUS TO WS-PE-BONUS(WS-PE-COUNT)
                   MOVE PENR-BONUS-TX-ID
                       TO WS-PE-BONUS-TX-ID(WS-PE-COUNT)
                   MOVE PENR-CLAWBACK-END
                       TO WS-PE-CLAW-END(WS-PE-COUNT)
                   MOVE PENR-CLAWBACK-AMT
                       TO WS-PE-CLAW-AMT(WS-PE-COUNT)
                   MOVE PENR-SHORTFALL TO WS-PE-SHORTFALL(WS-PE-COUNT)
               END-IF
           END-PERFORM.

       SAVE-PROMOENR-FILE.
           OPEN OUTPUT PROMOENR-FILE
           IF WS-PENR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-PENR-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
               UNTIL WS-PE-IDX > WS-PE-COUNT
               MOVE WS-PE-ACCT-ID(WS-PE-IDX) TO PENR-ACCT-ID
               MOVE WS-PE-CODE(WS-PE-IDX) TO PENR-PROMO-CODE
               MOVE WS-PE-ENROLL-DATE(WS-PE-IDX) TO PENR-ENROLL-DATE
               MOVE WS-PE-DEADLINE(WS-PE-IDX) TO PENR-DEADLINE
               MOVE WS-PE-STATUS(WS-PE-IDX) TO PENR-STATUS
               MOVE WS-PE-STATUS-DATE(WS-PE-IDX) TO PENR-STATUS-DATE
               MOVE WS-PE-DD-TOTAL(WS-PE-IDX) TO PENR-DD-TOTAL
               MOVE WS-PE-POS-COUNT(WS-PE-IDX) TO PENR-POS-COUNT
               MOVE WS-PE-BONUS(WS-PE-IDX) TO PENR-BONUS
               MOVE WS-PE-BONUS-TX-ID(WS-PE-IDX) TO PENR-BONUS-TX-ID
               MOVE WS-PE-CLAW-END(WS-PE-IDX) TO PENR-CLAWBACK-END
               MOVE WS-PE-CLAW-AMT(WS-PE-IDX) TO PENR-CLAWBACK-AMT
               MOVE WS-PE-SHORTFALL(WS-PE-IDX) TO PENR-SHORTFALL
               WRITE PROMO-ENROLL-RECORD
           END-PERFORM
           CLOSE PROMOENR-FILE.

      *>   Writes the bonus as a TRANS-TYPE 'I' record with its own
      *>   TRX-n id off the shared TXSEQ.DAT counter, stamped
      *>   PROMO-BONUS-REASON — same record shape as SAFEBOX.cob's
      *>   WRITE-RENT-FEE-RECORD.
       WRITE-BONUS-RECORD.
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
           MOVE 'I' TO TRANS-TYPE
           MOVE WS-PE-BONUS(WS-PE-IDX) TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE SPACES TO TRANS-DESC
           STRING "Promotional bonus " DELIMITED SIZE
               WS-IN-CODE DELIMITED SPACE
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
           MOVE PROMO-BONUS-REASON TO TRANS-FEE-REASON
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
           MOVE "PROMO" TO OPLOG-PROGRAM
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
