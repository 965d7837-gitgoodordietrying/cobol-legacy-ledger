      *>            — register the order and place its 'LO' hold
      *>              (creditor is a single token, underscores for
      *>              spaces). The hold earmarks the demanded amount
      *>              without freezing the whole account — less any
      *>              federal benefits direct-deposited in the
      *>              lookback period, which stay available to the
      *>              customer and are named in a protected-amount
      *>              notice (LEVYNOTICE.DAT)
      *>    REMIT <remit-acct-id> [<operator>]
      *>            — daily step: every Pending order whose answer-by
      *>              date has arrived is paid — the account debited
      *>              (capped at its balance above the order's
      *>              protected amount), the 'LO' hold captured,
      *>              the designated remittance account credited, and
      *>              the case number stamped on both records
      *>    REPORT [<operator>]
      *>              until (negative: past) its answer-by date
      *>
      *>  Files:
      *>    I-O:    LEVY.DAT (LINE SEQUENTIAL, 168-byte — loaded whole
      *>            and rewritten)
      *>    I-O:    ACCOUNTS.DAT (INDEXED, keyed on ACCT-ID)
      *>    I-O:    HOLDS.DAT (INDEXED, keyed on HOLD-ID — 'LO' holds
      *>            placed at intake, captured at remittance)
      *>    I-O:    HOLDSEQ.DAT (shared HLD-n counter)
      *>    I-O:    TRANSACT.DAT (LINE SEQUENTIAL — scanned for
      *>            benefit deposits at intake, appended at remit)
      *>    Output: LEVYNOTICE.DAT (LINE SEQUENTIAL, 115-byte,
      *>            appended — protected-amount notices)
      *>    I-O:    TXSEQ.DAT (1-record TRX-n sequence counter)
      *>    I-O:    LEVYSEQ.DAT (1-record LVY-n sequence counter)
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended)
      *>
      *>  Copybooks:
      *>    LEVYREC.cpy, ACCTREC.cpy, HOLDREC.cpy, TRANSREC.cpy,
      *>    TXCHAIN.cpy, SEQREC.cpy, OPLOGREC.cpy, LVNTCREC.cpy,
      *>    COMCODE.cpy
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Intake: LEVY-PLACED|LEVY-ID|ACCT|CASE|AMOUNT|ANSWER-BY|
      *>            HOLD-ID (spaces when the whole balance is
      *>            protected), preceded, when benefit deposits were
      *>            found, by LEVY-PROTECTED|LEVY-ID|ACCT|BENEFIT-COUNT|
      *>            BENEFIT-TOTAL|PROTECTED|HOLD-AMOUNT|LOOKBACK-FROM|
      *>            LOOKBACK-TO
      *>    Remit:  LEVY-REMITTED|LEVY-ID|ACCT|CASE|AMOUNT|TRX-ID
      *>            then REMIT-SUMMARY|COUNT|TOTAL
      *>    Report: LEVY|LEVY-ID|ACCT|CASE|CREDITOR|AMOUNT|ANSWER-BY|
      *>    RESULT|03 — Account / remit account not found
      *>    RESULT|08 — Invalid request (blank case number or zero
      *>                amount)
      *>    RESULT|23 — Malformed account number (fails its check
      *>                digit and isn't exempted on CHKDXMPT.DAT)
      *>    RESULT|99 — File I/O error
      *>
      *>  Change Log:
      *>    2026-09-02  AKD  Initial implementation
      *>    2026-10-15  AKD  Account numbers are now checked against
      *>                     their ACCT-ID check digit (ACCTCHK.cpy) at
      *>                     entry and refused with new RESULT|23 before
      *>                     any lookup, unless exempted on CHKDXMPT.DAT
      *>    2026-10-15  AKD  Every TRANSACT.DAT record written now
      *>                     carries TRANS-CHAIN-HASH linking it to the
      *>                     record before it (STAMP-CHAIN-HASH; anchor
      *>                     found by LOAD-CHAIN-ANCHOR — see
      *>                     TXCHAIN.cpy), so VERIFY-CHAIN.cob can prove
      *>                     the log hasn't been edited since
      *>    2026-10-15  AKD  INTAKE protects federal benefits direct-
      *>                     deposited in the lookback period
      *>                     (COMPUTE-PROTECTED-AMOUNT): the 'LO' hold
      *>                     covers only the balance above the protected
      *>                     amount, the computation is kept on the
      *>                     order, a notice goes to LEVYNOTICE.DAT, and
      *>                     REMIT-ONE-ORDER never pays below it
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO "OPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.
           SELECT LEVY-NOTICE-FILE
               ASSIGN TO "LEVYNOTICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVNTC-STATUS.
           SELECT CHKDXMPT-FILE
               ASSIGN TO "CHKDXMPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKD-XMPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  LEVY-SEQ-NUMBER      PIC 9(6).
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".
       FD  LEVY-NOTICE-FILE.
       COPY "LVNTCREC.cpy".
       FD  CHKDXMPT-FILE.
       COPY "CDXREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LEVY-STATUS         PIC XX VALUE SPACES.
       01  WS-HOLD-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-HSEQ-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-SEQ-STATUS          PIC XX VALUE SPACES.
       01  WS-LVSEQ-STATUS        PIC XX VALUE SPACES.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-LVNTC-STATUS        PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-REMIT-TOTAL         PIC S9(12)V99 VALUE 0.
       01  WS-DAYS-LEFT           PIC S9(5) VALUE 0.
       01  WS-URGENT-FLAG         PIC X VALUE 'N'.
      *>   Federal-benefit protection worked out at INTAKE — see
      *>   COMPUTE-PROTECTED-AMOUNT and COMCODE.cpy's
      *>   BENEFIT-PROTECT-SETTINGS.
       01  WS-LVP-BALANCE         PIC S9(10)V99 VALUE 0.
       01  WS-LVP-BENEFIT-TOTAL   PIC 9(10)V99 VALUE 0.
       01  WS-LVP-BENEFIT-COUNT   PIC 9(4) VALUE 0.
       01  WS-LVP-PROTECTED       PIC 9(10)V99 VALUE 0.
       01  WS-LVP-HOLD-AMOUNT     PIC 9(10)V99 VALUE 0.
       01  WS-LVP-AVAILABLE       PIC S9(10)V99 VALUE 0.
       01  WS-LVP-NOTICE-DATE     PIC 9(8) VALUE 0.
       01  WS-LVP-TO              PIC 9(8) VALUE 0.
       01  WS-LVP-FROM            PIC 9(8) VALUE 0.
       01  WS-LVP-FROM-PARTS REDEFINES WS-LVP-FROM.
           05  WS-LVP-FROM-YYYY   PIC 9(4).
           05  WS-LVP-FROM-MM     PIC 9(2).
           05  WS-LVP-FROM-DD     PIC 9(2).
       01  WS-LVP-MONTHS          PIC 9(6) VALUE 0.
       01  WS-LVP-ORIG-IDX        PIC 9(1) VALUE 0.
       01  WS-LVP-ORIG-LEN        PIC 9(2) VALUE 0.
       01  WS-LVP-MATCH           PIC X VALUE 'N'.
       01  WS-FILE-DIRTY          PIC X VALUE 'N'.

       01  WS-LV-COUNT            PIC 9(3) VALUE 0.
               10  WS-LV-STATUS       PIC X(1).
               10  WS-LV-HOLD-ID      PIC X(12).
               10  WS-LV-INTAKE       PIC 9(8).
               10  WS-LV-BENEFIT      PIC 9(10)V99.
               10  WS-LV-PROTECTED    PIC 9(10)V99.
               10  WS-LV-HOLD-AMOUNT  PIC 9(10)V99.
               10  WS-LV-LB-FROM      PIC 9(8).
               10  WS-LV-LB-TO        PIC 9(8).
               10  WS-LV-NOTICE       PIC 9(8).
       COPY "ACCTCHK.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
           EVALUATE WS-OPERATION
               WHEN "INTAKE"
                   PERFORM PARSE-INTAKE-LINE
                   MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
                   PERFORM CHECK-ENTRY-ACCT-ID
                   IF WS-RESULT-CODE = '00'
                       PERFORM PROCESS-INTAKE
                   END-IF
                   MOVE "INTAKE" TO WS-OPLOG-OPERATION
                   MOVE WS-NEW-LEVY-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "REMIT"
                   PERFORM PARSE-REMIT-LINE
                   MOVE WS-IN-REMIT-ACCT TO WS-CHKD-ID
                   PERFORM CHECK-ENTRY-ACCT-ID
                   IF WS-RESULT-CODE = '00'
                       PERFORM PROCESS-REMIT
                   END-IF
                   MOVE "REMIT" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-REMIT-ACCT TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
      *>   Registers the order and earmarks the demanded amount with
      *>   an 'LO' hold — the account keeps operating (standing
      *>   orders, billpay) with just that much of its available
      *>   balance pinned, instead of a blanket freeze. Federal
      *>   benefits direct-deposited in the lookback period protect
      *>   that much of the balance: the hold then covers only what
      *>   exceeds the protected amount (no hold at all when nothing
      *>   does), and the account holder is sent the protected-amount
      *>   notice. Both are recorded on the order for REMIT.
       PROCESS-INTAKE.
           IF WS-IN-CASE-NUM = SPACES OR WS-IN-AMOUNT = 0
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE ACCT-BALANCE TO WS-LVP-BALANCE
           END-READ
           CLOSE ACCOUNTS-FILE
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-PROTECTED-AMOUNT
           MOVE WS-IN-AMOUNT TO WS-LVP-HOLD-AMOUNT
           IF WS-LVP-PROTECTED > 0
               COMPUTE WS-LVP-AVAILABLE =
                   WS-LVP-BALANCE - WS-LVP-PROTECTED
               IF WS-LVP-AVAILABLE < 0
                   MOVE 0 TO WS-LVP-AVAILABLE
               END-IF
               IF WS-LVP-AVAILABLE < WS-LVP-HOLD-AMOUNT
                   MOVE WS-LVP-AVAILABLE TO WS-LVP-HOLD-AMOUNT
               END-IF
           END-IF

           PERFORM GENERATE-LEVY-ID
           MOVE SPACES TO WS-NEW-HOLD-ID
           IF WS-LVP-HOLD-AMOUNT > 0
               PERFORM GENERATE-HOLD-ID
               PERFORM WRITE-LEVY-HOLD-RECORD
           END-IF
           MOVE 0 TO WS-LVP-NOTICE-DATE
           IF WS-LVP-BENEFIT-TOTAL > 0
               PERFORM WRITE-LEVY-NOTICE-RECORD
               MOVE WS-CURRENT-DATE TO WS-LVP-NOTICE-DATE
           END-IF

           PERFORM LOAD-LEVY-FILE
           ADD 1 TO WS-LV-COUNT
           MOVE 'P' TO WS-LV-STATUS(WS-LV-COUNT)
           MOVE WS-NEW-HOLD-ID TO WS-LV-HOLD-ID(WS-LV-COUNT)
           MOVE WS-CURRENT-DATE TO WS-LV-INTAKE(WS-LV-COUNT)
           MOVE WS-LVP-BENEFIT-TOTAL TO WS-LV-BENEFIT(WS-LV-COUNT)
           MOVE WS-LVP-PROTECTED TO WS-LV-PROTECTED(WS-LV-COUNT)
           MOVE WS-LVP-HOLD-AMOUNT TO WS-LV-HOLD-AMOUNT(WS-LV-COUNT)
           MOVE WS-LVP-FROM TO WS-LV-LB-FROM(WS-LV-COUNT)
           MOVE WS-LVP-TO TO WS-LV-LB-TO(WS-LV-COUNT)
           MOVE WS-LVP-NOTICE-DATE TO WS-LV-NOTICE(WS-LV-COUNT)
           PERFORM SAVE-LEVY-FILE

           MOVE RC-SUCCESS TO WS-RESULT-CODE
           IF WS-LVP-BENEFIT-TOTAL > 0
               DISPLAY "LEVY-PROTECTED|" WS-NEW-LEVY-ID "|"
                   WS-IN-ACCT-ID "|" WS-LVP-BENEFIT-COUNT "|"
                   WS-LVP-BENEFIT-TOTAL "|" WS-LVP-PROTECTED "|"
                   WS-LVP-HOLD-AMOUNT "|" WS-LVP-FROM "|" WS-LVP-TO
           END-IF
           DISPLAY "LEVY-PLACED|" WS-NEW-LEVY-ID "|" WS-IN-ACCT-ID
               "|" WS-IN-CASE-NUM "|" WS-IN-AMOUNT "|"
               WS-IN-ANSWER-DATE "|" WS-NEW-HOLD-ID
      *>   there — that shortage is the creditor's problem to pursue,
      *>   not a reason to drive the account negative), the 'LO' hold
      *>   is captured, and both transaction legs carry the case
      *>   number. The order's protected federal-benefit amount is
      *>   never paid: the payout is also capped at what the balance
      *>   holds above it.
       PROCESS-REMIT.
           OPEN I-O ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
           IF WS-REMIT-AMOUNT > ACCT-BALANCE
               MOVE ACCT-BALANCE TO WS-REMIT-AMOUNT
           END-IF
           IF WS-LV-PROTECTED(WS-LV-IDX) > 0
               COMPUTE WS-LVP-AVAILABLE =
                   ACCT-BALANCE - WS-LV-PROTECTED(WS-LV-IDX)
               IF WS-LVP-AVAILABLE < 0
                   MOVE 0 TO WS-LVP-AVAILABLE
               END-IF
               IF WS-LVP-AVAILABLE < WS-REMIT-AMOUNT
                   MOVE WS-LVP-AVAILABLE TO WS-REMIT-AMOUNT
               END-IF
               IF WS-REMIT-AMOUNT <= 0
                   DISPLAY "LEVY-SKIP|" WS-LV-ID(WS-LV-IDX)
                       "|PROTECTED-FUNDS"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-REMIT-AMOUNT <= 0
               DISPLAY "LEVY-SKIP|" WS-LV-ID(WS-LV-IDX)
                   "|NO-FUNDS"
           END-IF
           MOVE WS-NEW-HOLD-ID TO HOLD-ID
           MOVE WS-IN-ACCT-ID TO HOLD-ACCT-ID
           MOVE WS-LVP-HOLD-AMOUNT TO HOLD-AMOUNT
           MOVE 'A' TO HOLD-STATUS
           MOVE WS-CURRENT-DATE TO HOLD-DATE
           MOVE WS-CURRENT-TIME TO HOLD-TIME
           END-WRITE
           CLOSE HOLDS-FILE.

      *>   Federal-benefit lookback for the account being levied:
      *>   the period runs from the same day BENEFIT-LOOKBACK-MONTHS
      *>   months back (the month's last day where that month is
      *>   shorter) through yesterday. Every successful deposit in it
      *>   whose TRANS-DESC names a benefit originator on COMCODE.cpy's
      *>   BENEFIT-ORIGINATOR-TABLE counts toward WS-LVP-BENEFIT-TOTAL;
      *>   the protected amount is the lesser of that and the balance
      *>   (never below zero).
       COMPUTE-PROTECTED-AMOUNT.
           MOVE 0 TO WS-LVP-BENEFIT-TOTAL
           MOVE 0 TO WS-LVP-BENEFIT-COUNT
           MOVE 0 TO WS-LVP-PROTECTED
           COMPUTE WS-LVP-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1)
           MOVE WS-CURRENT-DATE TO WS-LVP-FROM
           COMPUTE WS-LVP-MONTHS = WS-LVP-FROM-YYYY * 12
               + WS-LVP-FROM-MM - 1 - BENEFIT-LOOKBACK-MONTHS
           COMPUTE WS-LVP-FROM-YYYY = WS-LVP-MONTHS / 12
           COMPUTE WS-LVP-FROM-MM =
               FUNCTION MOD(WS-LVP-MONTHS, 12) + 1
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-LVP-FROM) = 0
               SUBTRACT 1 FROM WS-LVP-FROM-DD
           END-PERFORM

           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ TRANSACT-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TRANS-ACCT-ID = WS-IN-ACCT-ID
                       AND TRANS-DEPOSIT
                       AND TRANS-SUCCESS
                       AND TRANS-DATE >= WS-LVP-FROM
                       AND TRANS-DATE <= WS-LVP-TO
                       PERFORM MATCH-BENEFIT-ORIGINATOR
                       IF WS-LVP-MATCH = 'Y'
                           ADD TRANS-AMOUNT TO WS-LVP-BENEFIT-TOTAL
                           ADD 1 TO WS-LVP-BENEFIT-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TRANSACT-FILE
           END-IF

           MOVE WS-LVP-BENEFIT-TOTAL TO WS-LVP-PROTECTED
           IF WS-LVP-BALANCE < WS-LVP-PROTECTED
               IF WS-LVP-BALANCE < 0
                   MOVE 0 TO WS-LVP-PROTECTED
               ELSE
                   MOVE WS-LVP-BALANCE TO WS-LVP-PROTECTED
               END-IF
           END-IF.

       MATCH-BENEFIT-ORIGINATOR.
           MOVE 'N' TO WS-LVP-MATCH
           PERFORM VARYING WS-LVP-ORIG-IDX FROM 1 BY 1
               UNTIL WS-LVP-ORIG-IDX > BENEFIT-ORIG-COUNT
               MOVE BENEFIT-ORIG-LEN(WS-LVP-ORIG-IDX) TO WS-LVP-ORIG-LEN
               IF TRANS-DESC(1:WS-LVP-ORIG-LEN) =
                   BENEFIT-ORIG-NAME(WS-LVP-ORIG-IDX)(1:WS-LVP-ORIG-LEN)
                   MOVE 'Y' TO WS-LVP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   LEVYNOTICE.DAT — the protected-amount notice for the account
      *>   holder, append-on-first-use the same as TRANSACT.cob's
      *>   HOLDNOTICE.DAT.
       WRITE-LEVY-NOTICE-RECORD.
           MOVE WS-NEW-LEVY-ID TO LNTC-LEVY-ID
           MOVE WS-IN-ACCT-ID TO LNTC-ACCT-ID
           MOVE WS-IN-CASE-NUM TO LNTC-CASE-NUM
           MOVE WS-IN-AMOUNT TO LNTC-DEMAND-AMT
           MOVE WS-LVP-BENEFIT-TOTAL TO LNTC-BENEFIT-TOTAL
           MOVE WS-LVP-PROTECTED TO LNTC-PROTECTED-AMT
           MOVE WS-LVP-HOLD-AMOUNT TO LNTC-HOLD-AMOUNT
           MOVE WS-LVP-FROM TO LNTC-LOOKBACK-FROM
           MOVE WS-LVP-TO TO LNTC-LOOKBACK-TO
           MOVE WS-CURRENT-DATE TO LNTC-DATE
           MOVE WS-CURRENT-TIME TO LNTC-TIME
           OPEN EXTEND LEVY-NOTICE-FILE
           IF WS-LVNTC-STATUS NOT = '00'
               OPEN OUTPUT LEVY-NOTICE-FILE
           END-IF
           IF WS-LVNTC-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-LVNTC-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE LEVY-NOTICE-RECORD
           CLOSE LEVY-NOTICE-FILE.

       CAPTURE-LEVY-HOLD.
           OPEN I-O HOLDS-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
           CLOSE HOLDS-FILE.

       APPEND-TRANSACT-RECORD.
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               OPEN OUTPUT TRANSACT-FILE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE.

               MOVE LEVY-STATUS TO WS-LV-STATUS(WS-LV-COUNT)
               MOVE LEVY-HOLD-ID TO WS-LV-HOLD-ID(WS-LV-COUNT)
               MOVE LEVY-INTAKE-DATE TO WS-LV-INTAKE(WS-LV-COUNT)
      *>       Orders taken before the benefit-protection fields
      *>       existed read back as spaces — no protection, and the
      *>       hold was the full demanded amount.
               IF LEVY-BENEFIT-TOTAL IS NUMERIC
                   MOVE LEVY-BENEFIT-TOTAL TO WS-LV-BENEFIT(WS-LV-COUNT)
                   MOVE LEVY-PROTECTED-AMT
                       TO WS-LV-PROTECTED(WS-LV-COUNT)
                   MOVE LEVY-HOLD-AMOUNT
                       TO WS-LV-HOLD-AMOUNT(WS-LV-COUNT)
                   MOVE LEVY-LOOKBACK-FROM TO WS-LV-LB-FROM(WS-LV-COUNT)
                   MOVE LEVY-LOOKBACK-TO TO WS-LV-LB-TO(WS-LV-COUNT)
                   MOVE LEVY-NOTICE-DATE TO WS-LV-NOTICE(WS-LV-COUNT)
               ELSE
                   MOVE 0 TO WS-LV-BENEFIT(WS-LV-COUNT)
                   MOVE 0 TO WS-LV-PROTECTED(WS-LV-COUNT)
                   MOVE LEVY-AMOUNT TO WS-LV-HOLD-AMOUNT(WS-LV-COUNT)
                   MOVE 0 TO WS-LV-LB-FROM(WS-LV-COUNT)
                   MOVE 0 TO WS-LV-LB-TO(WS-LV-COUNT)
                   MOVE 0 TO WS-LV-NOTICE(WS-LV-COUNT)
               END-IF
           END-PERFORM.

       SAVE-LEVY-FILE.
               MOVE WS-LV-STATUS(WS-LV-IDX) TO LEVY-STATUS
               MOVE WS-LV-HOLD-ID(WS-LV-IDX) TO LEVY-HOLD-ID
               MOVE WS-LV-INTAKE(WS-LV-IDX) TO LEVY-INTAKE-DATE
               MOVE WS-LV-BENEFIT(WS-LV-IDX) TO LEVY-BENEFIT-TOTAL
               MOVE WS-LV-PROTECTED(WS-LV-IDX) TO LEVY-PROTECTED-AMT
               MOVE WS-LV-HOLD-AMOUNT(WS-LV-IDX) TO LEVY-HOLD-AMOUNT
               MOVE WS-LV-LB-FROM(WS-LV-IDX) TO LEVY-LOOKBACK-FROM
               MOVE WS-LV-LB-TO(WS-LV-IDX) TO LEVY-LOOKBACK-TO
               MOVE WS-LV-NOTICE(WS-LV-IDX) TO LEVY-NOTICE-DATE
               WRITE LEVY-RECORD
           END-PERFORM
           CLOSE LEVY-FILE.
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
