      *>            [<merchant-ref-or-NONE>] — place a hold on funds;
      *>            reason-code is one of COMCODE.cpy's HOLD-REASON-
      *>            CODES (CA/CF/LO/GN), NONE/omitted defaults to
      *>            HOLD-REASON-GENERAL. A card authorization adds
      *>            [<operator>] <card-last-4> [<mcc>] [<country>]:
      *>            the card must be Active on CARDS.DAT and its
      *>            controls (blocked merchant categories, domestic-
      *>            only, travel notices — see CARDS.cob) must allow
      *>            the merchant, else RESULT|13 / RESULT|30
      *>    CAPTURE <hold-id>           — mark a hold captured (call
      *>                                  this once TRANSACT.cob has
      *>                                  actually posted the debit)
      *>    I-O:    HOLDSEQ.DAT (1-record HLD-n sequence counter)
      *>    Input:  VALIDATE-BATCH.DAT (LINE SEQUENTIAL, pipe-delimited,
      *>            BATCH operation only — see Output Format below)
      *>    Input:  CCACCT.DAT (LINE SEQUENTIAL — credit limit of a
      *>            credit card account, see CHECK-BALANCE)
      *>    Input:  CARDS.DAT, CARDCTL.DAT, CARDTRVL.DAT (LINE
      *>            SEQUENTIAL — card registry, card controls and
      *>            travel notices kept by CARDS.cob; card
      *>            authorizations only, see CHECK-AUTH-CARD)
      *>    Output: CARDCTLLOG.DAT (LINE SEQUENTIAL, appended — card
      *>            authorizations declined by a card control)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy  — Account record layout (148 bytes)
      *>    COMCODE.cpy  — Shared status codes and bank identifiers
      *>    ACCTIO.cpy   — Shared account I/O paragraphs
      *>    OPLOGREC.cpy — Shared operator session log record layout
      *>    CCACCTREC.cpy — Credit card line record layout
      *>    CARDREC.cpy  — Debit card registry record layout
      *>    CARDCTLREC.cpy — Debit card control settings record layout
      *>    CARDTRVREC.cpy — Debit card travel notice record layout
      *>    CCLOGREC.cpy — Card control decline log record layout
      *>    CCTLCHK.cpy  — Card control check work area
      *>
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended — one record per
      *>            invocation, see APPEND-OPLOG-ENTRY)
      *>                     auto-released, then EXPIRED|RELEASED|COUNT
      *>    BATCH: VALIDATE-BATCH.DAT lines are
      *>           OP|ACCT-ID-OR-HOLD-ID|AMOUNT|REASON-CODE|MERCHANT-REF
      *>           [|CARD-LAST-4|MCC|COUNTRY] (card authorizations)
      *>           (OP is RESERVE, CAPTURE, or RELEASE — AMOUNT/
      *>           REASON-CODE/MERCHANT-REF only apply to RESERVE, same
      *>           NONE/blank-default rules as the single-shot RESERVE
      *>                released hold id)
      *>    RESULT|09 — Withdrawal would take a money-market account
      *>                below its required minimum balance
      *>    RESULT|13 — Card authorization on a card that isn't an
      *>                Active entry on CARDS.DAT for the account
      *>    RESULT|16 — Account under legal hold (ACCT-STATUS 'L') —
      *>                blocks VALIDATE/RESERVE the same as RESULT|04
      *>    RESULT|19 — Account pending KYC verification (ACCT-STATUS
      *>                'P') — blocks VALIDATE/RESERVE until
      *>                ACCOUNTS.cob's VERIFY activates it
      *>    RESULT|23 — Malformed account number (fails its check
      *>                digit and isn't exempted on CHKDXMPT.DAT)
      *>    RESULT|30 — Card authorization declined by a card
      *>                control (logged to CARDCTLLOG.DAT)
      *>
      *>  Dependencies:
      *>    Requires ACCOUNTS.DAT in CWD. The plain validation pass and
      *>                     ENTRY) so a branch audit can see who ran
      *>                     what, same new log ACCOUNTS.cob and
      *>                     TRANSACT.cob also append to
      *>    2026-10-15  AKD  Account numbers are now checked against
      *>                     their ACCT-ID check digit (ACCTCHK.cpy) at
      *>                     entry and refused with new RESULT|23 before
      *>                     any lookup, unless exempted on CHKDXMPT.DAT
      *>    2026-10-15  AKD  CHECK-BALANCE adds a credit card account's
      *>                     credit limit from CCACCT.DAT to its
      *>                     available balance, so RESERVE authorizes
      *>                     against available credit
      *>    2026-10-15  AKD  CHECK-ACCOUNT-STATUS blocks debits on an
      *>                     account frozen by COLLECT.cob's overdrawn
      *>                     aging (ACCT-STATUS 'O') with RESULT|16,
      *>                     same as a legal hold
      *>    2026-10-15  AKD  A card-authorization RESERVE (single or
      *>                     BATCH) carries the card-last-4, merchant
      *>                     category code and merchant country; the
      *>                     card must be Active on CARDS.DAT
      *>                     (RESULT|13) and pass its controls and
      *>                     travel notices (new RESULT|30, logged to
      *>                     CARDCTLLOG.DAT) — see CHECK-AUTH-CARD
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT CHKDXMPT-FILE
               ASSIGN TO "CHKDXMPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKD-XMPT-STATUS.
           SELECT CCACCT-FILE
               ASSIGN TO "CCACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT CARD-FILE
               ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT CARD-CONTROL-FILE
               ASSIGN TO "CARDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCTL-STATUS.
           SELECT CARD-TRAVEL-FILE
               ASSIGN TO "CARDTRVL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRV-STATUS.
           SELECT CARD-CONTROL-LOG-FILE
               ASSIGN TO "CARDCTLLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   transaction.
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  CHKDXMPT-FILE.
       COPY "CDXREC.cpy".
       FD  CCACCT-FILE.
       COPY "CCACCTREC.cpy".
       FD  CARD-FILE.
       COPY "CARDREC.cpy".
       FD  CARD-CONTROL-FILE.
       COPY "CARDCTLREC.cpy".
       FD  CARD-TRAVEL-FILE.
       COPY "CARDTRVREC.cpy".
       FD  CARD-CONTROL-LOG-FILE.
       COPY "CCLOGREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-NODE-CODE           PIC X(1) VALUE 'A'.
       01  WS-HELD-AMOUNT         PIC S9(10)V99 VALUE 0.
       01  WS-AVAILABLE-BALANCE   PIC S9(10)V99 VALUE 0.
       01  WS-CC-STATUS           PIC XX VALUE SPACES.
       01  WS-CC-LIMIT            PIC 9(10)V99 VALUE 0.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-IN-EXPIRE-DAYS-STR  PIC X(5) VALUE SPACES.
       01  WS-EXPIRED-COUNT       PIC 9(7) VALUE 0.
       01  WS-IN-REASON-CODE      PIC X(10) VALUE SPACES.
       01  WS-IN-MERCHANT-REF     PIC X(15) VALUE SPACES.
       01  WS-IN-CARD-LAST-4      PIC X(4) VALUE SPACES.
       01  WS-IN-MCC              PIC X(4) VALUE SPACES.
       01  WS-IN-COUNTRY          PIC X(3) VALUE SPACES.
       01  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-CARD-FOUND-FLAG     PIC X VALUE 'N'.
       01  WS-CARD-LOOKUP-STATUS  PIC X(1) VALUE SPACES.
       01  WS-CARD-LOOKUP-ID      PIC X(12) VALUE SPACES.
       01  WS-IN-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-OPLOG-OPERATION     PIC X(14) VALUE SPACES.
       01  WS-VB-AMOUNT-STR       PIC X(20) VALUE SPACES.
       01  WS-VB-REASON           PIC X(10) VALUE SPACES.
       01  WS-VB-MERCHANT         PIC X(15) VALUE SPACES.
       01  WS-VB-CARD-LAST-4      PIC X(4) VALUE SPACES.
       01  WS-VB-MCC              PIC X(4) VALUE SPACES.
       01  WS-VB-COUNTRY          PIC X(3) VALUE SPACES.
       01  WS-VB-SEQ              PIC 9(5) VALUE 0.
       01  WS-VB-SEQ-DISP         PIC ZZZZ9.
       01  WS-VB-SUCCESS          PIC 9(5) VALUE 0.
       01  WS-DAILY-LIMIT         PIC 9(10)V99 VALUE 0.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-DAY-DEBIT-TOTAL     PIC S9(12)V99 VALUE 0.
       COPY "ACCTCHK.cpy".
       COPY "CCTLCHK.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
      *>   amount: a reason code (NONE/omitted defaults to HOLD-REASON-
      *>   GENERAL) and a merchant/reference id (NONE/omitted leaves it
      *>   blank) — same trailing-optional-argument idiom as CHECK-
      *>   DEPOSIT's float-days override. A card authorization also
      *>   carries the card's last 4 digits, the merchant category
      *>   code and the merchant's country after the operator id, for
      *>   CHECK-AUTH-CARD; no card-last-4 (or NONE) is an ordinary
      *>   hold with no card behind it.
       PARSE-RESERVE-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-REASON-CODE
                    WS-IN-MERCHANT-REF
                    WS-IN-OPERATOR-ID
                    WS-IN-CARD-LAST-4
                    WS-IN-MCC
                    WS-IN-COUNTRY
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT-STR
           END-IF
           IF WS-IN-MERCHANT-REF = "NONE"
               MOVE SPACES TO WS-IN-MERCHANT-REF
           END-IF
           PERFORM DEFAULT-CARD-AUTH-FIELDS.

      *>   Trims the card-last-4/merchant category/country a RESERVE
      *>   line carried and blanks their NONE placeholders.
       DEFAULT-CARD-AUTH-FIELDS.
           MOVE FUNCTION TRIM(WS-IN-CARD-LAST-4) TO WS-IN-CARD-LAST-4
           MOVE FUNCTION TRIM(WS-IN-MCC) TO WS-IN-MCC
           MOVE FUNCTION TRIM(WS-IN-COUNTRY) TO WS-IN-COUNTRY
           IF WS-IN-CARD-LAST-4 = "NONE"
               MOVE SPACES TO WS-IN-CARD-LAST-4
           END-IF
           IF WS-IN-MCC = "NONE"
               MOVE SPACES TO WS-IN-MCC
           END-IF
           IF WS-IN-COUNTRY = "NON"
               MOVE SPACES TO WS-IN-COUNTRY
           END-IF.

      *>   CAPTURE/RELEASE take a single argument, the hold id, so
           END-IF.

       PROCESS-VALIDATE.
           PERFORM CHECK-ENTRY-ACCT-ID
           IF WS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM FIND-ACCOUNT

           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) = 'L'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'E'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'O'
               MOVE RC-LEGAL-HOLD TO WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
      *>   sum of any still-Active holds on the account), not the raw
      *>   posted balance — an outstanding hold reduces what's left
      *>   to spend even though it hasn't touched ACCT-BALANCE yet.
      *>   A credit card account (ACCT-TYPE 'R') has its credit
      *>   limit on top: available credit is limit less the owed
      *>   (negative) balance and any pending authorizations.
       CHECK-BALANCE.
           MOVE '00' TO WS-RESULT-CODE
           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-A-BALANCE(WS-FOUND-IDX) - WS-HELD-AMOUNT
           IF WS-A-TYPE(WS-FOUND-IDX) =
                   ACCT-CREDIT-CARD IN ACCOUNT-TYPES
               PERFORM LOOKUP-CREDIT-LIMIT
               ADD WS-CC-LIMIT TO WS-AVAILABLE-BALANCE
           END-IF
           IF WS-AVAILABLE-BALANCE < WS-IN-AMOUNT
               MOVE RC-NSF TO WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF.

      *>   WS-CC-LIMIT for WS-A-ID(WS-FOUND-IDX)'s Active line on
      *>   CCACCT.DAT (see CCACCTREC.cpy); zero when it has none.
       LOOKUP-CREDIT-LIMIT.
           MOVE 0 TO WS-CC-LIMIT
           OPEN INPUT CCACCT-FILE
           IF WS-CC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CCACCT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CC-ACCT-ID = WS-A-ID(WS-FOUND-IDX) AND CC-ACTIVE
                   MOVE CC-CREDIT-LIMIT TO WS-CC-LIMIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE CCACCT-FILE.

      *>   Money-market accounts (ACCT-TYPE 'M') carry a minimum
      *>   balance requirement -- reject a withdrawal that would take
      *>   the available balance (WS-AVAILABLE-BALANCE, posted balance
           END-READ.

       PROCESS-RESERVE.
           PERFORM CHECK-ENTRY-ACCT-ID
           IF WS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "RESULT|" WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AUTH-CARD
           IF WS-RESULT-CODE NOT = '00'
               DISPLAY "RESULT|" WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-STATUS
           IF WS-RESULT-CODE NOT = '00'
               DISPLAY "RESULT|" WS-RESULT-CODE
           DISPLAY "RESULT|00".

       PARSE-VALIDATE-BATCH-LINE.
           MOVE SPACES TO WS-VB-CARD-LAST-4 WS-VB-MCC WS-VB-COUNTRY
           UNSTRING VALIDATE-BATCH-RECORD DELIMITED BY "|"
               INTO WS-VB-OP
                    WS-VB-FIELD-2
                    WS-VB-AMOUNT-STR
                    WS-VB-REASON
                    WS-VB-MERCHANT
                    WS-VB-CARD-LAST-4
                    WS-VB-MCC
                    WS-VB-COUNTRY
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-VB-OP) TO WS-VB-OP
           MOVE FUNCTION TRIM(WS-VB-FIELD-2) TO WS-VB-FIELD-2
           IF WS-IN-MERCHANT-REF = "NONE"
               MOVE SPACES TO WS-IN-MERCHANT-REF
           END-IF
           MOVE WS-VB-CARD-LAST-4 TO WS-IN-CARD-LAST-4
           MOVE WS-VB-MCC TO WS-IN-MCC
           MOVE WS-VB-COUNTRY TO WS-IN-COUNTRY
           PERFORM DEFAULT-CARD-AUTH-FIELDS

           MOVE '00' TO WS-RESULT-CODE
           MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
           PERFORM VALIDATE-CHECK-DIGIT
           IF WS-CHKD-VALID = 'N'
               MOVE RC-BAD-CHECK-DIGIT TO WS-RESULT-CODE
           ELSE
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'N'
                   MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               END-IF
           END-IF
           IF WS-RESULT-CODE = '00'
               PERFORM CHECK-AUTH-CARD
           END-IF
           IF WS-RESULT-CODE = '00'
               PERFORM CHECK-ACCOUNT-STATUS
                   WS-IN-REASON-CODE "  " WS-IN-MERCHANT-REF
           END-IF.

      *>   A card authorization (a RESERVE naming a card-last-4) is
      *>   held to the same card gates as TRANSACT.cob's PROCESS-POS:
      *>   the card must be an Active entry on CARDS.DAT for the
      *>   account (else RESULT|13), and its controls must let the
      *>   merchant category and country through (else RESULT|30,
      *>   logged to CARDCTLLOG.DAT). No card-last-4 passes untouched.
       CHECK-AUTH-CARD.
           MOVE '00' TO WS-RESULT-CODE
           IF WS-IN-CARD-LAST-4 = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-AUTH-CARD
           IF WS-CARD-FOUND-FLAG = 'N'
               OR WS-CARD-LOOKUP-STATUS NOT = 'A'
               MOVE RC-CARD-DECLINED TO WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-LOOKUP-ID TO WS-CCTL-CARD-ID
           MOVE WS-IN-MCC TO WS-CCTL-MCC
           MOVE WS-IN-COUNTRY TO WS-CCTL-COUNTRY
           PERFORM CHECK-CARD-CONTROLS
           IF WS-CCTL-RULE NOT = SPACES
               MOVE RC-CARD-CONTROL TO WS-RESULT-CODE
               MOVE WS-IN-ACCT-ID TO CCLG-ACCT-ID
               MOVE WS-IN-CARD-LAST-4 TO CCLG-LAST-4
               MOVE WS-IN-AMOUNT TO CCLG-AMOUNT
               MOVE "VALIDATE" TO CCLG-SOURCE
               MOVE SPACES TO CCLG-CHANNEL
               MOVE SPACES TO CCLG-BRANCH
               MOVE WS-IN-OPERATOR-ID TO CCLG-OPERATOR-ID
               MOVE WS-IN-MERCHANT-REF TO CCLG-MERCHANT-REF
               PERFORM APPEND-CARD-CONTROL-LOG
           END-IF.

      *>   Same CARDS.DAT match as TRANSACT.cob's CHECK-CARD-REGISTRY
      *>   — an Active card wins over a retired one with the same
      *>   last-4; no CARDS.DAT means no card is known.
       FIND-AUTH-CARD.
           MOVE 'N' TO WS-CARD-FOUND-FLAG
           MOVE SPACES TO WS-CARD-LOOKUP-STATUS
           MOVE SPACES TO WS-CARD-LOOKUP-ID
           OPEN INPUT CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CARD-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CARD-ACCT-ID = WS-IN-ACCT-ID
                   AND CARD-LAST-4 = WS-IN-CARD-LAST-4
                   IF WS-CARD-FOUND-FLAG = 'N'
                       OR CARD-STATUS = 'A'
                       MOVE 'Y' TO WS-CARD-FOUND-FLAG
                       MOVE CARD-STATUS TO WS-CARD-LOOKUP-STATUS
                       MOVE CARD-ID TO WS-CARD-LOOKUP-ID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CARD-FILE.

      *>   Card controls for WS-CCTL-CARD-ID against the merchant
      *>   category and country in WS-CCTL-MCC/WS-CCTL-COUNTRY — see
      *>   CCTLCHK.cpy. A blocked category wins over a country block,
      *>   and the customer's domestic-only flag over the bank's
      *>   travel-notice rule, so WS-CCTL-RULE always names the
      *>   control the customer would have to change. Missing
      *>   CARDCTL.DAT/CARDTRVL.DAT just mean no card has controls or
      *>   notices yet.
       CHECK-CARD-CONTROLS.
           MOVE SPACES TO WS-CCTL-RULE
           MOVE 'N' TO WS-CCTL-NOTICE-FLAG
           MOVE 'N' TO WS-CCTL-COVERED-FLAG
           MOVE 'N' TO WS-CCTL-FOREIGN-FLAG
           IF WS-CCTL-COUNTRY NOT = SPACES
               AND WS-CCTL-COUNTRY NOT = CARD-HOME-COUNTRY
               MOVE 'Y' TO WS-CCTL-FOREIGN-FLAG
           END-IF
           PERFORM SCAN-CARD-TRAVEL-NOTICES
           OPEN INPUT CARD-CONTROL-FILE
           IF WS-CCTL-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ CARD-CONTROL-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF CCTL-CARD-ID = WS-CCTL-CARD-ID
                       PERFORM TEST-CARD-CONTROL-RECORD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE CARD-CONTROL-FILE
           END-IF
           IF WS-CCTL-RULE = SPACES
               AND WS-CCTL-FOREIGN-FLAG = 'Y'
               AND CARD-FOREIGN-NEEDS-NOTICE = 'Y'
               AND WS-CCTL-COVERED-FLAG = 'N'
               MOVE "TRV" TO WS-CCTL-RULE
           END-IF.

       TEST-CARD-CONTROL-RECORD.
           IF CCTL-MCC-COUNT IS NOT NUMERIC
               MOVE 0 TO CCTL-MCC-COUNT
           END-IF
           IF WS-CCTL-MCC NOT = SPACES
               PERFORM VARYING WS-CCTL-IDX FROM 1 BY 1
                   UNTIL WS-CCTL-IDX > CCTL-MCC-COUNT
                       OR WS-CCTL-IDX > CARD-MAX-BLOCKED-MCC
                   IF CCTL-BLOCKED-MCC(WS-CCTL-IDX) = WS-CCTL-MCC
                       MOVE "MCC" TO WS-CCTL-RULE
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CCTL-FOREIGN-FLAG = 'Y' AND CCTL-DOMESTIC-ONLY-ON
               MOVE "DOM" TO WS-CCTL-RULE
           END-IF.

      *>   WS-CCTL-NOTICE-FLAG 'Y' when the card has any Active travel
      *>   notice that hasn't ended; WS-CCTL-COVERED-FLAG 'Y' when one
      *>   of them covers WS-CCTL-COUNTRY today.
       SCAN-CARD-TRAVEL-NOTICES.
           OPEN INPUT CARD-TRAVEL-FILE
           IF WS-CTRV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CARD-TRAVEL-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CTRV-CARD-ID = WS-CCTL-CARD-ID AND CTRV-ACTIVE
                   AND CTRV-END-DATE >= WS-CURRENT-DATE
                   MOVE 'Y' TO WS-CCTL-NOTICE-FLAG
                   IF CTRV-COUNTRY = WS-CCTL-COUNTRY
                       AND CTRV-START-DATE <= WS-CURRENT-DATE
                       MOVE 'Y' TO WS-CCTL-COVERED-FLAG
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CARD-TRAVEL-FILE.

      *>   Appends the caller's CARD-CONTROL-LOG-RECORD to
      *>   CARDCTLLOG.DAT, stamped with the control check's own
      *>   results — same OPEN EXTEND-else-OUTPUT append as
      *>   APPEND-OPLOG-ENTRY.
       APPEND-CARD-CONTROL-LOG.
           MOVE WS-CURRENT-DATE TO CCLG-DATE
           MOVE WS-CURRENT-TIME TO CCLG-TIME
           MOVE WS-CCTL-CARD-ID TO CCLG-CARD-ID
           MOVE WS-CCTL-MCC TO CCLG-MCC
           MOVE WS-CCTL-COUNTRY TO CCLG-COUNTRY
           MOVE WS-CCTL-RULE TO CCLG-RULE
           MOVE WS-CCTL-NOTICE-FLAG TO CCLG-NOTICE-FLAG
           OPEN EXTEND CARD-CONTROL-LOG-FILE
           IF WS-CCLG-STATUS NOT = '00'
               OPEN OUTPUT CARD-CONTROL-LOG-FILE
           END-IF
           IF WS-CCLG-STATUS = '00'
               WRITE CARD-CONTROL-LOG-RECORD
               CLOSE CARD-CONTROL-LOG-FILE
           END-IF.

      *>   Same logic as PROCESS-CAPTURE, tallied/logged instead of
      *>   returning its own RESULT| line.
       BATCH-CAPTURE-LINE.
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
      *>   on CHKDXMPT.DAT) is refused with RESULT|23 before
      *>   ACCOUNTS.DAT is ever loaded — see ACCTCHK.cpy.
       CHECK-ENTRY-ACCT-ID.
           MOVE '00' TO WS-RESULT-CODE
           MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
           PERFORM VALIDATE-CHECK-DIGIT
           IF WS-CHKD-VALID = 'N'
               DISPLAY "ERROR|ACCT-CHECK-DIGIT|" WS-IN-ACCT-ID
               MOVE RC-BAD-CHECK-DIGIT TO WS-RESULT-CODE
               DISPLAY "RESULT|" WS-RESULT-CODE
           END-IF.
