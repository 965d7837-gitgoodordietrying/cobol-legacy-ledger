      *>================================================================*
      *>  Program:     COLLECT.cob
      *>  System:      LEGACY LEDGER — Overdrawn Account Collections
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    An overdrawn deposit account used to show up on
      *>    REPORTS.cob's EXCEPTIONS list every morning and nothing
      *>    more, with overdraft and maintenance fees still piling on.
      *>    The nightly AGING run, an EODRUN.cob step, now tracks each
      *>    overdrawn episode on ODAGE.DAT from the day the balance
      *>    first went negative and works it through COMCODE.cpy's
      *>    OVERDRAWN-AGING-SETTINGS: a collection notice (ODNOTICE.DAT)
      *>    as the account enters each aging bucket, fees stopped past
      *>    ODAGE-FEE-STOP-DAYS, the account frozen from debits
      *>    (ACCT-STATUS 'O') past ODAGE-FREEZE-DAYS, and at
      *>    ODAGE-CHARGEOFF-DAYS the negative balance charged off to the
      *>    loss GL account and the account closed. The episode stays on
      *>    file as the recovery record: a later DEPOSIT to the closed
      *>    account (TRANSACT.cob) or a collection agency remittance
      *>    keyed here with RECOVER posts against the charged-off amount
      *>    as a recovery. While the account's owners are in an open
      *>    bankruptcy case (BANKRUPT.DAT, kept by BANKRUPT.cob) the
      *>    automatic stay bars the notices: the episode still ages,
      *>    but each notice it would have sent is logged to
      *>    STAYSKIP.DAT instead.
      *>
      *>  Operations (via command-line argument):
      *>    AGING [<operator>]
      *>            — nightly batch: open an aging record for every
      *>              newly overdrawn account, age the rest, send the
      *>              bucket notices, stop fees, freeze, charge off,
      *>              and close out the episodes that were cured
      *>    RECOVER <acct> <amount> [<operator>]
      *>            — post money collected on a charged-off account
      *>              (collection agency, settlement) as a recovery
      *>    LIST [<operator>]
      *>            — every open episode (aging or charged off with
      *>              an unrecovered balance)
      *>
      *>  Files:
      *>    I-O:    ODAGE.DAT (LINE SEQUENTIAL, 89-byte — loaded whole
      *>            and rewritten, same idiom PROMO.cob uses for
      *>            PROMOENR.DAT)
      *>    Output: ODNOTICE.DAT (LINE SEQUENTIAL, 83-byte, appended —
      *>            one record per collection notice)
      *>    Input:  ODLOC.DAT (LINE SEQUENTIAL — a draw inside an
      *>            Active overdraft line of credit is not overdrawn)
      *>    I-O:    ACCOUNTS.DAT (INDEXED, keyed on ACCT-ID — AGING
      *>            freezes, unfreezes and closes accounts via REWRITE)
      *>    I-O:    TRANSACT.DAT (LINE SEQUENTIAL — read to date the
      *>            start of an episode; charge-off and recovery
      *>            records appended)
      *>    I-O:    TXSEQ.DAT (1-record TRX-n sequence counter, shared
      *>            with TRANSACT.cob/PROMO.cob/FEES.cob)
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended — one record
      *>            per invocation, see APPEND-OPLOG-ENTRY)
      *>    Input:  BANKRUPT.DAT (LINE SEQUENTIAL, 118-byte bankruptcy
      *>            registry — AGING only, absent file tolerated)
      *>    Output: STAYSKIP.DAT (LINE SEQUENTIAL, appended — notices
      *>            held back for a bankruptcy stay)
      *>
      *>  Copybooks:
      *>    ODAGEREC.cpy  — Overdrawn-account aging record layout
      *>    ODNTCREC.cpy  — Collection notice record layout
      *>    ODLOCREC.cpy  — Overdraft line-of-credit record layout
      *>    ACCTREC.cpy   — Account record layout (148 bytes)
      *>    TRANSREC.cpy  — Transaction record layout
      *>    TXCHAIN.cpy   — TRANSACT.DAT hash-chain work area
      *>    SEQREC.cpy    — Sequence record layout
      *>    OPLOGREC.cpy  — Shared operator session log record layout
      *>    BKRPTREC.cpy  — Bankruptcy filing registry record layout
      *>    STAYSKREC.cpy — Automatic-stay skip log record layout
      *>    STAYCHK.cpy   — Automatic-stay lookup work area
      *>    COMCODE.cpy   — Shared status codes and
      *>                    OVERDRAWN-AGING-SETTINGS
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Aging:    ODAGE-OPENED|ACCT-ID|NEG-DATE|BALANCE
      *>              ODAGE|ACCT-ID|DAYS|BUCKET|BALANCE|FEE-STOP|FROZEN
      *>              ODAGE-NOTICE|ACCT-ID|BUCKET|DAYS|BALANCE (or,
      *>              under a bankruptcy stay, STAY-SKIP|ODNOTICE|
      *>              ACCT-ID|BUCKET-n or CHARGEOFF|CASE|AMOUNT)
      *>              ODAGE-FEE-STOP|ACCT-ID|DAYS
      *>              ODAGE-FROZEN|ACCT-ID|DAYS
      *>              ODAGE-CHARGEOFF|ACCT-ID|AMOUNT|TX-ID
      *>              ODAGE-CURED|ACCT-ID|DAYS|BALANCE
      *>              then ODAGE-SUMMARY|AGING|NOTICES|FROZEN|
      *>                  CHARGED-OFF|CHARGEOFF-TOTAL|CURED
      *>    Recover:  RECOVERY|ACCT-ID|AMOUNT|TX-ID|REMAINING
      *>    List:     ODAGE-ITEM|ACCT-ID|STATUS|NEG-DATE|DAYS|BUCKET|
      *>              BALANCE|CHARGEOFF-AMT|RECOVERED-AMT then
      *>              ODAGE-COUNT|N
      *>    Result:   RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — RECOVER: no charged-off balance outstanding
      *>                on the account
      *>    RESULT|06 — RECOVER: zero amount, or more than is still
      *>                outstanding
      *>    RESULT|99 — File I/O error, or unknown operation
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation — overdrawn
      *>                     account aging with bucket notices, fee
      *>                     stop, freeze, charge-off and recoveries
      *>    2026-10-15  AKD  AGING holds the bucket and charge-off
      *>                     notices on an account whose owners are in
      *>                     an open bankruptcy case on BANKRUPT.DAT
      *>                     (the automatic stay), logging each to
      *>                     STAYSKIP.DAT; the episode still ages
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODAGE-FILE
               ASSIGN TO "ODAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODAGE-STATUS.
           SELECT OD-NOTICE-FILE
               ASSIGN TO "ODNOTICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODNT-STATUS.
           SELECT ODLOC-FILE
               ASSIGN TO "ODLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODLOC-STATUS.
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
           SELECT BANKRUPT-FILE
               ASSIGN TO "BANKRUPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKR-STATUS.
           SELECT STAY-SKIP-FILE
               ASSIGN TO "STAYSKIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ODAGE-FILE.
       COPY "ODAGEREC.cpy".
       FD  OD-NOTICE-FILE.
       COPY "ODNTCREC.cpy".
       FD  ODLOC-FILE.
       COPY "ODLOCREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  SEQUENCE-FILE.
       COPY "SEQREC.cpy".
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".
       FD  BANKRUPT-FILE.
       COPY "BKRPTREC.cpy".
       FD  STAY-SKIP-FILE.
       COPY "STAYSKREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ODAGE-STATUS        PIC XX VALUE SPACES.
       01  WS-ODNT-STATUS         PIC XX VALUE SPACES.
       01  WS-ODLOC-STATUS        PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-SEQ-STATUS          PIC XX VALUE SPACES.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(12) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-AMOUNT-STR       PIC X(15) VALUE SPACES.
       01  WS-IN-AMOUNT           PIC 9(10)V99 VALUE 0.
       01  WS-IN-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-RESULT-CODE         PIC X(2) VALUE '00'.
       01  WS-OPLOG-OPERATION     PIC X(14) VALUE SPACES.
       01  WS-OPLOG-KEY-ID        PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-FOUND-FLAG          PIC X VALUE 'N'.
       01  WS-NODE-CODE           PIC X(1) VALUE 'A'.
       01  WS-TX-ID               PIC X(12) VALUE SPACES.
       01  WS-TX-ID-NUM           PIC 9(6) VALUE 0.
       01  WS-TX-TYPE             PIC X(1) VALUE SPACES.
       01  WS-TX-AMOUNT           PIC 9(10)V99 VALUE 0.
       01  WS-TX-DESC             PIC X(40) VALUE SPACES.
       01  WS-ACCT-EOF            PIC X VALUE 'N'.
       01  WS-ACCT-CHANGED        PIC X VALUE 'N'.
       01  WS-OD-ELIGIBLE         PIC X VALUE 'N'.
       01  WS-OD-DAYS             PIC 9(5) VALUE 0.
       01  WS-OD-BUCKET           PIC 9(1) VALUE 0.
       01  WS-OD-CHARGEOFF-DATE   PIC 9(8) VALUE 0.
       01  WS-OD-OUTSTANDING      PIC 9(10)V99 VALUE 0.
       01  WS-AGING-COUNT         PIC 9(5) VALUE 0.
       01  WS-NOTICE-COUNT        PIC 9(5) VALUE 0.
       01  WS-FROZEN-COUNT        PIC 9(5) VALUE 0.
       01  WS-CHARGEOFF-COUNT     PIC 9(5) VALUE 0.
       01  WS-CHARGEOFF-TOTAL     PIC 9(10)V99 VALUE 0.
       01  WS-CURED-COUNT         PIC 9(5) VALUE 0.
       01  WS-LIST-COUNT          PIC 9(5) VALUE 0.

      *>   Aging episodes staged whole and rewritten — AGING adds,
      *>   refreshes and closes entries in place, RECOVER adds to
      *>   the recovered amount.
       01  WS-OG-COUNT            PIC 9(5) VALUE 0.
       01  WS-OG-IDX              PIC 9(5) VALUE 0.
       01  WS-OG-MATCH-IDX        PIC 9(5) VALUE 0.
       01  WS-OG-TABLE.
           05  WS-OG-ENTRY OCCURS 2000 TIMES.
               10  WS-OG-ACCT-ID      PIC X(10).
               10  WS-OG-STATUS       PIC X(1).
               10  WS-OG-NEG-DATE     PIC 9(8).
               10  WS-OG-DAYS         PIC 9(3).
               10  WS-OG-BUCKET       PIC 9(1).
               10  WS-OG-FEE-STOP     PIC X(1).
               10  WS-OG-FROZEN       PIC X(1).
               10  WS-OG-BALANCE      PIC S9(10)V99.
               10  WS-OG-STATUS-DATE  PIC 9(8).
               10  WS-OG-CO-AMT       PIC 9(10)V99.
               10  WS-OG-CO-TX-ID     PIC X(12).
               10  WS-OG-RECOVERED    PIC 9(10)V99.
               10  WS-OG-LAST-RECOV   PIC 9(8).

      *>   Active overdraft lines — a balance drawn inside one is the
      *>   line doing its job, not an overdrawn account.
       01  WS-OL-COUNT            PIC 9(4) VALUE 0.
       01  WS-OL-IDX              PIC 9(4) VALUE 0.
       01  WS-OL-TABLE.
           05  WS-OL-ENTRY OCCURS 1000 TIMES.
               10  WS-OL-ACCT-ID      PIC X(10).
               10  WS-OL-LIMIT        PIC 9(10)V99.

      *>   Posting history of one newly overdrawn account — the last
      *>   WS-NW-MAX successful records that moved its balance, each
      *>   as a signed delta — replayed backward from today's balance
      *>   to find the day it crossed zero (FIND-NEGATIVE-DATE).
       01  WS-NW-MAX              PIC 9(4) VALUE 500.
       01  WS-NW-TOTAL            PIC 9(7) VALUE 0.
       01  WS-NW-SEEN             PIC 9(7) VALUE 0.
       01  WS-NW-COUNT            PIC 9(4) VALUE 0.
       01  WS-NW-IDX              PIC 9(4) VALUE 0.
       01  WS-NW-DELTA            PIC S9(10)V99 VALUE 0.
       01  WS-NW-MATCH            PIC X VALUE 'N'.
       01  WS-NW-BALANCE          PIC S9(12)V99 VALUE 0.
       01  WS-NW-NEG-DATE         PIC 9(8) VALUE 0.
       01  WS-NW-TABLE.
           05  WS-NW-ENTRY OCCURS 500 TIMES.
               10  WS-NW-DATE         PIC 9(8).
               10  WS-NW-AMT          PIC S9(10)V99.
       COPY "STAYCHK.cpy".
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
               WHEN "AGING"
                   PERFORM PARSE-OPERATOR-LINE
                   PERFORM PROCESS-AGING
                   MOVE "AGING" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "RECOVER"
                   PERFORM PARSE-RECOVER-LINE
                   PERFORM PROCESS-RECOVER
                   MOVE "RECOVER" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "LIST"
                   PERFORM PARSE-OPERATOR-LINE
                   PERFORM PROCESS-LIST
                   MOVE "LIST" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   DISPLAY "ERROR|UNKNOWN-OPERATION|" WS-OPERATION
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
           END-EVALUATE

           STOP RUN.

       PARSE-OPERATOR-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF.

       PARSE-RECOVER-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-AMOUNT-STR
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT-STR
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           MOVE 0 TO WS-IN-AMOUNT
           IF WS-IN-AMOUNT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT
           END-IF.

      *>   The nightly batch. Every deposit account is looked at once:
      *>   a negative balance outside any overdraft line opens or ages
      *>   its episode; an open episode whose balance is back to zero
      *>   or better is closed out as cured. Credit cards (type 'R')
      *>   run negative by design and are CCARD.cob's to age; accounts
      *>   under a staff freeze, legal hold, estate or KYC hold are
      *>   left alone until that status is lifted.
       PROCESS-AGING.
           MOVE 0 TO WS-AGING-COUNT
           MOVE 0 TO WS-NOTICE-COUNT
           MOVE 0 TO WS-FROZEN-COUNT
           MOVE 0 TO WS-CHARGEOFF-COUNT
           MOVE 0 TO WS-CHARGEOFF-TOTAL
           MOVE 0 TO WS-CURED-COUNT
           PERFORM LOAD-ODAGE-FILE
           PERFORM LOAD-ODLOC-TABLE
           PERFORM LOAD-STAY-REGISTRY
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
           MOVE 'N' TO WS-ACCT-EOF
           PERFORM UNTIL WS-ACCT-EOF = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACCT-EOF
                   NOT AT END
                       PERFORM AGE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           PERFORM SAVE-ODAGE-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "ODAGE-SUMMARY|" WS-AGING-COUNT "|" WS-NOTICE-COUNT
               "|" WS-FROZEN-COUNT "|" WS-CHARGEOFF-COUNT "|"
               WS-CHARGEOFF-TOTAL "|" WS-CURED-COUNT
           DISPLAY "RESULT|00".

      *>   One account, current record in ACCOUNT-RECORD.
       AGE-ONE-ACCOUNT.
           IF ACCT-TYPE = ACCT-CREDIT-CARD IN ACCOUNT-TYPES
               EXIT PARAGRAPH
           END-IF
           IF ACCT-STATUS NOT = 'A' AND ACCT-STATUS NOT = 'O'
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-OPEN-EPISODE
           MOVE 'N' TO WS-OD-ELIGIBLE
           IF ACCT-BALANCE < 0
               MOVE 'Y' TO WS-OD-ELIGIBLE
               PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                   UNTIL WS-OL-IDX > WS-OL-COUNT
                   IF WS-OL-ACCT-ID(WS-OL-IDX) = ACCT-ID
                       AND ACCT-BALANCE >= 0 - WS-OL-LIMIT(WS-OL-IDX)
                       MOVE 'N' TO WS-OD-ELIGIBLE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OD-ELIGIBLE = 'N'
               IF WS-FOUND-FLAG = 'Y'
                   PERFORM CURE-EPISODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-FLAG = 'N'
               PERFORM OPEN-EPISODE
               IF WS-FOUND-FLAG = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-AGING-COUNT
           MOVE 'N' TO WS-ACCT-CHANGED
           MOVE 'N' TO WS-STAY-FLAG
           IF WS-STAY-COUNT > 0
               MOVE ACCT-ID TO WS-STAY-ACCT-ID
               MOVE ACCT-NAME TO WS-STAY-NAME(1)
               MOVE ACCT-JOINT-OWNER TO WS-STAY-NAME(2)
               MOVE SPACES TO WS-STAY-NAME(3)
               PERFORM CHECK-BANKRUPTCY-STAY
           END-IF
           MOVE WS-OG-NEG-DATE(WS-OG-MATCH-IDX) TO WS-NW-NEG-DATE
           COMPUTE WS-OD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-NW-NEG-DATE)
           EVALUATE TRUE
               WHEN WS-OD-DAYS = 0
                   MOVE 0 TO WS-OD-BUCKET
               WHEN WS-OD-DAYS <= ODAGE-BUCKET-1-DAYS
                   MOVE 1 TO WS-OD-BUCKET
               WHEN WS-OD-DAYS <= ODAGE-BUCKET-2-DAYS
                   MOVE 2 TO WS-OD-BUCKET
               WHEN WS-OD-DAYS <= ODAGE-BUCKET-3-DAYS
                   MOVE 3 TO WS-OD-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-OD-BUCKET
           END-EVALUATE
           IF WS-OD-DAYS > 999
               MOVE 999 TO WS-OG-DAYS(WS-OG-MATCH-IDX)
           ELSE
               MOVE WS-OD-DAYS TO WS-OG-DAYS(WS-OG-MATCH-IDX)
           END-IF
           MOVE ACCT-BALANCE TO WS-OG-BALANCE(WS-OG-MATCH-IDX)
           COMPUTE WS-OD-CHARGEOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NW-NEG-DATE)
               + ODAGE-CHARGEOFF-DAYS)
           IF WS-OD-DAYS >= ODAGE-CHARGEOFF-DAYS
               PERFORM CHARGE-OFF-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-OD-DAYS > ODAGE-FEE-STOP-DAYS
               AND WS-OG-FEE-STOP(WS-OG-MATCH-IDX) NOT = 'Y'
               MOVE 'Y' TO WS-OG-FEE-STOP(WS-OG-MATCH-IDX)
               DISPLAY "ODAGE-FEE-STOP|" ACCT-ID "|" WS-OD-DAYS
           END-IF
           IF WS-OD-DAYS > ODAGE-FREEZE-DAYS
               AND ACCT-STATUS = 'A'
               MOVE 'O' TO ACCT-STATUS
               MOVE 'Y' TO WS-OG-FROZEN(WS-OG-MATCH-IDX)
               MOVE 'Y' TO WS-ACCT-CHANGED
               ADD 1 TO WS-FROZEN-COUNT
               DISPLAY "ODAGE-FROZEN|" ACCT-ID "|" WS-OD-DAYS
           END-IF
           IF WS-ACCT-CHANGED = 'Y'
               PERFORM REWRITE-ACCOUNT
           END-IF
           IF WS-OD-BUCKET > WS-OG-BUCKET(WS-OG-MATCH-IDX)
               MOVE WS-OD-BUCKET TO WS-OG-BUCKET(WS-OG-MATCH-IDX)
               MOVE 'N' TO ODNT-CHARGED-OFF
               IF WS-STAY-FLAG = 'Y'
                   PERFORM HOLD-COLLECTION-NOTICE
               ELSE
                   PERFORM WRITE-COLLECTION-NOTICE
                   DISPLAY "ODAGE-NOTICE|" ACCT-ID "|" WS-OD-BUCKET "|"
                       WS-OD-DAYS "|" ACCT-BALANCE
               END-IF
           END-IF
           DISPLAY "ODAGE|" ACCT-ID "|" WS-OD-DAYS "|" WS-OD-BUCKET
               "|" ACCT-BALANCE "|" WS-OG-FEE-STOP(WS-OG-MATCH-IDX)
               "|" WS-OG-FROZEN(WS-OG-MATCH-IDX).

      *>   The open ('A'ging) episode of WS-IN-ACCT-ID, if any.
       FIND-OPEN-EPISODE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-OG-MATCH-IDX
           PERFORM VARYING WS-OG-IDX FROM 1 BY 1
               UNTIL WS-OG-IDX > WS-OG-COUNT
               IF WS-OG-ACCT-ID(WS-OG-IDX) = WS-IN-ACCT-ID
                   AND WS-OG-STATUS(WS-OG-IDX) = 'A'
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-OG-IDX TO WS-OG-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   The charged-off episode of WS-IN-ACCT-ID that still has an
      *>   unrecovered balance, if any.
       FIND-CHARGED-OFF-EPISODE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-OG-MATCH-IDX
           PERFORM VARYING WS-OG-IDX FROM 1 BY 1
               UNTIL WS-OG-IDX > WS-OG-COUNT
               IF WS-OG-ACCT-ID(WS-OG-IDX) = WS-IN-ACCT-ID
                   AND WS-OG-STATUS(WS-OG-IDX) = 'W'
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-OG-IDX TO WS-OG-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   First night an account turns up overdrawn: a new episode,
      *>   dated from the day the balance actually crossed zero.
       OPEN-EPISODE.
           IF WS-OG-COUNT >= 2000
               DISPLAY "WARNING|ODAGE-TABLE-FULL|" ACCT-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEGATIVE-DATE
           ADD 1 TO WS-OG-COUNT
           MOVE WS-OG-COUNT TO WS-OG-MATCH-IDX
           MOVE 'Y' TO WS-FOUND-FLAG
           MOVE ACCT-ID TO WS-OG-ACCT-ID(WS-OG-COUNT)
           MOVE 'A' TO WS-OG-STATUS(WS-OG-COUNT)
           MOVE WS-NW-NEG-DATE TO WS-OG-NEG-DATE(WS-OG-COUNT)
           MOVE 0 TO WS-OG-DAYS(WS-OG-COUNT)
           MOVE 0 TO WS-OG-BUCKET(WS-OG-COUNT)
           MOVE 'N' TO WS-OG-FEE-STOP(WS-OG-COUNT)
           MOVE 'N' TO WS-OG-FROZEN(WS-OG-COUNT)
           MOVE ACCT-BALANCE TO WS-OG-BALANCE(WS-OG-COUNT)
           MOVE WS-CURRENT-DATE TO WS-OG-STATUS-DATE(WS-OG-COUNT)
           MOVE 0 TO WS-OG-CO-AMT(WS-OG-COUNT)
           MOVE SPACES TO WS-OG-CO-TX-ID(WS-OG-COUNT)
           MOVE 0 TO WS-OG-RECOVERED(WS-OG-COUNT)
           MOVE 0 TO WS-OG-LAST-RECOV(WS-OG-COUNT)
           DISPLAY "ODAGE-OPENED|" ACCT-ID "|" WS-NW-NEG-DATE "|"
               ACCT-BALANCE.

      *>   Replays the account's recent postings backward from today's
      *>   balance: the posting before which the balance was last zero
      *>   or better is the one that overdrew it. The history is
      *>   gathered in two passes over TRANSACT.DAT — count, then keep
      *>   the last WS-NW-MAX — with each record signed the way
      *>   RECONCILE.cob's accumulation pass classifies it. An account
      *>   still negative at the oldest posting kept is dated from
      *>   that posting; one with no postings at all, from today.
       FIND-NEGATIVE-DATE.
           MOVE WS-CURRENT-DATE TO WS-NW-NEG-DATE
           MOVE 0 TO WS-NW-TOTAL
           MOVE 0 TO WS-NW-COUNT
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
               PERFORM CLASSIFY-HISTORY-RECORD
               IF WS-NW-MATCH = 'Y'
                   ADD 1 TO WS-NW-TOTAL
               END-IF
           END-PERFORM
           MOVE 0 TO WS-NW-SEEN
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
               PERFORM CLASSIFY-HISTORY-RECORD
               IF WS-NW-MATCH = 'Y'
                   ADD 1 TO WS-NW-SEEN
                   IF WS-NW-SEEN > WS-NW-TOTAL - WS-NW-MAX
                       AND WS-NW-COUNT < WS-NW-MAX
                       ADD 1 TO WS-NW-COUNT
                       MOVE TRANS-DATE TO WS-NW-DATE(WS-NW-COUNT)
                       MOVE WS-NW-DELTA TO WS-NW-AMT(WS-NW-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE ACCT-BALANCE TO WS-NW-BALANCE
           PERFORM VARYING WS-NW-IDX FROM WS-NW-COUNT BY -1
               UNTIL WS-NW-IDX < 1
               IF WS-NW-BALANCE >= 0
                   EXIT PERFORM
               END-IF
               MOVE WS-NW-DATE(WS-NW-IDX) TO WS-NW-NEG-DATE
               SUBTRACT WS-NW-AMT(WS-NW-IDX) FROM WS-NW-BALANCE
           END-PERFORM.

      *>   Sets WS-NW-MATCH/WS-NW-DELTA for the record just read: a
      *>   successful posting that moved ACCT-ID's balance, and by how
      *>   much. A transfer counts against its source and for its
      *>   target; recoveries and memos move nothing.
       CLASSIFY-HISTORY-RECORD.
           MOVE 'N' TO WS-NW-MATCH
           MOVE 0 TO WS-NW-DELTA
           IF TRANS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF TRANS-ACCT-ID = ACCT-ID
               EVALUATE TRANS-TYPE
                   WHEN 'D'
                   WHEN 'I'
                   WHEN 'C'
                       MOVE TRANS-AMOUNT TO WS-NW-DELTA
                   WHEN 'W'
                   WHEN 'T'
                   WHEN 'K'
                   WHEN 'P'
                   WHEN 'B'
                   WHEN 'X'
                   WHEN 'F'
                   WHEN 'R'
                       COMPUTE WS-NW-DELTA = 0 - TRANS-AMOUNT
               END-EVALUATE
           ELSE
               IF TRANS-TYPE = 'T' AND TRANS-TARGET-ID = ACCT-ID
                   IF TRANS-TARGET-AMOUNT IS NUMERIC
                       AND TRANS-TARGET-AMOUNT NOT = ZERO
                       MOVE TRANS-TARGET-AMOUNT TO WS-NW-DELTA
                   ELSE
                       MOVE TRANS-AMOUNT TO WS-NW-DELTA
                   END-IF
               END-IF
           END-IF
           IF WS-NW-DELTA NOT = 0
               MOVE 'Y' TO WS-NW-MATCH
           END-IF.

      *>   The balance is back to zero or better (or inside an
      *>   overdraft line): the episode closes, and an account this
      *>   batch froze goes back to Active.
       CURE-EPISODE.
           MOVE 'C' TO WS-OG-STATUS(WS-OG-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-OG-STATUS-DATE(WS-OG-MATCH-IDX)
           MOVE ACCT-BALANCE TO WS-OG-BALANCE(WS-OG-MATCH-IDX)
           IF WS-OG-FROZEN(WS-OG-MATCH-IDX) = 'Y'
               AND ACCT-STATUS = 'O'
               MOVE 'A' TO ACCT-STATUS
               PERFORM REWRITE-ACCOUNT
           END-IF
           ADD 1 TO WS-CURED-COUNT
           DISPLAY "ODAGE-CURED|" ACCT-ID "|"
               WS-OG-DAYS(WS-OG-MATCH-IDX) "|" ACCT-BALANCE.

      *>   ODAGE-CHARGEOFF-DAYS reached: the negative balance is
      *>   written off as a TRANS-TYPE 'C' credit (GLCODE.cpy books it
      *>   to the loss account), the account closes at zero, and the
      *>   episode stays on file as the recovery record.
       CHARGE-OFF-ACCOUNT.
           COMPUTE WS-TX-AMOUNT = 0 - ACCT-BALANCE
           MOVE 0 TO ACCT-BALANCE
           MOVE 'C' TO ACCT-STATUS
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY
           PERFORM REWRITE-ACCOUNT
           MOVE 'C' TO WS-TX-TYPE
           MOVE "Overdrawn balance charged off" TO WS-TX-DESC
           PERFORM WRITE-COLLECT-TRANSACTION
           MOVE 'W' TO WS-OG-STATUS(WS-OG-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-OG-STATUS-DATE(WS-OG-MATCH-IDX)
           MOVE 'Y' TO WS-OG-FEE-STOP(WS-OG-MATCH-IDX)
           MOVE WS-OD-BUCKET TO WS-OG-BUCKET(WS-OG-MATCH-IDX)
           MOVE WS-TX-AMOUNT TO WS-OG-CO-AMT(WS-OG-MATCH-IDX)
           MOVE WS-TX-ID TO WS-OG-CO-TX-ID(WS-OG-MATCH-IDX)
           ADD 1 TO WS-CHARGEOFF-COUNT
           ADD WS-TX-AMOUNT TO WS-CHARGEOFF-TOTAL
           MOVE 'Y' TO ODNT-CHARGED-OFF
           IF WS-STAY-FLAG = 'Y'
               PERFORM HOLD-COLLECTION-NOTICE
           ELSE
               PERFORM WRITE-COLLECTION-NOTICE
           END-IF
           DISPLAY "ODAGE-CHARGEOFF|" ACCT-ID "|" WS-TX-AMOUNT "|"
               WS-TX-ID.

       REWRITE-ACCOUNT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR|REWRITE|" WS-FILE-STATUS
                   CLOSE ACCOUNTS-FILE
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-REWRITE.

      *>   Notice for the episode at WS-OG-MATCH-IDX, built from the
      *>   current ACCOUNT-RECORD; the caller sets ODNT-CHARGED-OFF.
      *>   A charge-off notice carries the balance that was written
      *>   off, not the zero the account was closed at.
       WRITE-COLLECTION-NOTICE.
           MOVE ACCT-ID TO ODNT-ACCT-ID
           MOVE ACCT-NAME TO ODNT-ACCT-NAME
           MOVE WS-OD-BUCKET TO ODNT-BUCKET
           MOVE WS-OG-DAYS(WS-OG-MATCH-IDX) TO ODNT-DAYS
           MOVE WS-OG-BALANCE(WS-OG-MATCH-IDX) TO ODNT-BALANCE
           MOVE WS-OG-NEG-DATE(WS-OG-MATCH-IDX) TO ODNT-NEG-DATE
           MOVE WS-OG-FEE-STOP(WS-OG-MATCH-IDX) TO ODNT-FEES-STOPPED
           IF ACCT-STATUS = 'O'
               MOVE 'Y' TO ODNT-FROZEN
           ELSE
               MOVE 'N' TO ODNT-FROZEN
           END-IF
           MOVE WS-OD-CHARGEOFF-DATE TO ODNT-CHARGEOFF-DATE
           MOVE WS-CURRENT-DATE TO ODNT-DATE
           OPEN EXTEND OD-NOTICE-FILE
           IF WS-ODNT-STATUS NOT = '00'
               OPEN OUTPUT OD-NOTICE-FILE
           END-IF
           IF WS-ODNT-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ODNT-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE OD-NOTICE-RECORD
           CLOSE OD-NOTICE-FILE
           ADD 1 TO WS-NOTICE-COUNT.

      *>   The notice WRITE-COLLECTION-NOTICE would have sent, held
      *>   for the automatic stay (CHECK-BANKRUPTCY-STAY, run by
      *>   AGE-ONE-ACCOUNT) and logged instead.
       HOLD-COLLECTION-NOTICE.
           MOVE "ODNOTICE" TO WS-STAY-PATH
           MOVE ACCT-ID TO WS-STAY-ACCT-ID
           MOVE SPACES TO WS-STAY-REF
           IF ODNT-CHARGED-OFF = 'Y'
               MOVE "CHARGEOFF" TO WS-STAY-REF
               MOVE "Charge-off notice held" TO WS-STAY-REASON
           ELSE
               STRING "BUCKET-" DELIMITED BY SIZE
                   WS-OD-BUCKET DELIMITED BY SIZE
                   INTO WS-STAY-REF
               END-STRING
               MOVE "Overdrawn collection notice held"
                   TO WS-STAY-REASON
           END-IF
           COMPUTE WS-STAY-AMOUNT =
               0 - WS-OG-BALANCE(WS-OG-MATCH-IDX)
           PERFORM WRITE-STAY-SKIP.

      *>   Money collected on a charged-off account outside the
      *>   teller line — an agency remittance, a settlement. The
      *>   account stays closed at zero; the recovery is booked back
      *>   against the loss account.
       PROCESS-RECOVER.
           PERFORM LOAD-ODAGE-FILE
           PERFORM FIND-CHARGED-OFF-EPISODE
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ERROR|NO-CHARGEOFF|" WS-IN-ACCT-ID
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OD-OUTSTANDING =
               WS-OG-CO-AMT(WS-OG-MATCH-IDX)
               - WS-OG-RECOVERED(WS-OG-MATCH-IDX)
           IF WS-IN-AMOUNT = 0
               OR WS-IN-AMOUNT > WS-OD-OUTSTANDING
               DISPLAY "ERROR|INVALID-RECOVERY-AMOUNT|" WS-IN-ACCT-ID
                   "|" WS-OD-OUTSTANDING
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               DISPLAY "RESULT|06"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-AMOUNT TO WS-TX-AMOUNT
           MOVE 'Y' TO WS-TX-TYPE
           MOVE "Recovery on charged-off balance" TO WS-TX-DESC
           PERFORM WRITE-COLLECT-TRANSACTION
           ADD WS-IN-AMOUNT TO WS-OG-RECOVERED(WS-OG-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-OG-LAST-RECOV(WS-OG-MATCH-IDX)
           SUBTRACT WS-IN-AMOUNT FROM WS-OD-OUTSTANDING
           IF WS-OD-OUTSTANDING = 0
               MOVE 'R' TO WS-OG-STATUS(WS-OG-MATCH-IDX)
               MOVE WS-CURRENT-DATE
                   TO WS-OG-STATUS-DATE(WS-OG-MATCH-IDX)
           END-IF
           PERFORM SAVE-ODAGE-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "RECOVERY|" WS-IN-ACCT-ID "|" WS-IN-AMOUNT "|"
               WS-TX-ID "|" WS-OD-OUTSTANDING
           DISPLAY "RESULT|00".

       PROCESS-LIST.
           PERFORM LOAD-ODAGE-FILE
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-OG-IDX FROM 1 BY 1
               UNTIL WS-OG-IDX > WS-OG-COUNT
               IF WS-OG-STATUS(WS-OG-IDX) = 'A'
                   OR WS-OG-STATUS(WS-OG-IDX) = 'W'
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY "ODAGE-ITEM|" WS-OG-ACCT-ID(WS-OG-IDX) "|"
                       WS-OG-STATUS(WS-OG-IDX) "|"
                       WS-OG-NEG-DATE(WS-OG-IDX) "|"
                       WS-OG-DAYS(WS-OG-IDX) "|"
                       WS-OG-BUCKET(WS-OG-IDX) "|"
                       WS-OG-BALANCE(WS-OG-IDX) "|"
                       WS-OG-CO-AMT(WS-OG-IDX) "|"
                       WS-OG-RECOVERED(WS-OG-IDX)
               END-IF
           END-PERFORM
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "ODAGE-COUNT|" WS-LIST-COUNT
           DISPLAY "RESULT|00".

       LOAD-ODAGE-FILE.
           MOVE 0 TO WS-OG-COUNT
           OPEN INPUT ODAGE-FILE
           IF WS-ODAGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ODAGE-FILE
                   AT END
                       CLOSE ODAGE-FILE
                       EXIT PERFORM
               END-READ
               IF WS-OG-COUNT < 2000
                   ADD 1 TO WS-OG-COUNT
                   MOVE ODAG-ACCT-ID TO WS-OG-ACCT-ID(WS-OG-COUNT)
                   MOVE ODAG-STATUS TO WS-OG-STATUS(WS-OG-COUNT)
                   MOVE ODAG-NEG-DATE TO WS-OG-NEG-DATE(WS-OG-COUNT)
                   MOVE ODAG-DAYS TO WS-OG-DAYS(WS-OG-COUNT)
                   MOVE ODAG-BUCKET TO WS-OG-BUCKET(WS-OG-COUNT)
                   MOVE ODAG-FEE-STOP TO WS-OG-FEE-STOP(WS-OG-COUNT)
                   MOVE ODAG-FROZEN TO WS-OG-FROZEN(WS-OG-COUNT)
                   MOVE ODAG-BALANCE TO WS-OG-BALANCE(WS-OG-COUNT)
                   MOVE ODAG-STATUS-DATE
                       TO WS-OG-STATUS-DATE(WS-OG-COUNT)
                   MOVE ODAG-CHARGEOFF-AMT TO WS-OG-CO-AMT(WS-OG-COUNT)
                   MOVE ODAG-CHARGEOFF-TX-ID
                       TO WS-OG-CO-TX-ID(WS-OG-COUNT)
                   MOVE ODAG-RECOVERED-AMT
                       TO WS-OG-RECOVERED(WS-OG-COUNT)
                   MOVE ODAG-LAST-RECOVERY
                       TO WS-OG-LAST-RECOV(WS-OG-COUNT)
               END-IF
           END-PERFORM.

       SAVE-ODAGE-FILE.
           OPEN OUTPUT ODAGE-FILE
           IF WS-ODAGE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ODAGE-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-OG-IDX FROM 1 BY 1
               UNTIL WS-OG-IDX > WS-OG-COUNT
               MOVE WS-OG-ACCT-ID(WS-OG-IDX) TO ODAG-ACCT-ID
               MOVE WS-OG-STATUS(WS-OG-IDX) TO ODAG-STATUS
               MOVE WS-OG-NEG-DATE(WS-OG-IDX) TO ODAG-NEG-DATE
               MOVE WS-OG-DAYS(WS-OG-IDX) TO ODAG-DAYS
               MOVE WS-OG-BUCKET(WS-OG-IDX) TO ODAG-BUCKET
               MOVE WS-OG-FEE-STOP(WS-OG-IDX) TO ODAG-FEE-STOP
               MOVE WS-OG-FROZEN(WS-OG-IDX) TO ODAG-FROZEN
               MOVE WS-OG-BALANCE(WS-OG-IDX) TO ODAG-BALANCE
               MOVE WS-OG-STATUS-DATE(WS-OG-IDX) TO ODAG-STATUS-DATE
               MOVE WS-OG-CO-AMT(WS-OG-IDX) TO ODAG-CHARGEOFF-AMT
               MOVE WS-OG-CO-TX-ID(WS-OG-IDX) TO ODAG-CHARGEOFF-TX-ID
               MOVE WS-OG-RECOVERED(WS-OG-IDX) TO ODAG-RECOVERED-AMT
               MOVE WS-OG-LAST-RECOV(WS-OG-IDX) TO ODAG-LAST-RECOVERY
               WRITE ODAGE-RECORD
           END-PERFORM
           CLOSE ODAGE-FILE.

       LOAD-ODLOC-TABLE.
           MOVE 0 TO WS-OL-COUNT
           OPEN INPUT ODLOC-FILE
           IF WS-ODLOC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ODLOC-FILE
                   AT END
                       CLOSE ODLOC-FILE
                       EXIT PERFORM
               END-READ
               IF ODLOC-ACTIVE AND WS-OL-COUNT < 1000
                   ADD 1 TO WS-OL-COUNT
                   MOVE ODLOC-ACCT-ID TO WS-OL-ACCT-ID(WS-OL-COUNT)
                   MOVE ODLOC-LIMIT TO WS-OL-LIMIT(WS-OL-COUNT)
               END-IF
           END-PERFORM.

      *>   Writes a charge-off ('C') or recovery ('Y') record of
      *>   WS-TX-AMOUNT on WS-IN-ACCT-ID with its own TRX-n id off the
      *>   shared TXSEQ.DAT counter — same record shape as PROMO.cob's
      *>   WRITE-BONUS-RECORD.
       WRITE-COLLECT-TRANSACTION.
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
           MOVE WS-TX-TYPE TO TRANS-TYPE
           MOVE WS-TX-AMOUNT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE WS-TX-DESC TO TRANS-DESC
           MOVE '00' TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           MOVE SPACES TO TRANS-REVERSAL-OF
           MOVE SPACES TO TRANS-CLIENT-REF
           MOVE SPACES TO TRANS-TARGET-ID
           MOVE SPACES TO TRANS-CARD-LAST-4
           MOVE SPACES TO TRANS-CHECK-NUM
           MOVE ZERO TO TRANS-TARGET-AMOUNT
           MOVE ZERO TO TRANS-VALUE-DATE
           MOVE SPACES TO TRANS-FEE-REASON
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

      *>   Active cases on BANKRUPT.DAT — the automatic stay (see
      *>   STAYCHK.cpy). Loaded once per run; a missing file means
      *>   nobody is in bankruptcy.
       LOAD-STAY-REGISTRY.
           MOVE 0 TO WS-STAY-COUNT
           MOVE 'Y' TO WS-STAY-LOADED
           OPEN INPUT BANKRUPT-FILE
           IF WS-BKR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BANKRUPT-FILE
                   AT END
                       CLOSE BANKRUPT-FILE
                       EXIT PERFORM
               END-READ
               IF BKR-ACTIVE AND WS-STAY-COUNT < 500
                   ADD 1 TO WS-STAY-COUNT
                   MOVE BKR-KEY-TYPE TO WS-STAY-KEY-TYPE(WS-STAY-COUNT)
                   MOVE BKR-KEY TO WS-STAY-KEY(WS-STAY-COUNT)
                   MOVE BKR-CASE-NUM TO WS-STAY-CASE-NUM(WS-STAY-COUNT)
                   MOVE BKR-CHAPTER TO WS-STAY-CHAPTER(WS-STAY-COUNT)
               END-IF
           END-PERFORM.

      *>   WS-STAY-FLAG = 'Y' (case in WS-STAY-CASE) when an active
      *>   case names WS-STAY-ACCT-ID or one of WS-STAY-NAME(1-3).
       CHECK-BANKRUPTCY-STAY.
           MOVE 'N' TO WS-STAY-FLAG
           MOVE SPACES TO WS-STAY-CASE
           MOVE 0 TO WS-STAY-CHAPTER-HIT
           PERFORM VARYING WS-STAY-IDX FROM 1 BY 1
               UNTIL WS-STAY-IDX > WS-STAY-COUNT
               IF WS-STAY-KEY-TYPE(WS-STAY-IDX) = 'A'
                   IF WS-STAY-ACCT-ID NOT = SPACES
                       AND WS-STAY-KEY(WS-STAY-IDX) = WS-STAY-ACCT-ID
                       MOVE 'Y' TO WS-STAY-FLAG
                   END-IF
               ELSE
                   PERFORM VARYING WS-STAY-NAME-IDX FROM 1 BY 1
                       UNTIL WS-STAY-NAME-IDX > 3
                       IF WS-STAY-NAME(WS-STAY-NAME-IDX) NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(
                               WS-STAY-NAME(WS-STAY-NAME-IDX))
                               TO WS-STAY-UPPER-NAME
                           IF WS-STAY-KEY(WS-STAY-IDX) =
                               WS-STAY-UPPER-NAME
                               MOVE 'Y' TO WS-STAY-FLAG
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-STAY-FLAG = 'Y'
                   MOVE WS-STAY-CASE-NUM(WS-STAY-IDX) TO WS-STAY-CASE
                   MOVE WS-STAY-CHAPTER(WS-STAY-IDX)
                       TO WS-STAY-CHAPTER-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   One held-back collection action to STAYSKIP.DAT, described
      *>   by the caller in WS-STAY-PATH/-REF/-AMOUNT/-REASON.
       WRITE-STAY-SKIP.
           MOVE WS-CURRENT-DATE TO SSK-DATE
           MOVE WS-CURRENT-TIME TO SSK-TIME
           MOVE "COLLECT" TO SSK-PROGRAM
           MOVE WS-STAY-PATH TO SSK-PATH
           MOVE WS-STAY-ACCT-ID TO SSK-ACCT-ID
           MOVE WS-STAY-REF TO SSK-REF
           MOVE WS-STAY-CASE TO SSK-CASE-NUM
           MOVE WS-STAY-CHAPTER-HIT TO SSK-CHAPTER
           MOVE WS-STAY-AMOUNT TO SSK-AMOUNT
           MOVE WS-STAY-REASON TO SSK-REASON
           OPEN EXTEND STAY-SKIP-FILE
           IF WS-SSK-STATUS NOT = '00'
               OPEN OUTPUT STAY-SKIP-FILE
           END-IF
           IF WS-SSK-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SSK-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE STAY-SKIP-RECORD
           CLOSE STAY-SKIP-FILE
           ADD 1 TO WS-STAY-SKIP-COUNT
           DISPLAY "STAY-SKIP|" FUNCTION TRIM(WS-STAY-PATH) "|"
               WS-STAY-ACCT-ID "|" FUNCTION TRIM(WS-STAY-REF) "|"
               FUNCTION TRIM(WS-STAY-CASE) "|" WS-STAY-AMOUNT.

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
           MOVE "COLLECT" TO OPLOG-PROGRAM
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
