      *>    bring it to zero (capped at what the linked account can give
      *>    up without breaching MIN-BALANCE-MMKT, for a money-market
      *>    target). Each leg posts its own TRANS-TYPE 'T' record to
      *>    TRANSACT.DAT, same as an ordinary TRANSFER. A pull is a
      *>    collection against the overdraft, so none is made while
      *>    either account's owners are in an open bankruptcy case
      *>    (BANKRUPT.DAT, kept by BANKRUPT.cob) — the pull it would
      *>    have made is logged to STAYSKIP.DAT instead.
      *>
      *>  Operations:
      *>    RUN  — Sweep every ACTIVE SWEEP.DAT entry once (the only
      *>    Input/Output: ACCOUNTS.DAT  (145-byte, INDEXED, keyed on ACCT-ID)
      *>    Input:        SWEEP.DAT (LINE SEQUENTIAL — sweep registry,
      *>                  enrolled/cancelled by ACCOUNTS.cob)
      *>    Output:       TRANSACT.DAT  (205-byte, LINE SEQUENTIAL)
      *>    I-O:          TXSEQ.DAT (1-record TRX-n sequence counter)
      *>    Input:        BANKRUPT.DAT (LINE SEQUENTIAL — bankruptcy
      *>                  registry, absent file tolerated)
      *>    Output:       STAYSKIP.DAT (LINE SEQUENTIAL, appended —
      *>                  pulls held back for a bankruptcy stay)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout (145 bytes)
      *>    TRANSREC.cpy  — Transaction record layout (205 bytes)
      *>    TXCHAIN.cpy   — TRANSACT.DAT hash-chain work area
      *>    SEQREC.cpy    — Transaction sequence record layout
      *>    SWEEPREC.cpy  — Sweep arrangement record layout
      *>    BKRPTREC.cpy  — Bankruptcy filing registry record layout
      *>    STAYSKREC.cpy — Automatic-stay skip log record layout
      *>    STAYCHK.cpy   — Automatic-stay lookup work area
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>
      *>    Per leg:  SWEEP|SRC-ACCT-ID|DIRECTION|AMOUNT|TARGET-ACCT-ID
      *>              (DIRECTION is OUT for checking-to-target, IN for
      *>              target-to-checking)
      *>    Stayed:   STAY-SKIP|SWEEPPULL|TARGET-ACCT-ID|SRC-ACCT-ID|
      *>              CASE|AMOUNT per pull held for a bankruptcy stay
      *>    Summary:  SUMMARY|ARRANGEMENTS-SWEPT|TOTAL-SWEPT
      *>    Result:   RESULT|XX
      *>
      *>                     the documented OUT/IN direction token in
      *>                     its second field instead of repeating
      *>                     the from-account there
      *>    2026-10-15  AKD  Every TRANSACT.DAT record written now
      *>                     carries TRANS-CHAIN-HASH linking it to the
      *>                     record before it (STAMP-CHAIN-HASH; anchor
      *>                     found by LOAD-CHAIN-ANCHOR — see
      *>                     TXCHAIN.cpy), so VERIFY-CHAIN.cob can prove
      *>                     the log hasn't been edited since
      *>    2026-10-15  AKD  Overdraft pulls are held while either
      *>                     account's owners are in an open bankruptcy
      *>                     case on BANKRUPT.DAT (the automatic stay);
      *>                     each held pull is logged to STAYSKIP.DAT
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO "TXSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
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
       COPY "TRANSREC.cpy".
       FD  SEQUENCE-FILE.
       COPY "SEQREC.cpy".
       FD  BANKRUPT-FILE.
       COPY "BKRPTREC.cpy".
       FD  STAY-SKIP-FILE.
       COPY "STAYSKREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-SWEEP-STATUS        PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-SEQ-STATUS          PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-SWEEP-FROM-ID       PIC X(10) VALUE SPACES.
       01  WS-SWEEP-TO-ID         PIC X(10) VALUE SPACES.
       01  WS-SWEEP-DIR           PIC X(3) VALUE SPACES.
       COPY "STAYCHK.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-SWEEP-ENROLLMENTS
           PERFORM READ-TX-SEQUENCE
           PERFORM LOAD-STAY-REGISTRY

           IF WS-ACCOUNT-COUNT > 0
               MOVE WS-A-ID(1)(5:1) TO WS-NODE-CODE
                       IF WS-TGT-AVAILABLE < WS-SWEEP-AMOUNT
                           MOVE WS-TGT-AVAILABLE TO WS-SWEEP-AMOUNT
                       END-IF
                       PERFORM CHECK-SWEEP-PULL-STAY
                       IF WS-STAY-FLAG = 'Y'
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WS-SWP-TARGET-ID(WS-SWEEP-IDX)
                           TO WS-SWEEP-FROM-ID
                       MOVE WS-SWP-SRC-ID(WS-SWEEP-IDX)
               END-IF
           END-IF.

      *>   A pull covers the checking overdraft out of the target —
      *>   collection, so barred when the owners of either account
      *>   are in an open bankruptcy case. The pull not made is
      *>   logged against the target it would have drawn on.
       CHECK-SWEEP-PULL-STAY.
           MOVE 'N' TO WS-STAY-FLAG
           IF WS-STAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-A-ID(WS-SRC-IDX) TO WS-STAY-ACCT-ID
           MOVE WS-A-NAME(WS-SRC-IDX) TO WS-STAY-NAME(1)
           MOVE WS-A-JOINT(WS-SRC-IDX) TO WS-STAY-NAME(2)
           MOVE SPACES TO WS-STAY-NAME(3)
           PERFORM CHECK-BANKRUPTCY-STAY
           IF WS-STAY-FLAG = 'N'
               MOVE WS-A-ID(WS-TGT-IDX) TO WS-STAY-ACCT-ID
               MOVE WS-A-NAME(WS-TGT-IDX) TO WS-STAY-NAME(1)
               MOVE WS-A-JOINT(WS-TGT-IDX) TO WS-STAY-NAME(2)
               PERFORM CHECK-BANKRUPTCY-STAY
           END-IF
           IF WS-STAY-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE "SWEEPPULL" TO WS-STAY-PATH
           MOVE WS-A-ID(WS-TGT-IDX) TO WS-STAY-ACCT-ID
           MOVE WS-A-ID(WS-SRC-IDX) TO WS-STAY-REF
           MOVE WS-SWEEP-AMOUNT TO WS-STAY-AMOUNT
           MOVE "Overdraft sweep pull held" TO WS-STAY-REASON
           PERFORM WRITE-STAY-SKIP.

      *>   Marks both accounts dirty, writes one TRANS-TYPE 'T' record
      *>   against the debited account, generates a fresh TRX-n via the
      *>   shared TXSEQ.DAT counter, and accumulates the run totals.
           MOVE WS-SWEEP-DESC TO TRANS-DESC
           MOVE '00' TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE

               MOVE 0 TO WS-SWP-LEVEL(WS-SWEEP-COUNT)
           END-PERFORM.

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
           MOVE "SWEEP" TO SSK-PROGRAM
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
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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
