      *>
      *>  Files:
      *>    Input/Output: ACCOUNTS.DAT  (145-byte, INDEXED, keyed on ACCT-ID)
      *>    Output:       TRANSACT.DAT  (205-byte, LINE SEQUENTIAL)
      *>    I-O:          TXSEQ.DAT (1-record TRX-n sequence counter)
      *>    Input:        ODAGE.DAT (overdrawn aging — fee-stopped
      *>                  accounts are skipped, see COLLECT.cob)
      *>    Input:        BANKRUPT.DAT (bankruptcy registry — accounts
      *>                  under the automatic stay are skipped, see
      *>                  BANKRUPT.cob)
      *>    Output:       STAYSKIP.DAT (LINE SEQUENTIAL, appended —
      *>                  fees held back for a bankruptcy stay)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout (145 bytes)
      *>    TRANSREC.cpy  — Transaction record layout (205 bytes)
      *>    TXCHAIN.cpy   — TRANSACT.DAT hash-chain work area
      *>    SEQREC.cpy    — Transaction sequence record layout
      *>    FEEREC.cpy    — Fee schedule
      *>    ODAGEREC.cpy  — Overdrawn-account aging record layout
      *>    BKRPTREC.cpy  — Bankruptcy filing registry record layout
      *>    STAYSKREC.cpy — Automatic-stay skip log record layout
      *>    STAYCHK.cpy   — Automatic-stay lookup work area
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>
      *>    2026-08-21  AKD  Fee amounts/thresholds moved out of
      *>                     WORKING-STORAGE into FEEREC.cpy's
      *>                     FEE-SCHEDULE group
      *>    2026-10-15  AKD  SUM-UNCOLLECTED-HOLDS also counts the Reg
      *>                     CC next-day and exception check-hold
      *>                     portions (CN/CX) as uncollected float
      *>    2026-10-15  AKD  Every TRANSACT.DAT record written now
      *>                     carries TRANS-CHAIN-HASH linking it to the
      *>                     record before it (STAMP-CHAIN-HASH; anchor
      *>                     found by LOAD-CHAIN-ANCHOR — see
      *>                     TXCHAIN.cpy), so VERIFY-CHAIN.cob can prove
      *>                     the log hasn't been edited since
      *>    2026-10-15  AKD  ASSESS skips accounts COLLECT.cob's
      *>                     overdrawn aging has put past the fee stop
      *>                     (FEE-SKIP reason OVERDRAWN-AGED, waiver
      *>                     logged as OVERDRAWN)
      *>    2026-10-15  AKD  ASSESS and ANALYSIS skip accounts whose
      *>                     owners are in an open bankruptcy case on
      *>                     BANKRUPT.DAT (FEE-SKIP reason BANKRUPTCY-
      *>                     STAY, waiver logged as BANKRUPTCY); the fee
      *>                     held back goes to STAYSKIP.DAT
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO "FEEWAIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVE-STATUS.
           SELECT ODAGE-FILE
               ASSIGN TO "ODAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODAGE-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.
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
       01  WAIVER-LINE            PIC X(40).
       FD  HOLDS-FILE.
       COPY "HOLDREC.cpy".
       FD  ODAGE-FILE.
       COPY "ODAGEREC.cpy".
       FD  BANKRUPT-FILE.
       COPY "BKRPTREC.cpy".
       FD  STAY-SKIP-FILE.
       COPY "STAYSKREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-SEQ-STATUS          PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-WAIVE-REASON        PIC X(16) VALUE SPACES.
       01  WS-FEE-REASON-USED     PIC X(3) VALUE SPACES.

      *>   Accounts COLLECT.cob's overdrawn aging has put past the fee
      *>   stop (ODAGEREC.cpy) — staged once, skipped by ASSESS.
       01  WS-ODAGE-STATUS        PIC XX VALUE SPACES.
       01  WS-ODS-COUNT           PIC 9(4) VALUE 0.
       01  WS-ODS-IDX             PIC 9(4) VALUE 0.
       01  WS-ODS-FLAG            PIC X VALUE 'N'.
       01  WS-ODS-TABLE.
           05  WS-ODS-ACCT-ID     PIC X(10) OCCURS 2000 TIMES.

      *>   Account-analysis fields — ANALYSIS.DAT enrollments staged
      *>   once; the ANALYSIS run prices each enrolled account's
      *>   current-month activity (checks 'K', wires 'X', billpay 'B'
       01  WS-ANA-TOTAL           PIC S9(10)V99 VALUE 0.

       COPY "FEEREC.cpy".
       COPY "STAYCHK.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
      *>   cycle instead of the flat assessment; the default (no
      *>   argument) ASSESS behaves as always, except that analysis-
      *>   enrolled accounts are excluded from it.
           PERFORM LOAD-STAY-REGISTRY
           IF WS-CMD-ARG = "ANALYSIS"
               PERFORM RUN-ACCOUNT-ANALYSIS
               STOP RUN
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM READ-TX-SEQUENCE
           PERFORM LOAD-ANALYSIS-ENROLLMENTS
           PERFORM LOAD-ODAGE-FEE-STOPS

      *>   Derive node code from first account ID
           IF WS-ACCOUNT-COUNT > 0
               EXIT PARAGRAPH
           END-IF

      *>   An account aged overdrawn past ODAGE-FEE-STOP-DAYS gets no
      *>   more fees piled on while it is in collections.
           PERFORM CHECK-ODAGE-FEE-STOP
           IF WS-ODS-FLAG = 'Y'
               ADD 1 TO WS-ACCOUNTS-WAIVED
               DISPLAY "FEE-SKIP|" WS-A-ID(WS-ACCT-IDX)
                   "|OVERDRAWN-AGED"
               MOVE "OVERDRAWN" TO WS-WAIVE-REASON
               PERFORM WRITE-WAIVER-RECORD
               EXIT PARAGRAPH
           END-IF

      *>   No fee at all while an owner is in an open bankruptcy case
      *>   — the automatic stay. What would have been charged goes to
      *>   the stay-exception log.
           MOVE WS-ACCT-IDX TO WS-FOUND-IDX
           PERFORM CHECK-FEE-STAY
           IF WS-STAY-FLAG = 'Y'
               ADD 1 TO WS-ACCOUNTS-WAIVED
               DISPLAY "FEE-SKIP|" WS-A-ID(WS-ACCT-IDX)
                   "|BANKRUPTCY-STAY"
               MOVE "BANKRUPTCY" TO WS-WAIVE-REASON
               PERFORM WRITE-WAIVER-RECORD
               MOVE FEE-MAINTENANCE TO WS-STAY-AMOUNT
               IF WS-A-BALANCE(WS-ACCT-IDX) < FEE-LOW-BAL-THRESHOLD
                   ADD FEE-LOW-BALANCE TO WS-STAY-AMOUNT
               END-IF
               MOVE "Monthly maintenance fee held" TO WS-STAY-REASON
               PERFORM LOG-FEE-STAY
               EXIT PARAGRAPH
           END-IF

      *>   Branch-staff-set exemption checked ahead of the usual
      *>   balance-threshold waiver -- VIP/negotiated-fee accounts
      *>   skip fees regardless of balance.
           MOVE '00' TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           MOVE WS-FEE-REASON-USED TO TRANS-FEE-REASON
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

               END-IF
           END-PERFORM.

      *>   WS-STAY-FLAG 'Y' when the owner or joint owner of the
      *>   account at WS-FOUND-IDX is in an open bankruptcy case.
       CHECK-FEE-STAY.
           MOVE 'N' TO WS-STAY-FLAG
           IF WS-STAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-A-ID(WS-FOUND-IDX) TO WS-STAY-ACCT-ID
           MOVE WS-A-NAME(WS-FOUND-IDX) TO WS-STAY-NAME(1)
           MOVE WS-A-JOINT(WS-FOUND-IDX) TO WS-STAY-NAME(2)
           MOVE SPACES TO WS-STAY-NAME(3)
           PERFORM CHECK-BANKRUPTCY-STAY.

      *>   The fee held back, amount and reason already set.
       LOG-FEE-STAY.
           MOVE "FEE" TO WS-STAY-PATH
           MOVE SPACES TO WS-STAY-REF
           STRING "FEE-" DELIMITED BY SIZE
               WS-CURRENT-DATE(1:6) DELIMITED BY SIZE
               INTO WS-STAY-REF
           END-STRING
           PERFORM WRITE-STAY-SKIP.

       CHECK-ODAGE-FEE-STOP.
           MOVE 'N' TO WS-ODS-FLAG
           PERFORM VARYING WS-ODS-IDX FROM 1 BY 1
               UNTIL WS-ODS-IDX > WS-ODS-COUNT
               IF WS-ODS-ACCT-ID(WS-ODS-IDX) = WS-A-ID(WS-ACCT-IDX)
                   MOVE 'Y' TO WS-ODS-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-ODAGE-FEE-STOPS.
           MOVE 0 TO WS-ODS-COUNT
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
               IF ODAG-AGING AND ODAG-FEE-STOP = 'Y'
                   AND WS-ODS-COUNT < 2000
                   ADD 1 TO WS-ODS-COUNT
                   MOVE ODAG-ACCT-ID TO WS-ODS-ACCT-ID(WS-ODS-COUNT)
               END-IF
           END-PERFORM.

       LOAD-ANALYSIS-ENROLLMENTS.
           MOVE 0 TO WS-ANA-COUNT
           OPEN INPUT ANALYSIS-FILE
                   "|SHORTFALL|0.00|CREDIT-COVERED"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FEE-STAY
           IF WS-STAY-FLAG = 'Y'
               DISPLAY "FEE-SKIP|" WS-AN-ACCT-ID(WS-ANA-IDX)
                   "|BANKRUPTCY-STAY"
               MOVE WS-ANA-SHORTFALL TO WS-STAY-AMOUNT
               MOVE "Account analysis shortfall held"
                   TO WS-STAY-REASON
               PERFORM LOG-FEE-STAY
               EXIT PARAGRAPH
           END-IF
      *>   Same balance-floor posture as the flat assessment — a
      *>   shortfall the balance can't cover is skipped with a note,
      *>   not forced negative.
           MOVE '00' TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           MOVE FEE-REASON-ANALYSIS TO TRANS-FEE-REASON
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
           DISPLAY "ANALYSIS|" WS-AN-ACCT-ID(WS-ANA-IDX)
               IF HOLD-ACTIVE
                   AND HOLD-ACCT-ID = WS-AN-ACCT-ID(WS-ANA-IDX)
                   AND (HOLD-REASON-CODE = HOLD-REASON-CHECK-FLOAT
                       OR HOLD-REASON-CODE = HOLD-REASON-CHECK-NEXTDAY
                       OR HOLD-REASON-CODE = HOLD-REASON-CHECK-EXCEPT
                       OR HOLD-REASON-CODE = HOLD-REASON-TRANSIT)
                   ADD HOLD-AMOUNT TO WS-ANA-FLOAT
               END-IF
           END-PERFORM
           CLOSE HOLDS-FILE.

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
           MOVE "FEES" TO SSK-PROGRAM
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

      *>   FEEWAIVE.DAT line: ACCT|REASON|DATE — append-on-first-use
      *>   idiom, same as the other side files.
       WRITE-WAIVER-RECORD.
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
