      *>        (see POST-TEST-OUTBOUND/POST-TEST-SETTLED), SARSCAN.cob's
      *>        SAR-RECORD flag write/read cycle (see WRITE-TEST-SAR-
      *>        RECORD), and RECONCILE.cob's audit-snapshot line format
      *>        (see POST-TEST-RECON-LINE), the ACCT-ID check
      *>        digit (see VERIFY-ACCT-CHECK-DIGIT), and TRANSACT.DAT's
      *>        hash chain (see VERIFY-TRANSACT-CHAIN)
      *> Compile: cobc -x -free -I ../copybooks SMOKETEST.cob -o ../bin/SMOKETEST
      *> Run:     cd banks/BANK_A && ../../cobol/bin/SMOKETEST
      *>
      *>                    program as a gating PREFLIGHT step the
      *>                    same way it drives SWEEP/INTEREST/FEES/
      *>                    RECONCILE/SETTLE.
      *>   2026-10-15  AKD  Added the ACCT-ID check-digit self-check
      *>                    (VERIFY-ACCT-CHECK-DIGIT) so a change to
      *>                    ACCTCHK.cpy's weighting shows up here
      *>                    before every entry point starts refusing
      *>                    good account numbers.
      *>   2026-10-15  AKD  The test deposit is now stamped with its
      *>                    TRANS-CHAIN-HASH the way every posting
      *>                    program stamps TRANSACT.DAT, and
      *>                    VERIFY-TRANSACT-CHAIN re-proves it, checks
      *>                    a known hash value, and confirms an edited
      *>                    amount breaks the link (see TXCHAIN.cpy).
      *>   2026-10-15  AKD  The test outbound file is framed with the
      *>                    HDR/TRL batch control records every
      *>                    OUTBOUND.DAT writer now emits, and the
      *>                    trailer's count and hash total are checked
      *>                    on the way back in (see OBCTL.cpy).
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMOKETEST.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-INITIAL-BALANCE     PIC S9(10)V99 VALUE 0.
       01  WS-EXPECTED-BALANCE    PIC S9(10)V99 VALUE 0.
       01  WS-STORED-CHAIN-HASH   PIC X(16) VALUE SPACES.
       COPY "ACCTCHK.cpy".
       COPY "TXCHAIN.cpy".
       COPY "OBCTL.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM READ-TEST-RECORD
           PERFORM POST-TEST-TRANSACTION
           PERFORM READ-AND-VERIFY-TRANSACTION
           PERFORM VERIFY-TRANSACT-CHAIN
           PERFORM APPLY-AND-VERIFY-BALANCE-UPDATE
           PERFORM POST-TEST-OUTBOUND
           PERFORM READ-AND-VERIFY-OUTBOUND
           PERFORM READ-AND-VERIFY-SAR-RECORD
           PERFORM POST-TEST-RECON-LINE
           PERFORM READ-AND-VERIFY-RECON-LINE
           PERFORM VERIFY-ACCT-CHECK-DIGIT
           PERFORM CLEANUP
           STOP RUN.

           MOVE "Smoke test deposit"  TO TRANS-DESC
           MOVE "00"                  TO TRANS-STATUS

           MOVE WS-CHAIN-GENESIS TO WS-CHAIN-PREV
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           IF NOT WS-TX-OK
               DISPLAY "ERROR|FILE-WRITE|" WS-TX-STATUS

           CLOSE TRANSACT-FILE.

      *>------------------------------------------------------------*
      *> VERIFY-TRANSACT-CHAIN — rereads the test deposit and proves
      *> its TRANS-CHAIN-HASH from genesis, the way VERIFY-CHAIN.cob
      *> walks TRANSACT.DAT; then checks the hash of a blank record
      *> against its known value (so a change to the algorithm in
      *> TXCHAIN.cpy can't slip by unnoticed) and confirms a one-cent
      *> edit to the amount no longer verifies.
      *>------------------------------------------------------------*
       VERIFY-TRANSACT-CHAIN.
           OPEN INPUT TRANSACT-FILE
           IF NOT WS-TX-OK
               DISPLAY "ERROR|FILE-OPEN-READ|" WS-TX-STATUS
               STOP RUN
           END-IF
           READ TRANSACT-FILE
               AT END
                   DISPLAY "ERROR|EMPTY-FILE|No transaction found"
                   CLOSE TRANSACT-FILE
                   STOP RUN
           END-READ
           CLOSE TRANSACT-FILE

           MOVE TRANS-CHAIN-HASH TO WS-STORED-CHAIN-HASH
           MOVE SPACES TO TRANS-CHAIN-HASH
           MOVE WS-CHAIN-GENESIS TO WS-CHAIN-PREV
           PERFORM COMPUTE-CHAIN-HASH
           IF WS-STORED-CHAIN-HASH = SPACES
               OR WS-CHAIN-HASH NOT = WS-STORED-CHAIN-HASH
               DISPLAY "ERROR|CHAIN-HASH|" TRANS-ID "|"
                   WS-STORED-CHAIN-HASH "|" WS-CHAIN-HASH
               STOP RUN
           END-IF

           ADD 0.01 TO TRANS-AMOUNT
           PERFORM COMPUTE-CHAIN-HASH
           IF WS-CHAIN-HASH = WS-STORED-CHAIN-HASH
               DISPLAY "ERROR|CHAIN-HASH-TAMPER-UNDETECTED|" TRANS-ID
               STOP RUN
           END-IF

           MOVE SPACES TO TRANSACTION-RECORD
           PERFORM COMPUTE-CHAIN-HASH
           IF WS-CHAIN-HASH NOT = "1579570259549351"
               DISPLAY "ERROR|CHAIN-HASH-KNOWN-VALUE|" WS-CHAIN-HASH
               STOP RUN
           END-IF
           DISPLAY "OK|CHAIN-HASH|TXT-T-00001|" WS-STORED-CHAIN-HASH.

      *>------------------------------------------------------------*
      *> APPLY-AND-VERIFY-BALANCE-UPDATE — rewrites TEST-ACCOUNTS.DAT
      *> with the posted deposit applied (load, add amount, rewrite —
               STOP RUN
           END-IF

           MOVE "HDR|BANK_T|1|1" TO SETTLE-OUTBOUND-LINE
           WRITE SETTLE-OUTBOUND-LINE

           MOVE SPACES TO SETTLE-OUTBOUND-LINE
           STRING "ACT-T-001" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               STOP RUN
           END-IF

      *>   Trailer footed the way SIMULATE.cob's
      *>   WRITE-OUTBOUND-TRAILER foots it (see OBCTL.cpy)
           MOVE 1 TO WS-OBC-COUNT
           MOVE 250.00 TO WS-OBC-HASH
           MOVE WS-OBC-HASH TO WS-OBC-HASH-DISPLAY
           MOVE WS-OBC-HASH-INT TO WS-OBC-HASH-STRING(1:12)
           MOVE '.' TO WS-OBC-HASH-STRING(13:1)
           MOVE WS-OBC-HASH-DEC TO WS-OBC-HASH-STRING(14:2)
           MOVE SPACES TO SETTLE-OUTBOUND-LINE
           STRING "TRL|" DELIMITED BY SIZE
               WS-OBC-COUNT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OBC-HASH-STRING DELIMITED BY SIZE
               INTO SETTLE-OUTBOUND-LINE
           END-STRING
           WRITE SETTLE-OUTBOUND-LINE

           CLOSE SETTLE-OUTBOUND-FILE
           DISPLAY "OK|WRITE-OUTBOUND|ACT-T-001|ACT-T-999|00000250.00".

               STOP RUN
           END-IF

           READ SETTLE-OUTBOUND-FILE
               AT END
                   DISPLAY "ERROR|EMPTY-FILE|No outbound record found"
                   CLOSE SETTLE-OUTBOUND-FILE
                   STOP RUN
           END-READ
           IF SETTLE-OUTBOUND-LINE(1:4) NOT = "HDR|"
               DISPLAY "ERROR|OUTBOUND-HEADER|"
                   SETTLE-OUTBOUND-LINE(1:32)
               CLOSE SETTLE-OUTBOUND-FILE
               STOP RUN
           END-IF

           READ SETTLE-OUTBOUND-FILE
               AT END
                   DISPLAY "ERROR|EMPTY-FILE|No outbound record found"

           DISPLAY "OK|READ-OUTBOUND|" SETTLE-OUTBOUND-LINE(1:32)

           READ SETTLE-OUTBOUND-FILE
               AT END
                   DISPLAY "ERROR|OUTBOUND-TRAILER|missing"
                   CLOSE SETTLE-OUTBOUND-FILE
                   STOP RUN
           END-READ
           IF SETTLE-OUTBOUND-LINE(1:27) NOT =
               "TRL|0000001|000000000250.00"
               DISPLAY "ERROR|OUTBOUND-TRAILER|"
                   SETTLE-OUTBOUND-LINE(1:32)
               CLOSE SETTLE-OUTBOUND-FILE
               STOP RUN
           END-IF
           DISPLAY "OK|OUTBOUND-CONTROLS|" SETTLE-OUTBOUND-LINE(1:27)

           CLOSE SETTLE-OUTBOUND-FILE.

      *>------------------------------------------------------------*

           CLOSE RECON-TEST-FILE.

      *>------------------------------------------------------------*
      *> VERIFY-ACCT-CHECK-DIGIT — the ACCT-ID check digit (see
      *> ACCTCHK.cpy) on a known number: ACT-A-001 must come out 8,
      *> ACT-A-0018 must pass, and the same number with two digits
      *> transposed (ACT-A-0108) must fail.
      *>------------------------------------------------------------*
       VERIFY-ACCT-CHECK-DIGIT.
           MOVE "ACT-A-001" TO WS-CHKD-ID
           PERFORM COMPUTE-CHECK-DIGIT
           IF WS-CHKD-DIGIT NOT = 8
               DISPLAY "ERROR|CHECK-DIGIT|ACT-A-001|" WS-CHKD-DIGIT
               STOP RUN
           END-IF
           MOVE "ACT-A-0018" TO WS-CHKD-ID
           PERFORM TEST-CHECK-DIGIT
           IF WS-CHKD-VALID NOT = 'Y'
               DISPLAY "ERROR|CHECK-DIGIT-REJECT|ACT-A-0018"
               STOP RUN
           END-IF
           MOVE "ACT-A-0108" TO WS-CHKD-ID
           PERFORM TEST-CHECK-DIGIT
           IF WS-CHKD-VALID NOT = 'N'
               DISPLAY "ERROR|CHECK-DIGIT-ACCEPT|ACT-A-0108"
               STOP RUN
           END-IF
           DISPLAY "OK|CHECK-DIGIT|ACT-A-0018".

       CLEANUP.
      *>    Test files are left in banks/BANK_A/TEST-ACCOUNTS.DAT,
      *>    TEST-TRANSACT.DAT, TEST-OUTBOUND.DAT, TEST-SETTLED.DAT,
      *>    TEST-SAR.DAT, and TEST-RECON.DAT for inspection
           DISPLAY "SMOKE-TEST|PASS|All checks succeeded"
           DISPLAY "RESULT|00".
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

      *>   Same hash-chain paragraphs every TRANSACT.DAT writer
      *>   carries — see TXCHAIN.cpy.
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
