      *>    BILLPAYREC.cpy — Payee remittance record layout (95 bytes)
      *>    ACCTREC.cpy    — Account record layout (148 bytes)
      *>    TRANSREC.cpy   — Transaction record layout
      *>    TXCHAIN.cpy    — TRANSACT.DAT hash-chain work area
      *>    SEQREC.cpy     — Sequence record layout
      *>    COMCODE.cpy    — Shared status codes and bank identifiers
      *>
      *>                     payments now surface (and refund) the day
      *>                     the processor answers, not when the
      *>                     customer's late notice arrives
      *>    2026-10-15  AKD  Carries the new BILLPAY-ACH-FILE-ID/-DATE
      *>                     origination stamp through the BILLPAY.DAT
      *>                     load/save round trip
      *>    2026-10-15  AKD  Every TRANSACT.DAT record written now
      *>                     carries TRANS-CHAIN-HASH linking it to the
      *>                     record before it (STAMP-CHAIN-HASH; anchor
      *>                     found by LOAD-CHAIN-ANCHOR — see
      *>                     TXCHAIN.cpy), so VERIFY-CHAIN.cob can prove
      *>                     the log hasn't been edited since
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       01  WS-BILLPAY-STATUS      PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-SEQ-STATUS          PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
               10  WS-BP-CREATED-TIME PIC 9(6).
               10  WS-BP-STATUS       PIC X(1).
               10  WS-BP-ACK-DATE     PIC 9(8).
               10  WS-BP-ACH-FILE-ID  PIC X(10).
               10  WS-BP-ACH-DATE     PIC 9(8).
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
           MOVE SPACES TO TRANS-FEE-REASON
           MOVE "SYS" TO TRANS-CHANNEL
           MOVE SPACES TO TRANS-BRANCH
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               OPEN OUTPUT TRANSACT-FILE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE

               ELSE
                   MOVE 0 TO WS-BP-ACK-DATE(WS-BP-COUNT)
               END-IF
               MOVE BILLPAY-ACH-FILE-ID
                   TO WS-BP-ACH-FILE-ID(WS-BP-COUNT)
               IF BILLPAY-ACH-DATE IS NUMERIC
                   MOVE BILLPAY-ACH-DATE
                       TO WS-BP-ACH-DATE(WS-BP-COUNT)
               ELSE
                   MOVE 0 TO WS-BP-ACH-DATE(WS-BP-COUNT)
               END-IF
           END-PERFORM.

       SAVE-BILLPAY-FILE.
                   TO BILLPAY-CREATED-TIME
               MOVE WS-BP-STATUS(WS-BP-IDX) TO BILLPAY-STATUS
               MOVE WS-BP-ACK-DATE(WS-BP-IDX) TO BILLPAY-ACK-DATE
               MOVE WS-BP-ACH-FILE-ID(WS-BP-IDX)
                   TO BILLPAY-ACH-FILE-ID
               MOVE WS-BP-ACH-DATE(WS-BP-IDX) TO BILLPAY-ACH-DATE
               WRITE BILLPAY-RECORD
           END-PERFORM
           CLOSE BILLPAY-FILE.
           END-IF
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.

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
