      *>================================================================*
      *>  Program:     CHKORDER.cob
      *>  System:      LEGACY LEDGER — Check-Book Order Registry
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    Records the check-number ranges printed for each account
      *>    (CHKORDER.DAT), which TRANSACT.cob's CHECK holds a non-
      *>    positive-pay account's checks to, and runs the monthly
      *>    reorder-notice batch once an account has used up most of
      *>    its latest range.
      *>
      *>  Operations (via command-line argument):
      *>    ORDER <acct-id> <start-num> <quantity> [<operator>]
      *>            — record a check-book order for checks
      *>              <start-num> through <start-num> + <quantity> - 1;
      *>              refused if it overlaps a range already ordered
      *>              for the account
      *>    LIST <acct-id> [<operator>]
      *>            — every range ordered for the account, with the
      *>              highest check number paid out of each
      *>    REORDER [<operator>]
      *>            — monthly batch step: for each account's latest
      *>              range (most recent order date) not yet noticed,
      *>              issues a reorder notice to CHKREORDER.DAT once
      *>              the highest check paid out of it reaches
      *>              COMCODE.cpy's CHKORD-REORDER-PCT of the range,
      *>              and stamps CHKORD-REORDER-DATE so next month's
      *>              run doesn't repeat it
      *>
      *>  Files:
      *>    I-O:    CHKORDER.DAT (LINE SEQUENTIAL, 51-byte — loaded
      *>            whole and rewritten, same idiom as PAYEES.cob)
      *>    Input:  TRANSACT.DAT (LINE SEQUENTIAL, 205-byte — posted
      *>            TRANS-TYPE 'K' checks, for check numbers paid)
      *>    Input:  ACCOUNTS.DAT (INDEXED — ORDER's account lookup)
      *>    Input:  CHKDXMPT.DAT (LINE SEQUENTIAL — check-digit
      *>            exemptions, see ACCTCHK.cpy)
      *>    Output: CHKREORDER.DAT (LINE SEQUENTIAL, 62-byte,
      *>            append-only — reorder notices)
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended)
      *>
      *>  Copybooks:
      *>    CHKORDREC.cpy — Check-book order registry record layout
      *>    CHKRNREC.cpy  — Check reorder notice record layout
      *>    TRANSREC.cpy  — Transaction record layout (205 bytes)
      *>    ACCTREC.cpy   — Account record layout
      *>    CDXREC.cpy    — Check-digit exemption record layout
      *>    ACCTCHK.cpy   — ACCT-ID check-digit work area
      *>    OPLOGREC.cpy  — Shared operator session log record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Ordered: CHECK-ORDERED|ACCT-ID|START|END|QUANTITY
      *>    List:    CHECK-ORDER|ACCT-ID|ORDERED|START|END|QUANTITY|
      *>             HIGH-PAID|REORDER-DATE
      *>    Reorder: REORDER-NOTICE|ACCT-ID|START|END|HIGH-PAID|
      *>             REMAINING|USED-PCT, then
      *>             SUMMARY|REORDER-NOTICES|n
      *>    Result:  RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — ORDER's account not on file
      *>    RESULT|08 — Invalid request (start number or quantity not
      *>                a positive number, or the range overlaps one
      *>                already ordered for the account)
      *>    RESULT|23 — ORDER/LIST account number fails its check digit
      *>    RESULT|99 — File I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation — check-book order
      *>                     registry behind TRANSACT.cob's CHECK range
      *>                     validation, with the monthly reorder batch
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKORDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKORDER-FILE
               ASSIGN TO "CHKORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKORD-STATUS.
           SELECT CHKREORDER-FILE
               ASSIGN TO "CHKREORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKRN-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
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
       FD  CHKORDER-FILE.
       COPY "CHKORDREC.cpy".
       FD  CHKREORDER-FILE.
       COPY "CHKRNREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".
       FD  CHKDXMPT-FILE.
       COPY "CDXREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CHKORD-STATUS       PIC XX VALUE SPACES.
       01  WS-CHKRN-STATUS        PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-IN-ARG-1            PIC X(20) VALUE SPACES.
       01  WS-IN-ARG-2            PIC X(20) VALUE SPACES.
       01  WS-IN-ARG-3            PIC X(20) VALUE SPACES.
       01  WS-IN-ARG-4            PIC X(20) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-START-STR        PIC X(20) VALUE SPACES.
       01  WS-IN-QTY-STR          PIC X(20) VALUE SPACES.
       01  WS-IN-START            PIC 9(10) VALUE 0.
       01  WS-IN-QTY              PIC 9(5) VALUE 0.
       01  WS-IN-END              PIC 9(10) VALUE 0.
       01  WS-IN-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-RESULT-CODE         PIC X(2) VALUE '00'.
       01  WS-OPLOG-OPERATION     PIC X(14) VALUE SPACES.
       01  WS-OPLOG-KEY-ID        PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-CO-COUNT            PIC 9(4) VALUE 0.
       01  WS-CO-IDX              PIC 9(4) VALUE 0.
       01  WS-CO-SCAN-IDX         PIC 9(4) VALUE 0.
       01  WS-CO-LATEST-IDX       PIC 9(4) VALUE 0.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 2000 TIMES.
               10  WS-CO-ACCT-ID      PIC X(10).
               10  WS-CO-ORDER-DATE   PIC 9(8).
               10  WS-CO-START        PIC 9(10).
               10  WS-CO-QTY          PIC 9(5).
               10  WS-CO-OPERATOR     PIC X(10).
               10  WS-CO-REORDER-DATE PIC 9(8).
               10  WS-CO-END          PIC 9(10).
               10  WS-CO-HIGH-PAID    PIC 9(10).
               10  WS-CO-LATEST       PIC X(1).
       01  WS-CHK-NUM-LEN         PIC 9(2) VALUE 0.
       01  WS-CHK-NUM-VALUE       PIC 9(10) VALUE 0.
       01  WS-RN-USED             PIC 9(10) VALUE 0.
       01  WS-RN-PCT              PIC 9(5) VALUE 0.
       01  WS-RN-COUNT            PIC 9(5) VALUE 0.
       01  WS-CO-OVERLAP          PIC X(1) VALUE 'N'.
       COPY "ACCTCHK.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-ARG-1
                    WS-IN-ARG-2
                    WS-IN-ARG-3
                    WS-IN-ARG-4
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           EVALUATE WS-OPERATION
               WHEN "ORDER"
                   MOVE WS-IN-ARG-1 TO WS-IN-ACCT-ID
                   MOVE WS-IN-ARG-2 TO WS-IN-START-STR
                   MOVE WS-IN-ARG-3 TO WS-IN-QTY-STR
                   MOVE WS-IN-ARG-4 TO WS-IN-OPERATOR-ID
               WHEN "LIST"
                   MOVE WS-IN-ARG-1 TO WS-IN-ACCT-ID
                   MOVE WS-IN-ARG-2 TO WS-IN-OPERATOR-ID
               WHEN OTHER
                   MOVE WS-IN-ARG-1 TO WS-IN-OPERATOR-ID
           END-EVALUATE
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF

           EVALUATE WS-OPERATION
               WHEN "ORDER"
                   MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
                   PERFORM CHECK-ENTRY-ACCT-ID
                   IF WS-RESULT-CODE = '00'
                       PERFORM PROCESS-ORDER
                   END-IF
                   MOVE "ORDER" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "LIST"
                   MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
                   PERFORM CHECK-ENTRY-ACCT-ID
                   IF WS-RESULT-CODE = '00'
                       PERFORM PROCESS-LIST
                   END-IF
                   MOVE "LIST" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "REORDER"
                   PERFORM PROCESS-REORDER
                   MOVE "REORDER" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
           END-EVALUATE

           STOP RUN.

       PROCESS-ORDER.
           MOVE FUNCTION TRIM(WS-IN-START-STR) TO WS-IN-START-STR
           MOVE FUNCTION TRIM(WS-IN-QTY-STR) TO WS-IN-QTY-STR
           MOVE 0 TO WS-IN-START WS-IN-QTY
           IF WS-IN-START-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-START-STR) TO WS-IN-START
           END-IF
           IF WS-IN-QTY-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-QTY-STR) TO WS-IN-QTY
           END-IF
           IF WS-IN-START = 0 OR WS-IN-QTY = 0
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IN-END = WS-IN-START + WS-IN-QTY - 1
           OPEN INPUT ACCOUNTS-FILE
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
           MOVE WS-IN-ACCT-ID TO ACCT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   CLOSE ACCOUNTS-FILE
                   MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNTS-FILE
           PERFORM LOAD-CHKORDER-FILE
      *>   Two books can't share a check number on the same account,
      *>   or the range test in TRANSACT.cob couldn't tell them apart.
           MOVE 'N' TO WS-CO-OVERLAP
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-ACCT-ID(WS-CO-IDX) = WS-IN-ACCT-ID
                   AND WS-IN-START <= WS-CO-END(WS-CO-IDX)
                   AND WS-IN-END >= WS-CO-START(WS-CO-IDX)
                   MOVE 'Y' TO WS-CO-OVERLAP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CO-OVERLAP = 'Y'
               DISPLAY "ERROR|RANGE-OVERLAP|" WS-IN-ACCT-ID "|"
                   WS-CO-START(WS-CO-IDX) "|" WS-CO-END(WS-CO-IDX)
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           IF WS-CO-COUNT >= 2000
               DISPLAY "ERROR|CHKORDER-TABLE-FULL|" WS-IN-ACCT-ID
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CO-COUNT
           MOVE WS-IN-ACCT-ID TO WS-CO-ACCT-ID(WS-CO-COUNT)
           MOVE WS-CURRENT-DATE TO WS-CO-ORDER-DATE(WS-CO-COUNT)
           MOVE WS-IN-START TO WS-CO-START(WS-CO-COUNT)
           MOVE WS-IN-QTY TO WS-CO-QTY(WS-CO-COUNT)
           MOVE WS-IN-OPERATOR-ID TO WS-CO-OPERATOR(WS-CO-COUNT)
           MOVE 0 TO WS-CO-REORDER-DATE(WS-CO-COUNT)
           PERFORM SAVE-CHKORDER-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "CHECK-ORDERED|" WS-IN-ACCT-ID "|" WS-IN-START "|"
               WS-IN-END "|" WS-IN-QTY
           DISPLAY "RESULT|00".

       PROCESS-LIST.
           PERFORM LOAD-CHKORDER-FILE
           PERFORM LOAD-HIGH-PAID
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-ACCT-ID(WS-CO-IDX) = WS-IN-ACCT-ID
                   DISPLAY "CHECK-ORDER|" WS-CO-ACCT-ID(WS-CO-IDX) "|"
                       WS-CO-ORDER-DATE(WS-CO-IDX) "|"
                       WS-CO-START(WS-CO-IDX) "|"
                       WS-CO-END(WS-CO-IDX) "|"
                       WS-CO-QTY(WS-CO-IDX) "|"
                       WS-CO-HIGH-PAID(WS-CO-IDX) "|"
                       WS-CO-REORDER-DATE(WS-CO-IDX)
               END-IF
           END-PERFORM
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   Monthly: one pass to mark each account's latest range, one
      *>   pass over TRANSACT.DAT for the highest check paid out of
      *>   every range, then a notice for each unnoticed latest range
      *>   at or past CHKORD-REORDER-PCT.
       PROCESS-REORDER.
           MOVE 0 TO WS-RN-COUNT
           PERFORM LOAD-CHKORDER-FILE
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               MOVE 'Y' TO WS-CO-LATEST(WS-CO-IDX)
               PERFORM VARYING WS-CO-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CO-SCAN-IDX > WS-CO-COUNT
                   IF WS-CO-SCAN-IDX NOT = WS-CO-IDX
                       AND WS-CO-ACCT-ID(WS-CO-SCAN-IDX)
                           = WS-CO-ACCT-ID(WS-CO-IDX)
                       AND (WS-CO-ORDER-DATE(WS-CO-SCAN-IDX)
                               > WS-CO-ORDER-DATE(WS-CO-IDX)
                           OR (WS-CO-ORDER-DATE(WS-CO-SCAN-IDX)
                                   = WS-CO-ORDER-DATE(WS-CO-IDX)
                               AND WS-CO-SCAN-IDX > WS-CO-IDX))
                       MOVE 'N' TO WS-CO-LATEST(WS-CO-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM LOAD-HIGH-PAID
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-LATEST(WS-CO-IDX) = 'Y'
                   AND WS-CO-REORDER-DATE(WS-CO-IDX) = 0
                   AND WS-CO-HIGH-PAID(WS-CO-IDX) > 0
                   COMPUTE WS-RN-USED = WS-CO-HIGH-PAID(WS-CO-IDX)
                       - WS-CO-START(WS-CO-IDX) + 1
                   COMPUTE WS-RN-PCT = WS-RN-USED * 100
                       / WS-CO-QTY(WS-CO-IDX)
                   IF WS-RN-PCT >= CHKORD-REORDER-PCT
                       PERFORM WRITE-REORDER-NOTICE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RN-COUNT > 0
               PERFORM SAVE-CHKORDER-FILE
           END-IF
           DISPLAY "SUMMARY|REORDER-NOTICES|" WS-RN-COUNT
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

       WRITE-REORDER-NOTICE.
           MOVE WS-CO-ACCT-ID(WS-CO-IDX) TO CHKRN-ACCT-ID
           MOVE WS-CO-START(WS-CO-IDX) TO CHKRN-START-NUM
           MOVE WS-CO-END(WS-CO-IDX) TO CHKRN-END-NUM
           MOVE WS-CO-HIGH-PAID(WS-CO-IDX) TO CHKRN-HIGH-PAID
           COMPUTE CHKRN-REMAINING = WS-CO-QTY(WS-CO-IDX) - WS-RN-USED
           MOVE WS-RN-PCT TO CHKRN-USED-PCT
           MOVE WS-CURRENT-DATE TO CHKRN-DATE
           MOVE WS-CURRENT-TIME TO CHKRN-TIME
           OPEN EXTEND CHKREORDER-FILE
           IF WS-CHKRN-STATUS NOT = '00'
               OPEN OUTPUT CHKREORDER-FILE
           END-IF
           IF WS-CHKRN-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CHKRN-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE CHECK-REORDER-RECORD
           CLOSE CHKREORDER-FILE
           MOVE WS-CURRENT-DATE TO WS-CO-REORDER-DATE(WS-CO-IDX)
           ADD 1 TO WS-RN-COUNT
           DISPLAY "REORDER-NOTICE|" CHKRN-ACCT-ID "|"
               CHKRN-START-NUM "|" CHKRN-END-NUM "|"
               CHKRN-HIGH-PAID "|" CHKRN-REMAINING "|"
               CHKRN-USED-PCT.

      *>   Highest posted check number (TRANS-TYPE 'K', status '00')
      *>   falling inside each loaded range, into WS-CO-HIGH-PAID.
       LOAD-HIGH-PAID.
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
               IF TRANS-TYPE = 'K' AND TRANS-STATUS = '00'
                   AND TRANS-CHECK-NUM NOT = SPACES
                   PERFORM APPLY-PAID-CHECK
               END-IF
           END-PERFORM.

       APPLY-PAID-CHECK.
           MOVE 0 TO WS-CHK-NUM-VALUE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TRANS-CHECK-NUM))
               TO WS-CHK-NUM-LEN
           IF TRANS-CHECK-NUM(1:WS-CHK-NUM-LEN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-CHECK-NUM(1:WS-CHK-NUM-LEN) TO WS-CHK-NUM-VALUE
           PERFORM VARYING WS-CO-SCAN-IDX FROM 1 BY 1
               UNTIL WS-CO-SCAN-IDX > WS-CO-COUNT
               IF WS-CO-ACCT-ID(WS-CO-SCAN-IDX) = TRANS-ACCT-ID
                   AND WS-CHK-NUM-VALUE >= WS-CO-START(WS-CO-SCAN-IDX)
                   AND WS-CHK-NUM-VALUE <= WS-CO-END(WS-CO-SCAN-IDX)
                   IF WS-CHK-NUM-VALUE
                       > WS-CO-HIGH-PAID(WS-CO-SCAN-IDX)
                       MOVE WS-CHK-NUM-VALUE
                           TO WS-CO-HIGH-PAID(WS-CO-SCAN-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-CHKORDER-FILE.
           MOVE 0 TO WS-CO-COUNT
           OPEN INPUT CHKORDER-FILE
           IF WS-CHKORD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CHKORDER-FILE
                   AT END
                       CLOSE CHKORDER-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-CO-COUNT
               MOVE CHKORD-ACCT-ID TO WS-CO-ACCT-ID(WS-CO-COUNT)
               MOVE CHKORD-ORDER-DATE TO WS-CO-ORDER-DATE(WS-CO-COUNT)
               MOVE CHKORD-START-NUM TO WS-CO-START(WS-CO-COUNT)
               MOVE CHKORD-QUANTITY TO WS-CO-QTY(WS-CO-COUNT)
               MOVE CHKORD-OPERATOR-ID TO WS-CO-OPERATOR(WS-CO-COUNT)
               MOVE CHKORD-REORDER-DATE
                   TO WS-CO-REORDER-DATE(WS-CO-COUNT)
               COMPUTE WS-CO-END(WS-CO-COUNT) =
                   CHKORD-START-NUM + CHKORD-QUANTITY - 1
               MOVE 0 TO WS-CO-HIGH-PAID(WS-CO-COUNT)
               MOVE 'N' TO WS-CO-LATEST(WS-CO-COUNT)
           END-PERFORM.

       SAVE-CHKORDER-FILE.
           OPEN OUTPUT CHKORDER-FILE
           IF WS-CHKORD-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CHKORD-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               MOVE WS-CO-ACCT-ID(WS-CO-IDX) TO CHKORD-ACCT-ID
               MOVE WS-CO-ORDER-DATE(WS-CO-IDX) TO CHKORD-ORDER-DATE
               MOVE WS-CO-START(WS-CO-IDX) TO CHKORD-START-NUM
               MOVE WS-CO-QTY(WS-CO-IDX) TO CHKORD-QUANTITY
               MOVE WS-CO-OPERATOR(WS-CO-IDX) TO CHKORD-OPERATOR-ID
               MOVE WS-CO-REORDER-DATE(WS-CO-IDX)
                   TO CHKORD-REORDER-DATE
               WRITE CHECK-ORDER-RECORD
           END-PERFORM
           CLOSE CHKORDER-FILE.

       APPEND-OPLOG-ENTRY.
           MOVE WS-IN-OPERATOR-ID TO OPLOG-OPERATOR-ID
           MOVE "CHKORDER" TO OPLOG-PROGRAM
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
