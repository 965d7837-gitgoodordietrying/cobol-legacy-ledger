      *>================================================================*
      *>  Program:     SAFEBOX.cob
      *>  System:      LEGACY LEDGER — Safe Deposit Box Rental
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    Safe deposit boxes were tracked in a binder at each
      *>    branch. SAFEBOX.DAT is now the box master: every box in
      *>    every branch vault, by size, with its rental linked to an
      *>    ACCOUNTS.DAT account for billing. The annual rent batch
      *>    debits that account as a TRANS-TYPE 'F' record under its
      *>    own fee reason (FEE-REASON-SAFE-BOX); a debit that can't
      *>    post puts the box on the delinquency list instead. Once a
      *>    box has been delinquent past the statutory period it shows
      *>    on the drill report, and the contents inventoried after
      *>    the drill go to SDBINV.DAT, which REPORTS.cob's DORMANT
      *>    report picks up for the unclaimed-property review.
      *>
      *>  Operations (via command-line argument):
      *>    ADD <box-id> <branch> <size> [<operator>]
      *>            — add a Vacant box to a branch's inventory; size is
      *>              S/M/L/X (SDBOXREC.cpy)
      *>    RENT <box-id> <acct-id> [<operator>]
      *>            — rent a Vacant box to an open account; the first
      *>              year's rent falls due on the next BILL run
      *>    SURRENDER <box-id> [<operator>]
      *>            — end a rental (or close out a drilled box) and
      *>              return the box to Vacant
      *>    BILL [<operator>]
      *>            — annual rent batch: debits every Rented or
      *>              Delinquent box whose BOX-NEXT-BILL has come due;
      *>              a debit that can't post (account missing,
      *>              closed, frozen/legal/estate/KYC-pending, or short
      *>              of the rent) marks the box Delinquent
      *>    DELINQUENT [<operator>]
      *>            — list every Delinquent box
      *>    DRILL-REPORT [<days>] [<operator>]
      *>            — list Delinquent boxes past the statutory period
      *>              (SDB-DRILL-DEFAULT-DAYS, COMCODE.cpy, unless
      *>              overridden), i.e. the boxes to drill
      *>    DRILL <box-id> [<operator>]
      *>            — record the drill of a box on the drill report;
      *>              the box goes to 'K' pending its inventory
      *>    INVENTORY <box-id> <desc> <value> [<operator>]
      *>            — record one item found in a drilled box on
      *>              SDBINV.DAT as held/unclaimed (underscores for
      *>              spaces in <desc>)
      *>    LIST [<branch>|ALL] [<operator>]
      *>            — box inventory by branch and size, with counts
      *>
      *>  Files:
      *>    I-O:    SAFEBOX.DAT (LINE SEQUENTIAL, 63-byte — loaded
      *>            whole and rewritten, same idiom STOPPAY.cob uses
      *>            for STOPPAY.DAT)
      *>    I-O:    ACCOUNTS.DAT (INDEXED, keyed on ACCT-ID — RENT
      *>            validates the account; BILL debits the rent via a
      *>            keyed REWRITE, same shape as STOPPAY.cob's fee)
      *>    Output: TRANSACT.DAT (LINE SEQUENTIAL, appended — the rent
      *>            'F' records)
      *>    I-O:    TXSEQ.DAT (1-record TRX-n sequence counter, shared
      *>            with TRANSACT.cob/STOPPAY.cob/FEES.cob)
      *>    Output: SDBINV.DAT (LINE SEQUENTIAL, 86-byte, append-only
      *>            — drilled-box contents, read by REPORTS.cob's
      *>            DORMANT)
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended — one record
      *>            per invocation, see APPEND-OPLOG-ENTRY)
      *>
      *>  Copybooks:
      *>    SDBOXREC.cpy  — Safe deposit box master record layout
      *>    SDBINVREC.cpy — Drilled box contents inventory layout
      *>    ACCTREC.cpy   — Account record layout (148 bytes)
      *>    TRANSREC.cpy  — Transaction record layout
      *>    TXCHAIN.cpy   — TRANSACT.DAT hash-chain work area
      *>    SEQREC.cpy    — Sequence record layout
      *>    FEEREC.cpy    — Fee schedule (FEE-SDB-RENT-*)
      *>    OPLOGREC.cpy  — Shared operator session log record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Added:       BOX-ADDED|BOX-ID|BRANCH|SIZE
      *>    Rented:      BOX-RENTED|BOX-ID|ACCT-ID|NEXT-BILL
      *>    Surrendered: BOX-SURRENDERED|BOX-ID|ACCT-ID
      *>    Bill:        BOX-BILLED|BOX-ID|ACCT-ID|RENT|NEW-BALANCE or
      *>                 BOX-DELINQUENT|BOX-ID|ACCT-ID|RENT|REASON, then
      *>                 BILL-SUMMARY|BILLED|DELINQUENT|RENT-TOTAL
      *>    Delinquent:  DELINQ|BOX-ID|BRANCH|ACCT-ID|DELINQ-DATE|DAYS
      *>                 then DELINQ-SUMMARY|COUNT
      *>    Drill rpt:   DRILL|BOX-ID|BRANCH|SIZE|ACCT-ID|DELINQ-DATE|
      *>                 DAYS then DRILL-SUMMARY|COUNT
      *>    Drilled:     BOX-DRILLED|BOX-ID|ACCT-ID|DRILL-DATE
      *>    Inventory:   BOX-ITEM|BOX-ID|ITEM-SEQ|DESC|VALUE
      *>    List:        BOX|BOX-ID|BRANCH|SIZE|STATUS|ACCT-ID|NEXT-BILL
      *>                 then BOX-COUNT|BRANCH|SIZE|TOTAL|RENTED lines
      *>    Result:      RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Box id not found, or (RENT) account not found
      *>                or closed
      *>    RESULT|06 — Operation not valid for the box's state (RENT
      *>                on a box that isn't Vacant, DRILL on a box not
      *>                yet past the statutory period, INVENTORY on a
      *>                box not drilled, ADD of an existing box id or a
      *>                bad size)
      *>    RESULT|99 — File I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation — box inventory by
      *>                     branch and size, RENT/SURRENDER/DRILL,
      *>                     annual rent batch with delinquency list,
      *>                     drill report, and drilled-contents
      *>                     inventory for unclaimed property
      *>    2026-10-15  AKD  Every TRANSACT.DAT record written now
      *>                     carries TRANS-CHAIN-HASH linking it to the
      *>                     record before it (STAMP-CHAIN-HASH; anchor
      *>                     found by LOAD-CHAIN-ANCHOR — see
      *>                     TXCHAIN.cpy), so VERIFY-CHAIN.cob can prove
      *>                     the log hasn't been edited since
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFEBOX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFEBOX-FILE
               ASSIGN TO "SAFEBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOX-STATUS.
           SELECT SDBINV-FILE
               ASSIGN TO "SDBINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
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
       FD  SAFEBOX-FILE.
       COPY "SDBOXREC.cpy".
       FD  SDBINV-FILE.
       COPY "SDBINVREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  SEQUENCE-FILE.
       COPY "SEQREC.cpy".
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BOX-STATUS          PIC XX VALUE SPACES.
       01  WS-INV-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-SEQ-STATUS          PIC XX VALUE SPACES.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(12) VALUE SPACES.
       01  WS-IN-BOX-ID           PIC X(8) VALUE SPACES.
       01  WS-IN-BRANCH           PIC X(4) VALUE SPACES.
       01  WS-IN-SIZE             PIC X(1) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-DESC             PIC X(40) VALUE SPACES.
       01  WS-IN-VALUE-STR        PIC X(20) VALUE SPACES.
       01  WS-IN-VALUE            PIC 9(10)V99 VALUE 0.
       01  WS-IN-DAYS-STR         PIC X(10) VALUE SPACES.
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
       01  WS-NEW-BALANCE         PIC S9(10)V99 VALUE 0.
       01  WS-RENT-AMOUNT         PIC 9(5)V99 VALUE 0.
       01  WS-RENT-TOTAL          PIC 9(10)V99 VALUE 0.
       01  WS-BILLED-COUNT        PIC 9(5) VALUE 0.
       01  WS-DELINQ-COUNT        PIC 9(5) VALUE 0.
       01  WS-REPORT-COUNT        PIC 9(5) VALUE 0.
       01  WS-FAIL-REASON         PIC X(16) VALUE SPACES.
       01  WS-DRILL-DAYS          PIC 9(5) VALUE 0.
       01  WS-TODAY-INTEGER       PIC 9(8) VALUE 0.
       01  WS-DELINQ-INTEGER      PIC 9(8) VALUE 0.
       01  WS-DAYS-DELINQ         PIC 9(5) VALUE 0.
       01  WS-NEXT-BILL           PIC 9(8) VALUE 0.
       01  WS-ITEM-SEQ            PIC 9(3) VALUE 0.

      *>   Box master staged whole and rewritten — RENT/SURRENDER/
      *>   BILL/DRILL flip status and dates in place, which LINE
      *>   SEQUENTIAL only allows via a full rewrite.
       01  WS-BX-COUNT            PIC 9(3) VALUE 0.
       01  WS-BX-IDX              PIC 9(3) VALUE 0.
       01  WS-BX-MATCH-IDX        PIC 9(3) VALUE 0.
       01  WS-BX-TABLE.
           05  WS-BX-ENTRY OCCURS 500 TIMES.
               10  WS-BX-ID           PIC X(8).
               10  WS-BX-BRANCH       PIC X(4).
               10  WS-BX-SIZE         PIC X(1).
               10  WS-BX-STATUS       PIC X(1).
               10  WS-BX-ACCT-ID      PIC X(10).
               10  WS-BX-RENT-DATE    PIC 9(8).
               10  WS-BX-NEXT-BILL    PIC 9(8).
               10  WS-BX-DELINQ-DATE  PIC 9(8).
               10  WS-BX-DRILL-DATE   PIC 9(8).
               10  WS-BX-LAST-RENT    PIC 9(5)V99.

      *>   LIST tallies — one row per branch x size seen.
       01  WS-LC-COUNT            PIC 9(3) VALUE 0.
       01  WS-LC-IDX              PIC 9(3) VALUE 0.
       01  WS-LC-MATCH-IDX        PIC 9(3) VALUE 0.
       01  WS-LC-TABLE.
           05  WS-LC-ENTRY OCCURS 200 TIMES.
               10  WS-LC-BRANCH       PIC X(4).
               10  WS-LC-SIZE         PIC X(1).
               10  WS-LC-TOTAL        PIC 9(5).
               10  WS-LC-RENTED       PIC 9(5).
       COPY "FEEREC.cpy".
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
               WHEN "ADD"
                   PERFORM PARSE-ADD-LINE
                   PERFORM PROCESS-ADD
                   MOVE "ADD" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-BOX-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "RENT"
                   PERFORM PARSE-RENT-LINE
                   PERFORM PROCESS-RENT
                   MOVE "RENT" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-BOX-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "SURRENDER"
                   PERFORM PARSE-BOX-ID-LINE
                   PERFORM PROCESS-SURRENDER
                   MOVE "SURRENDER" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-BOX-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "BILL"
                   PERFORM PARSE-OPERATOR-LINE
                   PERFORM PROCESS-BILL
                   MOVE "BILL" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "DELINQUENT"
                   PERFORM PARSE-OPERATOR-LINE
                   PERFORM PROCESS-DELINQUENT
                   MOVE "DELINQUENT" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "DRILL-REPORT"
                   PERFORM PARSE-DRILL-REPORT-LINE
                   PERFORM PROCESS-DRILL-REPORT
                   MOVE "DRILL-REPORT" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "DRILL"
                   PERFORM PARSE-BOX-ID-LINE
                   PERFORM PROCESS-DRILL
                   MOVE "DRILL" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-BOX-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "INVENTORY"
                   PERFORM PARSE-INVENTORY-LINE
                   PERFORM PROCESS-INVENTORY
                   MOVE "INVENTORY" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-BOX-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "LIST"
                   PERFORM PARSE-LIST-LINE
                   PERFORM PROCESS-LIST
                   MOVE "LIST" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-BRANCH TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
           END-EVALUATE

           STOP RUN.

       PARSE-ADD-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-BOX-ID
                    WS-IN-BRANCH
                    WS-IN-SIZE
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-BOX-ID) TO WS-IN-BOX-ID
           MOVE FUNCTION TRIM(WS-IN-BRANCH) TO WS-IN-BRANCH
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF.

       PARSE-RENT-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-BOX-ID
                    WS-IN-ACCT-ID
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-BOX-ID) TO WS-IN-BOX-ID
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF.

       PARSE-BOX-ID-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-BOX-ID
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-BOX-ID) TO WS-IN-BOX-ID
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF.

       PARSE-OPERATOR-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF.

      *>   Optional statutory-period override, same default-if-blank
      *>   idiom as VALIDATE.cob's RELEASE-EXPIRED expiry days.
       PARSE-DRILL-REPORT-LINE.
           MOVE SDB-DRILL-DEFAULT-DAYS TO WS-DRILL-DAYS
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-DAYS-STR
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-DAYS-STR) TO WS-IN-DAYS-STR
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           IF WS-IN-DAYS-STR NOT = SPACES
               AND WS-IN-DAYS-STR NOT = "NONE"
               MOVE FUNCTION NUMVAL(WS-IN-DAYS-STR) TO WS-DRILL-DAYS
           END-IF.

       PARSE-INVENTORY-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-BOX-ID
                    WS-IN-DESC
                    WS-IN-VALUE-STR
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-BOX-ID) TO WS-IN-BOX-ID
           MOVE FUNCTION TRIM(WS-IN-DESC) TO WS-IN-DESC
           MOVE FUNCTION TRIM(WS-IN-VALUE-STR) TO WS-IN-VALUE-STR
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
      *>   Underscores stand in for spaces on the command line, same
      *>   single-token convention as STOPPAY.cob's PLACE description.
           INSPECT WS-IN-DESC REPLACING ALL "_" BY " "
           MOVE 0 TO WS-IN-VALUE
           IF WS-IN-VALUE-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-VALUE-STR) TO WS-IN-VALUE
           END-IF.

       PARSE-LIST-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-BRANCH
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-BRANCH) TO WS-IN-BRANCH
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           IF WS-IN-BRANCH = "ALL"
               MOVE SPACES TO WS-IN-BRANCH
           END-IF.

       PROCESS-ADD.
           MOVE WS-IN-SIZE TO BOX-SIZE
           IF WS-IN-BOX-ID = SPACES OR WS-IN-BRANCH = SPACES
               OR NOT BOX-SIZE-VALID
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               DISPLAY "RESULT|06"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SAFEBOX-FILE
           PERFORM FIND-BOX
           IF WS-FOUND-FLAG = 'Y'
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               DISPLAY "RESULT|06"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BX-COUNT
           MOVE WS-IN-BOX-ID TO WS-BX-ID(WS-BX-COUNT)
           MOVE WS-IN-BRANCH TO WS-BX-BRANCH(WS-BX-COUNT)
           MOVE WS-IN-SIZE TO WS-BX-SIZE(WS-BX-COUNT)
           MOVE 'V' TO WS-BX-STATUS(WS-BX-COUNT)
           MOVE SPACES TO WS-BX-ACCT-ID(WS-BX-COUNT)
           MOVE 0 TO WS-BX-RENT-DATE(WS-BX-COUNT)
           MOVE 0 TO WS-BX-NEXT-BILL(WS-BX-COUNT)
           MOVE 0 TO WS-BX-DELINQ-DATE(WS-BX-COUNT)
           MOVE 0 TO WS-BX-DRILL-DATE(WS-BX-COUNT)
           MOVE 0 TO WS-BX-LAST-RENT(WS-BX-COUNT)
           PERFORM SAVE-SAFEBOX-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BOX-ADDED|" WS-IN-BOX-ID "|" WS-IN-BRANCH "|"
               WS-IN-SIZE
           DISPLAY "RESULT|00".

      *>   Links a Vacant box to an open account. No rent is taken
      *>   here — BOX-NEXT-BILL is set to today so the first year
      *>   bills on the next BILL run, through the same debit/
      *>   delinquency path as every renewal.
       PROCESS-RENT.
           PERFORM LOAD-SAFEBOX-FILE
           PERFORM FIND-BOX
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-BX-STATUS(WS-BX-MATCH-IDX) NOT = 'V'
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               DISPLAY "RESULT|06"
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
               STOP RUN
           END-IF
           MOVE WS-IN-ACCT-ID TO ACCT-ID
           MOVE 'N' TO WS-FOUND-FLAG
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-STATUS NOT = 'C'
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
           END-READ
           CLOSE ACCOUNTS-FILE
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-BX-STATUS(WS-BX-MATCH-IDX)
           MOVE WS-IN-ACCT-ID TO WS-BX-ACCT-ID(WS-BX-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-BX-RENT-DATE(WS-BX-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-BX-NEXT-BILL(WS-BX-MATCH-IDX)
           MOVE 0 TO WS-BX-DELINQ-DATE(WS-BX-MATCH-IDX)
           MOVE 0 TO WS-BX-DRILL-DATE(WS-BX-MATCH-IDX)
           PERFORM SAVE-SAFEBOX-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BOX-RENTED|" WS-IN-BOX-ID "|" WS-IN-ACCT-ID "|"
               WS-CURRENT-DATE
           DISPLAY "RESULT|00".

       PROCESS-SURRENDER.
           PERFORM LOAD-SAFEBOX-FILE
           PERFORM FIND-BOX
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-BX-STATUS(WS-BX-MATCH-IDX) = 'V'
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               DISPLAY "RESULT|06"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BX-ACCT-ID(WS-BX-MATCH-IDX) TO WS-IN-ACCT-ID
           MOVE 'V' TO WS-BX-STATUS(WS-BX-MATCH-IDX)
           MOVE SPACES TO WS-BX-ACCT-ID(WS-BX-MATCH-IDX)
           MOVE 0 TO WS-BX-NEXT-BILL(WS-BX-MATCH-IDX)
           MOVE 0 TO WS-BX-DELINQ-DATE(WS-BX-MATCH-IDX)
           PERFORM SAVE-SAFEBOX-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BOX-SURRENDERED|" WS-IN-BOX-ID "|" WS-IN-ACCT-ID
           DISPLAY "RESULT|00".

      *>   Annual rent batch. ACCOUNTS.DAT is opened I-O once for the
      *>   whole run and each renter's record read and rewritten by
      *>   key, same one-record update shape as STOPPAY.cob's fee.
      *>   A box that bills rolls BOX-NEXT-BILL a year forward and
      *>   comes off the delinquency list; one that can't stays due
      *>   (so the next run retries it) and goes Delinquent, keeping
      *>   the date it first went delinquent for the drill clock.
       PROCESS-BILL.
           MOVE 0 TO WS-BILLED-COUNT
           MOVE 0 TO WS-DELINQ-COUNT
           MOVE 0 TO WS-RENT-TOTAL
           PERFORM LOAD-SAFEBOX-FILE
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
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BX-COUNT
               IF (WS-BX-STATUS(WS-BX-IDX) = 'R'
                       OR WS-BX-STATUS(WS-BX-IDX) = 'D')
                   AND WS-BX-NEXT-BILL(WS-BX-IDX) <= WS-CURRENT-DATE
                   PERFORM BILL-ONE-BOX
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           PERFORM SAVE-SAFEBOX-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BILL-SUMMARY|" WS-BILLED-COUNT "|" WS-DELINQ-COUNT
               "|" WS-RENT-TOTAL
           DISPLAY "RESULT|00".

       BILL-ONE-BOX.
           PERFORM SET-RENT-AMOUNT
           MOVE WS-BX-ACCT-ID(WS-BX-IDX) TO WS-IN-ACCT-ID
           MOVE WS-BX-ACCT-ID(WS-BX-IDX) TO ACCT-ID
           MOVE SPACES TO WS-FAIL-REASON
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE "ACCOUNT-MISSING" TO WS-FAIL-REASON
           END-READ
           IF WS-FAIL-REASON = SPACES
               EVALUATE ACCT-STATUS
                   WHEN 'C'
                       MOVE "ACCOUNT-CLOSED" TO WS-FAIL-REASON
                   WHEN 'F'
                   WHEN 'L'
                   WHEN 'E'
                   WHEN 'P'
                       MOVE "ACCOUNT-BLOCKED" TO WS-FAIL-REASON
                   WHEN OTHER
                       IF ACCT-BALANCE < WS-RENT-AMOUNT
                           MOVE "INSUFFICIENT-BAL" TO WS-FAIL-REASON
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-FAIL-REASON NOT = SPACES
               IF WS-BX-STATUS(WS-BX-IDX) NOT = 'D'
                   MOVE 'D' TO WS-BX-STATUS(WS-BX-IDX)
                   MOVE WS-CURRENT-DATE
                       TO WS-BX-DELINQ-DATE(WS-BX-IDX)
               END-IF
               ADD 1 TO WS-DELINQ-COUNT
               DISPLAY "BOX-DELINQUENT|" WS-BX-ID(WS-BX-IDX) "|"
                   WS-IN-ACCT-ID "|" WS-RENT-AMOUNT "|"
                   WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-RENT-AMOUNT FROM ACCT-BALANCE
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
           PERFORM WRITE-RENT-FEE-RECORD
           MOVE 'R' TO WS-BX-STATUS(WS-BX-IDX)
           MOVE 0 TO WS-BX-DELINQ-DATE(WS-BX-IDX)
           MOVE WS-RENT-AMOUNT TO WS-BX-LAST-RENT(WS-BX-IDX)
           PERFORM ADVANCE-NEXT-BILL
           ADD 1 TO WS-BILLED-COUNT
           ADD WS-RENT-AMOUNT TO WS-RENT-TOTAL
           DISPLAY "BOX-BILLED|" WS-BX-ID(WS-BX-IDX) "|"
               WS-IN-ACCT-ID "|" WS-RENT-AMOUNT "|" WS-NEW-BALANCE.

       SET-RENT-AMOUNT.
           EVALUATE WS-BX-SIZE(WS-BX-IDX)
               WHEN 'S'
                   MOVE FEE-SDB-RENT-SMALL TO WS-RENT-AMOUNT
               WHEN 'M'
                   MOVE FEE-SDB-RENT-MEDIUM TO WS-RENT-AMOUNT
               WHEN 'L'
                   MOVE FEE-SDB-RENT-LARGE TO WS-RENT-AMOUNT
               WHEN OTHER
                   MOVE FEE-SDB-RENT-XLARGE TO WS-RENT-AMOUNT
           END-EVALUATE.

      *>   One calendar year on from the due date just billed (not
      *>   from today), so a late payment doesn't shift the renewal
      *>   anniversary. A 29 February due date rolls to 28 February.
       ADVANCE-NEXT-BILL.
           COMPUTE WS-NEXT-BILL = WS-BX-NEXT-BILL(WS-BX-IDX) + 10000
           IF WS-NEXT-BILL(5:4) = "0229"
               MOVE "0228" TO WS-NEXT-BILL(5:4)
           END-IF
           MOVE WS-NEXT-BILL TO WS-BX-NEXT-BILL(WS-BX-IDX).

       PROCESS-DELINQUENT.
           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-TODAY-INTEGER
           MOVE 0 TO WS-REPORT-COUNT
           PERFORM LOAD-SAFEBOX-FILE
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BX-COUNT
               IF WS-BX-STATUS(WS-BX-IDX) = 'D'
                   PERFORM COMPUTE-DAYS-DELINQ
                   ADD 1 TO WS-REPORT-COUNT
                   DISPLAY "DELINQ|" WS-BX-ID(WS-BX-IDX) "|"
                       WS-BX-BRANCH(WS-BX-IDX) "|"
                       WS-BX-ACCT-ID(WS-BX-IDX) "|"
                       WS-BX-DELINQ-DATE(WS-BX-IDX) "|"
                       WS-DAYS-DELINQ
               END-IF
           END-PERFORM
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "DELINQ-SUMMARY|" WS-REPORT-COUNT
           DISPLAY "RESULT|00".

      *>   The boxes to open: Delinquent at least WS-DRILL-DAYS.
       PROCESS-DRILL-REPORT.
           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-TODAY-INTEGER
           MOVE 0 TO WS-REPORT-COUNT
           DISPLAY "DRILL-REPORT|DELINQUENT >= " WS-DRILL-DAYS " DAYS"
           PERFORM LOAD-SAFEBOX-FILE
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BX-COUNT
               IF WS-BX-STATUS(WS-BX-IDX) = 'D'
                   PERFORM COMPUTE-DAYS-DELINQ
                   IF WS-DAYS-DELINQ >= WS-DRILL-DAYS
                       ADD 1 TO WS-REPORT-COUNT
                       DISPLAY "DRILL|" WS-BX-ID(WS-BX-IDX) "|"
                           WS-BX-BRANCH(WS-BX-IDX) "|"
                           WS-BX-SIZE(WS-BX-IDX) "|"
                           WS-BX-ACCT-ID(WS-BX-IDX) "|"
                           WS-BX-DELINQ-DATE(WS-BX-IDX) "|"
                           WS-DAYS-DELINQ
                   END-IF
               END-IF
           END-PERFORM
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "DRILL-SUMMARY|" WS-REPORT-COUNT
           DISPLAY "RESULT|00".

      *>   Only a box the drill report would list may be drilled —
      *>   the statutory period is the default one, not an override.
       PROCESS-DRILL.
           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-TODAY-INTEGER
           PERFORM LOAD-SAFEBOX-FILE
           PERFORM FIND-BOX
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-BX-STATUS(WS-BX-MATCH-IDX) NOT = 'D'
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               DISPLAY "RESULT|06"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BX-MATCH-IDX TO WS-BX-IDX
           PERFORM COMPUTE-DAYS-DELINQ
           IF WS-DAYS-DELINQ < SDB-DRILL-DEFAULT-DAYS
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               DISPLAY "RESULT|06"
               EXIT PARAGRAPH
           END-IF
           MOVE 'K' TO WS-BX-STATUS(WS-BX-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-BX-DRILL-DATE(WS-BX-MATCH-IDX)
           PERFORM SAVE-SAFEBOX-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BOX-DRILLED|" WS-IN-BOX-ID "|"
               WS-BX-ACCT-ID(WS-BX-MATCH-IDX) "|" WS-CURRENT-DATE
           DISPLAY "RESULT|00".

      *>   One found item per invocation, numbered within the box by
      *>   counting what SDBINV.DAT already holds for it.
       PROCESS-INVENTORY.
           PERFORM LOAD-SAFEBOX-FILE
           PERFORM FIND-BOX
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-BX-STATUS(WS-BX-MATCH-IDX) NOT = 'K'
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               DISPLAY "RESULT|06"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ITEM-SEQ
           OPEN INPUT SDBINV-FILE
           IF WS-INV-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ SDBINV-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF INV-BOX-ID = WS-IN-BOX-ID
                       AND INV-DRILL-DATE =
                           WS-BX-DRILL-DATE(WS-BX-MATCH-IDX)
                       ADD 1 TO WS-ITEM-SEQ
                   END-IF
               END-PERFORM
               CLOSE SDBINV-FILE
           END-IF
           ADD 1 TO WS-ITEM-SEQ
           MOVE WS-IN-BOX-ID TO INV-BOX-ID
           MOVE WS-BX-BRANCH(WS-BX-MATCH-IDX) TO INV-BRANCH
           MOVE WS-BX-ACCT-ID(WS-BX-MATCH-IDX) TO INV-ACCT-ID
           MOVE WS-ITEM-SEQ TO INV-ITEM-SEQ
           MOVE WS-IN-DESC TO INV-DESC
           MOVE WS-IN-VALUE TO INV-VALUE
           MOVE WS-BX-DRILL-DATE(WS-BX-MATCH-IDX) TO INV-DRILL-DATE
           MOVE 'H' TO INV-STATUS
           OPEN EXTEND SDBINV-FILE
           IF WS-INV-STATUS NOT = '00'
               OPEN OUTPUT SDBINV-FILE
           END-IF
           IF WS-INV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-INV-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE SDB-INVENTORY-RECORD
           CLOSE SDBINV-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BOX-ITEM|" WS-IN-BOX-ID "|" WS-ITEM-SEQ "|"
               WS-IN-DESC "|" WS-IN-VALUE
           DISPLAY "RESULT|00".

      *>   Box inventory for one branch (or every branch), then a
      *>   count row per branch x size.
       PROCESS-LIST.
           MOVE 0 TO WS-LC-COUNT
           PERFORM LOAD-SAFEBOX-FILE
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BX-COUNT
               IF WS-IN-BRANCH = SPACES
                   OR WS-BX-BRANCH(WS-BX-IDX) = WS-IN-BRANCH
                   DISPLAY "BOX|" WS-BX-ID(WS-BX-IDX) "|"
                       WS-BX-BRANCH(WS-BX-IDX) "|"
                       WS-BX-SIZE(WS-BX-IDX) "|"
                       WS-BX-STATUS(WS-BX-IDX) "|"
                       WS-BX-ACCT-ID(WS-BX-IDX) "|"
                       WS-BX-NEXT-BILL(WS-BX-IDX)
                   PERFORM TALLY-LIST-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
               DISPLAY "BOX-COUNT|" WS-LC-BRANCH(WS-LC-IDX) "|"
                   WS-LC-SIZE(WS-LC-IDX) "|"
                   WS-LC-TOTAL(WS-LC-IDX) "|"
                   WS-LC-RENTED(WS-LC-IDX)
           END-PERFORM
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

       TALLY-LIST-COUNT.
           MOVE 0 TO WS-LC-MATCH-IDX
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-COUNT
               IF WS-LC-BRANCH(WS-LC-IDX) = WS-BX-BRANCH(WS-BX-IDX)
                   AND WS-LC-SIZE(WS-LC-IDX) = WS-BX-SIZE(WS-BX-IDX)
                   MOVE WS-LC-IDX TO WS-LC-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LC-MATCH-IDX = 0
               IF WS-LC-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LC-COUNT
               MOVE WS-LC-COUNT TO WS-LC-MATCH-IDX
               MOVE WS-BX-BRANCH(WS-BX-IDX)
                   TO WS-LC-BRANCH(WS-LC-MATCH-IDX)
               MOVE WS-BX-SIZE(WS-BX-IDX)
                   TO WS-LC-SIZE(WS-LC-MATCH-IDX)
               MOVE 0 TO WS-LC-TOTAL(WS-LC-MATCH-IDX)
               MOVE 0 TO WS-LC-RENTED(WS-LC-MATCH-IDX)
           END-IF
           ADD 1 TO WS-LC-TOTAL(WS-LC-MATCH-IDX)
           IF WS-BX-STATUS(WS-BX-IDX) = 'R'
               OR WS-BX-STATUS(WS-BX-IDX) = 'D'
               ADD 1 TO WS-LC-RENTED(WS-LC-MATCH-IDX)
           END-IF.

       COMPUTE-DAYS-DELINQ.
           MOVE 0 TO WS-DAYS-DELINQ
           IF WS-BX-DELINQ-DATE(WS-BX-IDX) > 0
               MOVE FUNCTION INTEGER-OF-DATE(
                   WS-BX-DELINQ-DATE(WS-BX-IDX))
                   TO WS-DELINQ-INTEGER
               SUBTRACT WS-DELINQ-INTEGER FROM WS-TODAY-INTEGER
                   GIVING WS-DAYS-DELINQ
           END-IF.

       FIND-BOX.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-BX-MATCH-IDX
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BX-COUNT
               IF WS-BX-ID(WS-BX-IDX) = WS-IN-BOX-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-BX-IDX TO WS-BX-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-SAFEBOX-FILE.
           MOVE 0 TO WS-BX-COUNT
           OPEN INPUT SAFEBOX-FILE
           IF WS-BOX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SAFEBOX-FILE
                   AT END
                       CLOSE SAFEBOX-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-BX-COUNT
               MOVE BOX-ID TO WS-BX-ID(WS-BX-COUNT)
               MOVE BOX-BRANCH TO WS-BX-BRANCH(WS-BX-COUNT)
               MOVE BOX-SIZE TO WS-BX-SIZE(WS-BX-COUNT)
               MOVE BOX-STATUS TO WS-BX-STATUS(WS-BX-COUNT)
               MOVE BOX-ACCT-ID TO WS-BX-ACCT-ID(WS-BX-COUNT)
               MOVE BOX-RENT-DATE TO WS-BX-RENT-DATE(WS-BX-COUNT)
               MOVE BOX-NEXT-BILL TO WS-BX-NEXT-BILL(WS-BX-COUNT)
               MOVE BOX-DELINQ-DATE TO WS-BX-DELINQ-DATE(WS-BX-COUNT)
               MOVE BOX-DRILL-DATE TO WS-BX-DRILL-DATE(WS-BX-COUNT)
               MOVE BOX-LAST-RENT TO WS-BX-LAST-RENT(WS-BX-COUNT)
           END-PERFORM.

       SAVE-SAFEBOX-FILE.
           OPEN OUTPUT SAFEBOX-FILE
           IF WS-BOX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-BOX-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BX-COUNT
               MOVE WS-BX-ID(WS-BX-IDX) TO BOX-ID
               MOVE WS-BX-BRANCH(WS-BX-IDX) TO BOX-BRANCH
               MOVE WS-BX-SIZE(WS-BX-IDX) TO BOX-SIZE
               MOVE WS-BX-STATUS(WS-BX-IDX) TO BOX-STATUS
               MOVE WS-BX-ACCT-ID(WS-BX-IDX) TO BOX-ACCT-ID
               MOVE WS-BX-RENT-DATE(WS-BX-IDX) TO BOX-RENT-DATE
               MOVE WS-BX-NEXT-BILL(WS-BX-IDX) TO BOX-NEXT-BILL
               MOVE WS-BX-DELINQ-DATE(WS-BX-IDX) TO BOX-DELINQ-DATE
               MOVE WS-BX-DRILL-DATE(WS-BX-IDX) TO BOX-DRILL-DATE
               MOVE WS-BX-LAST-RENT(WS-BX-IDX) TO BOX-LAST-RENT
               WRITE SAFE-BOX-RECORD
           END-PERFORM
           CLOSE SAFEBOX-FILE.

      *>   Writes the rent's TRANS-TYPE 'F' record with its own TRX-n
      *>   id off the shared TXSEQ.DAT counter — same fee record
      *>   shape as STOPPAY.cob's WRITE-STOP-FEE-RECORD, stamped with
      *>   the box's branch.
       WRITE-RENT-FEE-RECORD.
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
           MOVE WS-RENT-AMOUNT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE SPACES TO TRANS-DESC
           STRING "Safe deposit box rent " DELIMITED SIZE
               WS-BX-ID(WS-BX-IDX) DELIMITED SPACE
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
           MOVE FEE-REASON-SAFE-BOX TO TRANS-FEE-REASON
           MOVE "BRN" TO TRANS-CHANNEL
           MOVE WS-BX-BRANCH(WS-BX-IDX) TO TRANS-BRANCH
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
           MOVE "SAFEBOX" TO OPLOG-PROGRAM
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
