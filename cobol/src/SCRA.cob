      *>================================================================*
      *>  Program:     SCRA.cob
      *>  System:      LEGACY LEDGER — Servicemember (SCRA) Registry
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    The Servicemembers Civil Relief Act caps the interest on
      *>    debt a borrower took on before entering active military
      *>    duty at 6% for the length of the service, and the excess
      *>    is forgiven, not deferred. The lenders tracked this on
      *>    paper and re-keyed rates by hand. This program is the
      *>    registry (SCRA.DAT): ADD records a period of service with
      *>    how it was verified, END records the release date, VOID
      *>    withdraws a registration entered in error. The batch does
      *>    the rest — LOANS.cob SCRACAP caps every loan originated
      *>    before the service start and INTEREST.cob's overdraft
      *>    line accrual does the same for lines enrolled before it,
      *>    both restoring the contract rate once the grace period
      *>    after service (COMCODE.cpy's SCRA-GRACE-DAYS) is over —
      *>    see SCRACHK.cpy. CAPRPT is the compliance file's list of
      *>    every capped loan and line and the interest forgiven.
      *>
      *>  Operations (via command-line argument):
      *>    ADD <acct-id> <start-yyyymmdd> <end-yyyymmdd | OPEN>
      *>        <DMDC | ORDERS | LETTER> [<operator>]
      *>            — register a period of active duty for the
      *>              account holder: OPEN while no release date is
      *>              known; verified today from the Defense
      *>              Manpower Data Center status report (DMDC), a
      *>              copy of the orders (ORDERS) or the commanding
      *>              officer's letter (LETTER). Refused when it
      *>              overlaps an active registration for the account
      *>    END <acct-id> <end-yyyymmdd> [<operator>]
      *>            — record the release date on the account's OPEN
      *>              registration
      *>    VOID <acct-id> <start-yyyymmdd> [<operator>]
      *>            — withdraw the active registration starting on
      *>              that date (kept on file, status 'X'); the cap
      *>              it put on lifts the next batch run
      *>    LIST [<operator>]
      *>            — every registration, active and voided
      *>    CAPRPT [<operator>]
      *>            — the capped-account report: every active
      *>              registration with the date its protection
      *>              runs through, then every loan and overdraft
      *>              line that is or has been capped
      *>
      *>  Files:
      *>    I-O:    SCRA.DAT (LINE SEQUENTIAL, 89-byte — loaded whole
      *>            and rewritten)
      *>    Input:  ACCOUNTS.DAT (INDEXED, keyed on ACCT-ID — ADD
      *>            takes the member's name from the account)
      *>    Input:  LOANS.DAT (LINE SEQUENTIAL, 236-byte loan master
      *>            kept by LOANS.cob — CAPRPT)
      *>    Input:  ODLOC.DAT (LINE SEQUENTIAL, 68-byte overdraft line
      *>            enrollments — CAPRPT)
      *>    Input:  CHKDXMPT.DAT (check-digit exemptions — ADD)
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended)
      *>
      *>  Copybooks:
      *>    SCRAREC.cpy   — Servicemember (SCRA) registry record layout
      *>    LOANREC.cpy   — Loan master record layout
      *>    ODLOCREC.cpy  — Overdraft line enrollment record layout
      *>    ACCTREC.cpy   — Account record layout (148 bytes)
      *>    OPLOGREC.cpy  — Shared operator session log record layout
      *>    CDXREC.cpy    — Check-digit exemption record layout
      *>    ACCTCHK.cpy   — ACCT-ID check-digit work area
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Add:       SCRA-ADDED|ACCT-ID|NAME|START|END|SOURCE
      *>    End:       SCRA-ENDED|ACCT-ID|START|END|PROTECT-THRU
      *>    Void:      SCRA-VOIDED|ACCT-ID|START
      *>    List:      SCRA|ACCT-ID|NAME|START|END|SOURCE|
      *>               VERIFY-DATE|STATUS then SCRA-COUNT|N
      *>    Caprpt:    SCRA-MEMBER|ACCT-ID|NAME|START|END|
      *>               PROTECT-THRU|SOURCE per active registration
      *>               (END and PROTECT-THRU zero while serving),
      *>               SCRA-CAPPED|LOAN|LOAN-ID|ACCT-ID|C or R|
      *>               CONTRACT-RATE|CHARGED-RATE|CAP-DATE|
      *>               RESTORE-DATE|FORGIVEN per loan and
      *>               SCRA-CAPPED|ODLOC|ACCT-ID|ACCT-ID|... the same
      *>               per overdraft line, then CAPRPT-SUMMARY|
      *>               MEMBERS|STILL-CAPPED|RESTORED|TOTAL-FORGIVEN
      *>    Result:    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — ADD: account not found; END: no OPEN
      *>                registration; VOID: no active registration
      *>                starting that date
      *>    RESULT|08 — Invalid request (bad date or verification
      *>                source, end before start, overlapping
      *>                service period)
      *>    RESULT|23 — Malformed account number (fails its check
      *>                digit and isn't exempted on CHKDXMPT.DAT)
      *>    RESULT|99 — File I/O error, registry full, or unknown
      *>                operation
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation — servicemember
      *>                     registry and capped-account report for
      *>                     the SCRA rate cap
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-FILE
               ASSIGN TO "SCRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRA-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOAN-FILE
               ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT ODLOC-FILE
               ASSIGN TO "ODLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODLOC-STATUS.
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
       FD  SCRA-FILE.
       COPY "SCRAREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  LOAN-FILE.
       COPY "LOANREC.cpy".
       FD  ODLOC-FILE.
       COPY "ODLOCREC.cpy".
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".
       FD  CHKDXMPT-FILE.
       COPY "CDXREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SCRA-STATUS         PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-LOAN-STATUS         PIC XX VALUE SPACES.
       01  WS-ODLOC-STATUS        PIC XX VALUE SPACES.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-DATE-STR         PIC X(10) VALUE SPACES.
       01  WS-IN-DATE             PIC 9(8) VALUE 0.
       01  WS-IN-START            PIC 9(8) VALUE 0.
       01  WS-IN-END-STR          PIC X(10) VALUE SPACES.
       01  WS-IN-END              PIC 9(8) VALUE 0.
       01  WS-IN-SOURCE           PIC X(10) VALUE SPACES.
       01  WS-IN-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-IN-VALID            PIC X VALUE 'Y'.
       01  WS-RESULT-CODE         PIC X(2) VALUE '00'.
       01  WS-OPLOG-OPERATION     PIC X(14) VALUE SPACES.
       01  WS-OPLOG-KEY-ID        PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-FOUND-IDX           PIC 9(4) VALUE 0.
       01  WS-PROTECT-THRU        PIC 9(8) VALUE 0.

      *>   The registry, staged whole and rewritten.
       01  WS-SR-COUNT            PIC 9(4) VALUE 0.
       01  WS-SR-IDX              PIC 9(4) VALUE 0.
       01  WS-SR-TABLE.
           05  WS-SR-ENTRY OCCURS 500 TIMES.
               10  WS-SR-ACCT         PIC X(10).
               10  WS-SR-NAME         PIC X(30).
               10  WS-SR-START        PIC 9(8).
               10  WS-SR-END          PIC 9(8).
               10  WS-SR-SOURCE       PIC X(6).
               10  WS-SR-VERIFIED     PIC 9(8).
               10  WS-SR-STATUS       PIC X(1).
               10  WS-SR-OPERATOR     PIC X(10).
               10  WS-SR-CHANGED      PIC 9(8).

      *>   CAPRPT totals.
       01  WS-RPT-MEMBERS         PIC 9(4) VALUE 0.
       01  WS-RPT-CAPPED          PIC 9(4) VALUE 0.
       01  WS-RPT-RESTORED        PIC 9(4) VALUE 0.
       01  WS-RPT-FORGIVEN        PIC 9(10)V99 VALUE 0.
       COPY "ACCTCHK.cpy".
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
                   MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
                   PERFORM CHECK-ENTRY-ACCT-ID
                   IF WS-RESULT-CODE = '00'
                       PERFORM PROCESS-ADD
                   END-IF
                   MOVE "ADD" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "END"
                   PERFORM PARSE-DATE-LINE
                   PERFORM PROCESS-END
                   MOVE "END" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "VOID"
                   PERFORM PARSE-DATE-LINE
                   PERFORM PROCESS-VOID
                   MOVE "VOID" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "LIST"
                   PERFORM PARSE-OPERATOR-LINE
                   PERFORM PROCESS-LIST
                   MOVE "LIST" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "CAPRPT"
                   PERFORM PARSE-OPERATOR-LINE
                   PERFORM PROCESS-CAP-REPORT
                   MOVE "CAPRPT" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
           END-EVALUATE

           STOP RUN.

       PARSE-ADD-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-DATE-STR
                    WS-IN-END-STR
                    WS-IN-SOURCE
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE 'Y' TO WS-IN-VALID
           PERFORM PARSE-IN-DATE
           MOVE WS-IN-DATE TO WS-IN-START
           IF WS-IN-START = 0
               MOVE 'N' TO WS-IN-VALID
           END-IF
           MOVE FUNCTION TRIM(WS-IN-END-STR) TO WS-IN-END-STR
           MOVE 0 TO WS-IN-END
           IF WS-IN-END-STR NOT = "OPEN"
               MOVE WS-IN-END-STR TO WS-IN-DATE-STR
               PERFORM PARSE-IN-DATE
               MOVE WS-IN-DATE TO WS-IN-END
               IF WS-IN-END = 0
                   MOVE 'N' TO WS-IN-VALID
               END-IF
           END-IF
           MOVE FUNCTION TRIM(WS-IN-SOURCE) TO WS-IN-SOURCE
           PERFORM DEFAULT-OPERATOR-ID.

      *>   END and VOID: account, one date, operator.
       PARSE-DATE-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-DATE-STR
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           PERFORM PARSE-IN-DATE
           PERFORM DEFAULT-OPERATOR-ID.

       PARSE-OPERATOR-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           PERFORM DEFAULT-OPERATOR-ID.

      *>   WS-IN-DATE-STR to WS-IN-DATE — zero unless it is a real
      *>   calendar date.
       PARSE-IN-DATE.
           MOVE FUNCTION TRIM(WS-IN-DATE-STR) TO WS-IN-DATE-STR
           MOVE 0 TO WS-IN-DATE
           IF WS-IN-DATE-STR(1:8) IS NUMERIC
               AND WS-IN-DATE-STR(9:2) = SPACES
               MOVE WS-IN-DATE-STR(1:8) TO WS-IN-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE) NOT = 0
                   MOVE 0 TO WS-IN-DATE
               END-IF
           END-IF.

       DEFAULT-OPERATOR-ID.
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF.

      *>================================================================*
      *>   ADD — one period of active duty. The cap follows on the
      *>   next batch run (LOANS SCRACAP, INTEREST ACCRUE), back to
      *>   the service start for a loan registered late.
      *>================================================================*
       PROCESS-ADD.
           IF WS-IN-VALID = 'N'
               OR (WS-IN-END NOT = 0 AND WS-IN-END < WS-IN-START)
               OR (WS-IN-SOURCE NOT = "DMDC"
                   AND WS-IN-SOURCE NOT = "ORDERS"
                   AND WS-IN-SOURCE NOT = "LETTER")
               DISPLAY "ERROR|INVALID-SERVICE|" WS-IN-ACCT-ID "|"
                   WS-IN-START "|" FUNCTION TRIM(WS-IN-END-STR) "|"
                   FUNCTION TRIM(WS-IN-SOURCE)
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
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
           READ ACCOUNTS-FILE
               INVALID KEY
                   CLOSE ACCOUNTS-FILE
                   MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNTS-FILE

      *>   Two active periods for one account may not overlap — an
      *>   extension of service is an END with the new date.
           PERFORM LOAD-SCRA-FILE
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-ACCT(WS-SR-IDX) = WS-IN-ACCT-ID
                   AND WS-SR-STATUS(WS-SR-IDX) = 'A'
                   AND (WS-SR-END(WS-SR-IDX) = 0
                       OR WS-SR-END(WS-SR-IDX) >= WS-IN-START)
                   AND (WS-IN-END = 0
                       OR WS-IN-END >= WS-SR-START(WS-SR-IDX))
                   DISPLAY "ERROR|SERVICE-OVERLAP|" WS-IN-ACCT-ID "|"
                       WS-SR-START(WS-SR-IDX) "|"
                       WS-SR-END(WS-SR-IDX)
                   MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
                   DISPLAY "RESULT|08"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SR-COUNT >= 500
               DISPLAY "ERROR|SCRA-REGISTRY-FULL"
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           ADD 1 TO WS-SR-COUNT
           MOVE WS-IN-ACCT-ID TO WS-SR-ACCT(WS-SR-COUNT)
           MOVE ACCT-NAME TO WS-SR-NAME(WS-SR-COUNT)
           MOVE WS-IN-START TO WS-SR-START(WS-SR-COUNT)
           MOVE WS-IN-END TO WS-SR-END(WS-SR-COUNT)
           MOVE WS-IN-SOURCE TO WS-SR-SOURCE(WS-SR-COUNT)
           MOVE WS-CURRENT-DATE TO WS-SR-VERIFIED(WS-SR-COUNT)
           MOVE 'A' TO WS-SR-STATUS(WS-SR-COUNT)
           MOVE WS-IN-OPERATOR-ID TO WS-SR-OPERATOR(WS-SR-COUNT)
           MOVE WS-CURRENT-DATE TO WS-SR-CHANGED(WS-SR-COUNT)
           PERFORM SAVE-SCRA-FILE

           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "SCRA-ADDED|" WS-IN-ACCT-ID "|"
               FUNCTION TRIM(ACCT-NAME) "|" WS-IN-START "|"
               WS-IN-END "|" FUNCTION TRIM(WS-IN-SOURCE)
           DISPLAY "RESULT|00".

      *>================================================================*
      *>   END — the release date on the account's OPEN registration.
      *>   Protection runs SCRA-GRACE-DAYS past it; the batch
      *>   restores the contract rate after that.
      *>================================================================*
       PROCESS-END.
           IF WS-IN-DATE = 0
               DISPLAY "ERROR|INVALID-SERVICE-END|" WS-IN-ACCT-ID "|"
                   FUNCTION TRIM(WS-IN-DATE-STR)
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SCRA-FILE
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-ACCT(WS-SR-IDX) = WS-IN-ACCT-ID
                   AND WS-SR-STATUS(WS-SR-IDX) = 'A'
                   AND WS-SR-END(WS-SR-IDX) = 0
                   MOVE WS-SR-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               DISPLAY "ERROR|NO-OPEN-SERVICE|" WS-IN-ACCT-ID
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-DATE < WS-SR-START(WS-FOUND-IDX)
               DISPLAY "ERROR|END-BEFORE-START|" WS-IN-ACCT-ID "|"
                   WS-SR-START(WS-FOUND-IDX)
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-DATE TO WS-SR-END(WS-FOUND-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-SR-OPERATOR(WS-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-SR-CHANGED(WS-FOUND-IDX)
           PERFORM SAVE-SCRA-FILE
           MOVE WS-FOUND-IDX TO WS-SR-IDX
           PERFORM COMPUTE-PROTECT-THRU

           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "SCRA-ENDED|" WS-IN-ACCT-ID "|"
               WS-SR-START(WS-FOUND-IDX) "|" WS-IN-DATE "|"
               WS-PROTECT-THRU
           DISPLAY "RESULT|00".

      *>   VOID — a registration entered in error. It stays on file
      *>   as 'X'; the batch no longer sees it, so its cap lifts.
       PROCESS-VOID.
           PERFORM LOAD-SCRA-FILE
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-ACCT(WS-SR-IDX) = WS-IN-ACCT-ID
                   AND WS-SR-STATUS(WS-SR-IDX) = 'A'
                   AND WS-SR-START(WS-SR-IDX) = WS-IN-DATE
                   MOVE WS-SR-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               DISPLAY "ERROR|NO-ACTIVE-SERVICE|" WS-IN-ACCT-ID "|"
                   WS-IN-DATE
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF

           MOVE 'X' TO WS-SR-STATUS(WS-FOUND-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-SR-OPERATOR(WS-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-SR-CHANGED(WS-FOUND-IDX)
           PERFORM SAVE-SCRA-FILE

           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "SCRA-VOIDED|" WS-IN-ACCT-ID "|" WS-IN-DATE
           DISPLAY "RESULT|00".

       PROCESS-LIST.
           PERFORM LOAD-SCRA-FILE
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               DISPLAY "SCRA|" WS-SR-ACCT(WS-SR-IDX) "|"
                   FUNCTION TRIM(WS-SR-NAME(WS-SR-IDX)) "|"
                   WS-SR-START(WS-SR-IDX) "|"
                   WS-SR-END(WS-SR-IDX) "|"
                   FUNCTION TRIM(WS-SR-SOURCE(WS-SR-IDX)) "|"
                   WS-SR-VERIFIED(WS-SR-IDX) "|"
                   WS-SR-STATUS(WS-SR-IDX)
           END-PERFORM
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "SCRA-COUNT|" WS-SR-COUNT
           DISPLAY "RESULT|00".

      *>================================================================*
      *>   CAPRPT — the compliance file's report: who is registered
      *>   and through when they are protected, then every loan and
      *>   overdraft line the batch has capped (C) or capped and
      *>   since restored (R), with the interest forgiven on each.
      *>================================================================*
       PROCESS-CAP-REPORT.
           MOVE 0 TO WS-RPT-MEMBERS
           MOVE 0 TO WS-RPT-CAPPED
           MOVE 0 TO WS-RPT-RESTORED
           MOVE 0 TO WS-RPT-FORGIVEN
           PERFORM LOAD-SCRA-FILE
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-STATUS(WS-SR-IDX) = 'A'
                   PERFORM COMPUTE-PROTECT-THRU
                   ADD 1 TO WS-RPT-MEMBERS
                   DISPLAY "SCRA-MEMBER|" WS-SR-ACCT(WS-SR-IDX) "|"
                       FUNCTION TRIM(WS-SR-NAME(WS-SR-IDX)) "|"
                       WS-SR-START(WS-SR-IDX) "|"
                       WS-SR-END(WS-SR-IDX) "|" WS-PROTECT-THRU "|"
                       FUNCTION TRIM(WS-SR-SOURCE(WS-SR-IDX))
               END-IF
           END-PERFORM

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ LOAN-FILE
                       AT END
                           CLOSE LOAN-FILE
                           EXIT PERFORM
                   END-READ
                   IF (LOAN-SCRA-CAPPED OR LOAN-SCRA-RESTORED)
                       AND LOAN-SCRA-FORGIVEN IS NUMERIC
                       PERFORM REPORT-CAPPED-LOAN
                   END-IF
               END-PERFORM
           END-IF

           OPEN INPUT ODLOC-FILE
           IF WS-ODLOC-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ ODLOC-FILE
                       AT END
                           CLOSE ODLOC-FILE
                           EXIT PERFORM
                   END-READ
                   IF (ODLOC-SCRA-CAPPED OR ODLOC-SCRA-RESTORED)
                       AND ODLOC-SCRA-FORGIVEN IS NUMERIC
                       PERFORM REPORT-CAPPED-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "CAPRPT-SUMMARY|" WS-RPT-MEMBERS "|" WS-RPT-CAPPED
               "|" WS-RPT-RESTORED "|" WS-RPT-FORGIVEN
           DISPLAY "RESULT|00".

       REPORT-CAPPED-LOAN.
           IF LOAN-SCRA-CAPPED
               ADD 1 TO WS-RPT-CAPPED
           ELSE
               ADD 1 TO WS-RPT-RESTORED
           END-IF
           ADD LOAN-SCRA-FORGIVEN TO WS-RPT-FORGIVEN
           DISPLAY "SCRA-CAPPED|LOAN|" FUNCTION TRIM(LOAN-ID) "|"
               LOAN-BORROWER-ACCT "|" LOAN-SCRA-STATUS "|"
               LOAN-SCRA-ORIG-RATE "|" LOAN-RATE "|"
               LOAN-SCRA-CAP-DATE "|" LOAN-SCRA-RESTORE-DATE "|"
               LOAN-SCRA-FORGIVEN.

       REPORT-CAPPED-LINE.
           IF ODLOC-SCRA-CAPPED
               ADD 1 TO WS-RPT-CAPPED
           ELSE
               ADD 1 TO WS-RPT-RESTORED
           END-IF
           ADD ODLOC-SCRA-FORGIVEN TO WS-RPT-FORGIVEN
           DISPLAY "SCRA-CAPPED|ODLOC|" ODLOC-ACCT-ID "|"
               ODLOC-ACCT-ID "|" ODLOC-SCRA-STATUS "|"
               ODLOC-SCRA-ORIG-RATE "|" ODLOC-RATE "|"
               ODLOC-SCRA-CAP-DATE "|" ODLOC-SCRA-RESTORE-DATE "|"
               ODLOC-SCRA-FORGIVEN.

      *>   WS-PROTECT-THRU = the last day WS-SR-IDX's registration
      *>   protects: its service end plus SCRA-GRACE-DAYS, zero while
      *>   the member is still serving.
       COMPUTE-PROTECT-THRU.
           MOVE 0 TO WS-PROTECT-THRU
           IF WS-SR-END(WS-SR-IDX) > 0
               COMPUTE WS-PROTECT-THRU =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-SR-END(WS-SR-IDX))
                       + SCRA-GRACE-DAYS)
           END-IF.

       LOAD-SCRA-FILE.
           MOVE 0 TO WS-SR-COUNT
           OPEN INPUT SCRA-FILE
           IF WS-SCRA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SCRA-FILE
                   AT END
                       CLOSE SCRA-FILE
                       EXIT PERFORM
               END-READ
               IF WS-SR-COUNT < 500
                   ADD 1 TO WS-SR-COUNT
                   MOVE SCRA-ACCT-ID TO WS-SR-ACCT(WS-SR-COUNT)
                   MOVE SCRA-MEMBER-NAME TO WS-SR-NAME(WS-SR-COUNT)
                   MOVE SCRA-SERVICE-START TO WS-SR-START(WS-SR-COUNT)
                   MOVE SCRA-SERVICE-END TO WS-SR-END(WS-SR-COUNT)
                   MOVE SCRA-VERIFY-SOURCE TO WS-SR-SOURCE(WS-SR-COUNT)
                   MOVE SCRA-VERIFY-DATE TO WS-SR-VERIFIED(WS-SR-COUNT)
                   MOVE SCRA-STATUS TO WS-SR-STATUS(WS-SR-COUNT)
                   MOVE SCRA-OPERATOR-ID TO WS-SR-OPERATOR(WS-SR-COUNT)
                   MOVE SCRA-CHANGED-DATE TO WS-SR-CHANGED(WS-SR-COUNT)
               END-IF
           END-PERFORM.

       SAVE-SCRA-FILE.
           OPEN OUTPUT SCRA-FILE
           IF WS-SCRA-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SCRA-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               MOVE WS-SR-ACCT(WS-SR-IDX) TO SCRA-ACCT-ID
               MOVE WS-SR-NAME(WS-SR-IDX) TO SCRA-MEMBER-NAME
               MOVE WS-SR-START(WS-SR-IDX) TO SCRA-SERVICE-START
               MOVE WS-SR-END(WS-SR-IDX) TO SCRA-SERVICE-END
               MOVE WS-SR-SOURCE(WS-SR-IDX) TO SCRA-VERIFY-SOURCE
               MOVE WS-SR-VERIFIED(WS-SR-IDX) TO SCRA-VERIFY-DATE
               MOVE WS-SR-STATUS(WS-SR-IDX) TO SCRA-STATUS
               MOVE WS-SR-OPERATOR(WS-SR-IDX) TO SCRA-OPERATOR-ID
               MOVE WS-SR-CHANGED(WS-SR-IDX) TO SCRA-CHANGED-DATE
               WRITE SCRA-RECORD
           END-PERFORM
           CLOSE SCRA-FILE.

       APPEND-OPLOG-ENTRY.
           MOVE WS-IN-OPERATOR-ID TO OPLOG-OPERATOR-ID
           MOVE "SCRA" TO OPLOG-PROGRAM
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
