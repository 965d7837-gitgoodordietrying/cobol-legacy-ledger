      *>================================================================*
      *>  Program:     BANKRUPT.cob
      *>  System:      LEGACY LEDGER — Bankruptcy Filing Registry
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    A customer's bankruptcy filing puts the automatic stay on
      *>    every collection effort against them, but the batch kept
      *>    right on going — autopay drafts, late charges, overdraft
      *>    fees, NSF re-presentments, sweep pulls and overdrawn
      *>    notices — because nothing in the ledger knew about the
      *>    case. This program is the registry (BANKRUPT.DAT): FILE
      *>    records the case against a debtor, and while it is open
      *>    each collection path (LOANS.cob AUTODEBIT, FEES.cob
      *>    ASSESS, TRANSACT.cob REPRESENT and overdraft fees,
      *>    SWEEP.cob pulls, COLLECT.cob AGING notices) skips the
      *>    debtor's accounts and logs why to STAYSKIP.DAT — see
      *>    STAYCHK.cpy. DISCHARGE closes the case and queues the
      *>    debtor's loans for write-off review; DISMISS closes it and
      *>    normal collection simply resumes. STAYRPT is the
      *>    stay-exception report the legal team reviews.
      *>
      *>  Operations (via command-line argument):
      *>    FILE <A|N> <acct-id | name> <chapter> <case-num>
      *>         <filing-yyyymmdd> <trustee | NONE> [<operator>]
      *>            — register a debtor on a case: 'A' names one
      *>              account, 'N' a customer name matched (upper-
      *>              cased) against every account's owner and joint
      *>              owner and every loan's borrower name (name and
      *>              trustee are single tokens, underscores for
      *>              spaces). Chapter 7, 11, 12 or 13. A joint
      *>              filing is FILE run once per debtor under the
      *>              same case number. The stay is in force from the
      *>              next batch step on
      *>    DISCHARGE <case-num> <yyyymmdd> [<operator>]
      *>            — close the case as discharged: every active loan
      *>              of the case's debtors is queued for write-off
      *>              review (WOREVIEW.DAT), its autopay cancelled and
      *>              its queued autopay retries dropped
      *>    DISMISS <case-num> <yyyymmdd> [<operator>]
      *>            — close the case as dismissed: the stay ends and
      *>              collection resumes
      *>    LIST [<operator>]
      *>            — every registry entry, open and closed
      *>    STAYRPT [<from-yyyymmdd>] [<operator>]
      *>            — stay-exception report: the open cases, then
      *>              every collection action held back for the stay
      *>              (from the date given, or all), totalled by path
      *>
      *>  Files:
      *>    I-O:    BANKRUPT.DAT (LINE SEQUENTIAL, 118-byte — loaded
      *>            whole and rewritten)
      *>    Input:  ACCOUNTS.DAT (INDEXED, keyed on ACCT-ID — FILE
      *>            lists the accounts stayed, DISCHARGE matches loan
      *>            borrowers by their account's owner names)
      *>    I-O:    LOANS.DAT (LINE SEQUENTIAL, 236-byte loan master
      *>            kept by LOANS.cob — DISCHARGE only, loaded whole
      *>            and rewritten)
      *>    I-O:    REPRESENT.DAT (LINE SEQUENTIAL, 102-byte NSF
      *>            re-presentment queue — DISCHARGE only, loaded
      *>            whole and rewritten)
      *>    Output: WOREVIEW.DAT (LINE SEQUENTIAL, 109-byte, appended
      *>            — loan write-off review queue)
      *>    Input:  STAYSKIP.DAT (LINE SEQUENTIAL, 128-byte stay skip
      *>            log written by the collection paths — STAYRPT)
      *>    Input:  CHKDXMPT.DAT (check-digit exemptions — FILE 'A')
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended)
      *>
      *>  Copybooks:
      *>    BKRPTREC.cpy  — Bankruptcy filing registry record layout
      *>    STAYSKREC.cpy — Automatic-stay skip log record layout
      *>    LNWOREC.cpy   — Loan write-off review record layout
      *>    LOANREC.cpy   — Loan master record layout
      *>    REPRESENTREC.cpy — NSF re-presentment queue record layout
      *>    ACCTREC.cpy   — Account record layout (148 bytes)
      *>    OPLOGREC.cpy  — Shared operator session log record layout
      *>    CDXREC.cpy    — Check-digit exemption record layout
      *>    ACCTCHK.cpy   — ACCT-ID check-digit work area
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    File:      BANKRUPT-STAYED|CASE|ACCT-ID|ACCT-NAME per
      *>               account now under the stay, then
      *>               BANKRUPT-FILED|CASE|KEY-TYPE|KEY|CHAPTER|
      *>               FILING-DATE|TRUSTEE|ACCOUNTS-STAYED
      *>    Discharge: BANKRUPT-WRITEOFF-REVIEW|CASE|LOAN-ID|ACCT|
      *>               BALANCE|LATE-CHARGES|AUTOPAY-CANCELLED (Y/N)|
      *>               RETRIES-DROPPED per loan, then
      *>               BANKRUPT-DISCHARGED|CASE|DATE|ENTRIES|LOANS
      *>    Dismiss:   BANKRUPT-DISMISSED|CASE|DATE|ENTRIES
      *>    List:      BANKRUPT|CASE|KEY-TYPE|KEY|CHAPTER|FILING-DATE|
      *>               TRUSTEE|STATUS|CLOSE-DATE then BANKRUPT-COUNT|N
      *>    Stayrpt:   STAY-CASE|CASE|KEY-TYPE|KEY|CHAPTER|FILING-DATE|
      *>               TRUSTEE per open entry,
      *>               STAY-EXCEPTION|DATE|PROGRAM|PATH|ACCT-ID|REF|
      *>               CASE|CHAPTER|CASE-STATUS|AMOUNT|REASON per
      *>               held-back action, STAYRPT-PATH|PATH|COUNT|
      *>               AMOUNT per path, then STAYRPT-SUMMARY|
      *>               OPEN-ENTRIES|EXCEPTIONS|AMOUNT
      *>    Result:    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — FILE: account not found; DISCHARGE/DISMISS:
      *>                no open case under that number
      *>    RESULT|08 — Invalid request (bad key type, chapter or
      *>                date, blank case number/trustee, debtor
      *>                already in an open case, case already closed,
      *>                closing date before the filing date)
      *>    RESULT|23 — Malformed account number (fails its check
      *>                digit and isn't exempted on CHKDXMPT.DAT)
      *>    RESULT|99 — File I/O error, registry full, or unknown
      *>                operation
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation — bankruptcy
      *>                     registry, automatic-stay skip log and
      *>                     stay-exception report, write-off review
      *>                     at discharge
      *>    2026-10-15  AKD  Loan master images staged at LOANREC.cpy's
      *>                     new 236-byte length (servicemember rate-cap
      *>                     fields)
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRUPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKRUPT-FILE
               ASSIGN TO "BANKRUPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKR-STATUS.
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
           SELECT REPRESENT-FILE
               ASSIGN TO "REPRESENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT WOREVIEW-FILE
               ASSIGN TO "WOREVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNWO-STATUS.
           SELECT STAY-SKIP-FILE
               ASSIGN TO "STAYSKIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSK-STATUS.
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
       FD  BANKRUPT-FILE.
       COPY "BKRPTREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  LOAN-FILE.
       COPY "LOANREC.cpy".
       FD  REPRESENT-FILE.
       COPY "REPRESENTREC.cpy".
       FD  WOREVIEW-FILE.
       COPY "LNWOREC.cpy".
       FD  STAY-SKIP-FILE.
       COPY "STAYSKREC.cpy".
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".
       FD  CHKDXMPT-FILE.
       COPY "CDXREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BKR-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-LOAN-STATUS         PIC XX VALUE SPACES.
       01  WS-REP-STATUS          PIC XX VALUE SPACES.
       01  WS-LNWO-STATUS         PIC XX VALUE SPACES.
       01  WS-SSK-STATUS          PIC XX VALUE SPACES.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-IN-KEY-TYPE         PIC X(1) VALUE SPACE.
       01  WS-IN-KEY              PIC X(30) VALUE SPACES.
       01  WS-IN-CHAPTER-STR      PIC X(4) VALUE SPACES.
       01  WS-IN-CHAPTER          PIC 9(2) VALUE 0.
       01  WS-IN-CASE-NUM         PIC X(20) VALUE SPACES.
       01  WS-IN-DATE-STR         PIC X(10) VALUE SPACES.
       01  WS-IN-DATE             PIC 9(8) VALUE 0.
       01  WS-IN-TRUSTEE          PIC X(30) VALUE SPACES.
       01  WS-IN-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-IN-TOKEN            PIC X(10) VALUE SPACES.
       01  WS-RESULT-CODE         PIC X(2) VALUE '00'.
       01  WS-OPLOG-OPERATION     PIC X(14) VALUE SPACES.
       01  WS-OPLOG-KEY-ID        PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-FOUND-FLAG          PIC X VALUE 'N'.
       01  WS-ACCT-EOF            PIC X VALUE 'N'.
       01  WS-UPPER-NAME          PIC X(30) VALUE SPACES.
       01  WS-MATCH-FLAG          PIC X VALUE 'N'.
       01  WS-STAYED-COUNT        PIC 9(4) VALUE 0.
       01  WS-CLOSE-STATUS        PIC X(1) VALUE SPACE.
       01  WS-CLOSE-COUNT         PIC 9(4) VALUE 0.
       01  WS-CASE-CHAPTER        PIC 9(2) VALUE 0.
       01  WS-CASE-FILED          PIC 9(8) VALUE 0.
       01  WS-REVIEW-COUNT        PIC 9(4) VALUE 0.
       01  WS-RETRY-DROP-COUNT    PIC 9(3) VALUE 0.
       01  WS-BORROWER-OWNER      PIC X(30) VALUE SPACES.
       01  WS-BORROWER-JOINT      PIC X(30) VALUE SPACES.

      *>   The registry, staged whole and rewritten.
       01  WS-BK-COUNT            PIC 9(3) VALUE 0.
       01  WS-BK-IDX              PIC 9(3) VALUE 0.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY OCCURS 200 TIMES.
               10  WS-BK-CASE         PIC X(20).
               10  WS-BK-KEY-TYPE     PIC X(1).
               10  WS-BK-KEY          PIC X(30).
               10  WS-BK-CHAPTER      PIC 9(2).
               10  WS-BK-FILED        PIC 9(8).
               10  WS-BK-TRUSTEE      PIC X(30).
               10  WS-BK-STATUS       PIC X(1).
               10  WS-BK-CLOSED       PIC 9(8).
               10  WS-BK-OPERATOR     PIC X(10).
               10  WS-BK-CHANGED      PIC 9(8).

      *>   DISCHARGE rewrites LOANS.DAT and REPRESENT.DAT, files that
      *>   belong to LOANS.cob/TRANSACT.cob: each record is carried
      *>   as its whole image and only the fields touched here are
      *>   changed, through the FD record, so nothing else on it is
      *>   disturbed.
       01  WS-LI-COUNT            PIC 9(3) VALUE 0.
       01  WS-LI-IDX              PIC 9(3) VALUE 0.
       01  WS-LI-CHANGED          PIC X VALUE 'N'.
       01  WS-LI-TABLE.
           05  WS-LI-IMAGE        PIC X(236) OCCURS 200 TIMES.
       01  WS-RI-COUNT            PIC 9(3) VALUE 0.
       01  WS-RI-IDX              PIC 9(3) VALUE 0.
       01  WS-RI-CHANGED          PIC X VALUE 'N'.
       01  WS-RI-TABLE.
           05  WS-RI-IMAGE        PIC X(102) OCCURS 200 TIMES.

      *>   STAYRPT totals by collection path (SSK-PATH).
       01  WS-SP-COUNT            PIC 9(2) VALUE 0.
       01  WS-SP-IDX              PIC 9(2) VALUE 0.
       01  WS-SP-TABLE.
           05  WS-SP-ENTRY OCCURS 20 TIMES.
               10  WS-SP-PATH         PIC X(10).
               10  WS-SP-ITEMS        PIC 9(5).
               10  WS-SP-AMOUNT       PIC S9(12)V99.
       01  WS-RPT-FROM            PIC 9(8) VALUE 0.
       01  WS-RPT-OPEN            PIC 9(4) VALUE 0.
       01  WS-RPT-ITEMS           PIC 9(6) VALUE 0.
       01  WS-RPT-TOTAL           PIC S9(12)V99 VALUE 0.
       01  WS-RPT-CASE-STATUS     PIC X(1) VALUE SPACE.
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
               WHEN "FILE"
                   PERFORM PARSE-FILE-LINE
                   MOVE '00' TO WS-RESULT-CODE
                   IF WS-IN-KEY-TYPE = 'A'
                       MOVE WS-IN-KEY TO WS-CHKD-ID
                       PERFORM CHECK-ENTRY-ACCT-ID
                   END-IF
                   IF WS-RESULT-CODE = '00'
                       PERFORM PROCESS-FILE
                   END-IF
                   MOVE "FILE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CASE-NUM TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "DISCHARGE"
                   PERFORM PARSE-CLOSE-LINE
                   MOVE 'D' TO WS-CLOSE-STATUS
                   PERFORM PROCESS-CLOSE-CASE
                   MOVE "DISCHARGE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CASE-NUM TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "DISMISS"
                   PERFORM PARSE-CLOSE-LINE
                   MOVE 'X' TO WS-CLOSE-STATUS
                   PERFORM PROCESS-CLOSE-CASE
                   MOVE "DISMISS" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CASE-NUM TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "LIST"
                   PERFORM PARSE-OPERATOR-LINE
                   PERFORM PROCESS-LIST
                   MOVE "LIST" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "STAYRPT"
                   PERFORM PARSE-STAYRPT-LINE
                   PERFORM PROCESS-STAY-REPORT
                   MOVE "STAYRPT" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
           END-EVALUATE

           STOP RUN.

       PARSE-FILE-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-KEY-TYPE
                    WS-IN-KEY
                    WS-IN-CHAPTER-STR
                    WS-IN-CASE-NUM
                    WS-IN-DATE-STR
                    WS-IN-TRUSTEE
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-KEY) TO WS-IN-KEY
           IF WS-IN-KEY-TYPE = 'N'
               INSPECT WS-IN-KEY REPLACING ALL "_" BY " "
               MOVE FUNCTION UPPER-CASE(WS-IN-KEY) TO WS-IN-KEY
           END-IF
           MOVE FUNCTION TRIM(WS-IN-CHAPTER-STR) TO WS-IN-CHAPTER-STR
           MOVE 0 TO WS-IN-CHAPTER
           IF WS-IN-CHAPTER-STR NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-IN-CHAPTER-STR) = 0
               MOVE FUNCTION NUMVAL(WS-IN-CHAPTER-STR) TO WS-IN-CHAPTER
           END-IF
           MOVE FUNCTION TRIM(WS-IN-CASE-NUM) TO WS-IN-CASE-NUM
           PERFORM PARSE-IN-DATE
           MOVE FUNCTION TRIM(WS-IN-TRUSTEE) TO WS-IN-TRUSTEE
           INSPECT WS-IN-TRUSTEE REPLACING ALL "_" BY " "
           PERFORM DEFAULT-OPERATOR-ID.

       PARSE-CLOSE-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-CASE-NUM
                    WS-IN-DATE-STR
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-CASE-NUM) TO WS-IN-CASE-NUM
           PERFORM PARSE-IN-DATE
           PERFORM DEFAULT-OPERATOR-ID.

       PARSE-OPERATOR-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           PERFORM DEFAULT-OPERATOR-ID.

      *>   The from-date is optional: an eight-digit token is the
      *>   date, anything else is the operator id.
       PARSE-STAYRPT-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-TOKEN
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-TOKEN) TO WS-IN-TOKEN
           MOVE 0 TO WS-RPT-FROM
           IF WS-IN-TOKEN(1:8) IS NUMERIC
               AND WS-IN-TOKEN(9:2) = SPACES
               MOVE WS-IN-TOKEN(1:8) TO WS-RPT-FROM
           ELSE
               MOVE WS-IN-TOKEN TO WS-IN-OPERATOR-ID
           END-IF
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
      *>   FILE — one debtor on a case. The stay starts with the next
      *>   collection run that loads the registry; the accounts it
      *>   now covers are listed so the branch can confirm the match.
      *>================================================================*
       PROCESS-FILE.
           IF (WS-IN-KEY-TYPE NOT = 'A' AND WS-IN-KEY-TYPE NOT = 'N')
               OR WS-IN-KEY = SPACES
               OR WS-IN-CASE-NUM = SPACES
               OR WS-IN-TRUSTEE = SPACES
               OR (WS-IN-CHAPTER NOT = 7 AND WS-IN-CHAPTER NOT = 11
                   AND WS-IN-CHAPTER NOT = 12
                   AND WS-IN-CHAPTER NOT = 13)
               OR WS-IN-DATE = 0
               OR WS-IN-DATE > WS-CURRENT-DATE
               DISPLAY "ERROR|INVALID-FILING|" WS-IN-KEY-TYPE "|"
                   FUNCTION TRIM(WS-IN-CASE-NUM) "|" WS-IN-CHAPTER
                   "|" WS-IN-DATE
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
      *>   Chapter 11 debtors usually stay in possession with no
      *>   trustee appointed.
           IF WS-IN-TRUSTEE = "NONE"
               MOVE SPACES TO WS-IN-TRUSTEE
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
           IF WS-IN-KEY-TYPE = 'A'
               MOVE WS-IN-KEY TO ACCT-ID
               READ ACCOUNTS-FILE
                   INVALID KEY
                       CLOSE ACCOUNTS-FILE
                       MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
                       DISPLAY "RESULT|03"
                       EXIT PARAGRAPH
               END-READ
           END-IF

           PERFORM LOAD-BANKRUPT-FILE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-CASE(WS-BK-IDX) = WS-IN-CASE-NUM
                   AND WS-BK-STATUS(WS-BK-IDX) NOT = 'A'
                   CLOSE ACCOUNTS-FILE
                   DISPLAY "ERROR|CASE-CLOSED|"
                       FUNCTION TRIM(WS-IN-CASE-NUM) "|"
                       WS-BK-STATUS(WS-BK-IDX) "|"
                       WS-BK-CLOSED(WS-BK-IDX)
                   MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
                   DISPLAY "RESULT|08"
                   EXIT PARAGRAPH
               END-IF
               IF WS-BK-STATUS(WS-BK-IDX) = 'A'
                   AND WS-BK-KEY-TYPE(WS-BK-IDX) = WS-IN-KEY-TYPE
                   AND WS-BK-KEY(WS-BK-IDX) = WS-IN-KEY
                   CLOSE ACCOUNTS-FILE
                   DISPLAY "ERROR|ALREADY-IN-BANKRUPTCY|"
                       FUNCTION TRIM(WS-IN-KEY) "|"
                       FUNCTION TRIM(WS-BK-CASE(WS-BK-IDX))
                   MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
                   DISPLAY "RESULT|08"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-BK-COUNT >= 200
               CLOSE ACCOUNTS-FILE
               DISPLAY "ERROR|BANKRUPT-REGISTRY-FULL"
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF

           ADD 1 TO WS-BK-COUNT
           MOVE WS-IN-CASE-NUM TO WS-BK-CASE(WS-BK-COUNT)
           MOVE WS-IN-KEY-TYPE TO WS-BK-KEY-TYPE(WS-BK-COUNT)
           MOVE WS-IN-KEY TO WS-BK-KEY(WS-BK-COUNT)
           MOVE WS-IN-CHAPTER TO WS-BK-CHAPTER(WS-BK-COUNT)
           MOVE WS-IN-DATE TO WS-BK-FILED(WS-BK-COUNT)
           MOVE WS-IN-TRUSTEE TO WS-BK-TRUSTEE(WS-BK-COUNT)
           MOVE 'A' TO WS-BK-STATUS(WS-BK-COUNT)
           MOVE 0 TO WS-BK-CLOSED(WS-BK-COUNT)
           MOVE WS-IN-OPERATOR-ID TO WS-BK-OPERATOR(WS-BK-COUNT)
           MOVE WS-CURRENT-DATE TO WS-BK-CHANGED(WS-BK-COUNT)
           PERFORM SAVE-BANKRUPT-FILE

           MOVE 0 TO WS-STAYED-COUNT
           IF WS-IN-KEY-TYPE = 'A'
               ADD 1 TO WS-STAYED-COUNT
               DISPLAY "BANKRUPT-STAYED|" FUNCTION TRIM(WS-IN-CASE-NUM)
                   "|" ACCT-ID "|" FUNCTION TRIM(ACCT-NAME)
           ELSE
               PERFORM LIST-STAYED-ACCOUNTS
           END-IF
           CLOSE ACCOUNTS-FILE

           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BANKRUPT-FILED|" FUNCTION TRIM(WS-IN-CASE-NUM) "|"
               WS-IN-KEY-TYPE "|" FUNCTION TRIM(WS-IN-KEY) "|"
               WS-IN-CHAPTER "|" WS-IN-DATE "|"
               FUNCTION TRIM(WS-IN-TRUSTEE) "|" WS-STAYED-COUNT
           DISPLAY "RESULT|00".

      *>   Every account whose owner or joint owner is the debtor
      *>   named on an 'N' filing.
       LIST-STAYED-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-EOF
           PERFORM UNTIL WS-ACCT-EOF = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACCT-EOF
                   NOT AT END
                       MOVE ACCT-NAME TO WS-BORROWER-OWNER
                       MOVE ACCT-JOINT-OWNER TO WS-BORROWER-JOINT
                       MOVE WS-IN-KEY TO WS-UPPER-NAME
                       PERFORM TEST-OWNER-NAMES
                       IF WS-MATCH-FLAG = 'Y'
                           ADD 1 TO WS-STAYED-COUNT
                           DISPLAY "BANKRUPT-STAYED|"
                               FUNCTION TRIM(WS-IN-CASE-NUM) "|"
                               ACCT-ID "|" FUNCTION TRIM(ACCT-NAME)
                       END-IF
               END-READ
           END-PERFORM.

      *>   WS-MATCH-FLAG = 'Y' when WS-BORROWER-OWNER or
      *>   WS-BORROWER-JOINT, upper-cased, is the name in
      *>   WS-UPPER-NAME.
       TEST-OWNER-NAMES.
           MOVE 'N' TO WS-MATCH-FLAG
           IF WS-BORROWER-OWNER NOT = SPACES
               AND FUNCTION UPPER-CASE(WS-BORROWER-OWNER) =
                   WS-UPPER-NAME
               MOVE 'Y' TO WS-MATCH-FLAG
           END-IF
           IF WS-BORROWER-JOINT NOT = SPACES
               AND FUNCTION UPPER-CASE(WS-BORROWER-JOINT) =
                   WS-UPPER-NAME
               MOVE 'Y' TO WS-MATCH-FLAG
           END-IF.

      *>================================================================*
      *>   DISCHARGE / DISMISS — every open entry of the case is
      *>   closed with WS-CLOSE-STATUS. Closing the entries is what
      *>   ends the stay: the collection paths only honor open ones.
      *>   A discharge additionally puts the debtors' loans up for
      *>   write-off review.
      *>================================================================*
       PROCESS-CLOSE-CASE.
           IF WS-IN-CASE-NUM = SPACES
               OR WS-IN-DATE = 0
               OR WS-IN-DATE > WS-CURRENT-DATE
               DISPLAY "ERROR|INVALID-CLOSE|"
                   FUNCTION TRIM(WS-IN-CASE-NUM) "|" WS-IN-DATE
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BANKRUPT-FILE
           MOVE 0 TO WS-CLOSE-COUNT
           MOVE 0 TO WS-CASE-FILED
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-CASE(WS-BK-IDX) = WS-IN-CASE-NUM
                   AND WS-BK-STATUS(WS-BK-IDX) = 'A'
                   ADD 1 TO WS-CLOSE-COUNT
                   MOVE WS-BK-CHAPTER(WS-BK-IDX) TO WS-CASE-CHAPTER
                   IF WS-BK-FILED(WS-BK-IDX) > WS-CASE-FILED
                       MOVE WS-BK-FILED(WS-BK-IDX) TO WS-CASE-FILED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CLOSE-COUNT = 0
               DISPLAY "ERROR|CASE-NOT-OPEN|"
                   FUNCTION TRIM(WS-IN-CASE-NUM)
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-DATE < WS-CASE-FILED
               DISPLAY "ERROR|CLOSE-BEFORE-FILING|"
                   FUNCTION TRIM(WS-IN-CASE-NUM) "|" WS-CASE-FILED
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-CASE(WS-BK-IDX) = WS-IN-CASE-NUM
                   AND WS-BK-STATUS(WS-BK-IDX) = 'A'
                   MOVE WS-CLOSE-STATUS TO WS-BK-STATUS(WS-BK-IDX)
                   MOVE WS-IN-DATE TO WS-BK-CLOSED(WS-BK-IDX)
                   MOVE WS-IN-OPERATOR-ID TO WS-BK-OPERATOR(WS-BK-IDX)
                   MOVE WS-CURRENT-DATE TO WS-BK-CHANGED(WS-BK-IDX)
               END-IF
           END-PERFORM
           PERFORM SAVE-BANKRUPT-FILE

           MOVE RC-SUCCESS TO WS-RESULT-CODE
           IF WS-CLOSE-STATUS = 'D'
               PERFORM QUEUE-WRITEOFF-REVIEW
               DISPLAY "BANKRUPT-DISCHARGED|"
                   FUNCTION TRIM(WS-IN-CASE-NUM) "|" WS-IN-DATE "|"
                   WS-CLOSE-COUNT "|" WS-REVIEW-COUNT
           ELSE
               DISPLAY "BANKRUPT-DISMISSED|"
                   FUNCTION TRIM(WS-IN-CASE-NUM) "|" WS-IN-DATE "|"
                   WS-CLOSE-COUNT
           END-IF
           DISPLAY "RESULT|00".

      *>   Every active loan with a balance whose borrower is one of
      *>   the discharged case's debtors — by the loan's account, its
      *>   borrower name, or that account's owner or joint owner.
       QUEUE-WRITEOFF-REVIEW.
           MOVE 0 TO WS-REVIEW-COUNT
           PERFORM LOAD-LOAN-IMAGES
           IF WS-LI-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REPRESENT-IMAGES
           MOVE 'N' TO WS-LI-CHANGED
           MOVE 'N' TO WS-RI-CHANGED
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-LI-IDX FROM 1 BY 1
               UNTIL WS-LI-IDX > WS-LI-COUNT
               MOVE WS-LI-IMAGE(WS-LI-IDX) TO LOAN-RECORD
               IF LOAN-ACTIVE AND LOAN-BALANCE > 0
                   PERFORM TEST-LOAN-IN-CASE
                   IF WS-MATCH-FLAG = 'Y'
                       PERFORM REVIEW-ONE-LOAN
                       MOVE LOAN-RECORD TO WS-LI-IMAGE(WS-LI-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           IF WS-LI-CHANGED = 'Y'
               PERFORM SAVE-LOAN-IMAGES
           END-IF
           IF WS-RI-CHANGED = 'Y'
               PERFORM SAVE-REPRESENT-IMAGES
           END-IF.

      *>   WS-MATCH-FLAG = 'Y' when the loan in LOAN-RECORD belongs
      *>   to one of WS-IN-CASE-NUM's debtors.
       TEST-LOAN-IN-CASE.
           MOVE 'N' TO WS-MATCH-FLAG
           MOVE SPACES TO WS-BORROWER-OWNER
           MOVE SPACES TO WS-BORROWER-JOINT
           MOVE LOAN-BORROWER-ACCT TO ACCT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-NAME TO WS-BORROWER-OWNER
                   MOVE ACCT-JOINT-OWNER TO WS-BORROWER-JOINT
           END-READ
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-CASE(WS-BK-IDX) = WS-IN-CASE-NUM
                   AND WS-BK-STATUS(WS-BK-IDX) = 'D'
                   AND WS-BK-CLOSED(WS-BK-IDX) = WS-IN-DATE
                   IF WS-BK-KEY-TYPE(WS-BK-IDX) = 'A'
                       IF WS-BK-KEY(WS-BK-IDX) = LOAN-BORROWER-ACCT
                           MOVE 'Y' TO WS-MATCH-FLAG
                       END-IF
                   ELSE
                       MOVE WS-BK-KEY(WS-BK-IDX) TO WS-UPPER-NAME
                       IF FUNCTION UPPER-CASE(LOAN-BORROWER-NAME) =
                           WS-UPPER-NAME
                           MOVE 'Y' TO WS-MATCH-FLAG
                       ELSE
                           PERFORM TEST-OWNER-NAMES
                       END-IF
                   END-IF
               END-IF
               IF WS-MATCH-FLAG = 'Y'
                   MOVE WS-BK-CHAPTER(WS-BK-IDX) TO WS-CASE-CHAPTER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   The discharged debt can't be drafted any more: autopay is
      *>   cancelled and the loan's pending retries on REPRESENT.DAT
      *>   dropped before the review record is queued.
       REVIEW-ONE-LOAN.
           ADD 1 TO WS-REVIEW-COUNT
           MOVE 'N' TO LNWO-AUTOPAY-CANCELLED
           IF LOAN-AUTOPAY-ON
               MOVE 'C' TO LOAN-AUTOPAY-STATUS
               MOVE 'Y' TO LNWO-AUTOPAY-CANCELLED
               MOVE 'Y' TO WS-LI-CHANGED
           END-IF
           MOVE 0 TO WS-RETRY-DROP-COUNT
           PERFORM VARYING WS-RI-IDX FROM 1 BY 1
               UNTIL WS-RI-IDX > WS-RI-COUNT
               MOVE WS-RI-IMAGE(WS-RI-IDX) TO REPRESENT-RECORD
               IF REP-LOAN-ID = LOAN-ID AND REP-PENDING
                   SET REP-EXHAUSTED TO TRUE
                   MOVE REPRESENT-RECORD TO WS-RI-IMAGE(WS-RI-IDX)
                   ADD 1 TO WS-RETRY-DROP-COUNT
                   MOVE 'Y' TO WS-RI-CHANGED
               END-IF
           END-PERFORM

           MOVE LOAN-ID TO LNWO-LOAN-ID
           MOVE LOAN-BORROWER-ACCT TO LNWO-BORROWER-ACCT
           MOVE LOAN-BORROWER-NAME TO LNWO-BORROWER-NAME
           MOVE WS-IN-CASE-NUM TO LNWO-CASE-NUM
           MOVE WS-CASE-CHAPTER TO LNWO-CHAPTER
           MOVE WS-IN-DATE TO LNWO-DISCHARGE-DATE
           MOVE LOAN-BALANCE TO LNWO-BALANCE
           MOVE 0 TO LNWO-LATE-CHARGES
           IF LOAN-LATE-CHARGES IS NUMERIC
               MOVE LOAN-LATE-CHARGES TO LNWO-LATE-CHARGES
           END-IF
           MOVE WS-CURRENT-DATE TO LNWO-DATE
           OPEN EXTEND WOREVIEW-FILE
           IF WS-LNWO-STATUS NOT = '00'
               OPEN OUTPUT WOREVIEW-FILE
           END-IF
           IF WS-LNWO-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-LNWO-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE LOAN-WRITEOFF-RECORD
           CLOSE WOREVIEW-FILE
           DISPLAY "BANKRUPT-WRITEOFF-REVIEW|"
               FUNCTION TRIM(WS-IN-CASE-NUM) "|" LOAN-ID "|"
               LOAN-BORROWER-ACCT "|" LNWO-BALANCE "|"
               LNWO-LATE-CHARGES "|" LNWO-AUTOPAY-CANCELLED "|"
               WS-RETRY-DROP-COUNT.

       PROCESS-LIST.
           PERFORM LOAD-BANKRUPT-FILE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               DISPLAY "BANKRUPT|" FUNCTION TRIM(WS-BK-CASE(WS-BK-IDX))
                   "|" WS-BK-KEY-TYPE(WS-BK-IDX) "|"
                   FUNCTION TRIM(WS-BK-KEY(WS-BK-IDX)) "|"
                   WS-BK-CHAPTER(WS-BK-IDX) "|"
                   WS-BK-FILED(WS-BK-IDX) "|"
                   FUNCTION TRIM(WS-BK-TRUSTEE(WS-BK-IDX)) "|"
                   WS-BK-STATUS(WS-BK-IDX) "|"
                   WS-BK-CLOSED(WS-BK-IDX)
           END-PERFORM
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BANKRUPT-COUNT|" WS-BK-COUNT
           DISPLAY "RESULT|00".

      *>================================================================*
      *>   STAYRPT — the stay-exception report: what is under the
      *>   stay now, and every collection action the batch held back
      *>   for it, each tagged with where its case stands today (a
      *>   skip against a case since dismissed is collection that
      *>   has resumed; one since discharged may be written off).
      *>================================================================*
       PROCESS-STAY-REPORT.
           PERFORM LOAD-BANKRUPT-FILE
           MOVE 0 TO WS-RPT-OPEN
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-STATUS(WS-BK-IDX) = 'A'
                   ADD 1 TO WS-RPT-OPEN
                   DISPLAY "STAY-CASE|"
                       FUNCTION TRIM(WS-BK-CASE(WS-BK-IDX)) "|"
                       WS-BK-KEY-TYPE(WS-BK-IDX) "|"
                       FUNCTION TRIM(WS-BK-KEY(WS-BK-IDX)) "|"
                       WS-BK-CHAPTER(WS-BK-IDX) "|"
                       WS-BK-FILED(WS-BK-IDX) "|"
                       FUNCTION TRIM(WS-BK-TRUSTEE(WS-BK-IDX))
               END-IF
           END-PERFORM

           MOVE 0 TO WS-SP-COUNT
           MOVE 0 TO WS-RPT-ITEMS
           MOVE 0 TO WS-RPT-TOTAL
           OPEN INPUT STAY-SKIP-FILE
           IF WS-SSK-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ STAY-SKIP-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF SSK-DATE >= WS-RPT-FROM
                       PERFORM REPORT-ONE-STAY-SKIP
                   END-IF
               END-PERFORM
               CLOSE STAY-SKIP-FILE
           END-IF

           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SP-COUNT
               DISPLAY "STAYRPT-PATH|"
                   FUNCTION TRIM(WS-SP-PATH(WS-SP-IDX)) "|"
                   WS-SP-ITEMS(WS-SP-IDX) "|"
                   WS-SP-AMOUNT(WS-SP-IDX)
           END-PERFORM
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "STAYRPT-SUMMARY|" WS-RPT-OPEN "|" WS-RPT-ITEMS "|"
               WS-RPT-TOTAL
           DISPLAY "RESULT|00".

       REPORT-ONE-STAY-SKIP.
           MOVE SPACE TO WS-RPT-CASE-STATUS
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-CASE(WS-BK-IDX) = SSK-CASE-NUM
                   MOVE WS-BK-STATUS(WS-BK-IDX) TO WS-RPT-CASE-STATUS
                   IF WS-RPT-CASE-STATUS = 'A'
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "STAY-EXCEPTION|" SSK-DATE "|"
               FUNCTION TRIM(SSK-PROGRAM) "|" FUNCTION TRIM(SSK-PATH)
               "|" SSK-ACCT-ID "|" FUNCTION TRIM(SSK-REF) "|"
               FUNCTION TRIM(SSK-CASE-NUM) "|" SSK-CHAPTER "|"
               WS-RPT-CASE-STATUS "|" SSK-AMOUNT "|"
               FUNCTION TRIM(SSK-REASON)
           ADD 1 TO WS-RPT-ITEMS
           ADD SSK-AMOUNT TO WS-RPT-TOTAL
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-PATH(WS-SP-IDX) = SSK-PATH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SP-COUNT
               MOVE WS-SP-COUNT TO WS-SP-IDX
               MOVE SSK-PATH TO WS-SP-PATH(WS-SP-IDX)
               MOVE 0 TO WS-SP-ITEMS(WS-SP-IDX)
               MOVE 0 TO WS-SP-AMOUNT(WS-SP-IDX)
           END-IF
           ADD 1 TO WS-SP-ITEMS(WS-SP-IDX)
           ADD SSK-AMOUNT TO WS-SP-AMOUNT(WS-SP-IDX).

       LOAD-BANKRUPT-FILE.
           MOVE 0 TO WS-BK-COUNT
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
               IF WS-BK-COUNT < 200
                   ADD 1 TO WS-BK-COUNT
                   MOVE BKR-CASE-NUM TO WS-BK-CASE(WS-BK-COUNT)
                   MOVE BKR-KEY-TYPE TO WS-BK-KEY-TYPE(WS-BK-COUNT)
                   MOVE BKR-KEY TO WS-BK-KEY(WS-BK-COUNT)
                   MOVE BKR-CHAPTER TO WS-BK-CHAPTER(WS-BK-COUNT)
                   MOVE BKR-FILING-DATE TO WS-BK-FILED(WS-BK-COUNT)
                   MOVE BKR-TRUSTEE TO WS-BK-TRUSTEE(WS-BK-COUNT)
                   MOVE BKR-STATUS TO WS-BK-STATUS(WS-BK-COUNT)
                   MOVE BKR-CLOSE-DATE TO WS-BK-CLOSED(WS-BK-COUNT)
                   MOVE BKR-OPERATOR-ID TO WS-BK-OPERATOR(WS-BK-COUNT)
                   MOVE BKR-CHANGED-DATE TO WS-BK-CHANGED(WS-BK-COUNT)
               END-IF
           END-PERFORM.

       SAVE-BANKRUPT-FILE.
           OPEN OUTPUT BANKRUPT-FILE
           IF WS-BKR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-BKR-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               MOVE WS-BK-CASE(WS-BK-IDX) TO BKR-CASE-NUM
               MOVE WS-BK-KEY-TYPE(WS-BK-IDX) TO BKR-KEY-TYPE
               MOVE WS-BK-KEY(WS-BK-IDX) TO BKR-KEY
               MOVE WS-BK-CHAPTER(WS-BK-IDX) TO BKR-CHAPTER
               MOVE WS-BK-FILED(WS-BK-IDX) TO BKR-FILING-DATE
               MOVE WS-BK-TRUSTEE(WS-BK-IDX) TO BKR-TRUSTEE
               MOVE WS-BK-STATUS(WS-BK-IDX) TO BKR-STATUS
               MOVE WS-BK-CLOSED(WS-BK-IDX) TO BKR-CLOSE-DATE
               MOVE WS-BK-OPERATOR(WS-BK-IDX) TO BKR-OPERATOR-ID
               MOVE WS-BK-CHANGED(WS-BK-IDX) TO BKR-CHANGED-DATE
               WRITE BANKRUPT-RECORD
           END-PERFORM
           CLOSE BANKRUPT-FILE.

       LOAD-LOAN-IMAGES.
           MOVE 0 TO WS-LI-COUNT
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LOAN-FILE
                   AT END
                       CLOSE LOAN-FILE
                       EXIT PERFORM
               END-READ
               IF WS-LI-COUNT >= 200
                   CLOSE LOAN-FILE
                   DISPLAY "ERROR|LOAN-TABLE-FULL"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-LI-COUNT
               MOVE LOAN-RECORD TO WS-LI-IMAGE(WS-LI-COUNT)
           END-PERFORM.

       SAVE-LOAN-IMAGES.
           OPEN OUTPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-LOAN-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-LI-IDX FROM 1 BY 1
               UNTIL WS-LI-IDX > WS-LI-COUNT
               MOVE WS-LI-IMAGE(WS-LI-IDX) TO LOAN-RECORD
               WRITE LOAN-RECORD
           END-PERFORM
           CLOSE LOAN-FILE.

       LOAD-REPRESENT-IMAGES.
           MOVE 0 TO WS-RI-COUNT
           OPEN INPUT REPRESENT-FILE
           IF WS-REP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ REPRESENT-FILE
                   AT END
                       CLOSE REPRESENT-FILE
                       EXIT PERFORM
               END-READ
               IF WS-RI-COUNT >= 200
                   CLOSE REPRESENT-FILE
                   DISPLAY "ERROR|REPRESENT-QUEUE-FULL"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-RI-COUNT
               MOVE REPRESENT-RECORD TO WS-RI-IMAGE(WS-RI-COUNT)
           END-PERFORM.

       SAVE-REPRESENT-IMAGES.
           OPEN OUTPUT REPRESENT-FILE
           IF WS-REP-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-REP-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-RI-IDX FROM 1 BY 1
               UNTIL WS-RI-IDX > WS-RI-COUNT
               MOVE WS-RI-IMAGE(WS-RI-IDX) TO REPRESENT-RECORD
               WRITE REPRESENT-RECORD
           END-PERFORM
           CLOSE REPRESENT-FILE.

       APPEND-OPLOG-ENTRY.
           MOVE WS-IN-OPERATOR-ID TO OPLOG-OPERATOR-ID
           MOVE "BANKRUPT" TO OPLOG-PROGRAM
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
