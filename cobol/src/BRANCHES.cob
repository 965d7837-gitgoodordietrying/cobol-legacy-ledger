      *>================================================================*
      *>  Program:     BRANCHES.cob
      *>  System:      LEGACY LEDGER — Branch Master Maintenance
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    Maintains BRANCH.DAT, the master of branch codes
      *>    TRANSACT.cob will accept in TRANS-BRANCH (RESULT|24 on an
      *>    unknown or Closed code), and ACCTBRN.DAT, the home branch
      *>    each account's deposits and fee income report under on
      *>    REPORTS.cob's BRANCH report.
      *>
      *>  Operations (via command-line argument):
      *>    ADD <code> <name> <region> <cost-center> [<operator>]
      *>            — register a new Open branch; <name> is a single
      *>              token (underscores for multi-word text)
      *>    UPDATE <code> <name> <region> <cost-center> [<operator>]
      *>            — replace a branch's name, region and cost center
      *>              (status is left alone)
      *>    CLOSE <code> [<operator>]
      *>            — flip a branch to Closed; it stays on file for
      *>              history and TRANSACT stops accepting it
      *>    REOPEN <code> [<operator>]
      *>            — flip a Closed branch back to Open
      *>    LIST [<operator>]
      *>            — display the whole master
      *>    ASSIGN <acct-id> <code> [<operator>]
      *>            — set (or move) an existing account's home branch;
      *>              the branch must be Open
      *>
      *>  Files:
      *>    I-O:    BRANCH.DAT (LINE SEQUENTIAL, 67-byte — loaded whole
      *>            and rewritten, same idiom as PAYEES.cob)
      *>    I-O:    ACCTBRN.DAT (LINE SEQUENTIAL, 22-byte — loaded
      *>            whole and rewritten by ASSIGN)
      *>    Input:  ACCOUNTS.DAT (INDEXED — ASSIGN's account lookup)
      *>    Input:  CHKDXMPT.DAT (LINE SEQUENTIAL — check-digit
      *>            exemptions, see ACCTCHK.cpy)
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended)
      *>
      *>  Copybooks:
      *>    BRANCHREC.cpy — Branch master record layout (67 bytes)
      *>    ACCTBRREC.cpy — Account home-branch record layout
      *>    ACCTREC.cpy   — Account record layout
      *>    CDXREC.cpy    — Check-digit exemption record layout
      *>    ACCTCHK.cpy   — ACCT-ID check-digit work area
      *>    OPLOGREC.cpy  — Shared operator session log record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Added:    BRANCH-ADDED|CODE|NAME|REGION|COST-CENTER
      *>    Updated:  BRANCH-UPDATED|CODE|NAME|REGION|COST-CENTER
      *>    Closed:   BRANCH-CLOSED|CODE
      *>    Reopened: BRANCH-REOPENED|CODE
      *>    List:     BRANCH|CODE|NAME|REGION|STATUS|COST-CENTER|
      *>              OPENED|STATUS-DATE
      *>    Assigned: BRANCH-ASSIGNED|ACCT-ID|OLD-CODE|NEW-CODE
      *>    Result:   RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Branch code not found (UPDATE/CLOSE/REOPEN), or
      *>                ASSIGN's account not on file
      *>    RESULT|08 — Invalid request (blank code/name/region, or
      *>                duplicate branch code on ADD)
      *>    RESULT|23 — ASSIGN's account number fails its check digit
      *>    RESULT|24 — ASSIGN to a branch that is unknown or Closed
      *>    RESULT|99 — File I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation — branch master
      *>                     behind TRANSACT.cob's TRANS-BRANCH
      *>                     validation and REPORTS.cob's BRANCH report
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE
               ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT ACCTBRN-FILE
               ASSIGN TO "ACCTBRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABR-STATUS.
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
       FD  BRANCH-FILE.
       COPY "BRANCHREC.cpy".
       FD  ACCTBRN-FILE.
       COPY "ACCTBRREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".
       FD  CHKDXMPT-FILE.
       COPY "CDXREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BRANCH-STATUS       PIC XX VALUE SPACES.
       01  WS-ABR-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-IN-ARG-1            PIC X(30) VALUE SPACES.
       01  WS-IN-ARG-2            PIC X(30) VALUE SPACES.
       01  WS-IN-ARG-3            PIC X(30) VALUE SPACES.
       01  WS-IN-ARG-4            PIC X(30) VALUE SPACES.
       01  WS-IN-ARG-5            PIC X(30) VALUE SPACES.
       01  WS-IN-BRANCH-CODE      PIC X(4) VALUE SPACES.
       01  WS-IN-NAME             PIC X(30) VALUE SPACES.
       01  WS-IN-REGION           PIC X(10) VALUE SPACES.
       01  WS-IN-COST-CENTER      PIC X(6) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-RESULT-CODE         PIC X(2) VALUE '00'.
       01  WS-OPLOG-OPERATION     PIC X(14) VALUE SPACES.
       01  WS-OPLOG-KEY-ID        PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-BR-COUNT            PIC 9(3) VALUE 0.
       01  WS-BR-IDX              PIC 9(3) VALUE 0.
       01  WS-BR-MATCH-IDX        PIC 9(3) VALUE 0.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 200 TIMES.
               10  WS-BR-CODE         PIC X(4).
               10  WS-BR-NAME         PIC X(30).
               10  WS-BR-REGION       PIC X(10).
               10  WS-BR-STATUS       PIC X(1).
               10  WS-BR-COST-CENTER  PIC X(6).
               10  WS-BR-OPENED       PIC 9(8).
               10  WS-BR-STATUS-DATE  PIC 9(8).
       01  WS-AB-COUNT            PIC 9(4) VALUE 0.
       01  WS-AB-IDX              PIC 9(4) VALUE 0.
       01  WS-AB-MATCH-IDX        PIC 9(4) VALUE 0.
       01  WS-AB-OLD-CODE         PIC X(4) VALUE SPACES.
       01  WS-AB-TABLE.
           05  WS-AB-ENTRY OCCURS 2000 TIMES.
               10  WS-AB-ACCT-ID      PIC X(10).
               10  WS-AB-BRANCH       PIC X(4).
               10  WS-AB-ASSIGNED     PIC 9(8).
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
                    WS-IN-ARG-5
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
      *>   Each shape names its own argument slots; whatever follows
      *>   the last one is the operator id.
           EVALUATE WS-OPERATION
               WHEN "ADD"
               WHEN "UPDATE"
                   MOVE WS-IN-ARG-1 TO WS-IN-BRANCH-CODE
                   MOVE WS-IN-ARG-2 TO WS-IN-NAME
                   MOVE WS-IN-ARG-3 TO WS-IN-REGION
                   MOVE WS-IN-ARG-4 TO WS-IN-COST-CENTER
                   MOVE WS-IN-ARG-5 TO WS-IN-OPERATOR-ID
               WHEN "ASSIGN"
                   MOVE WS-IN-ARG-1 TO WS-IN-ACCT-ID
                   MOVE WS-IN-ARG-2 TO WS-IN-BRANCH-CODE
                   MOVE WS-IN-ARG-3 TO WS-IN-OPERATOR-ID
               WHEN "LIST"
                   MOVE WS-IN-ARG-1 TO WS-IN-OPERATOR-ID
               WHEN OTHER
                   MOVE WS-IN-ARG-1 TO WS-IN-BRANCH-CODE
                   MOVE WS-IN-ARG-2 TO WS-IN-OPERATOR-ID
           END-EVALUATE
           INSPECT WS-IN-NAME REPLACING ALL "_" BY " "
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF

           EVALUATE WS-OPERATION
               WHEN "ADD"
                   PERFORM PROCESS-ADD
                   MOVE "ADD" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-BRANCH-CODE TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "UPDATE"
                   PERFORM PROCESS-UPDATE
                   MOVE "UPDATE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-BRANCH-CODE TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "CLOSE"
                   PERFORM PROCESS-CLOSE
                   MOVE "CLOSE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-BRANCH-CODE TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "REOPEN"
                   PERFORM PROCESS-REOPEN
                   MOVE "REOPEN" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-BRANCH-CODE TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "LIST"
                   PERFORM PROCESS-LIST
                   MOVE "LIST" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "ASSIGN"
                   MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
                   PERFORM CHECK-ENTRY-ACCT-ID
                   IF WS-RESULT-CODE = '00'
                       PERFORM PROCESS-ASSIGN
                   END-IF
                   MOVE "ASSIGN" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
           END-EVALUATE

           STOP RUN.

       PROCESS-ADD.
           IF WS-IN-BRANCH-CODE = SPACES OR WS-IN-NAME = SPACES
               OR WS-IN-REGION = SPACES
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BRANCH-FILE
           PERFORM FIND-BRANCH
           IF WS-BR-MATCH-IDX > 0
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "ERROR|DUPLICATE-BRANCH|" WS-IN-BRANCH-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           IF WS-BR-COUNT >= 200
               DISPLAY "ERROR|BRANCH-TABLE-FULL|" WS-IN-BRANCH-CODE
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BR-COUNT
           MOVE WS-IN-BRANCH-CODE TO WS-BR-CODE(WS-BR-COUNT)
           MOVE WS-IN-NAME TO WS-BR-NAME(WS-BR-COUNT)
           MOVE WS-IN-REGION TO WS-BR-REGION(WS-BR-COUNT)
           MOVE 'O' TO WS-BR-STATUS(WS-BR-COUNT)
           MOVE WS-IN-COST-CENTER TO WS-BR-COST-CENTER(WS-BR-COUNT)
           MOVE WS-CURRENT-DATE TO WS-BR-OPENED(WS-BR-COUNT)
           MOVE WS-CURRENT-DATE TO WS-BR-STATUS-DATE(WS-BR-COUNT)
           PERFORM SAVE-BRANCH-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BRANCH-ADDED|" WS-IN-BRANCH-CODE "|" WS-IN-NAME
               "|" WS-IN-REGION "|" WS-IN-COST-CENTER
           DISPLAY "RESULT|00".

       PROCESS-UPDATE.
           IF WS-IN-NAME = SPACES OR WS-IN-REGION = SPACES
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BRANCH-FILE
           PERFORM FIND-BRANCH
           IF WS-BR-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-NAME TO WS-BR-NAME(WS-BR-MATCH-IDX)
           MOVE WS-IN-REGION TO WS-BR-REGION(WS-BR-MATCH-IDX)
           MOVE WS-IN-COST-CENTER
               TO WS-BR-COST-CENTER(WS-BR-MATCH-IDX)
           PERFORM SAVE-BRANCH-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BRANCH-UPDATED|" WS-IN-BRANCH-CODE "|" WS-IN-NAME
               "|" WS-IN-REGION "|" WS-IN-COST-CENTER
           DISPLAY "RESULT|00".

       PROCESS-CLOSE.
           PERFORM LOAD-BRANCH-FILE
           PERFORM FIND-BRANCH
           IF WS-BR-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-BR-STATUS(WS-BR-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-BR-STATUS-DATE(WS-BR-MATCH-IDX)
           PERFORM SAVE-BRANCH-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BRANCH-CLOSED|" WS-IN-BRANCH-CODE
           DISPLAY "RESULT|00".

       PROCESS-REOPEN.
           PERFORM LOAD-BRANCH-FILE
           PERFORM FIND-BRANCH
           IF WS-BR-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO WS-BR-STATUS(WS-BR-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-BR-STATUS-DATE(WS-BR-MATCH-IDX)
           PERFORM SAVE-BRANCH-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BRANCH-REOPENED|" WS-IN-BRANCH-CODE
           DISPLAY "RESULT|00".

       PROCESS-LIST.
           PERFORM LOAD-BRANCH-FILE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               DISPLAY "BRANCH|" WS-BR-CODE(WS-BR-IDX) "|"
                   WS-BR-NAME(WS-BR-IDX) "|"
                   WS-BR-REGION(WS-BR-IDX) "|"
                   WS-BR-STATUS(WS-BR-IDX) "|"
                   WS-BR-COST-CENTER(WS-BR-IDX) "|"
                   WS-BR-OPENED(WS-BR-IDX) "|"
                   WS-BR-STATUS-DATE(WS-BR-IDX)
           END-PERFORM
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   Home branch for an account already on file — accounts
      *>   opened before branches were tracked report UNASSIGNED on
      *>   REPORTS.cob's BRANCH report until this is run for them.
       PROCESS-ASSIGN.
           PERFORM LOAD-BRANCH-FILE
           PERFORM FIND-BRANCH
           IF WS-BR-MATCH-IDX = 0
               MOVE RC-INVALID-BRANCH TO WS-RESULT-CODE
               DISPLAY "ERROR|BRANCH|" WS-IN-BRANCH-CODE
               DISPLAY "RESULT|24"
               EXIT PARAGRAPH
           END-IF
           IF WS-BR-STATUS(WS-BR-MATCH-IDX) NOT = 'O'
               MOVE RC-INVALID-BRANCH TO WS-RESULT-CODE
               DISPLAY "ERROR|BRANCH-CLOSED|" WS-IN-BRANCH-CODE
               DISPLAY "RESULT|24"
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
           PERFORM LOAD-ACCTBRN-FILE
           MOVE 0 TO WS-AB-MATCH-IDX
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
               UNTIL WS-AB-IDX > WS-AB-COUNT
               IF WS-AB-ACCT-ID(WS-AB-IDX) = WS-IN-ACCT-ID
                   MOVE WS-AB-IDX TO WS-AB-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-AB-OLD-CODE
           IF WS-AB-MATCH-IDX = 0
               IF WS-AB-COUNT >= 2000
                   DISPLAY "ERROR|ACCTBRN-TABLE-FULL|" WS-IN-ACCT-ID
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AB-COUNT
               MOVE WS-AB-COUNT TO WS-AB-MATCH-IDX
               MOVE WS-IN-ACCT-ID TO WS-AB-ACCT-ID(WS-AB-MATCH-IDX)
           ELSE
               MOVE WS-AB-BRANCH(WS-AB-MATCH-IDX) TO WS-AB-OLD-CODE
           END-IF
           MOVE WS-IN-BRANCH-CODE TO WS-AB-BRANCH(WS-AB-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-AB-ASSIGNED(WS-AB-MATCH-IDX)
           PERFORM SAVE-ACCTBRN-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "BRANCH-ASSIGNED|" WS-IN-ACCT-ID "|"
               WS-AB-OLD-CODE "|" WS-IN-BRANCH-CODE
           DISPLAY "RESULT|00".

       FIND-BRANCH.
           MOVE 0 TO WS-BR-MATCH-IDX
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-CODE(WS-BR-IDX) = WS-IN-BRANCH-CODE
                   MOVE WS-BR-IDX TO WS-BR-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-BRANCH-FILE.
           MOVE 0 TO WS-BR-COUNT
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BRANCH-FILE
                   AT END
                       CLOSE BRANCH-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-BR-COUNT
               MOVE BRANCH-CODE TO WS-BR-CODE(WS-BR-COUNT)
               MOVE BRANCH-NAME TO WS-BR-NAME(WS-BR-COUNT)
               MOVE BRANCH-REGION TO WS-BR-REGION(WS-BR-COUNT)
               MOVE BRANCH-STATUS TO WS-BR-STATUS(WS-BR-COUNT)
               MOVE BRANCH-COST-CENTER
                   TO WS-BR-COST-CENTER(WS-BR-COUNT)
               MOVE BRANCH-OPEN-DATE TO WS-BR-OPENED(WS-BR-COUNT)
               MOVE BRANCH-STATUS-DATE
                   TO WS-BR-STATUS-DATE(WS-BR-COUNT)
           END-PERFORM.

       SAVE-BRANCH-FILE.
           OPEN OUTPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-BRANCH-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-CODE(WS-BR-IDX) TO BRANCH-CODE
               MOVE WS-BR-NAME(WS-BR-IDX) TO BRANCH-NAME
               MOVE WS-BR-REGION(WS-BR-IDX) TO BRANCH-REGION
               MOVE WS-BR-STATUS(WS-BR-IDX) TO BRANCH-STATUS
               MOVE WS-BR-COST-CENTER(WS-BR-IDX) TO BRANCH-COST-CENTER
               MOVE WS-BR-OPENED(WS-BR-IDX) TO BRANCH-OPEN-DATE
               MOVE WS-BR-STATUS-DATE(WS-BR-IDX) TO BRANCH-STATUS-DATE
               WRITE BRANCH-RECORD
           END-PERFORM
           CLOSE BRANCH-FILE.

       LOAD-ACCTBRN-FILE.
           MOVE 0 TO WS-AB-COUNT
           OPEN INPUT ACCTBRN-FILE
           IF WS-ABR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCTBRN-FILE
                   AT END
                       CLOSE ACCTBRN-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-AB-COUNT
               MOVE ABR-ACCT-ID TO WS-AB-ACCT-ID(WS-AB-COUNT)
               MOVE ABR-BRANCH-CODE TO WS-AB-BRANCH(WS-AB-COUNT)
               MOVE ABR-ASSIGNED-DATE TO WS-AB-ASSIGNED(WS-AB-COUNT)
           END-PERFORM.

       SAVE-ACCTBRN-FILE.
           OPEN OUTPUT ACCTBRN-FILE
           IF WS-ABR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ABR-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
               UNTIL WS-AB-IDX > WS-AB-COUNT
               MOVE WS-AB-ACCT-ID(WS-AB-IDX) TO ABR-ACCT-ID
               MOVE WS-AB-BRANCH(WS-AB-IDX) TO ABR-BRANCH-CODE
               MOVE WS-AB-ASSIGNED(WS-AB-IDX) TO ABR-ASSIGNED-DATE
               WRITE ACCT-BRANCH-RECORD
           END-PERFORM
           CLOSE ACCTBRN-FILE.

       APPEND-OPLOG-ENTRY.
           MOVE WS-IN-OPERATOR-ID TO OPLOG-OPERATOR-ID
           MOVE "BRANCHES" TO OPLOG-PROGRAM
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
