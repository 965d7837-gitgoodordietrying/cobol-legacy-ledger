      *>================================================================*
      *>  Program:     MASKDATA.cob
      *>  System:      LEGACY LEDGER — Masked Test-Data Extract
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>  Modified:    2026-10-15
      *>
      *>  Purpose:
      *>    SMOKETEST.cob only ever sees its tiny hand-built
      *>    TEST-ACCOUNTS.DAT/TEST-TRANSACT.DAT, so there is no
      *>    realistic data to train new tellers on or to rehearse an
      *>    EOD change against. This copies a node's ACCOUNTS.DAT,
      *>    TRANSACT.DAT, HOLDS.DAT, KYC.DAT and EMPLOYEES.DAT into a
      *>    test directory under the same file names, with every
      *>    personal field masked on the way:
      *>      ACCOUNTS.DAT   ACCT-NAME, ACCT-JOINT-OWNER,
      *>                     ACCT-BENEFICIARY  (name mask)
      *>      KYC.DAT        KYC-APPLICANT (name mask),
      *>                     KYC-DOC-NUMBER (number mask)
      *>      EMPLOYEES.DAT  EMP-NAME (name mask), EMP-ACCT-ID and
      *>                     EMP-SPLIT-ACCT-ID (number mask — unless
      *>                     the account is on this node's
      *>                     ACCOUNTS.DAT, see MASK-EMPLOYEE-ACCOUNT)
      *>      TRANSACT.DAT,  copied byte for byte
      *>      HOLDS.DAT,
      *>      TXCHAIN.DAT
      *>
      *>    Both masks are a pure function of the value being masked
      *>    (see MASK-NAME/MASK-NUMBER), not of the record or the run,
      *>    so the same real name always becomes the same fake one —
      *>    a household's joint owner still matches the other
      *>    account's primary name, an applicant still matches the
      *>    account holder, and two nodes extracted separately still
      *>    agree. Account ids, transaction ids, hold ids, balances,
      *>    amounts, statuses and dates are never touched, so every
      *>    cross-reference INTEGRITY.cob checks resolves in the
      *>    extract exactly as it does in production, and RECONCILE
      *>    ties out to the penny.
      *>
      *>  Command line:
      *>    MASKDATA <target-dir> [<employees-path>]
      *>      <target-dir>      created if absent (mkdir -p); refused
      *>                        when blank or the current directory,
      *>                        so production files are never
      *>                        overwritten in place
      *>      <employees-path>  payroll's EMPLOYEES.DAT; defaults to
      *>                        EMPLOYEES.DAT in the current directory
      *>
      *>  Files:
      *>    Input:  ACCOUNTS.DAT (INDEXED, keyed on ACCT-ID, 148-byte)
      *>            — required
      *>    Input:  TRANSACT.DAT (LINE SEQUENTIAL, 205-byte),
      *>            TXCHAIN.DAT (LINE SEQUENTIAL, 87-byte — the hash
      *>            chain's anchor registry, so VERIFY-CHAIN.cob
      *>            proves the extracted log as it does the live one),
      *>            HOLDS.DAT (INDEXED, 114-byte), KYC.DAT (LINE
      *>            SEQUENTIAL, 91-byte), EMPLOYEES.DAT (LINE
      *>            SEQUENTIAL, 170-byte, payroll's EMPREC.cpy
      *>            layout) — each optional, reported SKIPPED when
      *>            absent
      *>    Output: the same six files under <target-dir>, same
      *>            organization and record length as their source
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy  — Account record layout (148 bytes)
      *>    TRANSREC.cpy — Transaction record layout (205 bytes)
      *>    CHAINREC.cpy — Chain anchor registry record (87 bytes)
      *>    HOLDREC.cpy  — Funds hold record layout (114 bytes)
      *>    KYCREC.cpy   — Customer identification record (91 bytes)
      *>    COMCODE.cpy  — Shared status codes and bank identifiers
      *>    (EMPLOYEES.DAT's layout is declared inline below — it
      *>    belongs to the payroll system's copybook library)
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Per file: MASK|FILE|name|records  or  MASK|SKIPPED|name
      *>    Summary:  MASK|TARGET|dir + MASK|NAMES-MASKED|count +
      *>              MASK|NUMBERS-MASKED|count
      *>    Result:   RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Extract complete
      *>    RESULT|99 — Bad target directory or file I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>    2026-10-15  AKD  Transaction records widened to 205 bytes
      *>                     for TRANS-CHAIN-HASH, and TXCHAIN.DAT is
      *>                     copied with the log so the extract's hash
      *>                     chain verifies
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKDATA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CHAIN-FILE
               ASSIGN TO "TXCHAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT HOLDS-FILE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT KYC-FILE
               ASSIGN TO "KYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KYC-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO WS-EMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT OUT-ACCOUNTS-FILE
               ASSIGN TO WS-OUT-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OUT-ACCT-ID
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OUT-TRANSACT-FILE
               ASSIGN TO WS-OUT-TX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OUT-CHAIN-FILE
               ASSIGN TO WS-OUT-CHAIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OUT-HOLDS-FILE
               ASSIGN TO WS-OUT-HOLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OUT-HOLD-ID
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OUT-KYC-FILE
               ASSIGN TO WS-OUT-KYC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OUT-EMPLOYEE-FILE
               ASSIGN TO WS-OUT-EMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  CHAIN-FILE.
       COPY "CHAINREC.cpy".
       FD  HOLDS-FILE.
       COPY "HOLDREC.cpy".
       FD  KYC-FILE.
       COPY "KYCREC.cpy".
      *>   Payroll's EMPREC.cpy (170 bytes) — only the fields masked
      *>   here are named; everything between them is carried across
      *>   as FILLER, byte for byte.
       FD  EMPLOYEE-FILE.
       01  XEMP-RECORD.
           05  XEMP-ID              PIC X(7).
           05  XEMP-NAME            PIC X(25).
           05  XEMP-BANK-CODE       PIC X(8).
           05  XEMP-ACCT-ID         PIC X(10).
           05  FILLER               PIC X(61).
           05  XEMP-SPLIT-BANK-CODE PIC X(8).
           05  XEMP-SPLIT-ACCT-ID   PIC X(10).
           05  FILLER               PIC X(41).
       FD  OUT-ACCOUNTS-FILE.
       01  OUT-ACCOUNT-RECORD.
           05  OUT-ACCT-ID          PIC X(10).
           05  FILLER               PIC X(138).
       FD  OUT-TRANSACT-FILE.
       01  OUT-TRANSACT-RECORD      PIC X(205).
       FD  OUT-CHAIN-FILE.
       01  OUT-CHAIN-RECORD         PIC X(87).
       FD  OUT-HOLDS-FILE.
       01  OUT-HOLD-RECORD.
           05  OUT-HOLD-ID          PIC X(12).
           05  FILLER               PIC X(102).
       FD  OUT-KYC-FILE.
       01  OUT-KYC-RECORD           PIC X(91).
       FD  OUT-EMPLOYEE-FILE.
       01  OUT-EMPLOYEE-RECORD      PIC X(170).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-HOLD-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-KYC-STATUS          PIC XX VALUE SPACES.
       01  WS-CHAIN-STATUS        PIC XX VALUE SPACES.
       01  WS-EMP-STATUS          PIC XX VALUE SPACES.
       01  WS-OUT-STATUS          PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OUT-DIR             PIC X(60) VALUE SPACES.
       01  WS-EMP-PATH            PIC X(60) VALUE SPACES.
       01  WS-OUT-ACCT-PATH       PIC X(80) VALUE SPACES.
       01  WS-OUT-TX-PATH         PIC X(80) VALUE SPACES.
       01  WS-OUT-CHAIN-PATH      PIC X(80) VALUE SPACES.
       01  WS-OUT-HOLD-PATH       PIC X(80) VALUE SPACES.
       01  WS-OUT-KYC-PATH        PIC X(80) VALUE SPACES.
       01  WS-OUT-EMP-PATH        PIC X(80) VALUE SPACES.
       01  WS-MKDIR-CMD           PIC X(80) VALUE SPACES.
       01  WS-FILE-NAME           PIC X(16) VALUE SPACES.
       01  WS-RECORD-COUNT        PIC 9(7) VALUE 0.
       01  WS-NAMES-MASKED        PIC 9(7) VALUE 0.
       01  WS-NUMBERS-MASKED      PIC 9(7) VALUE 0.

      *>   Fake-name pools for MASK-NAME — a masked name is FIRST,
      *>   middle initial, LAST, each picked by a hash of the real
      *>   name, so 32 x 26 x 32 (26,624) distinct fakes.
       01  WS-MASK-FIRST-VALUES.
           05  FILLER PIC X(8) VALUE 'JAMES'.
           05  FILLER PIC X(8) VALUE 'MARY'.
           05  FILLER PIC X(8) VALUE 'ROBERT'.
           05  FILLER PIC X(8) VALUE 'PATRICIA'.
           05  FILLER PIC X(8) VALUE 'JOHN'.
           05  FILLER PIC X(8) VALUE 'JENNIFER'.
           05  FILLER PIC X(8) VALUE 'MICHAEL'.
           05  FILLER PIC X(8) VALUE 'LINDA'.
           05  FILLER PIC X(8) VALUE 'DAVID'.
           05  FILLER PIC X(8) VALUE 'ELIZABET'.
           05  FILLER PIC X(8) VALUE 'WILLIAM'.
           05  FILLER PIC X(8) VALUE 'BARBARA'.
           05  FILLER PIC X(8) VALUE 'RICHARD'.
           05  FILLER PIC X(8) VALUE 'SUSAN'.
           05  FILLER PIC X(8) VALUE 'JOSEPH'.
           05  FILLER PIC X(8) VALUE 'JESSICA'.
           05  FILLER PIC X(8) VALUE 'THOMAS'.
           05  FILLER PIC X(8) VALUE 'SARAH'.
           05  FILLER PIC X(8) VALUE 'CHARLES'.
           05  FILLER PIC X(8) VALUE 'KAREN'.
           05  FILLER PIC X(8) VALUE 'DANIEL'.
           05  FILLER PIC X(8) VALUE 'NANCY'.
           05  FILLER PIC X(8) VALUE 'MATTHEW'.
           05  FILLER PIC X(8) VALUE 'LISA'.
           05  FILLER PIC X(8) VALUE 'ANTHONY'.
           05  FILLER PIC X(8) VALUE 'BETTY'.
           05  FILLER PIC X(8) VALUE 'MARK'.
           05  FILLER PIC X(8) VALUE 'SANDRA'.
           05  FILLER PIC X(8) VALUE 'DONALD'.
           05  FILLER PIC X(8) VALUE 'ASHLEY'.
           05  FILLER PIC X(8) VALUE 'STEVEN'.
           05  FILLER PIC X(8) VALUE 'DOROTHY'.
       01  WS-MASK-FIRST-TABLE REDEFINES WS-MASK-FIRST-VALUES.
           05  WS-MASK-FIRST       PIC X(8) OCCURS 32 TIMES.
       01  WS-MASK-LAST-VALUES.
           05  FILLER PIC X(10) VALUE 'ALDERMAN'.
           05  FILLER PIC X(10) VALUE 'BRADSHAW'.
           05  FILLER PIC X(10) VALUE 'CALLOWAY'.
           05  FILLER PIC X(10) VALUE 'DRUMMOND'.
           05  FILLER PIC X(10) VALUE 'ELLSWORTH'.
           05  FILLER PIC X(10) VALUE 'FAIRCHILD'.
           05  FILLER PIC X(10) VALUE 'GALLOWAY'.
           05  FILLER PIC X(10) VALUE 'HOLLOWAY'.
           05  FILLER PIC X(10) VALUE 'IVERSON'.
           05  FILLER PIC X(10) VALUE 'JARRETT'.
           05  FILLER PIC X(10) VALUE 'KINCAID'.
           05  FILLER PIC X(10) VALUE 'LANGSTON'.
           05  FILLER PIC X(10) VALUE 'MERRIWEATH'.
           05  FILLER PIC X(10) VALUE 'NORTHCOTT'.
           05  FILLER PIC X(10) VALUE 'OAKLEY'.
           05  FILLER PIC X(10) VALUE 'PEMBERTON'.
           05  FILLER PIC X(10) VALUE 'QUINLAN'.
           05  FILLER PIC X(10) VALUE 'RADCLIFFE'.
           05  FILLER PIC X(10) VALUE 'STANHOPE'.
           05  FILLER PIC X(10) VALUE 'THORNTON'.
           05  FILLER PIC X(10) VALUE 'UPCHURCH'.
           05  FILLER PIC X(10) VALUE 'VANDERMEER'.
           05  FILLER PIC X(10) VALUE 'WHITFIELD'.
           05  FILLER PIC X(10) VALUE 'YARBROUGH'.
           05  FILLER PIC X(10) VALUE 'ASHCROFT'.
           05  FILLER PIC X(10) VALUE 'BLACKWOOD'.
           05  FILLER PIC X(10) VALUE 'CROMWELL'.
           05  FILLER PIC X(10) VALUE 'DUNMORE'.
           05  FILLER PIC X(10) VALUE 'EASTWICK'.
           05  FILLER PIC X(10) VALUE 'FENWICK'.
           05  FILLER PIC X(10) VALUE 'GRANTHAM'.
           05  FILLER PIC X(10) VALUE 'HARCOURT'.
       01  WS-MASK-LAST-TABLE REDEFINES WS-MASK-LAST-VALUES.
           05  WS-MASK-LAST        PIC X(10) OCCURS 32 TIMES.
       01  WS-MASK-ALPHABET       PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-MASK-DIGITS         PIC X(10) VALUE "0123456789".

      *>   MASK-NAME / MASK-NUMBER work area — caller moves the real
      *>   value to WS-MASK-IN and takes the masked one from
      *>   WS-MASK-OUT.
       01  WS-MASK-IN             PIC X(30) VALUE SPACES.
       01  WS-MASK-OUT            PIC X(30) VALUE SPACES.
       01  WS-MASK-WORK           PIC X(30) VALUE SPACES.
       01  WS-MASK-LEN            PIC 9(2) VALUE 0.
       01  WS-MASK-POS            PIC 9(2) VALUE 0.
       01  WS-MASK-H1             PIC 9(7) VALUE 0.
       01  WS-MASK-H2             PIC 9(7) VALUE 0.
       01  WS-MASK-FIRST-IDX      PIC 9(2) VALUE 0.
       01  WS-MASK-LAST-IDX       PIC 9(2) VALUE 0.
       01  WS-MASK-INIT-IDX       PIC 9(2) VALUE 0.
       01  WS-MASK-CHAR           PIC X VALUE SPACE.
       01  WS-MASK-SHIFT          PIC 9(2) VALUE 0.
       01  WS-MASK-OFFSET         PIC 9(2) VALUE 0.
       01  WS-MASK-DIGIT          PIC 9 VALUE 0.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OUT-DIR WS-EMP-PATH
           END-UNSTRING
           IF WS-EMP-PATH = SPACES
               MOVE "EMPLOYEES.DAT" TO WS-EMP-PATH
           END-IF
      *>   Never extract over the live files — the whole point is a
      *>   separate directory the training and rehearsal runs can be
      *>   pointed at and thrown away.
           IF WS-OUT-DIR = SPACES OR "." OR "./"
               DISPLAY "ERROR|TARGET-DIR|" FUNCTION TRIM(WS-OUT-DIR)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           STRING "mkdir -p " DELIMITED BY SIZE
               WS-OUT-DIR DELIMITED BY SPACE
               INTO WS-MKDIR-CMD
           CALL "SYSTEM" USING WS-MKDIR-CMD
           STRING WS-OUT-DIR DELIMITED BY SPACE
               "/ACCOUNTS.DAT" DELIMITED BY SIZE
               INTO WS-OUT-ACCT-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
               "/TRANSACT.DAT" DELIMITED BY SIZE
               INTO WS-OUT-TX-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
               "/TXCHAIN.DAT" DELIMITED BY SIZE
               INTO WS-OUT-CHAIN-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
               "/HOLDS.DAT" DELIMITED BY SIZE
               INTO WS-OUT-HOLD-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
               "/KYC.DAT" DELIMITED BY SIZE
               INTO WS-OUT-KYC-PATH
           STRING WS-OUT-DIR DELIMITED BY SPACE
               "/EMPLOYEES.DAT" DELIMITED BY SIZE
               INTO WS-OUT-EMP-PATH

           DISPLAY "========================================"
           DISPLAY "  MASKED TEST-DATA EXTRACT"
           DISPLAY "  TARGET: " FUNCTION TRIM(WS-OUT-DIR)
           DISPLAY "========================================"

           PERFORM EXTRACT-ACCOUNTS
           PERFORM EXTRACT-TRANSACTIONS
           PERFORM EXTRACT-CHAIN-REGISTRY
           PERFORM EXTRACT-HOLDS
           PERFORM EXTRACT-KYC
           PERFORM EXTRACT-EMPLOYEES

           DISPLAY "MASK|TARGET|" FUNCTION TRIM(WS-OUT-DIR)
           DISPLAY "MASK|NAMES-MASKED|" WS-NAMES-MASKED
           DISPLAY "MASK|NUMBERS-MASKED|" WS-NUMBERS-MASKED
           DISPLAY "RESULT|00"
           STOP RUN.

      *>   ACCOUNTS.DAT is read in key order and the extract written
      *>   in that same order, so the target's INDEXED file loads
      *>   sequentially. Only the three name fields change.
       EXTRACT-ACCOUNTS.
           MOVE "ACCOUNTS.DAT" TO WS-FILE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
      *>       Status 39 is a record-length mismatch — the file was
      *>       written under a prior ACCTREC.cpy layout and needs the
      *>       one-time MIGRATE.cob conversion, not a debugging
      *>       session at 2am.
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           OPEN OUTPUT OUT-ACCOUNTS-FILE
           PERFORM CHECK-OUTPUT-OPEN
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE ACCT-NAME TO WS-MASK-IN
               PERFORM MASK-NAME
               MOVE WS-MASK-OUT TO ACCT-NAME
               MOVE ACCT-JOINT-OWNER TO WS-MASK-IN
               PERFORM MASK-NAME
               MOVE WS-MASK-OUT TO ACCT-JOINT-OWNER
               MOVE ACCT-BENEFICIARY TO WS-MASK-IN
               PERFORM MASK-NAME
               MOVE WS-MASK-OUT TO ACCT-BENEFICIARY
               MOVE ACCOUNT-RECORD TO OUT-ACCOUNT-RECORD
               WRITE OUT-ACCOUNT-RECORD
               PERFORM CHECK-OUTPUT-WRITE
               ADD 1 TO WS-RECORD-COUNT
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE OUT-ACCOUNTS-FILE
           DISPLAY "MASK|FILE|ACCOUNTS.DAT|" WS-RECORD-COUNT.

      *>   Transaction history carries no personal field of its own —
      *>   ids, amounts and dates go across untouched so the extract
      *>   reconciles against the extracted ACCOUNTS.DAT exactly.
       EXTRACT-TRANSACTIONS.
           MOVE "TRANSACT.DAT" TO WS-FILE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "MASK|SKIPPED|TRANSACT.DAT"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUT-TRANSACT-FILE
           PERFORM CHECK-OUTPUT-OPEN
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE TRANSACTION-RECORD TO OUT-TRANSACT-RECORD
               WRITE OUT-TRANSACT-RECORD
               PERFORM CHECK-OUTPUT-WRITE
               ADD 1 TO WS-RECORD-COUNT
           END-PERFORM
           CLOSE TRANSACT-FILE
           CLOSE OUT-TRANSACT-FILE
           DISPLAY "MASK|FILE|TRANSACT.DAT|" WS-RECORD-COUNT.

      *>   Goes with TRANSACT.DAT so the extracted log's hash chain
      *>   still verifies from its anchor (the archives themselves
      *>   aren't extracted).
       EXTRACT-CHAIN-REGISTRY.
           MOVE "TXCHAIN.DAT" TO WS-FILE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT CHAIN-FILE
           IF WS-CHAIN-STATUS NOT = '00'
               DISPLAY "MASK|SKIPPED|TXCHAIN.DAT"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUT-CHAIN-FILE
           PERFORM CHECK-OUTPUT-OPEN
           PERFORM UNTIL 1 = 0
               READ CHAIN-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE CHAIN-ANCHOR-RECORD TO OUT-CHAIN-RECORD
               WRITE OUT-CHAIN-RECORD
               PERFORM CHECK-OUTPUT-WRITE
               ADD 1 TO WS-RECORD-COUNT
           END-PERFORM
           CLOSE CHAIN-FILE
           CLOSE OUT-CHAIN-FILE
           DISPLAY "MASK|FILE|TXCHAIN.DAT|" WS-RECORD-COUNT.

       EXTRACT-HOLDS.
           MOVE "HOLDS.DAT" TO WS-FILE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY "MASK|SKIPPED|HOLDS.DAT"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUT-HOLDS-FILE
           PERFORM CHECK-OUTPUT-OPEN
           PERFORM UNTIL 1 = 0
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE HOLD-RECORD TO OUT-HOLD-RECORD
               WRITE OUT-HOLD-RECORD
               PERFORM CHECK-OUTPUT-WRITE
               ADD 1 TO WS-RECORD-COUNT
           END-PERFORM
           CLOSE HOLDS-FILE
           CLOSE OUT-HOLDS-FILE
           DISPLAY "MASK|FILE|HOLDS.DAT|" WS-RECORD-COUNT.

      *>   The applicant name goes through the same name mask as
      *>   ACCOUNTS.DAT, so it still matches the account holder; the
      *>   document number keeps its shape but not its value.
       EXTRACT-KYC.
           MOVE "KYC.DAT" TO WS-FILE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT KYC-FILE
           IF WS-KYC-STATUS NOT = '00'
               DISPLAY "MASK|SKIPPED|KYC.DAT"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUT-KYC-FILE
           PERFORM CHECK-OUTPUT-OPEN
           PERFORM UNTIL 1 = 0
               READ KYC-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE KYC-APPLICANT TO WS-MASK-IN
               PERFORM MASK-NAME
               MOVE WS-MASK-OUT TO KYC-APPLICANT
               MOVE KYC-DOC-NUMBER TO WS-MASK-IN
               PERFORM MASK-NUMBER
               MOVE WS-MASK-OUT TO KYC-DOC-NUMBER
               MOVE KYC-RECORD TO OUT-KYC-RECORD
               WRITE OUT-KYC-RECORD
               PERFORM CHECK-OUTPUT-WRITE
               ADD 1 TO WS-RECORD-COUNT
           END-PERFORM
           CLOSE KYC-FILE
           CLOSE OUT-KYC-FILE
           DISPLAY "MASK|FILE|KYC.DAT|" WS-RECORD-COUNT.

      *>   ACCOUNTS-FILE is reopened here for keyed lookups only — see
      *>   MASK-EMPLOYEE-ACCOUNT. A node without ACCOUNTS.DAT never
      *>   gets this far (EXTRACT-ACCOUNTS stops the run).
       EXTRACT-EMPLOYEES.
           MOVE "EMPLOYEES.DAT" TO WS-FILE-NAME
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "MASK|SKIPPED|EMPLOYEES.DAT"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           OPEN OUTPUT OUT-EMPLOYEE-FILE
           PERFORM CHECK-OUTPUT-OPEN
           PERFORM UNTIL 1 = 0
               READ EMPLOYEE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE XEMP-NAME TO WS-MASK-IN
               PERFORM MASK-NAME
               MOVE WS-MASK-OUT TO XEMP-NAME
               MOVE XEMP-ACCT-ID TO WS-MASK-IN
               PERFORM MASK-EMPLOYEE-ACCOUNT
               MOVE WS-MASK-OUT TO XEMP-ACCT-ID
               MOVE XEMP-SPLIT-ACCT-ID TO WS-MASK-IN
               PERFORM MASK-EMPLOYEE-ACCOUNT
               MOVE WS-MASK-OUT TO XEMP-SPLIT-ACCT-ID
               MOVE XEMP-RECORD TO OUT-EMPLOYEE-RECORD
               WRITE OUT-EMPLOYEE-RECORD
               PERFORM CHECK-OUTPUT-WRITE
               ADD 1 TO WS-RECORD-COUNT
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE OUT-EMPLOYEE-FILE
           DISPLAY "MASK|FILE|EMPLOYEES.DAT|" WS-RECORD-COUNT.

      *>   An employee paid into an account on this node's own
      *>   ACCOUNTS.DAT keeps that account number: the account id is
      *>   carried into the extract unchanged (only its holder's name
      *>   is masked), so payroll's direct deposit still lands on the
      *>   right extracted account. Any other bank's account number
      *>   is masked.
       MASK-EMPLOYEE-ACCOUNT.
           MOVE WS-MASK-IN TO WS-MASK-OUT
           IF WS-MASK-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MASK-IN(1:10) TO ACCT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   PERFORM MASK-NUMBER
           END-READ.

      *>   Same real name, same fake name, every time: two hashes of
      *>   the trimmed, upper-cased name pick a first name, a middle
      *>   initial and a surname from the pools above. Nothing about
      *>   the run or the record feeds in, so masking is consistent
      *>   across files, runs and nodes.
       MASK-NAME.
           MOVE SPACES TO WS-MASK-OUT
           IF WS-MASK-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM HASH-MASK-VALUE
           COMPUTE WS-MASK-FIRST-IDX = FUNCTION MOD(WS-MASK-H1, 32) + 1
           COMPUTE WS-MASK-LAST-IDX = FUNCTION MOD(WS-MASK-H2, 32) + 1
           COMPUTE WS-MASK-INIT-IDX =
               FUNCTION MOD(WS-MASK-H1 + WS-MASK-H2, 26) + 1
           STRING WS-MASK-FIRST(WS-MASK-FIRST-IDX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-MASK-ALPHABET(WS-MASK-INIT-IDX:1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MASK-LAST(WS-MASK-LAST-IDX) DELIMITED BY SPACE
               INTO WS-MASK-OUT
           ADD 1 TO WS-NAMES-MASKED.

      *>   Document and account numbers keep their shape — digits stay
      *>   digits, letters stay letters, punctuation and spaces stay
      *>   put — but every digit and letter is shifted by an amount
      *>   drawn from a hash of the whole value and its position.
       MASK-NUMBER.
           MOVE SPACES TO WS-MASK-OUT
           IF WS-MASK-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM HASH-MASK-VALUE
           MOVE WS-MASK-WORK TO WS-MASK-OUT
           PERFORM VARYING WS-MASK-POS FROM 1 BY 1
               UNTIL WS-MASK-POS > WS-MASK-LEN
               MOVE WS-MASK-WORK(WS-MASK-POS:1) TO WS-MASK-CHAR
               COMPUTE WS-MASK-SHIFT =
                   FUNCTION MOD(WS-MASK-H1 + WS-MASK-POS * 7, 26)
               EVALUATE TRUE
                   WHEN WS-MASK-CHAR IS NUMERIC
                       MOVE WS-MASK-CHAR TO WS-MASK-DIGIT
                       COMPUTE WS-MASK-OFFSET = FUNCTION MOD(
                           WS-MASK-DIGIT + WS-MASK-SHIFT, 10) + 1
                       MOVE WS-MASK-DIGITS(WS-MASK-OFFSET:1)
                           TO WS-MASK-OUT(WS-MASK-POS:1)
                   WHEN WS-MASK-CHAR >= "A" AND WS-MASK-CHAR <= "Z"
                       COMPUTE WS-MASK-OFFSET = FUNCTION MOD(
                           FUNCTION ORD(WS-MASK-CHAR)
                           - FUNCTION ORD("A") + WS-MASK-SHIFT, 26)
                           + 1
                       MOVE WS-MASK-ALPHABET(WS-MASK-OFFSET:1)
                           TO WS-MASK-OUT(WS-MASK-POS:1)
               END-EVALUATE
           END-PERFORM
           ADD 1 TO WS-NUMBERS-MASKED.

      *>   Two independent polynomial hashes of WS-MASK-IN, trimmed
      *>   and upper-cased into WS-MASK-WORK (so "Jane Doe " and
      *>   "JANE DOE" mask alike).
       HASH-MASK-VALUE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MASK-IN))
               TO WS-MASK-WORK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MASK-WORK))
               TO WS-MASK-LEN
           MOVE 7 TO WS-MASK-H1
           MOVE 11 TO WS-MASK-H2
           PERFORM VARYING WS-MASK-POS FROM 1 BY 1
               UNTIL WS-MASK-POS > WS-MASK-LEN
               COMPUTE WS-MASK-H1 = FUNCTION MOD(WS-MASK-H1 * 31
                   + FUNCTION ORD(WS-MASK-WORK(WS-MASK-POS:1)),
                   999983)
               COMPUTE WS-MASK-H2 = FUNCTION MOD(WS-MASK-H2 * 37
                   + FUNCTION ORD(WS-MASK-WORK(WS-MASK-POS:1)),
                   999979)
           END-PERFORM.

       CHECK-OUTPUT-OPEN.
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-OUT-STATUS "|"
                   FUNCTION TRIM(WS-OUT-DIR) "/"
                   FUNCTION TRIM(WS-FILE-NAME)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.

       CHECK-OUTPUT-WRITE.
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY "ERROR|WRITE|" WS-OUT-STATUS "|"
                   FUNCTION TRIM(WS-OUT-DIR) "/"
                   FUNCTION TRIM(WS-FILE-NAME)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF.
