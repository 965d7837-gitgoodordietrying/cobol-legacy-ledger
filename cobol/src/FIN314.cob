      *>================================================================*
      *>  Program:     FIN314.cob
      *>  System:      LEGACY LEDGER — FinCEN 314(a) Subject Search
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    Every two weeks FinCEN sends a 314(a) list of subjects
      *>    (names, aliases, identifiers) and the bank has
      *>    F314-RESPONSE-DAYS to report any matches. SEARCH loads the
      *>    list and matches it against everything the node holds on
      *>    a party: ACCOUNTS.DAT owners, joint owners and
      *>    beneficiaries, KYC.DAT document numbers and joint owners'
      *>    IDs on SIGNERS.DAT, and the counterparties of WIRE and
      *>    TRANSFER records on TRANSACT.DAT and the TRANSACT-ARCHIVE
      *>    files back F314-LOOKBACK-DAYS. Names match regardless of
      *>    word order and punctuation ("SMITH, JOHN A." finds
      *>    "JOHN A SMITH"), not SCREEN.cob's exact-token match.
      *>    Every hit lands on FIN314.DAT for compliance to mark
      *>    Confirmed or False positive; RESPOND extracts only the
      *>    Confirmed hits for a tracking number as the response
      *>    file.
      *>
      *>  Operations (via command-line argument):
      *>    SEARCH <list-file> [<operator>]
      *>            — match the subject list on <list-file>
      *>              (F314SUBREC.cpy records) and add every new hit
      *>              to FIN314.DAT as Pending
      *>    LIST [<tracking>]
      *>            — every hit on file, or just that tracking
      *>              number's
      *>    CONFIRM <match-id> <operator>
      *>            — the hit is the subject: flip it Confirmed
      *>    FALSE <match-id> <operator>
      *>            — false positive: flip it False
      *>    RESPOND <tracking> [<operator>]
      *>            — write FIN314-RESP-<tracking>.DAT holding the
      *>              tracking number's Confirmed hits; refused while
      *>              any of its hits are still Pending
      *>
      *>  Files:
      *>    Input:  Subject list (LINE SEQUENTIAL, 59-byte, named on
      *>            the SEARCH command line)
      *>    I-O:    FIN314.DAT (LINE SEQUENTIAL, 154-byte review file
      *>            — loaded whole and rewritten, same idiom
      *>            SCREEN.cob uses for SCREENQ.DAT)
      *>    Input:  ACCOUNTS.DAT (INDEXED, keyed on ACCT-ID, read
      *>            sequentially)
      *>    Input:  KYC.DAT, SIGNERS.DAT (LINE SEQUENTIAL)
      *>    Input:  TRANSACT.DAT and each TRANSACT-ARCHIVE-YYYYMMDD.DAT
      *>            named on TXCHAIN.DAT (LINE SEQUENTIAL, 205-byte)
      *>    Output: FIN314-RESP-<tracking>.DAT (LINE SEQUENTIAL,
      *>            pipe-delimited, RESPOND only)
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended)
      *>
      *>  Copybooks:
      *>    F314SUBREC.cpy — 314(a) subject list record layout
      *>    F314MATREC.cpy — 314(a) match review record layout
      *>    ACCTREC.cpy    — Account record layout (148 bytes)
      *>    KYCREC.cpy     — Customer identification record layout
      *>    SIGNREC.cpy    — Authorized signer record layout
      *>    TRANSREC.cpy   — Transaction record layout
      *>    CHAINREC.cpy   — Chain anchor registry record layout
      *>    OPLOGREC.cpy   — Shared operator session log record layout
      *>    COMCODE.cpy    — Shared status codes and
      *>                     F314-SEARCH-SETTINGS
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    SEARCH:  F314-MATCH|ID|TRACKING|SUBJECT|SOURCE|ACCT-ID|
      *>             TRANS-ID|MATCHED|LIST-VALUE|MATCH-TYPE
      *>             then F314-SUMMARY|SUBJECTS|N|ACCOUNTS|N|
      *>             TRANSACTIONS|N|NEW-MATCHES|N|DUE|YYYYMMDD
      *>    LIST:    F314-ITEM|ID|TRACKING|SUBJECT|SOURCE|ACCT-ID|
      *>             TRANS-ID|MATCHED|LIST-VALUE|MATCH-TYPE|STATUS
      *>             then F314-COUNT|N
      *>    CONFIRM: F314-CONFIRMED|ID|OPERATOR
      *>    FALSE:   F314-FALSE|ID|OPERATOR
      *>    RESPOND: F314-RESPONSE|TRACKING|CONFIRMED|FILE, or
      *>             F314-NO-MATCH|TRACKING
      *>    Result:  RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success (SEARCH: nothing new found)
      *>    RESULT|01 — SEARCH: one or more new hits added
      *>    RESULT|03 — Match id / tracking number not on file
      *>    RESULT|06 — Hit already reviewed; or RESPOND with hits
      *>                still Pending
      *>    RESULT|08 — Invalid request (missing list file or id)
      *>    RESULT|99 — File I/O error, or unknown operation
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation — 314(a) subject
      *>                     search with review file and response
      *>                     extract, replacing the hand grep of
      *>                     ACCOUNTS.DAT
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN314.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-FILE
               ASSIGN TO WS-SUBJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJ-STATUS.
           SELECT MATCH-FILE
               ASSIGN TO "FIN314.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT KYC-FILE
               ASSIGN TO "KYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KYC-STATUS.
           SELECT SIGNER-FILE
               ASSIGN TO "SIGNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGN-STATUS.
           SELECT TRANSACT-FILE
               ASSIGN TO WS-TX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT TXCHAIN-FILE
               ASSIGN TO "TXCHAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHN-STATUS.
           SELECT RESPONSE-FILE
               ASSIGN TO WS-RESP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.
           SELECT OPLOG-FILE
               ASSIGN TO "OPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-FILE.
       COPY "F314SUBREC.cpy".
       FD  MATCH-FILE.
       COPY "F314MATREC.cpy".
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  KYC-FILE.
       COPY "KYCREC.cpy".
       FD  SIGNER-FILE.
       COPY "SIGNREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  TXCHAIN-FILE.
       COPY "CHAINREC.cpy".
       FD  RESPONSE-FILE.
       01  RESPONSE-LINE             PIC X(160).
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SUBJ-STATUS         PIC XX VALUE SPACES.
       01  WS-MATCH-STATUS        PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-KYC-STATUS          PIC XX VALUE SPACES.
       01  WS-SGN-STATUS          PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-CHN-STATUS          PIC XX VALUE SPACES.
       01  WS-RESP-STATUS         PIC XX VALUE SPACES.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-SUBJECT-PATH        PIC X(60) VALUE SPACES.
       01  WS-TX-PATH             PIC X(40) VALUE SPACES.
       01  WS-RESP-PATH           PIC X(40) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-IN-KEY              PIC X(60) VALUE SPACES.
       01  WS-IN-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-RESULT-CODE         PIC X(2) VALUE '00'.
       01  WS-OPLOG-OPERATION     PIC X(14) VALUE SPACES.
       01  WS-OPLOG-KEY-ID        PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-CUTOFF-DATE         PIC 9(8) VALUE 0.
       01  WS-LIST-DATE           PIC 9(8) VALUE 0.
       01  WS-DUE-DATE            PIC 9(8) VALUE 0.
       01  WS-ACCT-SCANNED        PIC 9(5) VALUE 0.
       01  WS-TX-SCANNED          PIC 9(7) VALUE 0.
       01  WS-NEW-MATCHES         PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT       PIC 9(5) VALUE 0.
       01  WS-CONFIRMED-COUNT     PIC 9(5) VALUE 0.
       01  WS-LIST-COUNT          PIC 9(5) VALUE 0.
       01  WS-TRACK-FOUND         PIC X VALUE 'N'.

      *>   The subject list, staged whole with each name's normalized
      *>   forms worked out once up front: the tokens in list order,
      *>   the same tokens sorted (ordering ignored), and the tokens
      *>   themselves for the partial match. Identifiers keep only
      *>   their letters and digits.
       01  WS-SJ-COUNT            PIC 9(3) VALUE 0.
       01  WS-SJ-IDX              PIC 9(3) VALUE 0.
       01  WS-SJ-TABLE.
           05  WS-SJ-ENTRY OCCURS 500 TIMES.
               10  WS-SJ-TRACKING     PIC X(12).
               10  WS-SJ-SUBJECT-NUM  PIC X(4).
               10  WS-SJ-KIND         PIC X(1).
               10  WS-SJ-VALUE        PIC X(30).
               10  WS-SJ-ORDERED      PIC X(40).
               10  WS-SJ-SORTED       PIC X(40).
               10  WS-SJ-TOKEN-COUNT  PIC 9(2).
               10  WS-SJ-TOKEN        PIC X(20) OCCURS 12 TIMES.

      *>   Review file staged whole — SEARCH appends to it, CONFIRM/
      *>   FALSE flip one entry, and it is rewritten in full.
       01  WS-MT-COUNT            PIC 9(3) VALUE 0.
       01  WS-MT-IDX              PIC 9(3) VALUE 0.
       01  WS-MT-MATCH-IDX        PIC 9(3) VALUE 0.
       01  WS-MT-NEXT-NUM         PIC 9(7) VALUE 0.
       01  WS-MT-ID-NUM           PIC 9(7) VALUE 0.
       01  WS-MT-DIRTY            PIC X VALUE 'N'.
       01  WS-MT-TABLE.
           05  WS-MT-ENTRY OCCURS 500 TIMES.
               10  WS-MT-ID           PIC X(12).
               10  WS-MT-TRACKING     PIC X(12).
               10  WS-MT-SUBJECT-NUM  PIC X(4).
               10  WS-MT-SOURCE       PIC X(8).
               10  WS-MT-ACCT-ID      PIC X(10).
               10  WS-MT-TRANS-ID     PIC X(12).
               10  WS-MT-TRANS-DATE   PIC 9(8).
               10  WS-MT-MATCHED      PIC X(30).
               10  WS-MT-LIST-VALUE   PIC X(30).
               10  WS-MT-MATCH-TYPE   PIC X(1).
               10  WS-MT-STATUS       PIC X(1).
               10  WS-MT-FOUND-DATE   PIC 9(8).
               10  WS-MT-REVIEWED-BY  PIC X(10).
               10  WS-MT-REVIEWED-DATE PIC 9(8).

      *>   TRANSACT-ARCHIVE files TXCHAIN.DAT names whose run date is
      *>   inside the lookback — one that archived before the cutoff
      *>   can only hold records older than it.
       01  WS-AR-COUNT            PIC 9(3) VALUE 0.
       01  WS-AR-IDX              PIC 9(3) VALUE 0.
       01  WS-AR-FOUND            PIC X VALUE 'N'.
       01  WS-AR-TABLE.
           05  WS-AR-FILE OCCURS 100 TIMES PIC X(40).

      *>   The candidate being matched and where it came from.
       01  WS-CAND-TEXT           PIC X(40) VALUE SPACES.
       01  WS-CAND-SOURCE         PIC X(8) VALUE SPACES.
       01  WS-CAND-ACCT-ID        PIC X(10) VALUE SPACES.
       01  WS-CAND-TRANS-ID       PIC X(12) VALUE SPACES.
       01  WS-CAND-TRANS-DATE     PIC 9(8) VALUE 0.
       01  WS-HIT-TYPE            PIC X(1) VALUE SPACES.

      *>   Name normalization work area (NORMALIZE-NAME): upper-case,
      *>   apostrophes and periods dropped ("O'BRIEN" = "OBRIEN"),
      *>   every other non-alphanumeric a word break.
       01  WS-NM-IN               PIC X(40) VALUE SPACES.
       01  WS-NM-WORK             PIC X(40) VALUE SPACES.
       01  WS-NM-CHAR             PIC X(1) VALUE SPACE.
       01  WS-NM-POS              PIC 9(2) VALUE 0.
       01  WS-NM-CUR              PIC X(20) VALUE SPACES.
       01  WS-NM-CUR-LEN          PIC 9(2) VALUE 0.
       01  WS-NM-COUNT            PIC 9(2) VALUE 0.
       01  WS-NM-TOKENS.
           05  WS-NM-TOKEN        PIC X(20) OCCURS 12 TIMES.
       01  WS-NM-SORT-TOKENS.
           05  WS-NM-SORT-TOKEN   PIC X(20) OCCURS 12 TIMES.
       01  WS-NM-SWAP             PIC X(20) VALUE SPACES.
       01  WS-NM-I                PIC 9(2) VALUE 0.
       01  WS-NM-J                PIC 9(2) VALUE 0.
       01  WS-NM-LIMIT            PIC 9(2) VALUE 0.
       01  WS-NM-PTR              PIC 9(3) VALUE 0.
       01  WS-NM-ORDERED          PIC X(40) VALUE SPACES.
       01  WS-NM-SORTED           PIC X(40) VALUE SPACES.
       01  WS-NM-FOUND            PIC X VALUE 'N'.
       01  WS-NM-ALL-FOUND        PIC X VALUE 'N'.

      *>   Identifier normalization (NORMALIZE-ID): letters and digits
      *>   only, so "123-45-6789" = "123456789".
       01  WS-ID-IN               PIC X(30) VALUE SPACES.
       01  WS-ID-NORM             PIC X(30) VALUE SPACES.
       01  WS-ID-POS              PIC 9(2) VALUE 0.
       01  WS-ID-LEN              PIC 9(2) VALUE 0.
       01  WS-SJ-ID-NORM          PIC X(30) VALUE SPACES.
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION WS-IN-KEY WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION
           MOVE FUNCTION TRIM(WS-IN-KEY) TO WS-IN-KEY
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF

           EVALUATE WS-OPERATION
               WHEN "SEARCH"
                   PERFORM PROCESS-SEARCH
                   MOVE "F314-SEARCH" TO WS-OPLOG-OPERATION
                   MOVE WS-SJ-TRACKING(1) TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "LIST"
                   PERFORM PROCESS-LIST
               WHEN "CONFIRM"
                   PERFORM PROCESS-CONFIRM
                   MOVE "F314-CONFIRM" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-KEY(1:12) TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "FALSE"
                   PERFORM PROCESS-FALSE
                   MOVE "F314-FALSE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-KEY(1:12) TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "RESPOND"
                   PERFORM PROCESS-RESPOND
                   MOVE "F314-RESPOND" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-KEY(1:12) TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
           END-EVALUATE

           STOP RUN.

      *>   SEARCH: the list, then every account-side field, then the
      *>   transaction history inside the lookback. The due date is
      *>   counted from the list's own date when it carries one.
       PROCESS-SEARCH.
           IF WS-IN-KEY = SPACES
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "ERROR|NO-LIST-FILE"
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-KEY TO WS-SUBJECT-PATH
           PERFORM LOAD-SUBJECT-LIST
           IF WS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MATCH-FILE
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - F314-LOOKBACK-DAYS)
           IF WS-LIST-DATE = 0
               MOVE WS-CURRENT-DATE TO WS-LIST-DATE
           END-IF
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-LIST-DATE)
               + F314-RESPONSE-DAYS)
           MOVE 0 TO WS-NEW-MATCHES
           PERFORM SEARCH-ACCOUNTS
           PERFORM SEARCH-KYC
           PERFORM SEARCH-SIGNERS
           PERFORM SEARCH-TRANSACTIONS
           IF WS-MT-DIRTY = 'Y'
               PERFORM SAVE-MATCH-FILE
           END-IF
           DISPLAY "F314-SUMMARY|SUBJECTS|" WS-SJ-COUNT
               "|ACCOUNTS|" WS-ACCT-SCANNED
               "|TRANSACTIONS|" WS-TX-SCANNED
               "|NEW-MATCHES|" WS-NEW-MATCHES
               "|DUE|" WS-DUE-DATE
           IF WS-NEW-MATCHES > 0
               MOVE '01' TO WS-RESULT-CODE
               DISPLAY "RESULT|01"
           ELSE
               MOVE RC-SUCCESS TO WS-RESULT-CODE
               DISPLAY "RESULT|00"
           END-IF.

       LOAD-SUBJECT-LIST.
           MOVE '00' TO WS-RESULT-CODE
           MOVE 0 TO WS-SJ-COUNT
           MOVE 0 TO WS-LIST-DATE
           OPEN INPUT SUBJECT-FILE
           IF WS-SUBJ-STATUS NOT = '00'
               MOVE RC-FILE-ERROR TO WS-RESULT-CODE
               DISPLAY "ERROR|FILE-OPEN|" WS-SUBJ-STATUS "|"
                   FUNCTION TRIM(WS-SUBJECT-PATH)
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SUBJECT-FILE
                   AT END
                       CLOSE SUBJECT-FILE
                       EXIT PERFORM
               END-READ
               IF F314S-VALUE NOT = SPACES
                   AND (F314S-NAME OR F314S-ALIAS OR F314S-IDENT)
                   AND WS-SJ-COUNT < 500
                   ADD 1 TO WS-SJ-COUNT
                   PERFORM STAGE-SUBJECT-ENTRY
               END-IF
           END-PERFORM
           IF WS-SJ-COUNT = 0
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "ERROR|EMPTY-LIST|"
                   FUNCTION TRIM(WS-SUBJECT-PATH)
               DISPLAY "RESULT|08"
           END-IF.

       STAGE-SUBJECT-ENTRY.
           MOVE F314S-TRACKING TO WS-SJ-TRACKING(WS-SJ-COUNT)
           MOVE F314S-SUBJECT-NUM TO WS-SJ-SUBJECT-NUM(WS-SJ-COUNT)
           MOVE F314S-KIND TO WS-SJ-KIND(WS-SJ-COUNT)
           MOVE F314S-VALUE TO WS-SJ-VALUE(WS-SJ-COUNT)
           IF WS-LIST-DATE = 0
               AND F314S-LIST-DATE IS NUMERIC
               AND F314S-LIST-DATE > 0
               MOVE F314S-LIST-DATE TO WS-LIST-DATE
           END-IF
           IF F314S-IDENT
               MOVE F314S-VALUE TO WS-ID-IN
               PERFORM NORMALIZE-ID
               MOVE WS-ID-NORM TO WS-SJ-ORDERED(WS-SJ-COUNT)
               MOVE SPACES TO WS-SJ-SORTED(WS-SJ-COUNT)
               MOVE 0 TO WS-SJ-TOKEN-COUNT(WS-SJ-COUNT)
           ELSE
               MOVE F314S-VALUE TO WS-NM-IN
               PERFORM NORMALIZE-NAME
               MOVE WS-NM-ORDERED TO WS-SJ-ORDERED(WS-SJ-COUNT)
               MOVE WS-NM-SORTED TO WS-SJ-SORTED(WS-SJ-COUNT)
               MOVE WS-NM-COUNT TO WS-SJ-TOKEN-COUNT(WS-SJ-COUNT)
               PERFORM VARYING WS-NM-I FROM 1 BY 1
                       UNTIL WS-NM-I > 12
                   MOVE WS-NM-TOKEN(WS-NM-I)
                       TO WS-SJ-TOKEN(WS-SJ-COUNT, WS-NM-I)
               END-PERFORM
           END-IF.

      *>   Owners, joint owners and beneficiaries. ACCT-BENEFICIARY
      *>   holds a name or an ID, so it is tried both ways.
       SEARCH-ACCOUNTS.
           MOVE 0 TO WS-ACCT-SCANNED
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
                   "|ACCOUNTS.DAT"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CAND-TRANS-ID
           MOVE 0 TO WS-CAND-TRANS-DATE
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-ACCT-SCANNED
               MOVE ACCT-ID TO WS-CAND-ACCT-ID
               MOVE "OWNER" TO WS-CAND-SOURCE
               MOVE ACCT-NAME TO WS-CAND-TEXT
               PERFORM MATCH-CANDIDATE-NAME
               IF ACCT-JOINT-OWNER NOT = SPACES
                   MOVE "JOINT" TO WS-CAND-SOURCE
                   MOVE ACCT-JOINT-OWNER TO WS-CAND-TEXT
                   PERFORM MATCH-CANDIDATE-NAME
               END-IF
               IF ACCT-BENEFICIARY NOT = SPACES
                   MOVE "BENEF" TO WS-CAND-SOURCE
                   MOVE ACCT-BENEFICIARY TO WS-CAND-TEXT
                   PERFORM MATCH-CANDIDATE-NAME
                   PERFORM MATCH-CANDIDATE-ID
               END-IF
           END-PERFORM.

      *>   The primary applicant's identity document on KYC.DAT.
       SEARCH-KYC.
           OPEN INPUT KYC-FILE
           IF WS-KYC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CAND-TRANS-ID
           MOVE 0 TO WS-CAND-TRANS-DATE
           MOVE "KYC-DOC" TO WS-CAND-SOURCE
           PERFORM UNTIL 1 = 0
               READ KYC-FILE
                   AT END
                       CLOSE KYC-FILE
                       EXIT PERFORM
               END-READ
               IF KYC-DOC-NUMBER NOT = SPACES
                   MOVE KYC-ACCT-ID TO WS-CAND-ACCT-ID
                   MOVE KYC-DOC-NUMBER TO WS-CAND-TEXT
                   PERFORM MATCH-CANDIDATE-ID
               END-IF
           END-PERFORM.

      *>   KYC.DAT only carries the primary applicant's document —
      *>   a joint owner's own ID rides on their SIGNERS.DAT 'J'
      *>   record (see SIGNREC.cpy).
       SEARCH-SIGNERS.
           OPEN INPUT SIGNER-FILE
           IF WS-SGN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CAND-TRANS-ID
           MOVE 0 TO WS-CAND-TRANS-DATE
           MOVE "JOINT-ID" TO WS-CAND-SOURCE
           PERFORM UNTIL 1 = 0
               READ SIGNER-FILE
                   AT END
                       CLOSE SIGNER-FILE
                       EXIT PERFORM
               END-READ
               IF SGN-JOINT-OWNER AND SGN-ID-DOC NOT = SPACES
                   MOVE SGN-ACCT-ID TO WS-CAND-ACCT-ID
                   MOVE SGN-ID-DOC TO WS-CAND-TEXT
                   PERFORM MATCH-CANDIDATE-ID
               END-IF
           END-PERFORM.

      *>   The live log first, then every archive that can still hold
      *>   records inside the lookback.
       SEARCH-TRANSACTIONS.
           MOVE 0 TO WS-TX-SCANNED
           MOVE "TRANSACT.DAT" TO WS-TX-PATH
           PERFORM SEARCH-TRANSACTION-FILE
           PERFORM LOAD-ARCHIVE-LIST
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
               MOVE WS-AR-FILE(WS-AR-IDX) TO WS-TX-PATH
               PERFORM SEARCH-TRANSACTION-FILE
           END-PERFORM.

      *>   Successful WIRE and TRANSFER records inside the lookback:
      *>   the description (where a wire's beneficiary name rides)
      *>   as a name, the destination reference / counterparty
      *>   account as an identifier.
       SEARCH-TRANSACTION-FILE.
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
               IF TRANS-DATE >= WS-CUTOFF-DATE
                   AND TRANS-SUCCESS
                   AND (TRANS-WIRE OR TRANS-TRANSFER)
                   ADD 1 TO WS-TX-SCANNED
                   IF TRANS-WIRE
                       MOVE "WIRE" TO WS-CAND-SOURCE
                   ELSE
                       MOVE "TRANSFER" TO WS-CAND-SOURCE
                   END-IF
                   MOVE TRANS-ACCT-ID TO WS-CAND-ACCT-ID
                   MOVE TRANS-ID TO WS-CAND-TRANS-ID
                   MOVE TRANS-DATE TO WS-CAND-TRANS-DATE
                   MOVE TRANS-DESC TO WS-CAND-TEXT
                   PERFORM MATCH-CANDIDATE-NAME
                   IF TRANS-TARGET-ID NOT = SPACES
                       MOVE TRANS-TARGET-ID TO WS-CAND-TEXT
                       PERFORM MATCH-CANDIDATE-ID
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-ARCHIVE-LIST.
           MOVE 0 TO WS-AR-COUNT
           OPEN INPUT TXCHAIN-FILE
           IF WS-CHN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TXCHAIN-FILE
                   AT END
                       CLOSE TXCHAIN-FILE
                       EXIT PERFORM
               END-READ
               IF CHN-DATE >= WS-CUTOFF-DATE
                   AND CHN-FILE NOT = SPACES
                   MOVE 'N' TO WS-AR-FOUND
                   PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                           UNTIL WS-AR-IDX > WS-AR-COUNT
                       IF WS-AR-FILE(WS-AR-IDX) = CHN-FILE
                           MOVE 'Y' TO WS-AR-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-AR-FOUND = 'N' AND WS-AR-COUNT < 100
                       ADD 1 TO WS-AR-COUNT
                       MOVE CHN-FILE TO WS-AR-FILE(WS-AR-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      *>   Name match of WS-CAND-TEXT against every name and alias on
      *>   the list: 'E' same tokens in the same order, 'R' same
      *>   tokens in another order, 'P' every token of the shorter
      *>   of the two (two at least) found in the longer — which is
      *>   how a name buried in a wire description still hits.
       MATCH-CANDIDATE-NAME.
           IF WS-CAND-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAND-TEXT TO WS-NM-IN
           PERFORM NORMALIZE-NAME
           IF WS-NM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SJ-IDX FROM 1 BY 1
                   UNTIL WS-SJ-IDX > WS-SJ-COUNT
               IF WS-SJ-KIND(WS-SJ-IDX) NOT = 'I'
                   AND WS-SJ-TOKEN-COUNT(WS-SJ-IDX) > 0
                   MOVE SPACES TO WS-HIT-TYPE
                   IF WS-NM-ORDERED = WS-SJ-ORDERED(WS-SJ-IDX)
                       MOVE 'E' TO WS-HIT-TYPE
                   ELSE
                       IF WS-NM-SORTED = WS-SJ-SORTED(WS-SJ-IDX)
                           MOVE 'R' TO WS-HIT-TYPE
                       ELSE
                           PERFORM CHECK-PARTIAL-NAME
                           IF WS-NM-ALL-FOUND = 'Y'
                               MOVE 'P' TO WS-HIT-TYPE
                           END-IF
                       END-IF
                   END-IF
                   IF WS-HIT-TYPE NOT = SPACES
                       PERFORM ADD-MATCH-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-PARTIAL-NAME.
           MOVE 'N' TO WS-NM-ALL-FOUND
           IF WS-NM-COUNT < 2 OR WS-SJ-TOKEN-COUNT(WS-SJ-IDX) < 2
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-NM-ALL-FOUND
           IF WS-SJ-TOKEN-COUNT(WS-SJ-IDX) <= WS-NM-COUNT
      *>       Every list token somewhere in the candidate.
               PERFORM VARYING WS-NM-I FROM 1 BY 1
                       UNTIL WS-NM-I > WS-SJ-TOKEN-COUNT(WS-SJ-IDX)
                   MOVE 'N' TO WS-NM-FOUND
                   PERFORM VARYING WS-NM-J FROM 1 BY 1
                           UNTIL WS-NM-J > WS-NM-COUNT
                       IF WS-NM-TOKEN(WS-NM-J) =
                               WS-SJ-TOKEN(WS-SJ-IDX, WS-NM-I)
                           MOVE 'Y' TO WS-NM-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-NM-FOUND = 'N'
                       MOVE 'N' TO WS-NM-ALL-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
      *>       Every candidate token somewhere in the list name.
               PERFORM VARYING WS-NM-J FROM 1 BY 1
                       UNTIL WS-NM-J > WS-NM-COUNT
                   MOVE 'N' TO WS-NM-FOUND
                   PERFORM VARYING WS-NM-I FROM 1 BY 1
                           UNTIL WS-NM-I > WS-SJ-TOKEN-COUNT(WS-SJ-IDX)
                       IF WS-NM-TOKEN(WS-NM-J) =
                               WS-SJ-TOKEN(WS-SJ-IDX, WS-NM-I)
                           MOVE 'Y' TO WS-NM-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-NM-FOUND = 'N'
                       MOVE 'N' TO WS-NM-ALL-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *>   Identifier match of WS-CAND-TEXT against every identifier
      *>   on the list, both sides stripped to letters and digits.
       MATCH-CANDIDATE-ID.
           MOVE WS-CAND-TEXT TO WS-ID-IN
           PERFORM NORMALIZE-ID
           IF WS-ID-NORM = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SJ-IDX FROM 1 BY 1
                   UNTIL WS-SJ-IDX > WS-SJ-COUNT
               IF WS-SJ-KIND(WS-SJ-IDX) = 'I'
                   AND WS-SJ-ORDERED(WS-SJ-IDX) NOT = SPACES
                   AND WS-SJ-ORDERED(WS-SJ-IDX)(1:30) = WS-ID-NORM
                   MOVE 'I' TO WS-HIT-TYPE
                   PERFORM ADD-MATCH-ENTRY
               END-IF
           END-PERFORM.

      *>   Records a hit for subject WS-SJ-IDX unless the same hit is
      *>   already on file (an earlier SEARCH of the same list, or the
      *>   same record seen twice) — reviewed hits keep their status.
       ADD-MATCH-ENTRY.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-TRACKING(WS-MT-IDX) = WS-SJ-TRACKING(WS-SJ-IDX)
                   AND WS-MT-SUBJECT-NUM(WS-MT-IDX)
                       = WS-SJ-SUBJECT-NUM(WS-SJ-IDX)
                   AND WS-MT-SOURCE(WS-MT-IDX) = WS-CAND-SOURCE
                   AND WS-MT-ACCT-ID(WS-MT-IDX) = WS-CAND-ACCT-ID
                   AND WS-MT-TRANS-ID(WS-MT-IDX) = WS-CAND-TRANS-ID
                   AND WS-MT-LIST-VALUE(WS-MT-IDX)
                       = WS-SJ-VALUE(WS-SJ-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-MT-COUNT >= 500
               DISPLAY "ERROR|MATCH-FILE-FULL|"
                   WS-SJ-TRACKING(WS-SJ-IDX) "|" WS-CAND-ACCT-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MT-COUNT
           ADD 1 TO WS-MT-NEXT-NUM
           MOVE SPACES TO WS-MT-ID(WS-MT-COUNT)
           STRING "F314-" DELIMITED BY SIZE
               WS-MT-NEXT-NUM DELIMITED BY SIZE
               INTO WS-MT-ID(WS-MT-COUNT)
           END-STRING
           MOVE WS-SJ-TRACKING(WS-SJ-IDX) TO WS-MT-TRACKING(WS-MT-COUNT)
           MOVE WS-SJ-SUBJECT-NUM(WS-SJ-IDX)
               TO WS-MT-SUBJECT-NUM(WS-MT-COUNT)
           MOVE WS-CAND-SOURCE TO WS-MT-SOURCE(WS-MT-COUNT)
           MOVE WS-CAND-ACCT-ID TO WS-MT-ACCT-ID(WS-MT-COUNT)
           MOVE WS-CAND-TRANS-ID TO WS-MT-TRANS-ID(WS-MT-COUNT)
           MOVE WS-CAND-TRANS-DATE TO WS-MT-TRANS-DATE(WS-MT-COUNT)
           MOVE WS-CAND-TEXT(1:30) TO WS-MT-MATCHED(WS-MT-COUNT)
           MOVE WS-SJ-VALUE(WS-SJ-IDX) TO WS-MT-LIST-VALUE(WS-MT-COUNT)
           MOVE WS-HIT-TYPE TO WS-MT-MATCH-TYPE(WS-MT-COUNT)
           MOVE 'P' TO WS-MT-STATUS(WS-MT-COUNT)
           MOVE WS-CURRENT-DATE TO WS-MT-FOUND-DATE(WS-MT-COUNT)
           MOVE SPACES TO WS-MT-REVIEWED-BY(WS-MT-COUNT)
           MOVE 0 TO WS-MT-REVIEWED-DATE(WS-MT-COUNT)
           MOVE 'Y' TO WS-MT-DIRTY
           ADD 1 TO WS-NEW-MATCHES
           DISPLAY "F314-MATCH|" WS-MT-ID(WS-MT-COUNT) "|"
               FUNCTION TRIM(WS-MT-TRACKING(WS-MT-COUNT)) "|"
               FUNCTION TRIM(WS-MT-SUBJECT-NUM(WS-MT-COUNT)) "|"
               FUNCTION TRIM(WS-CAND-SOURCE) "|"
               WS-CAND-ACCT-ID "|" WS-CAND-TRANS-ID "|"
               FUNCTION TRIM(WS-MT-MATCHED(WS-MT-COUNT)) "|"
               FUNCTION TRIM(WS-SJ-VALUE(WS-SJ-IDX)) "|"
               WS-HIT-TYPE.

      *>   Splits WS-NM-IN into upper-case word tokens and builds the
      *>   in-order (WS-NM-ORDERED) and sorted (WS-NM-SORTED) forms,
      *>   each token separated by one space.
       NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NM-IN) TO WS-NM-WORK
           MOVE 0 TO WS-NM-COUNT
           MOVE SPACES TO WS-NM-TOKENS
           MOVE SPACES TO WS-NM-CUR
           MOVE 0 TO WS-NM-CUR-LEN
           PERFORM VARYING WS-NM-POS FROM 1 BY 1
                   UNTIL WS-NM-POS > 40
               MOVE WS-NM-WORK(WS-NM-POS:1) TO WS-NM-CHAR
               EVALUATE TRUE
                   WHEN (WS-NM-CHAR >= "A" AND WS-NM-CHAR <= "Z")
                     OR (WS-NM-CHAR >= "0" AND WS-NM-CHAR <= "9")
                       IF WS-NM-CUR-LEN < 20
                           ADD 1 TO WS-NM-CUR-LEN
                           MOVE WS-NM-CHAR
                               TO WS-NM-CUR(WS-NM-CUR-LEN:1)
                       END-IF
                   WHEN WS-NM-CHAR = "'" OR WS-NM-CHAR = "."
                       CONTINUE
                   WHEN OTHER
                       PERFORM END-NAME-TOKEN
               END-EVALUATE
           END-PERFORM
           PERFORM END-NAME-TOKEN
           MOVE WS-NM-TOKENS TO WS-NM-SORT-TOKENS
           IF WS-NM-COUNT > 1
               COMPUTE WS-NM-LIMIT = WS-NM-COUNT - 1
               PERFORM VARYING WS-NM-I FROM 1 BY 1
                       UNTIL WS-NM-I > WS-NM-LIMIT
                   PERFORM VARYING WS-NM-J FROM 1 BY 1
                           UNTIL WS-NM-J > WS-NM-COUNT - WS-NM-I
                       IF WS-NM-SORT-TOKEN(WS-NM-J) >
                               WS-NM-SORT-TOKEN(WS-NM-J + 1)
                           MOVE WS-NM-SORT-TOKEN(WS-NM-J)
                               TO WS-NM-SWAP
                           MOVE WS-NM-SORT-TOKEN(WS-NM-J + 1)
                               TO WS-NM-SORT-TOKEN(WS-NM-J)
                           MOVE WS-NM-SWAP
                               TO WS-NM-SORT-TOKEN(WS-NM-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-NM-ORDERED
           MOVE SPACES TO WS-NM-SORTED
           MOVE 1 TO WS-NM-PTR
           PERFORM VARYING WS-NM-I FROM 1 BY 1
                   UNTIL WS-NM-I > WS-NM-COUNT
               STRING WS-NM-TOKEN(WS-NM-I) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-NM-ORDERED WITH POINTER WS-NM-PTR
               END-STRING
           END-PERFORM
           MOVE 1 TO WS-NM-PTR
           PERFORM VARYING WS-NM-I FROM 1 BY 1
                   UNTIL WS-NM-I > WS-NM-COUNT
               STRING WS-NM-SORT-TOKEN(WS-NM-I) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-NM-SORTED WITH POINTER WS-NM-PTR
               END-STRING
           END-PERFORM.

       END-NAME-TOKEN.
           IF WS-NM-CUR-LEN > 0 AND WS-NM-COUNT < 12
               ADD 1 TO WS-NM-COUNT
               MOVE WS-NM-CUR TO WS-NM-TOKEN(WS-NM-COUNT)
           END-IF
           MOVE SPACES TO WS-NM-CUR
           MOVE 0 TO WS-NM-CUR-LEN.

       NORMALIZE-ID.
           MOVE FUNCTION UPPER-CASE(WS-ID-IN) TO WS-ID-IN
           MOVE SPACES TO WS-ID-NORM
           MOVE 0 TO WS-ID-LEN
           PERFORM VARYING WS-ID-POS FROM 1 BY 1
                   UNTIL WS-ID-POS > 30
               MOVE WS-ID-IN(WS-ID-POS:1) TO WS-NM-CHAR
               IF (WS-NM-CHAR >= "A" AND WS-NM-CHAR <= "Z")
                   OR (WS-NM-CHAR >= "0" AND WS-NM-CHAR <= "9")
                   ADD 1 TO WS-ID-LEN
                   MOVE WS-NM-CHAR TO WS-ID-NORM(WS-ID-LEN:1)
               END-IF
           END-PERFORM.

       PROCESS-LIST.
           PERFORM LOAD-MATCH-FILE
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-IN-KEY = SPACES
                   OR WS-MT-TRACKING(WS-MT-IDX) = WS-IN-KEY
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY "F314-ITEM|" WS-MT-ID(WS-MT-IDX) "|"
                       FUNCTION TRIM(WS-MT-TRACKING(WS-MT-IDX)) "|"
                       FUNCTION TRIM(WS-MT-SUBJECT-NUM(WS-MT-IDX)) "|"
                       FUNCTION TRIM(WS-MT-SOURCE(WS-MT-IDX)) "|"
                       WS-MT-ACCT-ID(WS-MT-IDX) "|"
                       WS-MT-TRANS-ID(WS-MT-IDX) "|"
                       FUNCTION TRIM(WS-MT-MATCHED(WS-MT-IDX)) "|"
                       FUNCTION TRIM(WS-MT-LIST-VALUE(WS-MT-IDX)) "|"
                       WS-MT-MATCH-TYPE(WS-MT-IDX) "|"
                       WS-MT-STATUS(WS-MT-IDX)
               END-IF
           END-PERFORM
           DISPLAY "F314-COUNT|" WS-LIST-COUNT
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

       PROCESS-CONFIRM.
           PERFORM FIND-PENDING-MATCH
           IF WS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-MT-STATUS(WS-MT-MATCH-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-MT-REVIEWED-BY(WS-MT-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-MT-REVIEWED-DATE(WS-MT-MATCH-IDX)
           PERFORM SAVE-MATCH-FILE
           DISPLAY "F314-CONFIRMED|" FUNCTION TRIM(WS-IN-KEY) "|"
               WS-IN-OPERATOR-ID
           DISPLAY "RESULT|00".

       PROCESS-FALSE.
           PERFORM FIND-PENDING-MATCH
           IF WS-RESULT-CODE NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO WS-MT-STATUS(WS-MT-MATCH-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-MT-REVIEWED-BY(WS-MT-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-MT-REVIEWED-DATE(WS-MT-MATCH-IDX)
           PERFORM SAVE-MATCH-FILE
           DISPLAY "F314-FALSE|" FUNCTION TRIM(WS-IN-KEY) "|"
               WS-IN-OPERATOR-ID
           DISPLAY "RESULT|00".

       FIND-PENDING-MATCH.
           MOVE '00' TO WS-RESULT-CODE
           IF WS-IN-KEY = SPACES
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MATCH-FILE
           MOVE 0 TO WS-MT-MATCH-IDX
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-ID(WS-MT-IDX) = WS-IN-KEY
                   MOVE WS-MT-IDX TO WS-MT-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MT-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-MT-STATUS(WS-MT-MATCH-IDX) NOT = 'P'
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               DISPLAY "ERROR|ALREADY-REVIEWED|"
                   FUNCTION TRIM(WS-IN-KEY)
               DISPLAY "RESULT|06"
           END-IF.

      *>   The response carries only Confirmed hits, and only once
      *>   every hit on the tracking number has been worked — a
      *>   Pending one might be a match that belongs in it.
       PROCESS-RESPOND.
           IF WS-IN-KEY = SPACES
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MATCH-FILE
           MOVE 'N' TO WS-TRACK-FOUND
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-CONFIRMED-COUNT
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-TRACKING(WS-MT-IDX) = WS-IN-KEY
                   MOVE 'Y' TO WS-TRACK-FOUND
                   IF WS-MT-STATUS(WS-MT-IDX) = 'P'
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
                   IF WS-MT-STATUS(WS-MT-IDX) = 'C'
                       ADD 1 TO WS-CONFIRMED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PENDING-COUNT > 0
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               DISPLAY "ERROR|PENDING-REVIEW|"
                   FUNCTION TRIM(WS-IN-KEY) "|" WS-PENDING-COUNT
               DISPLAY "RESULT|06"
               EXIT PARAGRAPH
           END-IF
           IF WS-CONFIRMED-COUNT = 0
               IF WS-TRACK-FOUND = 'N'
                   MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
                   DISPLAY "F314-NO-MATCH|" FUNCTION TRIM(WS-IN-KEY)
                   DISPLAY "RESULT|03"
               ELSE
                   MOVE RC-SUCCESS TO WS-RESULT-CODE
                   DISPLAY "F314-NO-MATCH|" FUNCTION TRIM(WS-IN-KEY)
                   DISPLAY "RESULT|00"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RESP-PATH
           STRING "FIN314-RESP-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-IN-KEY) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-RESP-PATH
           END-STRING
           OPEN OUTPUT RESPONSE-FILE
           IF WS-RESP-STATUS NOT = '00'
               MOVE RC-FILE-ERROR TO WS-RESULT-CODE
               DISPLAY "ERROR|FILE-OPEN|" WS-RESP-STATUS
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-TRACKING(WS-MT-IDX) = WS-IN-KEY
                   AND WS-MT-STATUS(WS-MT-IDX) = 'C'
                   MOVE SPACES TO RESPONSE-LINE
                   STRING FUNCTION TRIM(WS-MT-TRACKING(WS-MT-IDX))
                           DELIMITED BY SIZE
                       "|" FUNCTION TRIM(WS-MT-SUBJECT-NUM(WS-MT-IDX))
                           DELIMITED BY SIZE
                       "|" FUNCTION TRIM(WS-MT-SOURCE(WS-MT-IDX))
                           DELIMITED BY SIZE
                       "|" FUNCTION TRIM(WS-MT-ACCT-ID(WS-MT-IDX))
                           DELIMITED BY SIZE
                       "|" FUNCTION TRIM(WS-MT-TRANS-ID(WS-MT-IDX))
                           DELIMITED BY SIZE
                       "|" WS-MT-TRANS-DATE(WS-MT-IDX)
                           DELIMITED BY SIZE
                       "|" FUNCTION TRIM(WS-MT-MATCHED(WS-MT-IDX))
                           DELIMITED BY SIZE
                       "|" FUNCTION TRIM(WS-MT-LIST-VALUE(WS-MT-IDX))
                           DELIMITED BY SIZE
                       "|" WS-MT-REVIEWED-BY(WS-MT-IDX)
                           DELIMITED BY SPACE
                       "|" WS-MT-REVIEWED-DATE(WS-MT-IDX)
                           DELIMITED BY SIZE
                       INTO RESPONSE-LINE
                   END-STRING
                   WRITE RESPONSE-LINE
               END-IF
           END-PERFORM
           CLOSE RESPONSE-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "F314-RESPONSE|" FUNCTION TRIM(WS-IN-KEY) "|"
               WS-CONFIRMED-COUNT "|" FUNCTION TRIM(WS-RESP-PATH)
           DISPLAY "RESULT|00".

       LOAD-MATCH-FILE.
           MOVE 0 TO WS-MT-COUNT
           MOVE 0 TO WS-MT-NEXT-NUM
           OPEN INPUT MATCH-FILE
           IF WS-MATCH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ MATCH-FILE
                   AT END
                       CLOSE MATCH-FILE
                       EXIT PERFORM
               END-READ
               IF WS-MT-COUNT < 500
                   ADD 1 TO WS-MT-COUNT
                   PERFORM STAGE-MATCH-ENTRY
               END-IF
           END-PERFORM.

       STAGE-MATCH-ENTRY.
           MOVE F314M-ID TO WS-MT-ID(WS-MT-COUNT)
           MOVE F314M-TRACKING TO WS-MT-TRACKING(WS-MT-COUNT)
           MOVE F314M-SUBJECT-NUM TO WS-MT-SUBJECT-NUM(WS-MT-COUNT)
           MOVE F314M-SOURCE TO WS-MT-SOURCE(WS-MT-COUNT)
           MOVE F314M-ACCT-ID TO WS-MT-ACCT-ID(WS-MT-COUNT)
           MOVE F314M-TRANS-ID TO WS-MT-TRANS-ID(WS-MT-COUNT)
           MOVE F314M-TRANS-DATE TO WS-MT-TRANS-DATE(WS-MT-COUNT)
           MOVE F314M-MATCHED TO WS-MT-MATCHED(WS-MT-COUNT)
           MOVE F314M-LIST-VALUE TO WS-MT-LIST-VALUE(WS-MT-COUNT)
           MOVE F314M-MATCH-TYPE TO WS-MT-MATCH-TYPE(WS-MT-COUNT)
           MOVE F314M-STATUS TO WS-MT-STATUS(WS-MT-COUNT)
           MOVE F314M-FOUND-DATE TO WS-MT-FOUND-DATE(WS-MT-COUNT)
           MOVE F314M-REVIEWED-BY TO WS-MT-REVIEWED-BY(WS-MT-COUNT)
           MOVE F314M-REVIEWED-DATE
               TO WS-MT-REVIEWED-DATE(WS-MT-COUNT)
           IF F314M-ID(6:7) IS NUMERIC
               MOVE F314M-ID(6:7) TO WS-MT-ID-NUM
               IF WS-MT-ID-NUM > WS-MT-NEXT-NUM
                   MOVE WS-MT-ID-NUM TO WS-MT-NEXT-NUM
               END-IF
           END-IF.

       SAVE-MATCH-FILE.
           OPEN OUTPUT MATCH-FILE
           IF WS-MATCH-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-MATCH-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               MOVE WS-MT-ID(WS-MT-IDX) TO F314M-ID
               MOVE WS-MT-TRACKING(WS-MT-IDX) TO F314M-TRACKING
               MOVE WS-MT-SUBJECT-NUM(WS-MT-IDX) TO F314M-SUBJECT-NUM
               MOVE WS-MT-SOURCE(WS-MT-IDX) TO F314M-SOURCE
               MOVE WS-MT-ACCT-ID(WS-MT-IDX) TO F314M-ACCT-ID
               MOVE WS-MT-TRANS-ID(WS-MT-IDX) TO F314M-TRANS-ID
               MOVE WS-MT-TRANS-DATE(WS-MT-IDX) TO F314M-TRANS-DATE
               MOVE WS-MT-MATCHED(WS-MT-IDX) TO F314M-MATCHED
               MOVE WS-MT-LIST-VALUE(WS-MT-IDX) TO F314M-LIST-VALUE
               MOVE WS-MT-MATCH-TYPE(WS-MT-IDX) TO F314M-MATCH-TYPE
               MOVE WS-MT-STATUS(WS-MT-IDX) TO F314M-STATUS
               MOVE WS-MT-FOUND-DATE(WS-MT-IDX) TO F314M-FOUND-DATE
               MOVE WS-MT-REVIEWED-BY(WS-MT-IDX) TO F314M-REVIEWED-BY
               MOVE WS-MT-REVIEWED-DATE(WS-MT-IDX)
                   TO F314M-REVIEWED-DATE
               WRITE F314-MATCH-RECORD
           END-PERFORM
           CLOSE MATCH-FILE.

       APPEND-OPLOG-ENTRY.
           MOVE WS-IN-OPERATOR-ID TO OPLOG-OPERATOR-ID
           MOVE "FIN314" TO OPLOG-PROGRAM
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
