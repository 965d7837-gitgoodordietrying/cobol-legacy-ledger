      *>================================================================*
      *>  Program:     RISKRATE.cob
      *>  System:      LEGACY LEDGER — Customer Risk Rating / CDD Review
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    KYC.DAT records identity verification at opening, and
      *>    after that nobody looked at the customer again unless
      *>    SARSCAN.cob tripped. BSA expects every customer carried at
      *>    a risk rating scored from concrete factors and re-reviewed
      *>    on a cycle set by that rating. SCORE rates every KYC.DAT
      *>    customer low, medium or high from product mix, wire
      *>    volume, cash activity (CTR.DAT), SAR case history
      *>    (SAR.DAT), sanctions-queue hits (SCREENQ.DAT) and the
      *>    channels the customer uses, writes the rating with its
      *>    contributing factors to RISK.DAT, and sets the next review
      *>    date by tier. DUE is the compliance team's review-due
      *>    list; REVIEW records a completed review and who did it.
      *>
      *>  Operations:
      *>    SCORE — rate every customer (see Algorithm)
      *>    DUE [<days-ahead>] — every customer whose next review
      *>          falls within <days-ahead> days (default COMCODE.cpy's
      *>          RISK-DUE-WINDOW-DAYS) or is already past
      *>    REVIEW <acct-id> <operator-id> [<note>] — record that the
      *>          customer keyed by <acct-id> (the RISK.DAT key, as DUE
      *>          prints it) was reviewed today by <operator-id>, and
      *>          restart its review cycle from today; <note> is a
      *>          single token (underscores for spaces), same as
      *>          SARSCAN.cob's DISPOSE
      *>
      *>  Algorithm (SCORE):
      *>    Pass 1: load ACCOUNTS.DAT and RISK.DAT; every distinct
      *>      KYC.DAT applicant is a customer, keyed by the account its
      *>      KYC record was opened with. Each account is tied to the
      *>      customers named as its owner or joint owner (same name-
      *>      keyed relating KITESCAN.cob uses), and open accounts give
      *>      the customer's product mix.
      *>    Pass 2: TRANSACT.DAT over the lookback — successful wires
      *>      (count and total) and the distinct channels used (SYS
      *>      batch postings aren't the customer's choice and don't
      *>      count).
      *>    Pass 3: filed CTR.DAT records over the lookback, near and
      *>      over threshold; every SAR.DAT case and SCREENQ.DAT hit on
      *>      the customer's accounts, worst status kept.
      *>    Pass 4: points per factor, tier, next review date —
      *>      RISK-RATING-SETTINGS in COMCODE.cpy — and RISK.DAT
      *>      rewritten with review history carried forward.
      *>
      *>  Files:
      *>    Input:  ACCOUNTS.DAT (INDEXED, keyed on ACCT-ID)
      *>    Input:  KYC.DAT      (LINE SEQUENTIAL, 91-byte)
      *>    Input:  TRANSACT.DAT (LINE SEQUENTIAL, 205-byte)
      *>    Input:  CTR.DAT      (LINE SEQUENTIAL, 91-byte)
      *>    Input:  SAR.DAT      (LINE SEQUENTIAL, 139-byte)
      *>    Input:  SCREENQ.DAT  (LINE SEQUENTIAL, 162-byte)
      *>    I-O:    RISK.DAT     (LINE SEQUENTIAL, 165-byte — loaded
      *>            whole and rewritten via a RISK.DAT.NEW scratch
      *>            file + shell "mv", same swap SARSCAN.cob uses for
      *>            SAR.DAT)
      *>    (CTR.DAT, SAR.DAT, SCREENQ.DAT and RISK.DAT are optional —
      *>    absent means nothing on file)
      *>
      *>  Copybooks:
      *>    RISKREC.cpy   — Customer risk rating record layout
      *>    ACCTREC.cpy   — Account record layout (148 bytes)
      *>    KYCREC.cpy    — Customer identification record layout
      *>    TRANSREC.cpy  — Transaction record layout
      *>    CTRREC.cpy    — Currency transaction report record layout
      *>    SARREC.cpy    — Suspicious activity case record layout
      *>    SCRQREC.cpy   — Screening queue record layout
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>    COMCODE.cpy   — Shared status codes and settings
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    SCORE:  RISK|ACCT|CUSTOMER|TIER|SCORE|PRD|WIR|CSH|SAR|SCR|
      *>            CHN|NEXT-REVIEW per customer, RISK-TIER-CHANGE|
      *>            ACCT|OLD-TIER|NEW-TIER where the rating moved, then
      *>            RISK-SUMMARY|CUSTOMERS|HIGH|MEDIUM|LOW
      *>    DUE:    RISK-DUE|ACCT|CUSTOMER|TIER|SCORE|NEXT-REVIEW|
      *>            DAYS-LEFT|LAST-REVIEW|REVIEWED-BY, then
      *>            RISK-DUE-SUMMARY|COUNT
      *>    REVIEW: OK|REVIEW|ACCT|OPERATOR|NEXT-REVIEW
      *>    Result: RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success (DUE: nothing due)
      *>    RESULT|01 — DUE: one or more reviews due or past due
      *>    RESULT|02 — REVIEW: no RISK.DAT record for that account
      *>                (run SCORE first)
      *>    RESULT|03 — REVIEW: operator id missing
      *>    RESULT|99 — File I/O error, or unknown operation
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation — customer risk
      *>                     rating and due-diligence review cycle
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT TRANSACT-FILE
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT CTR-FILE
               ASSIGN TO "CTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.
           SELECT SAR-FILE
               ASSIGN TO "SAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-STATUS.
           SELECT SCREENQ-FILE
               ASSIGN TO "SCREENQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRQ-STATUS.
           SELECT RISK-FILE
               ASSIGN TO "RISK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-STATUS.
           SELECT RISK-OUT-FILE
               ASSIGN TO "RISK.DAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY "ACCTREC.cpy".
       FD  KYC-FILE.
       COPY "KYCREC.cpy".
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  CTR-FILE.
       COPY "CTRREC.cpy".
       FD  SAR-FILE.
       COPY "SARREC.cpy".
       FD  SCREENQ-FILE.
       COPY "SCRQREC.cpy".
       FD  RISK-FILE.
       COPY "RISKREC.cpy".
       FD  RISK-OUT-FILE.
       01  RISK-OUT-RECORD           PIC X(165).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-KYC-STATUS          PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-CTR-STATUS          PIC XX VALUE SPACES.
       01  WS-SAR-STATUS          PIC XX VALUE SPACES.
       01  WS-SCRQ-STATUS         PIC XX VALUE SPACES.
       01  WS-RISK-STATUS         PIC XX VALUE SPACES.
       01  WS-RISK-OUT-STATUS     PIC XX VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-IN-NOTE             PIC X(40) VALUE SPACES.
       01  WS-IN-DAYS-STR         PIC X(8) VALUE SPACES.
       01  WS-DUE-DAYS            PIC 9(5) VALUE 0.
       01  WS-SWAP-CMD            PIC X(60) VALUE SPACES.
       COPY "ACCTIO.cpy".

      *>   Customers being scored — one per distinct KYC.DAT
      *>   applicant, with the factor tallies built up pass by pass.
       01  WS-CU-COUNT            PIC 9(3) VALUE 0.
       01  WS-CU-IDX              PIC 9(3) VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CU-ENTRY OCCURS 500 TIMES.
               10  WS-CU-ACCT-ID      PIC X(10).
               10  WS-CU-NAME         PIC X(30).
               10  WS-CU-KYC-DATE     PIC 9(8).
               10  WS-CU-ACCTS        PIC 9(3).
               10  WS-CU-TYPE-COUNT   PIC 9(1).
               10  WS-CU-TYPE-LIST    PIC X(8).
               10  WS-CU-WIRE-COUNT   PIC 9(5).
               10  WS-CU-WIRE-TOTAL   PIC 9(10)V99.
               10  WS-CU-CTR-NEAR     PIC 9(5).
               10  WS-CU-CTR-OVER     PIC 9(5).
               10  WS-CU-SAR-WORST    PIC X(1).
               10  WS-CU-SCR-WORST    PIC X(1).
               10  WS-CU-CHN-COUNT    PIC 9(1).
               10  WS-CU-CHANNEL      PIC X(3) OCCURS 8 TIMES.
               10  WS-CU-TELLER       PIC X(1).
               10  WS-CU-PRD-PTS      PIC 9(2).
               10  WS-CU-WIR-PTS      PIC 9(2).
               10  WS-CU-CSH-PTS      PIC 9(2).
               10  WS-CU-SAR-PTS      PIC 9(2).
               10  WS-CU-SCR-PTS      PIC 9(2).
               10  WS-CU-CHN-PTS      PIC 9(2).
               10  WS-CU-SCORE        PIC 9(3).
               10  WS-CU-TIER         PIC X(1).

      *>   Owning customers of each account, parallel to
      *>   WS-ACCT-ENTRY — primary owner's and joint owner's
      *>   WS-CU-ENTRY subscripts, zero where the name isn't a
      *>   KYC.DAT applicant.
       01  WS-ACCT-CUST-TABLE.
           05  WS-AC-ENTRY OCCURS 500 TIMES.
               10  WS-AC-CUST-1       PIC 9(3).
               10  WS-AC-CUST-2       PIC 9(3).

      *>   Loaded copy of RISK.DAT — same layout as RISKREC.cpy so an
      *>   entry moves to and from the record whole.
       01  WS-RK-COUNT            PIC 9(3) VALUE 0.
       01  WS-RK-IDX              PIC 9(3) VALUE 0.
       01  WS-RK-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-RISK-TABLE.
           05  WS-RK-ENTRY OCCURS 500 TIMES.
               10  WS-RK-ACCT-ID      PIC X(10).
               10  WS-RK-CUSTOMER     PIC X(30).
               10  WS-RK-TIER         PIC X(1).
               10  WS-RK-SCORE        PIC 9(3).
               10  WS-RK-PRD-PTS      PIC 9(2).
               10  WS-RK-WIR-PTS      PIC 9(2).
               10  WS-RK-CSH-PTS      PIC 9(2).
               10  WS-RK-SAR-PTS      PIC 9(2).
               10  WS-RK-SCR-PTS      PIC 9(2).
               10  WS-RK-CHN-PTS      PIC 9(2).
               10  WS-RK-ACCT-COUNT   PIC 9(3).
               10  WS-RK-TYPE-COUNT   PIC 9(1).
               10  WS-RK-WIRE-COUNT   PIC 9(5).
               10  WS-RK-WIRE-TOTAL   PIC 9(10)V99.
               10  WS-RK-CTR-NEAR     PIC 9(5).
               10  WS-RK-CTR-OVER     PIC 9(5).
               10  WS-RK-SAR-WORST    PIC X(1).
               10  WS-RK-SCR-WORST    PIC X(1).
               10  WS-RK-CHN-COUNT    PIC 9(1).
               10  WS-RK-TELLER       PIC X(1).
               10  WS-RK-SCORED       PIC 9(8).
               10  WS-RK-LAST-REVIEW  PIC 9(8).
               10  WS-RK-REVIEWED-BY  PIC X(10).
               10  WS-RK-REVIEW-NOTE  PIC X(40).
               10  WS-RK-NEXT-REVIEW  PIC 9(8).

       01  WS-LOOKUP-NAME         PIC X(30) VALUE SPACES.
       01  WS-LOOKUP-IDX          PIC 9(3) VALUE 0.
       01  WS-OWNER-IDX           PIC 9(3) VALUE 0.
       01  WS-CHN-IDX             PIC 9(1) VALUE 0.
       01  WS-CHN-SEEN            PIC X VALUE 'N'.
       01  WS-TYPE-TALLY          PIC 9(2) VALUE 0.
       01  WS-CUTOFF-DATE         PIC 9(8) VALUE 0.
       01  WS-OLD-TIER            PIC X(1) VALUE SPACES.
       01  WS-HIGH-COUNT          PIC 9(3) VALUE 0.
       01  WS-MEDIUM-COUNT        PIC 9(3) VALUE 0.
       01  WS-LOW-COUNT           PIC 9(3) VALUE 0.
       01  WS-DUE-COUNT           PIC 9(3) VALUE 0.
       01  WS-DUE-LIMIT           PIC 9(8) VALUE 0.
       01  WS-DAYS-LEFT           PIC S9(5) VALUE 0.

      *>   Review-cycle date arithmetic — WS-RV-BASE plus
      *>   WS-RV-MONTHS calendar months into WS-RV-DATE, see
      *>   ADD-REVIEW-MONTHS.
       01  WS-RV-BASE             PIC 9(8) VALUE 0.
       01  WS-RV-MONTHS           PIC 9(3) VALUE 0.
       01  WS-RV-TOTAL-MONTHS     PIC 9(6) VALUE 0.
       01  WS-RV-DATE             PIC 9(8) VALUE 0.
       01  WS-RV-DATE-PARTS REDEFINES WS-RV-DATE.
           05  WS-RV-YYYY         PIC 9(4).
           05  WS-RV-MM           PIC 9(2).
           05  WS-RV-DD           PIC 9(2).
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
               WHEN "SCORE"
                   PERFORM PROCESS-SCORE
               WHEN "DUE"
                   PERFORM PARSE-DUE-LINE
                   PERFORM PROCESS-DUE
               WHEN "REVIEW"
                   PERFORM PARSE-REVIEW-LINE
                   PERFORM PROCESS-REVIEW
               WHEN OTHER
                   DISPLAY "ERROR|UNKNOWN-OPERATION|" WS-OPERATION
                   DISPLAY "RESULT|99"
           END-EVALUATE

           STOP RUN.

      *>   DUE [<days-ahead>] — same NUMVAL-if-present override idiom
      *>   as SARSCAN.cob's SCAN.
       PARSE-DUE-LINE.
           MOVE RISK-DUE-WINDOW-DAYS TO WS-DUE-DAYS
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-DAYS-STR
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-DAYS-STR) TO WS-IN-DAYS-STR
           IF WS-IN-DAYS-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-DAYS-STR) TO WS-DUE-DAYS
           END-IF.

       PARSE-REVIEW-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-OPERATOR-ID
                    WS-IN-NOTE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           MOVE FUNCTION TRIM(WS-IN-NOTE) TO WS-IN-NOTE
           INSPECT WS-IN-NOTE REPLACING ALL "_" BY " ".

      *>================================================================*
      *>  SCORE
      *>================================================================*
       PROCESS-SCORE.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - RISK-LOOKBACK-DAYS)
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-RISK-FILE
           PERFORM LOAD-KYC-CUSTOMERS
           PERFORM LINK-ACCOUNT-OWNERS
           PERFORM SCAN-TRANSACTIONS
           PERFORM SCAN-CTR-FILE
           PERFORM SCAN-SAR-FILE
           PERFORM SCAN-SCREEN-QUEUE

           MOVE 0 TO WS-HIGH-COUNT
           MOVE 0 TO WS-MEDIUM-COUNT
           MOVE 0 TO WS-LOW-COUNT
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               PERFORM SCORE-ONE-CUSTOMER
               PERFORM POST-RISK-RECORD
           END-PERFORM
           PERFORM REWRITE-RISK-FILE

           DISPLAY "RISK-SUMMARY|" WS-CU-COUNT "|" WS-HIGH-COUNT "|"
               WS-MEDIUM-COUNT "|" WS-LOW-COUNT
           DISPLAY "RESULT|00".

      *>   One customer per distinct applicant name, keyed by the
      *>   first KYC record on file for it. Never reviewed, a
      *>   customer's cycle runs from KYC verification (from opening
      *>   while still Pending).
       LOAD-KYC-CUSTOMERS.
           MOVE 0 TO WS-CU-COUNT
           OPEN INPUT KYC-FILE
           IF WS-KYC-STATUS NOT = '00'
               DISPLAY "NOTE|No KYC.DAT — no customers to rate"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ KYC-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF KYC-APPLICANT = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               MOVE KYC-APPLICANT TO WS-LOOKUP-NAME
               PERFORM FIND-CUSTOMER-BY-NAME
               IF WS-LOOKUP-IDX = 0 AND WS-CU-COUNT < 500
                   ADD 1 TO WS-CU-COUNT
                   INITIALIZE WS-CU-ENTRY(WS-CU-COUNT)
                   MOVE KYC-ACCT-ID TO WS-CU-ACCT-ID(WS-CU-COUNT)
                   MOVE KYC-APPLICANT TO WS-CU-NAME(WS-CU-COUNT)
                   MOVE 'N' TO WS-CU-TELLER(WS-CU-COUNT)
                   IF KYC-VERIFIED AND KYC-VERIFIED-DATE > 0
                       MOVE KYC-VERIFIED-DATE
                           TO WS-CU-KYC-DATE(WS-CU-COUNT)
                   ELSE
                       MOVE KYC-CREATED-DATE
                           TO WS-CU-KYC-DATE(WS-CU-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE KYC-FILE.

       FIND-CUSTOMER-BY-NAME.
           MOVE 0 TO WS-LOOKUP-IDX
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               IF WS-CU-NAME(WS-CU-IDX) = WS-LOOKUP-NAME
                   MOVE WS-CU-IDX TO WS-LOOKUP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   Ties each account to the customers named as its owner and
      *>   joint owner, and counts the customer's open accounts and
      *>   distinct account types. A customer's own KYC account is
      *>   tied to it even where the account name has since changed.
       LINK-ACCOUNT-OWNERS.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               MOVE WS-A-NAME(WS-ACCT-IDX) TO WS-LOOKUP-NAME
               PERFORM FIND-CUSTOMER-BY-NAME
               MOVE WS-LOOKUP-IDX TO WS-AC-CUST-1(WS-ACCT-IDX)
               MOVE 0 TO WS-AC-CUST-2(WS-ACCT-IDX)
               IF WS-A-JOINT(WS-ACCT-IDX) NOT = SPACES
                   MOVE WS-A-JOINT(WS-ACCT-IDX) TO WS-LOOKUP-NAME
                   PERFORM FIND-CUSTOMER-BY-NAME
                   IF WS-LOOKUP-IDX NOT = WS-AC-CUST-1(WS-ACCT-IDX)
                       MOVE WS-LOOKUP-IDX TO WS-AC-CUST-2(WS-ACCT-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               MOVE WS-CU-ACCT-ID(WS-CU-IDX) TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'Y'
                   AND WS-AC-CUST-1(WS-FOUND-IDX) NOT = WS-CU-IDX
                   AND WS-AC-CUST-2(WS-FOUND-IDX) NOT = WS-CU-IDX
                   IF WS-AC-CUST-1(WS-FOUND-IDX) = 0
                       MOVE WS-CU-IDX TO WS-AC-CUST-1(WS-FOUND-IDX)
                   ELSE
                       MOVE WS-CU-IDX TO WS-AC-CUST-2(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-A-STATUS(WS-ACCT-IDX) NOT = 'C'
                   MOVE WS-AC-CUST-1(WS-ACCT-IDX) TO WS-OWNER-IDX
                   PERFORM COUNT-PRODUCT-HELD
                   MOVE WS-AC-CUST-2(WS-ACCT-IDX) TO WS-OWNER-IDX
                   PERFORM COUNT-PRODUCT-HELD
               END-IF
           END-PERFORM.

       COUNT-PRODUCT-HELD.
           IF WS-OWNER-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CU-ACCTS(WS-OWNER-IDX)
           MOVE 0 TO WS-TYPE-TALLY
           INSPECT WS-CU-TYPE-LIST(WS-OWNER-IDX)
               TALLYING WS-TYPE-TALLY FOR ALL WS-A-TYPE(WS-ACCT-IDX)
           IF WS-TYPE-TALLY = 0 AND WS-CU-TYPE-COUNT(WS-OWNER-IDX) < 8
               ADD 1 TO WS-CU-TYPE-COUNT(WS-OWNER-IDX)
               MOVE WS-A-TYPE(WS-ACCT-IDX) TO WS-CU-TYPE-LIST
                   (WS-OWNER-IDX)(WS-CU-TYPE-COUNT(WS-OWNER-IDX):1)
           END-IF.

      *>   Successful postings over the lookback — wires counted and
      *>   totalled, channels collected — for each owning customer.
       SCAN-TRANSACTIONS.
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF TRANS-STATUS NOT = '00'
                   OR TRANS-DATE < WS-CUTOFF-DATE
                   EXIT PERFORM CYCLE
               END-IF
               MOVE TRANS-ACCT-ID TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'Y'
                   MOVE WS-AC-CUST-1(WS-FOUND-IDX) TO WS-OWNER-IDX
                   PERFORM TALLY-CUSTOMER-POSTING
                   MOVE WS-AC-CUST-2(WS-FOUND-IDX) TO WS-OWNER-IDX
                   PERFORM TALLY-CUSTOMER-POSTING
               END-IF
           END-PERFORM
           CLOSE TRANSACT-FILE.

       TALLY-CUSTOMER-POSTING.
           IF WS-OWNER-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF TRANS-WIRE
               ADD 1 TO WS-CU-WIRE-COUNT(WS-OWNER-IDX)
               ADD TRANS-AMOUNT TO WS-CU-WIRE-TOTAL(WS-OWNER-IDX)
           END-IF
           IF TRANS-CHANNEL = SPACES OR TRANS-CHANNEL = "SYS"
               EXIT PARAGRAPH
           END-IF
           IF TRANS-CHANNEL = "TLR"
               MOVE 'Y' TO WS-CU-TELLER(WS-OWNER-IDX)
           END-IF
           MOVE 'N' TO WS-CHN-SEEN
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > WS-CU-CHN-COUNT(WS-OWNER-IDX)
               IF WS-CU-CHANNEL(WS-OWNER-IDX, WS-CHN-IDX)
                   = TRANS-CHANNEL
                   MOVE 'Y' TO WS-CHN-SEEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CHN-SEEN = 'N' AND WS-CU-CHN-COUNT(WS-OWNER-IDX) < 8
               ADD 1 TO WS-CU-CHN-COUNT(WS-OWNER-IDX)
               MOVE TRANS-CHANNEL TO WS-CU-CHANNEL(WS-OWNER-IDX,
                   WS-CU-CHN-COUNT(WS-OWNER-IDX))
           END-IF.

      *>   Filed CTR.DAT records over the lookback — an Exempt-marked
      *>   deposit was never filed and says nothing against the
      *>   customer (see CTREXREC.cpy).
       SCAN-CTR-FILE.
           OPEN INPUT CTR-FILE
           IF WS-CTR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CTR-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF NOT CTR-FILED OR CTR-DATE < WS-CUTOFF-DATE
                   EXIT PERFORM CYCLE
               END-IF
               MOVE CTR-ACCT-ID TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'Y'
                   MOVE WS-AC-CUST-1(WS-FOUND-IDX) TO WS-OWNER-IDX
                   PERFORM TALLY-CUSTOMER-CTR
                   MOVE WS-AC-CUST-2(WS-FOUND-IDX) TO WS-OWNER-IDX
                   PERFORM TALLY-CUSTOMER-CTR
               END-IF
           END-PERFORM
           CLOSE CTR-FILE.

       TALLY-CUSTOMER-CTR.
           IF WS-OWNER-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF CTR-OVER-THRESHOLD
               ADD 1 TO WS-CU-CTR-OVER(WS-OWNER-IDX)
           ELSE
               ADD 1 TO WS-CU-CTR-NEAR(WS-OWNER-IDX)
           END-IF.

      *>   Every SAR.DAT case on the customer's accounts, whatever its
      *>   age — worst status kept: Filed over Open over Cleared.
       SCAN-SAR-FILE.
           OPEN INPUT SAR-FILE
           IF WS-SAR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SAR-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SAR-ACCT-ID TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'Y'
                   MOVE WS-AC-CUST-1(WS-FOUND-IDX) TO WS-OWNER-IDX
                   PERFORM TALLY-CUSTOMER-SAR
                   MOVE WS-AC-CUST-2(WS-FOUND-IDX) TO WS-OWNER-IDX
                   PERFORM TALLY-CUSTOMER-SAR
               END-IF
           END-PERFORM
           CLOSE SAR-FILE.

       TALLY-CUSTOMER-SAR.
           IF WS-OWNER-IDX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN SAR-CASE-FILED
                   MOVE 'F' TO WS-CU-SAR-WORST(WS-OWNER-IDX)
               WHEN SAR-CASE-OPEN
                   IF WS-CU-SAR-WORST(WS-OWNER-IDX) NOT = 'F'
                       MOVE 'O' TO WS-CU-SAR-WORST(WS-OWNER-IDX)
                   END-IF
               WHEN OTHER
                   IF WS-CU-SAR-WORST(WS-OWNER-IDX) = SPACE
                       MOVE 'C' TO WS-CU-SAR-WORST(WS-OWNER-IDX)
                   END-IF
           END-EVALUATE.

      *>   Screening hits keyed to one of the customer's accounts
      *>   (WIRE and CREATE key the queue entry by account) — worst
      *>   status kept: Blocked over Pending over Cleared.
       SCAN-SCREEN-QUEUE.
           OPEN INPUT SCREENQ-FILE
           IF WS-SCRQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SCREENQ-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SCRQ-KEY-ID(1:10) TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'Y'
                   MOVE WS-AC-CUST-1(WS-FOUND-IDX) TO WS-OWNER-IDX
                   PERFORM TALLY-CUSTOMER-SCREEN
                   MOVE WS-AC-CUST-2(WS-FOUND-IDX) TO WS-OWNER-IDX
                   PERFORM TALLY-CUSTOMER-SCREEN
               END-IF
           END-PERFORM
           CLOSE SCREENQ-FILE.

       TALLY-CUSTOMER-SCREEN.
           IF WS-OWNER-IDX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN SCRQ-BLOCKED
                   MOVE 'B' TO WS-CU-SCR-WORST(WS-OWNER-IDX)
               WHEN SCRQ-PENDING
                   IF WS-CU-SCR-WORST(WS-OWNER-IDX) NOT = 'B'
                       MOVE 'P' TO WS-CU-SCR-WORST(WS-OWNER-IDX)
                   END-IF
               WHEN OTHER
                   IF WS-CU-SCR-WORST(WS-OWNER-IDX) = SPACE
                       MOVE 'C' TO WS-CU-SCR-WORST(WS-OWNER-IDX)
                   END-IF
           END-EVALUATE.

      *>   Points per factor and the tier — weights and thresholds in
      *>   COMCODE.cpy's RISK-RATING-SETTINGS.
       SCORE-ONE-CUSTOMER.
           MOVE 0 TO WS-CU-PRD-PTS(WS-CU-IDX)
           IF WS-CU-TYPE-COUNT(WS-CU-IDX) >= RISK-PRD-TYPES
               ADD 1 TO WS-CU-PRD-PTS(WS-CU-IDX)
           END-IF
           IF WS-CU-ACCTS(WS-CU-IDX) >= RISK-PRD-ACCTS
               ADD 1 TO WS-CU-PRD-PTS(WS-CU-IDX)
           END-IF

           MOVE 0 TO WS-CU-WIR-PTS(WS-CU-IDX)
           IF WS-CU-WIRE-COUNT(WS-CU-IDX) >= RISK-WIR-HIGH-COUNT
               OR WS-CU-WIRE-TOTAL(WS-CU-IDX) >= RISK-WIR-HIGH-AMT
               MOVE 2 TO WS-CU-WIR-PTS(WS-CU-IDX)
           ELSE
               IF WS-CU-WIRE-COUNT(WS-CU-IDX) > 0
                   MOVE 1 TO WS-CU-WIR-PTS(WS-CU-IDX)
               END-IF
           END-IF

           MOVE 0 TO WS-CU-CSH-PTS(WS-CU-IDX)
           EVALUATE TRUE
               WHEN WS-CU-CTR-OVER(WS-CU-IDX) >= RISK-CSH-HIGH-COUNT
                   MOVE 3 TO WS-CU-CSH-PTS(WS-CU-IDX)
               WHEN WS-CU-CTR-OVER(WS-CU-IDX) > 0
                   MOVE 2 TO WS-CU-CSH-PTS(WS-CU-IDX)
               WHEN WS-CU-CTR-NEAR(WS-CU-IDX) > 0
                   MOVE 1 TO WS-CU-CSH-PTS(WS-CU-IDX)
           END-EVALUATE

           EVALUATE WS-CU-SAR-WORST(WS-CU-IDX)
               WHEN 'F'
                   MOVE RISK-SAR-FILED-PTS TO WS-CU-SAR-PTS(WS-CU-IDX)
               WHEN 'O'
                   MOVE RISK-SAR-OPEN-PTS TO WS-CU-SAR-PTS(WS-CU-IDX)
               WHEN 'C'
                   MOVE RISK-SAR-CLEARED-PTS
                       TO WS-CU-SAR-PTS(WS-CU-IDX)
               WHEN OTHER
                   MOVE 0 TO WS-CU-SAR-PTS(WS-CU-IDX)
           END-EVALUATE

           EVALUATE WS-CU-SCR-WORST(WS-CU-IDX)
               WHEN 'B'
                   MOVE RISK-SCR-BLOCKED-PTS
                       TO WS-CU-SCR-PTS(WS-CU-IDX)
               WHEN 'P'
                   MOVE RISK-SCR-PENDING-PTS
                       TO WS-CU-SCR-PTS(WS-CU-IDX)
               WHEN OTHER
                   MOVE 0 TO WS-CU-SCR-PTS(WS-CU-IDX)
           END-EVALUATE

           MOVE 0 TO WS-CU-CHN-PTS(WS-CU-IDX)
           IF WS-CU-CHN-COUNT(WS-CU-IDX) >= RISK-CHN-MANY
               ADD 1 TO WS-CU-CHN-PTS(WS-CU-IDX)
           END-IF
           IF WS-CU-CHN-COUNT(WS-CU-IDX) > 0
               AND WS-CU-TELLER(WS-CU-IDX) = 'N'
               ADD 1 TO WS-CU-CHN-PTS(WS-CU-IDX)
           END-IF

           COMPUTE WS-CU-SCORE(WS-CU-IDX) =
               WS-CU-PRD-PTS(WS-CU-IDX) + WS-CU-WIR-PTS(WS-CU-IDX)
               + WS-CU-CSH-PTS(WS-CU-IDX) + WS-CU-SAR-PTS(WS-CU-IDX)
               + WS-CU-SCR-PTS(WS-CU-IDX) + WS-CU-CHN-PTS(WS-CU-IDX)
           EVALUATE TRUE
               WHEN WS-CU-SCORE(WS-CU-IDX) >= RISK-HIGH-SCORE
                   OR WS-CU-SAR-WORST(WS-CU-IDX) = 'F'
                   OR WS-CU-SCR-WORST(WS-CU-IDX) = 'B'
                   MOVE 'H' TO WS-CU-TIER(WS-CU-IDX)
                   ADD 1 TO WS-HIGH-COUNT
               WHEN WS-CU-SCORE(WS-CU-IDX) >= RISK-MEDIUM-SCORE
                   MOVE 'M' TO WS-CU-TIER(WS-CU-IDX)
                   ADD 1 TO WS-MEDIUM-COUNT
               WHEN OTHER
                   MOVE 'L' TO WS-CU-TIER(WS-CU-IDX)
                   ADD 1 TO WS-LOW-COUNT
           END-EVALUATE.

      *>   Folds the customer's fresh rating into its RISK.DAT entry
      *>   (a new entry the first time it's scored), keeping the
      *>   review history, and resets the next review from the tier.
       POST-RISK-RECORD.
           MOVE WS-CU-ACCT-ID(WS-CU-IDX) TO WS-IN-ACCT-ID
           PERFORM FIND-RISK-ENTRY
           IF WS-RK-FOUND-IDX = 0
               IF WS-RK-COUNT >= 500
                   DISPLAY "WARN|RISK.DAT full — not rated|"
                       WS-IN-ACCT-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RK-COUNT
               MOVE WS-RK-COUNT TO WS-RK-FOUND-IDX
               INITIALIZE WS-RK-ENTRY(WS-RK-FOUND-IDX)
               MOVE WS-IN-ACCT-ID TO WS-RK-ACCT-ID(WS-RK-FOUND-IDX)
           END-IF
           MOVE WS-RK-FOUND-IDX TO WS-RK-IDX
           MOVE WS-RK-TIER(WS-RK-IDX) TO WS-OLD-TIER

           MOVE WS-CU-NAME(WS-CU-IDX) TO WS-RK-CUSTOMER(WS-RK-IDX)
           MOVE WS-CU-TIER(WS-CU-IDX) TO WS-RK-TIER(WS-RK-IDX)
           MOVE WS-CU-SCORE(WS-CU-IDX) TO WS-RK-SCORE(WS-RK-IDX)
           MOVE WS-CU-PRD-PTS(WS-CU-IDX) TO WS-RK-PRD-PTS(WS-RK-IDX)
           MOVE WS-CU-WIR-PTS(WS-CU-IDX) TO WS-RK-WIR-PTS(WS-RK-IDX)
           MOVE WS-CU-CSH-PTS(WS-CU-IDX) TO WS-RK-CSH-PTS(WS-RK-IDX)
           MOVE WS-CU-SAR-PTS(WS-CU-IDX) TO WS-RK-SAR-PTS(WS-RK-IDX)
           MOVE WS-CU-SCR-PTS(WS-CU-IDX) TO WS-RK-SCR-PTS(WS-RK-IDX)
           MOVE WS-CU-CHN-PTS(WS-CU-IDX) TO WS-RK-CHN-PTS(WS-RK-IDX)
           MOVE WS-CU-ACCTS(WS-CU-IDX) TO WS-RK-ACCT-COUNT(WS-RK-IDX)
           MOVE WS-CU-TYPE-COUNT(WS-CU-IDX)
               TO WS-RK-TYPE-COUNT(WS-RK-IDX)
           MOVE WS-CU-WIRE-COUNT(WS-CU-IDX)
               TO WS-RK-WIRE-COUNT(WS-RK-IDX)
           MOVE WS-CU-WIRE-TOTAL(WS-CU-IDX)
               TO WS-RK-WIRE-TOTAL(WS-RK-IDX)
           MOVE WS-CU-CTR-NEAR(WS-CU-IDX) TO WS-RK-CTR-NEAR(WS-RK-IDX)
           MOVE WS-CU-CTR-OVER(WS-CU-IDX) TO WS-RK-CTR-OVER(WS-RK-IDX)
           MOVE WS-CU-SAR-WORST(WS-CU-IDX)
               TO WS-RK-SAR-WORST(WS-RK-IDX)
           MOVE WS-CU-SCR-WORST(WS-CU-IDX)
               TO WS-RK-SCR-WORST(WS-RK-IDX)
           MOVE WS-CU-CHN-COUNT(WS-CU-IDX) TO WS-RK-CHN-COUNT(WS-RK-IDX)
           MOVE WS-CU-TELLER(WS-CU-IDX) TO WS-RK-TELLER(WS-RK-IDX)
           MOVE WS-CURRENT-DATE TO WS-RK-SCORED(WS-RK-IDX)

           IF WS-RK-LAST-REVIEW(WS-RK-IDX) > 0
               MOVE WS-RK-LAST-REVIEW(WS-RK-IDX) TO WS-RV-BASE
           ELSE
               IF WS-CU-KYC-DATE(WS-CU-IDX) > 0
                   MOVE WS-CU-KYC-DATE(WS-CU-IDX) TO WS-RV-BASE
               ELSE
                   MOVE WS-CURRENT-DATE TO WS-RV-BASE
               END-IF
           END-IF
           PERFORM SET-TIER-REVIEW-MONTHS
           PERFORM ADD-REVIEW-MONTHS
           MOVE WS-RV-DATE TO WS-RK-NEXT-REVIEW(WS-RK-IDX)

           DISPLAY "RISK|" WS-RK-ACCT-ID(WS-RK-IDX) "|"
               WS-RK-CUSTOMER(WS-RK-IDX) "|"
               WS-RK-TIER(WS-RK-IDX) "|"
               WS-RK-SCORE(WS-RK-IDX) "|"
               WS-RK-PRD-PTS(WS-RK-IDX) "|"
               WS-RK-WIR-PTS(WS-RK-IDX) "|"
               WS-RK-CSH-PTS(WS-RK-IDX) "|"
               WS-RK-SAR-PTS(WS-RK-IDX) "|"
               WS-RK-SCR-PTS(WS-RK-IDX) "|"
               WS-RK-CHN-PTS(WS-RK-IDX) "|"
               WS-RK-NEXT-REVIEW(WS-RK-IDX)
           IF WS-OLD-TIER NOT = SPACE
               AND WS-OLD-TIER NOT = WS-RK-TIER(WS-RK-IDX)
               DISPLAY "RISK-TIER-CHANGE|" WS-RK-ACCT-ID(WS-RK-IDX)
                   "|" WS-OLD-TIER "|" WS-RK-TIER(WS-RK-IDX)
           END-IF.

       SET-TIER-REVIEW-MONTHS.
           EVALUATE WS-RK-TIER(WS-RK-IDX)
               WHEN 'H'
                   MOVE RISK-REVIEW-MONTHS-HIGH TO WS-RV-MONTHS
               WHEN 'M'
                   MOVE RISK-REVIEW-MONTHS-MEDIUM TO WS-RV-MONTHS
               WHEN OTHER
                   MOVE RISK-REVIEW-MONTHS-LOW TO WS-RV-MONTHS
           END-EVALUATE.

      *>   WS-RV-BASE + WS-RV-MONTHS calendar months; a day past the
      *>   end of the target month (a 31st, Feb 29th) falls back to
      *>   that month's last day.
       ADD-REVIEW-MONTHS.
           MOVE WS-RV-BASE TO WS-RV-DATE
           COMPUTE WS-RV-TOTAL-MONTHS = WS-RV-YYYY * 12
               + WS-RV-MM - 1 + WS-RV-MONTHS
           COMPUTE WS-RV-YYYY = WS-RV-TOTAL-MONTHS / 12
           COMPUTE WS-RV-MM =
               FUNCTION MOD(WS-RV-TOTAL-MONTHS, 12) + 1
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-RV-DATE) = 0
               OR WS-RV-DD <= 28
               SUBTRACT 1 FROM WS-RV-DD
           END-PERFORM.

      *>================================================================*
      *>  DUE
      *>================================================================*
      *>   Review-due list for the compliance team — RESULT|01 when
      *>   anything is due within the window or already overdue, the
      *>   same flag LEVY.cob's answer calendar raises.
       PROCESS-DUE.
           PERFORM LOAD-RISK-FILE
           COMPUTE WS-DUE-LIMIT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               + WS-DUE-DAYS)
           MOVE 0 TO WS-DUE-COUNT
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RK-COUNT
               IF WS-RK-NEXT-REVIEW(WS-RK-IDX) > 0
                   AND WS-RK-NEXT-REVIEW(WS-RK-IDX) <= WS-DUE-LIMIT
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(
                           WS-RK-NEXT-REVIEW(WS-RK-IDX))
                       - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   END-COMPUTE
                   ADD 1 TO WS-DUE-COUNT
                   DISPLAY "RISK-DUE|" WS-RK-ACCT-ID(WS-RK-IDX) "|"
                       WS-RK-CUSTOMER(WS-RK-IDX) "|"
                       WS-RK-TIER(WS-RK-IDX) "|"
                       WS-RK-SCORE(WS-RK-IDX) "|"
                       WS-RK-NEXT-REVIEW(WS-RK-IDX) "|"
                       WS-DAYS-LEFT "|"
                       WS-RK-LAST-REVIEW(WS-RK-IDX) "|"
                       WS-RK-REVIEWED-BY(WS-RK-IDX)
               END-IF
           END-PERFORM
           DISPLAY "RISK-DUE-SUMMARY|" WS-DUE-COUNT
           IF WS-DUE-COUNT = 0
               DISPLAY "RESULT|00"
           ELSE
               DISPLAY "RESULT|01"
           END-IF.

      *>================================================================*
      *>  REVIEW
      *>================================================================*
      *>   Records the completed review on the customer's RISK.DAT
      *>   entry and restarts its cycle from today at its current
      *>   tier — same load/edit/swap as SARSCAN.cob's DISPOSE.
       PROCESS-REVIEW.
           IF WS-IN-OPERATOR-ID = SPACES
               DISPLAY "ERROR|OPERATOR-REQUIRED"
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RISK-FILE
           PERFORM FIND-RISK-ENTRY
           IF WS-RK-FOUND-IDX = 0
               DISPLAY "ERROR|NO-RISK-RECORD|" WS-IN-ACCT-ID
               DISPLAY "RESULT|02"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RK-FOUND-IDX TO WS-RK-IDX
           MOVE WS-CURRENT-DATE TO WS-RK-LAST-REVIEW(WS-RK-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-RK-REVIEWED-BY(WS-RK-IDX)
           MOVE WS-IN-NOTE TO WS-RK-REVIEW-NOTE(WS-RK-IDX)
           MOVE WS-CURRENT-DATE TO WS-RV-BASE
           PERFORM SET-TIER-REVIEW-MONTHS
           PERFORM ADD-REVIEW-MONTHS
           MOVE WS-RV-DATE TO WS-RK-NEXT-REVIEW(WS-RK-IDX)
           PERFORM REWRITE-RISK-FILE
           DISPLAY "OK|REVIEW|" WS-IN-ACCT-ID "|" WS-IN-OPERATOR-ID
               "|" WS-RK-NEXT-REVIEW(WS-RK-FOUND-IDX)
           DISPLAY "RESULT|00".

      *>================================================================*
      *>  RISK.DAT load / lookup / rewrite
      *>================================================================*
       LOAD-RISK-FILE.
           MOVE 0 TO WS-RK-COUNT
           OPEN INPUT RISK-FILE
           IF WS-RISK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ RISK-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-RK-COUNT < 500
                   ADD 1 TO WS-RK-COUNT
                   MOVE RISK-RECORD TO WS-RK-ENTRY(WS-RK-COUNT)
               END-IF
           END-PERFORM
           CLOSE RISK-FILE.

       FIND-RISK-ENTRY.
           MOVE 0 TO WS-RK-FOUND-IDX
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RK-COUNT
               IF WS-RK-ACCT-ID(WS-RK-IDX) = WS-IN-ACCT-ID
                   MOVE WS-RK-IDX TO WS-RK-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REWRITE-RISK-FILE.
           OPEN OUTPUT RISK-OUT-FILE
           IF WS-RISK-OUT-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-RISK-OUT-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RK-COUNT
               MOVE WS-RK-ENTRY(WS-RK-IDX) TO RISK-OUT-RECORD
               WRITE RISK-OUT-RECORD
           END-PERFORM
           CLOSE RISK-OUT-FILE
           MOVE "mv RISK.DAT.NEW RISK.DAT" TO WS-SWAP-CMD
           CALL "SYSTEM" USING WS-SWAP-CMD.

       LOAD-ALL-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE ACCT-ID TO WS-A-ID(WS-ACCOUNT-COUNT)
               MOVE ACCT-NAME TO WS-A-NAME(WS-ACCOUNT-COUNT)
               MOVE ACCT-JOINT-OWNER TO WS-A-JOINT(WS-ACCOUNT-COUNT)
               MOVE ACCT-TYPE TO WS-A-TYPE(WS-ACCOUNT-COUNT)
               MOVE ACCT-STATUS TO WS-A-STATUS(WS-ACCOUNT-COUNT)
           END-PERFORM.

       FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-A-ID(WS-ACCT-IDX) = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-ACCT-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
