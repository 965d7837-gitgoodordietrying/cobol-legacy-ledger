      *>                                       of a parameter file,
      *>                                       see APPLY-SCENARIO-
      *>                                       PRESET and COMCODE.cpy)
      *>    ./SIMULATE SOAK 20261101 30 [1]   (multi-day soak test —
      *>                                       start date, day count,
      *>                                       optional first day
      *>                                       number; run from the
      *>                                       directory holding
      *>                                       banks/, like EODALL)
      *>
      *>  Soak Mode:
      *>    For each day in turn, with the runtime date pinned to that
      *>    calendar day: SIMULATE for every spoke bank, EODALL for the
      *>    network, then RECONCILE and INTEGRITY on every node. Stops
      *>    after the first day anything reports ATTENTION (an EODALL
      *>    node verdict, or any RECONCILE/INTEGRITY result but 00).
      *>    Prints SOAK-DAY|... per day and a closing summary of
      *>    volumes, settlement totals and each member's nostro
      *>    position taken from the hub's MEMBACT.DAT. RESULT|00 when
      *>    every day ran clean, 01 when stopped on ATTENTION, 99 on
      *>    bad arguments.
      *>
      *>  Transaction mix per day (~5-10 per bank), defaults shown —
      *>  overridable via the optional 3rd argument (see Load
      *>
      *>  Files:
      *>    Input/Output: ACCOUNTS.DAT  (INDEXED, keyed on ACCT-ID, 145-byte)
      *>    Output:       TRANSACT.DAT  (LINE SEQUENTIAL, 205-byte)
      *>    Output:       OUTBOUND.DAT  (LINE SEQUENTIAL, pipe-delimited,
      *>                  framed HDR ... TRL — see OBCTL.cpy)
      *>    Input:        Load parameter file (LINE SEQUENTIAL,
      *>                   optional, named on the command line)
      *>    Output:       SOAK-STEP.OUT (soak mode — each step's
      *>                   captured output, overwritten per step)
      *>    Input:        banks/CLEARING/MEMBACT.DAT (soak mode)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy  — Account record layout
      *>    TRANSREC.cpy — Transaction record layout
      *>    TXCHAIN.cpy  — TRANSACT.DAT hash-chain work area
      *>    COMCODE.cpy  — Status codes and bank identifiers
      *>    ACCTIO.cpy   — Account I/O working-storage
      *>    SIMREC.cpy   — Simulation parameters and counters
      *>    OBCTL.cpy    — OUTBOUND.DAT batch control work area
      *>    MBRACTREC.cpy — Member activity record (soak mode)
      *>
      *>  Change Log:
      *>    2026-02-24  AKD  Initial implementation — Simulation
      *>                     table does hold ('L'/'E' legal-estate,
      *>                     'P' pending KYC) are modeled alongside
      *>                     the existing frozen check
      *>    2026-10-15  AKD  Every TRANSACT.DAT record written now
      *>                     carries TRANS-CHAIN-HASH linking it to the
      *>                     record before it (STAMP-CHAIN-HASH; anchor
      *>                     found by LOAD-CHAIN-ANCHOR — see
      *>                     TXCHAIN.cpy), so VERIFY-CHAIN.cob can prove
      *>                     the log hasn't been edited since
      *>    2026-10-15  AKD  PRODLOG-RECORD widened to 205 bytes to
      *>                     match TRANSREC.cpy, so REPLAY-PROD reads a
      *>                     chained production log whole
      *>    2026-10-15  AKD  OUTBOUND.DAT now opens with a
      *>                     HDR|bank|day|cycle header and closes with a
      *>                     TRL|count|hash-total trailer (OBCTL.cpy),
      *>                     so SETTLE.cob can tell a complete file from
      *>                     a truncated or altered one
      *>    2026-10-15  AKD  Added SOAK mode: runs SIMULATE, EODALL,
      *>                     RECONCILE and INTEGRITY day after day
      *>                     across the network and stops on the first
      *>                     ATTENTION day, with a multi-day
      *>                     volume/settlement/nostro summary
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO WS-PRODLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODLOG-STATUS.
           SELECT SOAK-STEP-FILE
               ASSIGN TO "SOAK-STEP.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOAK-STEP-STATUS.
           SELECT SOAK-MEMBACT-FILE
               ASSIGN TO WS-SOAK-MEMBACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOAK-MA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   TRANSREC.cpy record area for field access; TRANSACT-FILE
      *>   itself is never opened in this mode.
       FD  PRODLOG-FILE.
       01  PRODLOG-RECORD            PIC X(205).
      *>   Soak mode only — the captured output of whichever program
      *>   the soak driver just ran, and the hub's member activity
      *>   log it reads each day's settlement figures from.
       FD  SOAK-STEP-FILE.
       01  SOAK-STEP-LINE            PIC X(160).
       FD  SOAK-MEMBACT-FILE.
       COPY "MBRACTREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS            PIC XX VALUE SPACES.
       01  WS-TX-STATUS              PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-OB-STATUS              PIC XX VALUE SPACES.
       01  WS-CMD-LINE               PIC X(200) VALUE SPACES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE 0.
       COPY "ACCTIO.cpy".
       COPY "COMCODE.cpy".
       COPY "SIMREC.cpy".
       COPY "OBCTL.cpy".

      *>   Optional load-parameter overrides (3rd command-line
      *>   argument). When no parameter file is given, or it can't
       01  WS-PR-SRC-IDX             PIC 9(3) VALUE 0.
       01  WS-IN-ACCT-ID             PIC X(10) VALUE SPACES.

      *>   Soak mode ("SOAK <start-yyyymmdd> <days> [<first-day>]") —
      *>   run from the directory holding banks/, same as EODALL. Each
      *>   calendar day drives SIMULATE for every spoke bank, EODALL
      *>   for the network, then RECONCILE and INTEGRITY on every
      *>   node, all with the runtime date pinned to that day through
      *>   COB_CURRENT_DATE so month-end and maturity paths actually
      *>   come due. The run stops after the first day any node needs
      *>   ATTENTION. Day numbers (the SIMULATE/SETTLE day token) run
      *>   on from <first-day>, default 1.
       01  WS-SOAK-STEP-STATUS       PIC XX VALUE SPACES.
       01  WS-SOAK-MA-STATUS         PIC XX VALUE SPACES.
       01  WS-SOAK-MEMBACT-PATH      PIC X(40) VALUE SPACES.
       01  WS-SOAK-KEYWORD           PIC X(8) VALUE SPACES.
       01  WS-SOAK-START-STR         PIC X(10) VALUE SPACES.
       01  WS-SOAK-DAYS-STR          PIC X(10) VALUE SPACES.
       01  WS-SOAK-FIRST-STR         PIC X(10) VALUE SPACES.
       01  WS-SOAK-START-DATE        PIC 9(8) VALUE 0.
       01  WS-SOAK-DAYS              PIC 9(3) VALUE 0.
       01  WS-SOAK-FIRST-DAY         PIC 9(8) VALUE 1.
       01  WS-SOAK-DAY-IDX           PIC 9(3) VALUE 0.
       01  WS-SOAK-DAYS-RUN          PIC 9(3) VALUE 0.
       01  WS-SOAK-DATE              PIC 9(8) VALUE 0.
       01  WS-SOAK-DATE-X REDEFINES WS-SOAK-DATE.
           05  WS-SOAK-YYYY          PIC X(4).
           05  WS-SOAK-MM            PIC X(2).
           05  WS-SOAK-DD            PIC X(2).
       01  WS-SOAK-DAY-NUM           PIC 9(8) VALUE 0.
       01  WS-SOAK-DAY-STR           PIC Z(7)9.
       01  WS-SOAK-ENV               PIC X(48) VALUE SPACES.
       01  WS-SOAK-CMD               PIC X(200) VALUE SPACES.
       01  WS-SOAK-NODE-IDX          PIC 9(1) VALUE 0.
       01  WS-SOAK-NODE-TOTAL        PIC 9(1) VALUE 0.
       01  WS-SOAK-NODE-ID           PIC X(8) VALUE SPACES.
       01  WS-SOAK-STEP              PIC X(10) VALUE SPACES.
       01  WS-SOAK-RESULT            PIC X(2) VALUE SPACES.
       01  WS-SOAK-TALLY             PIC 9(3) VALUE 0.
       01  WS-SOAK-ATTENTION         PIC X VALUE 'N'.
       01  WS-SOAK-NODE-TXNS         PIC 9(5) VALUE 0.
       01  WS-SOAK-DAY-TXNS          PIC 9(7) VALUE 0.
       01  WS-SOAK-DAY-SETTLED       PIC 9(7) VALUE 0.
       01  WS-SOAK-DAY-VOLUME        PIC S9(12)V99 VALUE 0.
       01  WS-SOAK-TOT-TXNS          PIC 9(9) VALUE 0.
       01  WS-SOAK-TOT-SETTLED       PIC 9(9) VALUE 0.
       01  WS-SOAK-TOT-EXCEPTIONS    PIC 9(9) VALUE 0.
       01  WS-SOAK-TOT-VOLUME        PIC S9(14)V99 VALUE 0.
       01  WS-SOAK-TABLE.
           05  WS-SOAK-BANK OCCURS 6 TIMES.
               10  WS-SOAK-BANK-TXNS     PIC 9(9).
               10  WS-SOAK-BANK-SENT     PIC S9(14)V99.
               10  WS-SOAK-BANK-RECEIVED PIC S9(14)V99.
               10  WS-SOAK-NOSTRO-SEEN   PIC X(1).
               10  WS-SOAK-NOSTRO-CLOSE  PIC S9(12)V99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION TRIM(WS-REPLAY-SAMPLE-PATH)
               TO WS-REPLAY-SAMPLE-PATH

      *>   "SOAK <start-date> <days> [<first-day>]" drives the whole
      *>   network day after day — see WS-SOAK-START-DATE. Ends the
      *>   run here; this invocation generates nothing itself.
           IF WS-BANK-CODE = "SOAK"
               PERFORM RUN-SOAK-TEST
               STOP RUN
           END-IF

      *>   "REPLAY sample-file" takes over the 3rd/4th argument slots
      *>   in place of a param file or scenario name
           IF WS-PARAM-FILE-PATH = "REPLAY"
           PERFORM LOAD-ALL-ACCOUNTS

      *>   Open transaction log for append
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
      *>       File may not exist — create it
               DISPLAY "ERROR|OB-FILE|" WS-OB-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-OUTBOUND-HEADER

           DISPLAY "=== SIMULATE " WS-BANK-CODE " DAY "
               WS-DAY-NUM " ==="
           PERFORM GENERATE-DAILY-TRANSACTIONS

           CLOSE TRANSACT-FILE
           PERFORM WRITE-OUTBOUND-TRAILER
           CLOSE OUTBOUND-FILE
           PERFORM SAVE-ALL-ACCOUNTS

               END-IF
           END-PERFORM.

      *>   Soak driver: validates the arguments, runs day after day
      *>   until the requested count or the first day needing
      *>   ATTENTION, then prints the multi-day summary. RESULT|00
      *>   when every day ran clean, RESULT|01 when the run stopped
      *>   on an ATTENTION day, RESULT|99 on bad arguments.
       RUN-SOAK-TEST.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-SOAK-KEYWORD WS-SOAK-START-STR
                    WS-SOAK-DAYS-STR WS-SOAK-FIRST-STR
           END-UNSTRING
           IF WS-SOAK-START-STR(1:8) IS NOT NUMERIC
               OR WS-SOAK-START-STR(9:2) NOT = SPACES
               DISPLAY "ERROR|SOAK-START-DATE|" WS-SOAK-START-STR
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SOAK-START-STR(1:8) TO WS-SOAK-START-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SOAK-START-DATE) NOT = 0
               DISPLAY "ERROR|SOAK-START-DATE|" WS-SOAK-START-STR
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-SOAK-DAYS-STR) NOT = 0
               OR WS-SOAK-DAYS-STR = SPACES
               DISPLAY "ERROR|SOAK-DAYS|" WS-SOAK-DAYS-STR
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-SOAK-DAYS-STR) < 1
               OR FUNCTION NUMVAL(WS-SOAK-DAYS-STR) > 366
               DISPLAY "ERROR|SOAK-DAYS|" WS-SOAK-DAYS-STR
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-SOAK-DAYS-STR) TO WS-SOAK-DAYS
           MOVE 1 TO WS-SOAK-FIRST-DAY
           IF WS-SOAK-FIRST-STR NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SOAK-FIRST-STR) = 0
                   MOVE FUNCTION NUMVAL(WS-SOAK-FIRST-STR)
                       TO WS-SOAK-FIRST-DAY
               END-IF
           END-IF
           COMPUTE WS-SOAK-NODE-TOTAL = BANK-NODE-COUNT + 1
           PERFORM VARYING WS-SOAK-NODE-IDX FROM 1 BY 1
                   UNTIL WS-SOAK-NODE-IDX > WS-SOAK-NODE-TOTAL
               MOVE 0 TO WS-SOAK-BANK-TXNS(WS-SOAK-NODE-IDX)
               MOVE 0 TO WS-SOAK-BANK-SENT(WS-SOAK-NODE-IDX)
               MOVE 0 TO WS-SOAK-BANK-RECEIVED(WS-SOAK-NODE-IDX)
               MOVE 'N' TO WS-SOAK-NOSTRO-SEEN(WS-SOAK-NODE-IDX)
               MOVE 0 TO WS-SOAK-NOSTRO-CLOSE(WS-SOAK-NODE-IDX)
           END-PERFORM
           MOVE SPACES TO WS-SOAK-MEMBACT-PATH
           STRING "banks/" DELIMITED BY SIZE
               FUNCTION TRIM(BANK-CLEARING) DELIMITED BY SIZE
               "/MEMBACT.DAT" DELIMITED BY SIZE
               INTO WS-SOAK-MEMBACT-PATH
           END-STRING
           DISPLAY "=== SOAK START " WS-SOAK-START-DATE " FOR "
               WS-SOAK-DAYS " DAY(S) ==="
           MOVE 0 TO WS-SOAK-DAYS-RUN
           MOVE 'N' TO WS-SOAK-ATTENTION
           PERFORM VARYING WS-SOAK-DAY-IDX FROM 1 BY 1
                   UNTIL WS-SOAK-DAY-IDX > WS-SOAK-DAYS
                      OR WS-SOAK-ATTENTION = 'Y'
               PERFORM RUN-SOAK-DAY
           END-PERFORM
           PERFORM PRINT-SOAK-SUMMARY.

      *>   One soak day: the calendar date and day token for it, every
      *>   spoke's SIMULATE, the network's EODALL, each node's
      *>   RECONCILE and INTEGRITY, then the day's settlement figures
      *>   off the hub's MEMBACT.DAT.
       RUN-SOAK-DAY.
           COMPUTE WS-SOAK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SOAK-START-DATE)
               + WS-SOAK-DAY-IDX - 1)
           COMPUTE WS-SOAK-DAY-NUM =
               WS-SOAK-FIRST-DAY + WS-SOAK-DAY-IDX - 1
           MOVE WS-SOAK-DAY-NUM TO WS-SOAK-DAY-STR
           MOVE SPACES TO WS-SOAK-ENV
           STRING "export COB_CURRENT_DATE='" DELIMITED BY SIZE
               WS-SOAK-YYYY "/" WS-SOAK-MM "/" WS-SOAK-DD
                   DELIMITED BY SIZE
               "'; " DELIMITED BY SIZE
               INTO WS-SOAK-ENV
           END-STRING
           MOVE 0 TO WS-SOAK-DAY-TXNS
           MOVE 0 TO WS-SOAK-DAY-SETTLED
           MOVE 0 TO WS-SOAK-DAY-VOLUME
           ADD 1 TO WS-SOAK-DAYS-RUN
           DISPLAY "SOAK-DATE|" WS-SOAK-DAY-NUM "|" WS-SOAK-DATE

           PERFORM VARYING WS-SOAK-NODE-IDX FROM 1 BY 1
                   UNTIL WS-SOAK-NODE-IDX > BANK-NODE-COUNT
               MOVE BANK-NODE-ENTRY(WS-SOAK-NODE-IDX)
                   TO WS-SOAK-NODE-ID
               MOVE "SIMULATE" TO WS-SOAK-STEP
               MOVE SPACES TO WS-SOAK-CMD
               STRING "(" DELIMITED BY SIZE
                   WS-SOAK-ENV DELIMITED BY "  "
                   " cd banks/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SOAK-NODE-ID) DELIMITED BY SIZE
                   " && ../../cobol/bin/SIMULATE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SOAK-NODE-ID) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SOAK-DAY-STR) DELIMITED BY SIZE
                   ") > SOAK-STEP.OUT 2>&1" DELIMITED BY SIZE
                   INTO WS-SOAK-CMD
               END-STRING
               PERFORM RUN-SOAK-STEP
               ADD WS-SOAK-NODE-TXNS TO WS-SOAK-DAY-TXNS
               ADD WS-SOAK-NODE-TXNS
                   TO WS-SOAK-BANK-TXNS(WS-SOAK-NODE-IDX)
           END-PERFORM

           MOVE "EODALL" TO WS-SOAK-STEP
           MOVE "NETWORK" TO WS-SOAK-NODE-ID
           MOVE SPACES TO WS-SOAK-CMD
           STRING "(" DELIMITED BY SIZE
               WS-SOAK-ENV DELIMITED BY "  "
               " cobol/bin/EODALL " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SOAK-DAY-STR) DELIMITED BY SIZE
               ") > SOAK-STEP.OUT 2>&1" DELIMITED BY SIZE
               INTO WS-SOAK-CMD
           END-STRING
           PERFORM RUN-SOAK-STEP

           PERFORM VARYING WS-SOAK-NODE-IDX FROM 1 BY 1
                   UNTIL WS-SOAK-NODE-IDX > WS-SOAK-NODE-TOTAL
               MOVE BANK-NODE-ENTRY(WS-SOAK-NODE-IDX)
                   TO WS-SOAK-NODE-ID
               MOVE "RECONCILE" TO WS-SOAK-STEP
               PERFORM BUILD-SOAK-NODE-CMD
               PERFORM RUN-SOAK-STEP
               MOVE "INTEGRITY" TO WS-SOAK-STEP
               PERFORM BUILD-SOAK-NODE-CMD
               PERFORM RUN-SOAK-STEP
           END-PERFORM

           PERFORM COLLECT-SOAK-SETTLEMENT
           ADD WS-SOAK-DAY-TXNS TO WS-SOAK-TOT-TXNS
           IF WS-SOAK-ATTENTION = 'Y'
               DISPLAY "SOAK-DAY|" WS-SOAK-DAY-NUM "|" WS-SOAK-DATE
                   "|TXNS|" WS-SOAK-DAY-TXNS "|SETTLED|"
                   WS-SOAK-DAY-SETTLED "|VOLUME|" WS-SOAK-DAY-VOLUME
                   "|ATTENTION"
           ELSE
               DISPLAY "SOAK-DAY|" WS-SOAK-DAY-NUM "|" WS-SOAK-DATE
                   "|TXNS|" WS-SOAK-DAY-TXNS "|SETTLED|"
                   WS-SOAK-DAY-SETTLED "|VOLUME|" WS-SOAK-DAY-VOLUME
                   "|OK"
           END-IF.

      *>   RECONCILE/INTEGRITY command for WS-SOAK-NODE-ID, run from
      *>   its own banks/ directory like EODALL runs EODRUN.
       BUILD-SOAK-NODE-CMD.
           MOVE SPACES TO WS-SOAK-CMD
           STRING "(" DELIMITED BY SIZE
               WS-SOAK-ENV DELIMITED BY "  "
               " cd banks/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SOAK-NODE-ID) DELIMITED BY SIZE
               " && ../../cobol/bin/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SOAK-STEP) DELIMITED BY SIZE
               ") > SOAK-STEP.OUT 2>&1" DELIMITED BY SIZE
               INTO WS-SOAK-CMD
           END-STRING.

      *>   Runs WS-SOAK-CMD and scans what it printed, same
      *>   capture-and-scan idiom EODALL uses on each node's EODRUN.
      *>   Anything short of RESULT|00 — a SIMULATE that never reached
      *>   its END banner, an EODALL node verdict of ATTENTION, a
      *>   RECONCILE mismatch, an INTEGRITY orphan — marks the day
      *>   for ATTENTION, naming the node and step.
       RUN-SOAK-STEP.
           CALL "SYSTEM" USING WS-SOAK-CMD
           MOVE SPACES TO WS-SOAK-RESULT
           MOVE 0 TO WS-SOAK-NODE-TXNS
           OPEN INPUT SOAK-STEP-FILE
           IF WS-SOAK-STEP-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ SOAK-STEP-FILE
                       AT END
                           CLOSE SOAK-STEP-FILE
                           EXIT PERFORM
                   END-READ
                   PERFORM SCAN-SOAK-STEP-LINE
               END-PERFORM
           END-IF
           IF WS-SOAK-RESULT = SPACES
               MOVE "99" TO WS-SOAK-RESULT
           END-IF
           IF WS-SOAK-RESULT NOT = "00"
               MOVE 'Y' TO WS-SOAK-ATTENTION
               DISPLAY "SOAK-ATTENTION|" WS-SOAK-DAY-NUM "|"
                   FUNCTION TRIM(WS-SOAK-NODE-ID) "|"
                   FUNCTION TRIM(WS-SOAK-STEP) "|RESULT|"
                   WS-SOAK-RESULT
           END-IF.

       SCAN-SOAK-STEP-LINE.
           IF SOAK-STEP-LINE(1:7) = "RESULT|"
               MOVE SOAK-STEP-LINE(8:2) TO WS-SOAK-RESULT
           END-IF
           IF WS-SOAK-STEP = "SIMULATE"
               IF SOAK-STEP-LINE(1:8) = "  Total:"
                   AND SOAK-STEP-LINE(16:5) IS NUMERIC
                   MOVE SOAK-STEP-LINE(16:5) TO WS-SOAK-NODE-TXNS
               END-IF
               IF SOAK-STEP-LINE(1:8) = "=== END "
                   MOVE "00" TO WS-SOAK-RESULT
               END-IF
           END-IF
           IF WS-SOAK-STEP = "EODALL"
               AND SOAK-STEP-LINE(1:15) = "STATUS|VERDICT|"
               MOVE 0 TO WS-SOAK-TALLY
               INSPECT SOAK-STEP-LINE TALLYING WS-SOAK-TALLY
                   FOR ALL "|ATTENTION|"
               IF WS-SOAK-TALLY > 0
                   DISPLAY "SOAK-ATTENTION|" WS-SOAK-DAY-NUM "|"
                       FUNCTION TRIM(SOAK-STEP-LINE)
               END-IF
           END-IF.

      *>   The day's settlement off the hub's MEMBACT.DAT — every
      *>   member record SETTLE wrote for this day token on this
      *>   date (the date check keeps an earlier soak's records for
      *>   the same day number out of it). Nostro positions keep the
      *>   last close seen, so the summary shows where each member
      *>   ended the run.
       COLLECT-SOAK-SETTLEMENT.
           OPEN INPUT SOAK-MEMBACT-FILE
           IF WS-SOAK-MA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SOAK-MEMBACT-FILE
                   AT END
                       CLOSE SOAK-MEMBACT-FILE
                       EXIT PERFORM
               END-READ
               IF MA-DAY-NUM = WS-SOAK-DAY-NUM
                   AND MA-DATE = WS-SOAK-DATE
                   ADD MA-SETTLED TO WS-SOAK-DAY-SETTLED
                   ADD MA-SENT-VOL TO WS-SOAK-DAY-VOLUME
                   ADD MA-SETTLED TO WS-SOAK-TOT-SETTLED
                   ADD MA-EXCEPTIONS TO WS-SOAK-TOT-EXCEPTIONS
                   ADD MA-SENT-VOL TO WS-SOAK-TOT-VOLUME
                   PERFORM VARYING WS-SOAK-NODE-IDX FROM 1 BY 1
                           UNTIL WS-SOAK-NODE-IDX > BANK-NODE-COUNT
                       IF BANK-NODE-ENTRY(WS-SOAK-NODE-IDX)(6:1)
                               = MA-BANK-LETTER
                           ADD MA-SENT-VOL
                               TO WS-SOAK-BANK-SENT(WS-SOAK-NODE-IDX)
                           ADD MA-RECEIVED-VOL TO
                               WS-SOAK-BANK-RECEIVED(WS-SOAK-NODE-IDX)
                           MOVE 'Y'
                               TO WS-SOAK-NOSTRO-SEEN(WS-SOAK-NODE-IDX)
                           MOVE MA-NOSTRO-CLOSE TO
                               WS-SOAK-NOSTRO-CLOSE(WS-SOAK-NODE-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       PRINT-SOAK-SUMMARY.
           DISPLAY "SOAK-SUMMARY|DAYS-REQUESTED|" WS-SOAK-DAYS
               "|DAYS-RUN|" WS-SOAK-DAYS-RUN
           PERFORM VARYING WS-SOAK-NODE-IDX FROM 1 BY 1
                   UNTIL WS-SOAK-NODE-IDX > BANK-NODE-COUNT
               DISPLAY "SOAK-VOLUME|"
                   FUNCTION TRIM(BANK-NODE-ENTRY(WS-SOAK-NODE-IDX))
                   "|" WS-SOAK-BANK-TXNS(WS-SOAK-NODE-IDX)
           END-PERFORM
           DISPLAY "SOAK-VOLUME|TOTAL|" WS-SOAK-TOT-TXNS
           DISPLAY "SOAK-SETTLEMENT|SETTLED|" WS-SOAK-TOT-SETTLED
               "|EXCEPTIONS|" WS-SOAK-TOT-EXCEPTIONS
               "|VOLUME|" WS-SOAK-TOT-VOLUME
           PERFORM VARYING WS-SOAK-NODE-IDX FROM 1 BY 1
                   UNTIL WS-SOAK-NODE-IDX > BANK-NODE-COUNT
               IF WS-SOAK-NOSTRO-SEEN(WS-SOAK-NODE-IDX) = 'Y'
                   DISPLAY "SOAK-NOSTRO|"
                       FUNCTION TRIM(BANK-NODE-ENTRY(WS-SOAK-NODE-IDX))
                       "|SENT|" WS-SOAK-BANK-SENT(WS-SOAK-NODE-IDX)
                       "|RECEIVED|"
                       WS-SOAK-BANK-RECEIVED(WS-SOAK-NODE-IDX)
                       "|CLOSE|" WS-SOAK-NOSTRO-CLOSE(WS-SOAK-NODE-IDX)
               ELSE
                   DISPLAY "SOAK-NOSTRO|"
                       FUNCTION TRIM(BANK-NODE-ENTRY(WS-SOAK-NODE-IDX))
                       "|NONE"
               END-IF
           END-PERFORM
           IF WS-SOAK-ATTENTION = 'Y'
               DISPLAY "=== SOAK STOPPED — ATTENTION ON DAY "
                   WS-SOAK-DAY-NUM " ==="
               DISPLAY "RESULT|01"
           ELSE
               DISPLAY "=== SOAK COMPLETE — ALL DAYS OK ==="
               DISPLAY "RESULT|00"
           END-IF.

       LOAD-SIM-PARAMETERS.
      *>   The 3rd command-line argument can name a scenario preset
      *>   instead of a load parameter file — try that first, and only
           MOVE WS-SIM-DESC TO TRANS-DESC
           MOVE WS-SIM-RESULT TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD.

       WRITE-OUTBOUND-RECORD.
               "|1" DELIMITED SIZE
               INTO OUTBOUND-LINE
           END-STRING
           WRITE OUTBOUND-LINE
           ADD 1 TO WS-OBC-COUNT
           ADD WS-SIM-AMOUNT TO WS-OBC-HASH.

      *>   Batch control records framing the day's OUTBOUND.DAT (see
      *>   OBCTL.cpy) — SETTLE.cob refuses a file whose trailer
      *>   doesn't foot to the detail lines it actually read.
       WRITE-OUTBOUND-HEADER.
           MOVE 0 TO WS-OBC-COUNT
           MOVE 0 TO WS-OBC-HASH
           MOVE SPACES TO OUTBOUND-LINE
           STRING "HDR|" DELIMITED SIZE
               WS-BANK-CODE DELIMITED SPACE
               "|" DELIMITED SIZE
               WS-DAY-NUM DELIMITED SIZE
               "|1" DELIMITED SIZE
               INTO OUTBOUND-LINE
           END-STRING
           WRITE OUTBOUND-LINE.

       WRITE-OUTBOUND-TRAILER.
           MOVE WS-OBC-HASH TO WS-OBC-HASH-DISPLAY
           MOVE WS-OBC-HASH-INT TO WS-OBC-HASH-STRING(1:12)
           MOVE '.' TO WS-OBC-HASH-STRING(13:1)
           MOVE WS-OBC-HASH-DEC TO WS-OBC-HASH-STRING(14:2)
           MOVE SPACES TO OUTBOUND-LINE
           STRING "TRL|" DELIMITED SIZE
               WS-OBC-COUNT DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-OBC-HASH-STRING DELIMITED SIZE
               INTO OUTBOUND-LINE
           END-STRING
           WRITE OUTBOUND-LINE.

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
