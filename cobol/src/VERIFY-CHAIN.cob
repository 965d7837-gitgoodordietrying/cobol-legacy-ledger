      *>================================================================*
      *>  Program:     VERIFY-CHAIN.cob
      *>  System:      LEGACY LEDGER — Transaction Log Chain Verifier
      *>  Node:        All (same binary, per-node data directories)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    Every record the posting programs append to TRANSACT.DAT
      *>    carries TRANS-CHAIN-HASH, a hash over the record and the
      *>    hash of the record before it (see TXCHAIN.cpy). This walks
      *>    a log from its anchor, recomputes every link, and reports
      *>    the first record where the stored hash no longer matches —
      *>    an amount, date or account changed by hand after posting,
      *>    a record inserted or deleted mid-file, or a chained record
      *>    with its hash blanked. ARCHIVE.cob's TXCHAIN.DAT registry
      *>    supplies the anchors, so an archived stretch can be proved
      *>    on its own and the live log is proved to carry on from
      *>    exactly where the last archive ended. EODRUN's PREFLIGHT
      *>    step drives it (no argument) right after INTEGRITY.
      *>
      *>    Records ahead of the first stamped one are history from
      *>    before the log was chained; they are counted as LEGACY and
      *>    not checked. Once the chain has started, an unstamped
      *>    record is itself a break.
      *>
      *>  Invocation (run from banks/<node>/):
      *>    ./VERIFY-CHAIN                — live TRANSACT.DAT, from the
      *>                                    last TXCHAIN.DAT entry's end
      *>                                    hash (genesis when none)
      *>    ./VERIFY-CHAIN <archive-file> — one TRANSACT-ARCHIVE file,
      *>                                    from its first TXCHAIN.DAT
      *>                                    entry's start hash, and its
      *>                                    last record must land on its
      *>                                    last entry's end hash
      *>    ./VERIFY-CHAIN ALL            — every archive named on
      *>                                    TXCHAIN.DAT, then the live
      *>                                    log
      *>
      *>  Files:
      *>    Input: TRANSACT.DAT / TRANSACT-ARCHIVE-YYYYMMDD.DAT (LINE
      *>           SEQUENTIAL, 205-byte)
      *>    Input: TXCHAIN.DAT (LINE SEQUENTIAL, chain anchor registry
      *>           written by ARCHIVE.cob — optional)
      *>
      *>  Copybooks:
      *>    TRANSREC.cpy  — Transaction record layout (205 bytes)
      *>    TXCHAIN.cpy   — TRANSACT.DAT hash-chain work area
      *>    CHAINREC.cpy  — Chain anchor registry record
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Per file:  CHAIN|FILE|path|RECORDS|LEGACY|CHAINED|
      *>               INTACT or BROKEN
      *>    Per break: CHAIN|BROKEN|path|record-no|TRANS-ID|reason
      *>               (reason HASH-MISMATCH, UNCHAINED, END-MISMATCH
      *>               or FILE-MISSING; one per file — the first)
      *>    Summary:   CHAIN-SUMMARY|FILES|BROKEN
      *>    Result:    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Every link verified
      *>    RESULT|01 — Chain broken (EODRUN's PREFLIGHT halts on it)
      *>    RESULT|99 — File I/O error, or an archive not named on
      *>                TXCHAIN.DAT
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFY-CHAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACT-FILE
               ASSIGN TO WS-VERIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT CHAIN-FILE
               ASSIGN TO "TXCHAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  CHAIN-FILE.
       COPY "CHAINREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-CHAIN-STATUS        PIC XX VALUE SPACES.
       01  WS-ARG                 PIC X(60) VALUE SPACES.
       01  WS-VERIFY-PATH         PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.

      *>   TXCHAIN.DAT, staged whole — one row per ARCHIVE.cob run
      *>   that moved records, in the order the runs happened.
       01  WS-CHN-TABLE.
           05  WS-CHN-ENTRY OCCURS 500 TIMES.
               10  WS-CHN-FILE       PIC X(40).
               10  WS-CHN-START      PIC X(16).
               10  WS-CHN-END        PIC X(16).
       01  WS-CHN-COUNT           PIC 9(3) VALUE 0.
       01  WS-CHN-IDX             PIC 9(3) VALUE 0.
       01  WS-CHN-SCAN            PIC 9(3) VALUE 0.
       01  WS-CHN-SEEN            PIC X VALUE 'N'.
       01  WS-LIVE-ANCHOR         PIC X(16) VALUE SPACES.

      *>   One file's verification — set the path and expected start
      *>   (and, for an archive, expected end) before PERFORMing
      *>   VERIFY-ONE-FILE.
       01  WS-VERIFY-START        PIC X(16) VALUE SPACES.
       01  WS-VERIFY-END          PIC X(16) VALUE SPACES.
       01  WS-STORED-HASH         PIC X(16) VALUE SPACES.
       01  WS-CHAIN-STARTED       PIC X VALUE 'N'.
       01  WS-FILE-BROKEN         PIC X VALUE 'N'.
       01  WS-FILE-RECORDS        PIC 9(7) VALUE 0.
       01  WS-FILE-LEGACY         PIC 9(7) VALUE 0.
       01  WS-FILE-CHAINED        PIC 9(7) VALUE 0.
       01  WS-BREAK-REASON        PIC X(14) VALUE SPACES.
       01  WS-BREAK-TRANS-ID      PIC X(12) VALUE SPACES.

       01  WS-FILES-CHECKED       PIC 9(3) VALUE 0.
       01  WS-FILES-BROKEN        PIC 9(3) VALUE 0.
       COPY "TXCHAIN.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-ARG FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-ARG) TO WS-ARG

           DISPLAY "========================================"
           DISPLAY "  TRANSACTION LOG CHAIN VERIFICATION"
           DISPLAY "  DATE: " WS-CURRENT-DATE
               "  TIME: " WS-CURRENT-TIME
           DISPLAY "========================================"

           PERFORM LOAD-CHAIN-REGISTRY

           EVALUATE TRUE
               WHEN WS-ARG = SPACES
               WHEN WS-ARG = "TRANSACT.DAT"
                   PERFORM VERIFY-LIVE-LOG
               WHEN WS-ARG = "ALL"
                   PERFORM VERIFY-ALL-ARCHIVES
                   PERFORM VERIFY-LIVE-LOG
               WHEN OTHER
                   PERFORM VERIFY-NAMED-ARCHIVE
           END-EVALUATE

           DISPLAY "========================================"
           DISPLAY "  CHAIN SUMMARY"
           DISPLAY "  Files checked: " WS-FILES-CHECKED
           DISPLAY "  Files broken:  " WS-FILES-BROKEN
           DISPLAY "========================================"
           DISPLAY "CHAIN-SUMMARY|" WS-FILES-CHECKED "|"
               WS-FILES-BROKEN
           IF WS-FILES-BROKEN = 0
               DISPLAY "RESULT|00"
           ELSE
               DISPLAY "RESULT|01"
           END-IF
           STOP RUN.

      *>   No TXCHAIN.DAT simply means nothing has been archived under
      *>   the chain yet — the live log then chains from genesis.
       LOAD-CHAIN-REGISTRY.
           MOVE WS-CHAIN-GENESIS TO WS-LIVE-ANCHOR
           OPEN INPUT CHAIN-FILE
           IF WS-CHAIN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CHAIN-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CHN-COUNT < 500
                   ADD 1 TO WS-CHN-COUNT
                   MOVE CHN-FILE TO WS-CHN-FILE(WS-CHN-COUNT)
                   MOVE CHN-START-HASH TO WS-CHN-START(WS-CHN-COUNT)
                   MOVE CHN-END-HASH TO WS-CHN-END(WS-CHN-COUNT)
               END-IF
               MOVE CHN-END-HASH TO WS-LIVE-ANCHOR
           END-PERFORM
           CLOSE CHAIN-FILE.

       VERIFY-LIVE-LOG.
           MOVE "TRANSACT.DAT" TO WS-VERIFY-PATH
           MOVE WS-LIVE-ANCHOR TO WS-VERIFY-START
           MOVE SPACES TO WS-VERIFY-END
           PERFORM VERIFY-ONE-FILE.

      *>   An archive's chain runs from its first registry entry's
      *>   start to its last entry's end — a same-day re-run of
      *>   ARCHIVE.cob appends a second stretch to the same file,
      *>   picking up where the first one ended.
       VERIFY-NAMED-ARCHIVE.
           MOVE WS-ARG TO WS-VERIFY-PATH
           MOVE SPACES TO WS-VERIFY-START
           MOVE SPACES TO WS-VERIFY-END
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > WS-CHN-COUNT
               IF WS-CHN-FILE(WS-CHN-IDX) = WS-VERIFY-PATH
                   IF WS-VERIFY-START = SPACES
                       MOVE WS-CHN-START(WS-CHN-IDX) TO WS-VERIFY-START
                   END-IF
                   MOVE WS-CHN-END(WS-CHN-IDX) TO WS-VERIFY-END
               END-IF
           END-PERFORM
           IF WS-VERIFY-START = SPACES
               DISPLAY "ERROR|NOT-IN-CHAIN-REGISTRY|"
                   FUNCTION TRIM(WS-VERIFY-PATH)
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VERIFY-ONE-FILE.

       VERIFY-ALL-ARCHIVES.
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > WS-CHN-COUNT
               MOVE 'N' TO WS-CHN-SEEN
               PERFORM VARYING WS-CHN-SCAN FROM 1 BY 1
                   UNTIL WS-CHN-SCAN >= WS-CHN-IDX
                   IF WS-CHN-FILE(WS-CHN-SCAN) = WS-CHN-FILE(WS-CHN-IDX)
                       MOVE 'Y' TO WS-CHN-SEEN
                   END-IF
               END-PERFORM
               IF WS-CHN-SEEN = 'N'
                   MOVE WS-CHN-FILE(WS-CHN-IDX) TO WS-ARG
                   PERFORM VERIFY-NAMED-ARCHIVE
               END-IF
           END-PERFORM.

      *>   Walks WS-VERIFY-PATH from WS-VERIFY-START, stopping at the
      *>   first broken link; WS-VERIFY-END, when set, is where the
      *>   file's last stamped record must land (records cut off the
      *>   end of an archive show up here).
       VERIFY-ONE-FILE.
           ADD 1 TO WS-FILES-CHECKED
           MOVE 'N' TO WS-CHAIN-STARTED
           MOVE 'N' TO WS-FILE-BROKEN
           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-LEGACY
           MOVE 0 TO WS-FILE-CHAINED
           MOVE SPACES TO WS-BREAK-TRANS-ID
           MOVE WS-VERIFY-START TO WS-CHAIN-PREV
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS = '35'
               IF WS-VERIFY-END = SPACES
      *>           No live log yet — nothing to prove.
                   PERFORM DISPLAY-FILE-RESULT
               ELSE
                   MOVE "FILE-MISSING" TO WS-BREAK-REASON
                   PERFORM RECORD-CHAIN-BREAK
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-FILE-RECORDS
               PERFORM VERIFY-CHAIN-LINK
               IF WS-FILE-BROKEN = 'Y'
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE TRANSACT-FILE
           IF WS-FILE-BROKEN = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-VERIFY-END NOT = SPACES
               AND WS-CHAIN-PREV NOT = WS-VERIFY-END
               MOVE "END-MISMATCH" TO WS-BREAK-REASON
               PERFORM RECORD-CHAIN-BREAK
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-FILE-RESULT.

       VERIFY-CHAIN-LINK.
           IF TRANS-CHAIN-HASH = SPACES
               IF WS-CHAIN-STARTED = 'N'
                   ADD 1 TO WS-FILE-LEGACY
               ELSE
                   MOVE TRANS-ID TO WS-BREAK-TRANS-ID
                   MOVE "UNCHAINED" TO WS-BREAK-REASON
                   PERFORM RECORD-CHAIN-BREAK
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CHAIN-STARTED
           MOVE TRANS-CHAIN-HASH TO WS-STORED-HASH
           MOVE SPACES TO TRANS-CHAIN-HASH
           PERFORM COMPUTE-CHAIN-HASH
           IF WS-CHAIN-HASH NOT = WS-STORED-HASH
               MOVE TRANS-ID TO WS-BREAK-TRANS-ID
               MOVE "HASH-MISMATCH" TO WS-BREAK-REASON
               PERFORM RECORD-CHAIN-BREAK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-CHAINED
           MOVE WS-STORED-HASH TO WS-CHAIN-PREV.

       RECORD-CHAIN-BREAK.
           MOVE 'Y' TO WS-FILE-BROKEN
           ADD 1 TO WS-FILES-BROKEN
           DISPLAY "CHAIN|BROKEN|" FUNCTION TRIM(WS-VERIFY-PATH) "|"
               WS-FILE-RECORDS "|" WS-BREAK-TRANS-ID "|"
               FUNCTION TRIM(WS-BREAK-REASON)
           PERFORM DISPLAY-FILE-RESULT.

       DISPLAY-FILE-RESULT.
           IF WS-FILE-BROKEN = 'Y'
               DISPLAY "CHAIN|FILE|" FUNCTION TRIM(WS-VERIFY-PATH) "|"
                   WS-FILE-RECORDS "|" WS-FILE-LEGACY "|"
                   WS-FILE-CHAINED "|BROKEN"
           ELSE
               DISPLAY "CHAIN|FILE|" FUNCTION TRIM(WS-VERIFY-PATH) "|"
                   WS-FILE-RECORDS "|" WS-FILE-LEGACY "|"
                   WS-FILE-CHAINED "|INTACT"
           END-IF.

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
