      *>    TRANSACT.DAT is rewritten holding only what's left, keeping
      *>    the live file lean for the regular EOD batch window.
      *>
      *>    Only the leading run of old records moves (the split stops
      *>    at the first record inside the window, and the log's final
      *>    record always stays live), so TRANSACT.DAT's hash chain
      *>    (TRANS-CHAIN-HASH, see TXCHAIN.cpy) is cut at one point
      *>    only: the archive holds a whole, contiguous stretch of it
      *>    and the live file carries on from where the archive ends.
      *>    Each run that moves anything appends a TXCHAIN.DAT entry
      *>    (CHAINREC.cpy) naming the archive and the hashes its
      *>    stretch starts from and ends on, which is the anchor
      *>    VERIFY-CHAIN.cob proves both files against; the retained
      *>    final record is what the posting programs' own
      *>    LOAD-CHAIN-ANCHOR finds to keep appending to the chain.
      *>
      *>  Command line:
      *>    ARCHIVE [<retention-days>] — <retention-days> defaults to
      *>    COMCODE.cpy's ARCHIVE-RETENTION-DEFAULT-DAYS when omitted.
      *>    <retention-days> days before today.
      *>
      *>  Files:
      *>    Input/Output: TRANSACT.DAT (LINE SEQUENTIAL, 205-byte —
      *>                  rewritten in place holding only the records
      *>                  that didn't archive)
      *>    Output:       TRANSACT-ARCHIVE-YYYYMMDD.DAT (LINE
      *>                  SEQUENTIAL, 205-byte — same record shape as
      *>                  TRANSACT.DAT, named for the run date; opened
      *>                  for append, so a second run the same day
      *>                  adds to it rather than replacing it; only
      *>                  kept when it holds at least one record)
      *>    Input/Output: TXCHAIN.DAT (LINE SEQUENTIAL, append-only —
      *>                  chain anchor registry; last entry read for
      *>                  the live log's anchor, one entry appended
      *>                  per run that archived anything)
      *>
      *>  Copybooks:
      *>    TRANSREC.cpy  — Transaction record layout (205 bytes)
      *>    TXCHAIN.cpy   — TRANSACT.DAT hash-chain work area
      *>    CHAINREC.cpy  — Chain anchor registry record
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Summary: ARCHIVE|ARCHIVED|count + ARCHIVE|RETAINED|count
      *>    File:    ARCHIVE|FILE|path (only when at least one record
      *>             archived)
      *>    Chain:   ARCHIVE|CHAIN|start-hash|end-hash (same condition)
      *>    Result:  RESULT|XX
      *>
      *>  Exit Codes:
      *>                     truncates the earlier run's archive, and
      *>                     only remove an empty archive this run
      *>                     itself created
      *>    2026-10-15  AKD  Hash-chain rollover: only the leading run
      *>                     of old records archives and the final
      *>                     record always stays live, so the chain is
      *>                     cut at one point; each run that archives
      *>                     appends the stretch's start/end hashes to
      *>                     TXCHAIN.DAT for VERIFY-CHAIN.cob. Records
      *>                     widened to 205 bytes
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT CHAIN-FILE
               ASSIGN TO "TXCHAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  LIVE-OUT-FILE.
       01  LIVE-OUT-RECORD           PIC X(205).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-OUT-RECORD        PIC X(205).
       FD  CHAIN-FILE.
       COPY "CHAINREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-LIVE-STATUS         PIC XX VALUE SPACES.
       01  WS-ARCHIVE-STATUS      PIC XX VALUE SPACES.
       01  WS-CHAIN-STATUS        PIC XX VALUE SPACES.
       01  WS-ARG                 PIC X(20) VALUE SPACES.
       01  WS-RETENTION-DAYS      PIC 9(5) VALUE 0.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-RETAINED-COUNT      PIC 9(7) VALUE 0.
       01  WS-ARCHIVE-CREATED     PIC X VALUE 'N'.
       01  WS-SWAP-CMD            PIC X(60) VALUE SPACES.
       01  WS-TOTAL-COUNT         PIC 9(7) VALUE 0.
       01  WS-READ-COUNT          PIC 9(7) VALUE 0.
       01  WS-ARCHIVING           PIC X VALUE 'Y'.
       01  WS-SEG-START           PIC X(16) VALUE SPACES.
       01  WS-SEG-END             PIC X(16) VALUE SPACES.
       COPY "TXCHAIN.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
           IF WS-ARCHIVED-COUNT > 0
               MOVE "mv TRANSACT.DAT.NEW TRANSACT.DAT" TO WS-SWAP-CMD
               CALL "SYSTEM" USING WS-SWAP-CMD
               PERFORM APPEND-CHAIN-ANCHOR
               DISPLAY "ARCHIVE|FILE|" WS-ARCHIVE-PATH
               DISPLAY "ARCHIVE|CHAIN|" WS-SEG-START "|" WS-SEG-END
           ELSE
               MOVE "rm -f TRANSACT.DAT.NEW" TO WS-SWAP-CMD
               CALL "SYSTEM" USING WS-SWAP-CMD
           DISPLAY "RESULT|00"
           STOP RUN.

      *>   Single pass over TRANSACT.DAT — the leading run of records
      *>   with TRANS-DATE older than WS-CUTOFF-DATE goes to
      *>   ARCHIVE-FILE (stopping at the first newer record, and never
      *>   taking the final one — see the chain note in the header),
      *>   everything else goes to the TRANSACT.DAT.NEW scratch file
      *>   that replaces TRANSACT.DAT once the pass completes. The
      *>   archived stretch's chain starts from the live log's current
      *>   anchor and ends on the last TRANS-CHAIN-HASH it carries. The
      *>   group-to-elementary MOVE of TRANSACTION-RECORD into the
      *>   plain PIC X(205) output records is a straight byte copy —
      *>   same reasoning as REPORTS.cob's CSV-LINE not needing its own
      *>   copybook.
       SPLIT-TRANSACTIONS.
           PERFORM COUNT-TRANSACTIONS
           PERFORM LOAD-LIVE-ANCHOR
           MOVE WS-SEG-START TO WS-SEG-END
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               IF TRANS-DATE NOT < WS-CUTOFF-DATE
                   OR WS-READ-COUNT = WS-TOTAL-COUNT
                   MOVE 'N' TO WS-ARCHIVING
               END-IF
               IF WS-ARCHIVING = 'Y'
                   MOVE TRANSACTION-RECORD TO ARCHIVE-OUT-RECORD
                   WRITE ARCHIVE-OUT-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
                   IF TRANS-CHAIN-HASH NOT = SPACES
                       MOVE TRANS-CHAIN-HASH TO WS-SEG-END
                   END-IF
               ELSE
                   MOVE TRANSACTION-RECORD TO LIVE-OUT-RECORD
                   WRITE LIVE-OUT-RECORD
           CLOSE TRANSACT-FILE
           CLOSE LIVE-OUT-FILE
           CLOSE ARCHIVE-FILE.

      *>   Record count up front, so the split knows which record is
      *>   the last one and keeps it live.
       COUNT-TRANSACTIONS.
           MOVE 0 TO WS-TOTAL-COUNT
           OPEN INPUT TRANSACT-FILE
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
               ADD 1 TO WS-TOTAL-COUNT
           END-PERFORM
           CLOSE TRANSACT-FILE.

      *>   The live log's chain currently starts where the last
      *>   archived stretch ended — the last TXCHAIN.DAT entry's
      *>   CHN-END-HASH — or from TXCHAIN.cpy's genesis value when
      *>   nothing has been archived under the chain yet.
       LOAD-LIVE-ANCHOR.
           MOVE WS-CHAIN-GENESIS TO WS-SEG-START
           OPEN INPUT CHAIN-FILE
           IF WS-CHAIN-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ CHAIN-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE CHN-END-HASH TO WS-SEG-START
               END-PERFORM
               CLOSE CHAIN-FILE
           END-IF.

       APPEND-CHAIN-ANCHOR.
           OPEN EXTEND CHAIN-FILE
           IF WS-CHAIN-STATUS NOT = '00'
               OPEN OUTPUT CHAIN-FILE
               IF WS-CHAIN-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-CHAIN-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-ARCHIVE-PATH TO CHN-FILE
           MOVE WS-SEG-START TO CHN-START-HASH
           MOVE WS-SEG-END TO CHN-END-HASH
           MOVE WS-ARCHIVED-COUNT TO CHN-RECORDS
           MOVE WS-CURRENT-DATE TO CHN-DATE
           WRITE CHAIN-ANCHOR-RECORD
           CLOSE CHAIN-FILE.
