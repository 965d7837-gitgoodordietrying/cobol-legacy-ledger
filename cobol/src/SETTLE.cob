      *>    Input/Output: ACCOUNTS.DAT  (INDEXED, keyed on ACCT-ID,
      *>                  clearing nostro accounts)
      *>    Output:       TRANSACT.DAT  (settlement transaction log)
      *>    Input:        ../BANK_X/OUTBOUND.DAT (5 bank outbound files,
      *>                  each writer's lines framed HDR ... TRL — see
      *>                  OBCTL.cpy; a file whose batches don't foot
      *>                  is rejected whole, see VERIFY-OUTBOUND-
      *>                  CONTROLS)
      *>    Output:       ../BANK_X/SETTLED.DAT (per-bank confirmation
      *>                  of which of that bank's outbound requests
      *>                  settled — SOURCE|DEST|AMOUNT|DAY|SETTLED,
      *>                  each run's lines framed HDR ... TRL)
      *>    Output:       SETTLE-EXCEPTIONS.DAT (outbound requests that
      *>                  couldn't be settled — no matching nostro
      *>                  account at the clearing house for the source
      *>                  or dest bank — SOURCE|DEST|AMOUNT|DAY|REASON,
      *>                  for manual clearing-ops review/re-submission)
      *>    Output:       MEMBACT.DAT (appended — one MBRACTREC.cpy
      *>                  record per spoke member per run: items
      *>                  submitted/settled/excepted/returned, volume
      *>                  sent/received/net, nostro open/close — the
      *>                  activity MBRBILL.cob bills and states monthly)
      *>    Input:        ACHDEST.DAT (ACH destination register —
      *>                  outbound items to a destination on it leave
      *>                  the network via ACHORIG.cob and are skipped)
      *>
      *>  Result:      RESULT|XX
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy  — Account record layout
      *>    TRANSREC.cpy — Transaction record layout
      *>    TXCHAIN.cpy  — TRANSACT.DAT hash-chain work area
      *>    COMCODE.cpy  — Status codes and bank identifiers
      *>    ACCTIO.cpy   — Account I/O working-storage
      *>    SIMREC.cpy   — Simulation parameters and counters
      *>    MBRACTREC.cpy — Clearing member activity record
      *>    ACHDSTREC.cpy — ACH destination register record
      *>    OBCTL.cpy    — OUTBOUND/SETTLED batch control work area
      *>
      *>  Change Log:
      *>    2026-02-24  AKD  Initial implementation — Simulation
      *>                     existing one-way imbalance before any
      *>                     money moves, not only in the end-of-run
      *>                     summary
      *>    2026-10-15  AKD  Records per-member clearing activity each
      *>                     run (items submitted, settled, excepted and
      *>                     returned HELD-CAP; volume sent, received
      *>                     and net; nostro open and close) to the new
      *>                     MEMBACT.DAT for MBRBILL.cob's month-end
      *>                     member billing and statements
      *>    2026-10-15  AKD  Outbound items whose destination is on the
      *>                     new ACHDEST.DAT register are skipped
      *>                     (counted, not excepted) — they leave the
      *>                     network in ACHORIG.cob's NACHA file instead
      *>    2026-10-15  AKD  Every TRANSACT.DAT record written now
      *>                     carries TRANS-CHAIN-HASH linking it to the
      *>                     record before it (STAMP-CHAIN-HASH; anchor
      *>                     found by LOAD-CHAIN-ANCHOR — see
      *>                     TXCHAIN.cpy), so VERIFY-CHAIN.cob can prove
      *>                     the log hasn't been edited since
      *>    2026-10-15  AKD  Each bank's OUTBOUND.DAT is proven before
      *>                     any of it settles: every HDR ... TRL batch
      *>                     (OBCTL.cpy) must have its trailer and foot
      *>                     to its count and hash total, or the whole
      *>                     file is rejected to SETTLE-EXCEPTIONS.DAT
      *>                     as one FILE REJECTED line (VERIFY-OUTBOUND-
      *>                     CONTROLS, REJECT-OUTBOUND-FILE). Each run's
      *>                     SETTLED.DAT confirmations go back framed
      *>                     the same way so the spoke can prove it
      *>                     holds them all
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO "SCRSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRSEQ-STATUS.
           SELECT MEMBACT-FILE
               ASSIGN TO "MEMBACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBRACT-STATUS.
           SELECT ACHDEST-FILE
               ASSIGN TO "ACHDEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-SEQUENCE-FILE.
       01  SCREEN-SEQUENCE-RECORD.
           05  SCR-SEQ-NUMBER       PIC 9(6).
       FD  MEMBACT-FILE.
       COPY "MBRACTREC.cpy".
       FD  ACHDEST-FILE.
       COPY "ACHDSTREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS            PIC XX VALUE SPACES.
       01  WS-TX-STATUS              PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-OB-STATUS              PIC XX VALUE SPACES.
       01  WS-OB-FILE-PATH           PIC X(60) VALUE SPACES.
       01  WS-CMD-LINE               PIC X(200) VALUE SPACES.
           05  WS-NET-ENTRY OCCURS 5 TIMES.
               10  WS-NET-DEST-LTR  PIC X(1) VALUE SPACES.
               10  WS-NET-AMOUNT    PIC S9(12)V99 VALUE 0.
               10  WS-NET-ITEMS     PIC 9(5) VALUE 0.
       01  WS-NET-COUNT             PIC 9(2) VALUE 0.
       01  WS-NET-IDX               PIC 9(2) VALUE 0.
       01  WS-NET-FOUND-IDX         PIC 9(2) VALUE 0.
               10  WS-PC-DEST-LTR   PIC X(1).
               10  WS-PC-PREFIX     PIC X(90).
               10  WS-PC-CYCLE      PIC 9(1).
               10  WS-PC-AMOUNT     PIC 9(8)V99.
      *>   Settlement legs actually posted to TRANSACT.DAT/the nostro
      *>   balances — one per counterparty netted total, as opposed to
      *>   WS-STL-COUNT below which still counts original outbound
       01  WS-SCP-DAY             PIC 9(8) VALUE 0.
       01  WS-SCP-CYCLE           PIC 9(1) VALUE 1.
       01  WS-STL-DUP-SKIPPED     PIC 9(5) VALUE 0.

      *>   Per-member clearing activity for this run, one entry per
      *>   spoke in BANK-NODE-TABLE order (so WS-BANK-IDX indexes the
      *>   source bank's entry directly), appended to MEMBACT.DAT at
      *>   the end of the run for MBRBILL.cob's month-end billing and
      *>   member statements. A refused-at-cap item counts as a
      *>   return (sent back HELD-CAP), not an exception.
       01  WS-MBRACT-STATUS       PIC XX VALUE SPACES.
       01  WS-MBR-IDX             PIC 9(2) VALUE 0.
       01  WS-MBR-FOUND-IDX       PIC 9(2) VALUE 0.
       01  WS-MBR-LOOKUP-LTR      PIC X(1) VALUE SPACES.
       01  WS-MBR-TABLE.
           05  WS-MBR-ENTRY OCCURS 5 TIMES.
               10  WS-MBR-LTR         PIC X(1).
               10  WS-MBR-SUBMITTED   PIC 9(5).
               10  WS-MBR-SETTLED     PIC 9(5).
               10  WS-MBR-EXCEPTIONS  PIC 9(5).
               10  WS-MBR-RETURNS     PIC 9(5).
               10  WS-MBR-SENT-VOL    PIC S9(12)V99.
               10  WS-MBR-RECV-VOL    PIC S9(12)V99.
               10  WS-MBR-NOSTRO-OPEN PIC S9(12)V99.

      *>   Destinations outside the network (ACHDEST.DAT, see
      *>   ACHDSTREC.cpy). An outbound item to one of these leaves
      *>   by ACH — ACHORIG.cob originates it — so settlement skips
      *>   it rather than parking it as a missing-nostro exception.
       01  WS-ACHD-STATUS         PIC XX VALUE SPACES.
       01  WS-XD-COUNT            PIC 9(3) VALUE 0.
       01  WS-XD-IDX              PIC 9(3) VALUE 0.
       01  WS-XD-FOUND            PIC X VALUE 'N'.
       01  WS-XD-TABLE.
           05  WS-XD-REF OCCURS 200 TIMES PIC X(10).
       01  WS-STL-SKIPPED-EXT     PIC 9(5) VALUE 0.

      *>   Batch control totals (OBCTL.cpy). WS-OBV-* carry the
      *>   proof of the OUTBOUND.DAT being settled — see
      *>   VERIFY-OUTBOUND-CONTROLS; WS-STLC-* tally the run's
      *>   confirmation batch for its SETTLED.DAT trailer.
       01  WS-OBV-REASON          PIC X(24) VALUE SPACES.
       01  WS-OBV-IN-BATCH        PIC X VALUE 'N'.
       01  WS-OBV-BATCHES         PIC 9(5) VALUE 0.
       01  WS-OBV-UNFRAMED        PIC 9(5) VALUE 0.
       01  WS-OBV-LINES           PIC 9(7) VALUE 0.
       01  WS-OBV-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-STL-FILES-REJECTED  PIC 9(3) VALUE 0.
       01  WS-STLC-COUNT          PIC 9(7) VALUE 0.
       01  WS-STLC-HASH           PIC 9(13)V99 VALUE 0.
       COPY "OBCTL.cpy".
       COPY "ACCTIO.cpy".
       COPY "COMCODE.cpy".
       COPY "SIMREC.cpy".
           END-IF

           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM INIT-MEMBER-ACTIVITY
           PERFORM LOAD-COLLATERAL-CAPS
           PERFORM LOAD-ACH-DESTINATIONS
           PERFORM SUM-NOSTRO-BALANCES
           MOVE WS-NOSTRO-SUM-CURRENT TO WS-NOSTRO-SUM-BEFORE

           PERFORM CHECK-NOSTRO-THRESHOLDS

      *>   Open settlement transaction log for append
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               OPEN OUTPUT TRANSACT-FILE
               CLOSE SETTLE-EXCEPTIONS-FILE
           END-IF
           PERFORM SAVE-ALL-ACCOUNTS
           PERFORM WRITE-MEMBER-ACTIVITY

           DISPLAY "  Settlements:  " WS-STL-COUNT
           DISPLAY "  Netted legs posted: " WS-STL-NET-COUNT
               DISPLAY "  Skipped (already settled): "
                   WS-STL-DUP-SKIPPED
           END-IF
           IF WS-STL-SKIPPED-EXT > 0
               DISPLAY "  Skipped (external, via ACH): "
                   WS-STL-SKIPPED-EXT
           END-IF
           IF WS-STL-FILES-REJECTED > 0
               DISPLAY "  Outbound files rejected (controls): "
                   WS-STL-FILES-REJECTED
           END-IF
           DISPLAY "=== END SETTLE DAY " WS-DAY-NUM " ==="
           DISPLAY ""

               END-IF
           END-PERFORM.

      *>   Stages the Active ACHDEST.DAT references. No file means no
      *>   outside destinations are set up — everything settles here.
       LOAD-ACH-DESTINATIONS.
           MOVE 0 TO WS-XD-COUNT
           OPEN INPUT ACHDEST-FILE
           IF WS-ACHD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACHDEST-FILE
                   AT END
                       CLOSE ACHDEST-FILE
                       EXIT PERFORM
               END-READ
               IF ACHD-ACTIVE AND WS-XD-COUNT < 200
                   ADD 1 TO WS-XD-COUNT
                   MOVE ACHD-DEST-REF TO WS-XD-REF(WS-XD-COUNT)
               END-IF
           END-PERFORM.

       LOOKUP-NET-DEBIT-CAP.
           MOVE 'N' TO WS-CAP-FOUND
           MOVE 0 TO WS-CAP-LIMIT
               EXIT PARAGRAPH
           END-IF

      *>   Prove the file arrived whole before settling any of it —
      *>   a batch cut short or a trailer that doesn't foot rejects
      *>   the entire file, never just the lines that look wrong.
           PERFORM VERIFY-OUTBOUND-CONTROLS
           CLOSE OUTBOUND-FILE
           IF WS-OBV-REASON NOT = SPACES
               PERFORM REJECT-OUTBOUND-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OUTBOUND-FILE
           IF WS-OB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

      *>   Open this bank's confirmation file in its own directory.
      *>   Existing confirmations for the day are staged first so
      *>   already-settled records skip below, then the file is
           END-IF

           PERFORM INITIALIZE-NET-TABLE
           PERFORM WRITE-SETTLED-HEADER

           PERFORM UNTIL 1 = 0
               READ OUTBOUND-FILE
                       CLOSE OUTBOUND-FILE
                       PERFORM POST-NET-SETTLEMENTS
                       IF WS-SETTLED-OPEN = 'Y'
                           PERFORM WRITE-SETTLED-TRAILER
                           CLOSE SETTLED-FILE
                       END-IF
                       EXIT PERFORM
               END-READ
      *>       Control records were proven above — nothing to settle
               IF (OUTBOUND-LINE(1:4) = "HDR|"
                       OR OUTBOUND-LINE(1:4) = "TRL|")
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM PROCESS-SETTLEMENT
           END-PERFORM.

      *>   Reads the open OUTBOUND-FILE through to the end, footing
      *>   every HDR ... TRL batch (OBCTL.cpy) against its trailer.
      *>   Lines ahead of the first batch predate the framing and
      *>   settle as they always did, with a warning; once framing
      *>   starts, a detail line outside a batch is as suspect as a
      *>   bad trailer. Leaves WS-OBV-REASON blank when
      *>   the file proves out, and the whole file's line count and
      *>   amount total in WS-OBV-LINES/WS-OBV-TOTAL either way.
       VERIFY-OUTBOUND-CONTROLS.
           MOVE SPACES TO WS-OBV-REASON
           MOVE 'N' TO WS-OBV-IN-BATCH
           MOVE 0 TO WS-OBV-BATCHES
           MOVE 0 TO WS-OBV-UNFRAMED
           MOVE 0 TO WS-OBV-LINES
           MOVE 0 TO WS-OBV-TOTAL
           PERFORM UNTIL 1 = 0
               READ OUTBOUND-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               EVALUATE TRUE
                   WHEN OUTBOUND-LINE(1:4) = "HDR|"
                       IF WS-OBV-IN-BATCH = 'Y'
                           MOVE "TRAILER MISSING" TO WS-OBV-REASON
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-OBV-BATCHES
                       MOVE 'Y' TO WS-OBV-IN-BATCH
                       MOVE 0 TO WS-OBC-COUNT
                       MOVE 0 TO WS-OBC-HASH
                   WHEN OUTBOUND-LINE(1:4) = "TRL|"
                       IF WS-OBV-IN-BATCH = 'N'
                           MOVE "TRAILER WITHOUT HEADER"
                               TO WS-OBV-REASON
                           EXIT PERFORM
                       END-IF
                       MOVE 'N' TO WS-OBV-IN-BATCH
                       PERFORM PARSE-CONTROL-TRAILER
                       IF WS-OBC-TRL-COUNT NOT = WS-OBC-COUNT
                           MOVE "TRAILER COUNT MISMATCH"
                               TO WS-OBV-REASON
                           EXIT PERFORM
                       END-IF
                       IF WS-OBC-TRL-HASH NOT = WS-OBC-HASH
                           MOVE "TRAILER HASH MISMATCH"
                               TO WS-OBV-REASON
                           EXIT PERFORM
                       END-IF
                   WHEN OTHER
                       MOVE SPACES TO WS-OBP-AMT-STR
                       UNSTRING OUTBOUND-LINE DELIMITED BY "|"
                           INTO WS-OBP-SOURCE
                                WS-OBP-DEST
                                WS-OBP-AMT-STR
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-OBP-AMT-STR))
                           TO WS-OBC-LINE-AMOUNT
                       ADD 1 TO WS-OBV-LINES
                       ADD WS-OBC-LINE-AMOUNT TO WS-OBV-TOTAL
                       IF WS-OBV-IN-BATCH = 'Y'
                           ADD 1 TO WS-OBC-COUNT
                           ADD WS-OBC-LINE-AMOUNT TO WS-OBC-HASH
                       ELSE
                           IF WS-OBV-BATCHES > 0
                               MOVE "DETAIL OUTSIDE BATCH"
                                   TO WS-OBV-REASON
                               EXIT PERFORM
                           END-IF
                           ADD 1 TO WS-OBV-UNFRAMED
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-OBV-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-OBV-IN-BATCH = 'Y'
               MOVE "TRAILER MISSING" TO WS-OBV-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-OBV-UNFRAMED > 0
               DISPLAY "WARN: Unframed lines on "
                   FUNCTION TRIM(WS-OB-FILE-PATH)
                   " -- settling unverified"
           END-IF.

      *>   Splits a TRL|COUNT|HASH-TOTAL line into WS-OBC-TRL-COUNT/
      *>   -HASH; an unreadable field can never foot.
       PARSE-CONTROL-TRAILER.
           MOVE SPACES TO WS-OBC-TRL-COUNT-STR
           MOVE SPACES TO WS-OBC-TRL-HASH-STR
           UNSTRING OUTBOUND-LINE DELIMITED BY "|"
               INTO WS-OBC-TAG
                    WS-OBC-TRL-COUNT-STR
                    WS-OBC-TRL-HASH-STR
           END-UNSTRING
           MOVE 0 TO WS-OBC-TRL-COUNT
           MOVE 0 TO WS-OBC-TRL-HASH
           IF FUNCTION TRIM(WS-OBC-TRL-COUNT-STR) IS NUMERIC
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-OBC-TRL-COUNT-STR))
                   TO WS-OBC-TRL-COUNT
           ELSE
               MOVE 9999999 TO WS-OBC-TRL-COUNT
           END-IF
           IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-OBC-TRL-HASH-STR)) = 0
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-OBC-TRL-HASH-STR))
                   TO WS-OBC-TRL-HASH
           ELSE
               MOVE 9999999999999.99 TO WS-OBC-TRL-HASH
           END-IF.

      *>   Whole-file reject: one SETTLE-EXCEPTIONS.DAT line for the
      *>   file (bank, OUTBOUND, the amount total actually read, the
      *>   day, and why) instead of one per record, nothing in it
      *>   settles, and the bank gets no confirmation batch for it —
      *>   the spoke resends the file once clearing-ops has looked.
       REJECT-OUTBOUND-FILE.
           ADD 1 TO WS-STL-FILES-REJECTED
           DISPLAY "OUTBOUND-REJECTED|BANK_" WS-CURRENT-BANK-LTR "|"
               FUNCTION TRIM(WS-OBV-REASON) "|" WS-OBV-LINES "|"
               WS-OBV-TOTAL
           MOVE SPACES TO WS-OBP-SOURCE
           STRING "BANK_" DELIMITED SIZE
               WS-CURRENT-BANK-LTR DELIMITED SIZE
               INTO WS-OBP-SOURCE
           END-STRING
           MOVE "OUTBOUND" TO WS-OBP-DEST
           MOVE WS-OBV-TOTAL TO WS-STL-AMOUNT
           MOVE WS-DAY-NUM TO WS-OBP-DAY
           MOVE SPACES TO WS-EXC-REASON
           STRING "FILE REJECTED - " DELIMITED SIZE
               WS-OBV-REASON DELIMITED SIZE
               INTO WS-EXC-REASON
           END-STRING
           PERFORM RECORD-SETTLE-EXCEPTION.

      *>   Each run's confirmations back to a spoke go out as one
      *>   batch framed the same way (OBCTL.cpy): HDR|BANK_X|day|
      *>   cycle (0 = the end-of-day all-cycles pass) ahead of them
      *>   and TRL|count|hash-total behind, so the spoke can prove it
      *>   holds every confirmation this run wrote — RELEASE-TRANSIT
      *>   in TRANSACT.cob checks before it releases anything.
       WRITE-SETTLED-HEADER.
           MOVE 0 TO WS-STLC-COUNT
           MOVE 0 TO WS-STLC-HASH
           IF WS-SETTLED-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SETTLED-LINE
           STRING "HDR|BANK_" DELIMITED SIZE
               WS-CURRENT-BANK-LTR DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-DAY-NUM DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-SETTLE-CYCLE DELIMITED SIZE
               INTO SETTLED-LINE
           END-STRING
           WRITE SETTLED-LINE.

       WRITE-SETTLED-TRAILER.
           MOVE WS-STLC-HASH TO WS-OBC-HASH-DISPLAY
           MOVE WS-OBC-HASH-INT TO WS-OBC-HASH-STRING(1:12)
           MOVE '.' TO WS-OBC-HASH-STRING(13:1)
           MOVE WS-OBC-HASH-DEC TO WS-OBC-HASH-STRING(14:2)
           MOVE SPACES TO SETTLED-LINE
           STRING "TRL|" DELIMITED SIZE
               WS-STLC-COUNT DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-OBC-HASH-STRING DELIMITED SIZE
               INTO SETTLED-LINE
           END-STRING
           WRITE SETTLED-LINE.

      *>   Stages the current bank's existing SETTLED.DAT
      *>   confirmations for the day being settled, folding identical
      *>   lines into a per-entry count each outbound record consumes
               UNTIL WS-NET-IDX > 5
               MOVE SPACES TO WS-NET-DEST-LTR(WS-NET-IDX)
               MOVE 0 TO WS-NET-AMOUNT(WS-NET-IDX)
               MOVE 0 TO WS-NET-ITEMS(WS-NET-IDX)
           END-PERFORM.

       PROCESS-SETTLEMENT.
               EXIT PARAGRAPH
           END-IF

      *>   Bound for an institution outside the network — ACHORIG.cob
      *>   sends it in a NACHA file; there is no nostro to settle to.
           MOVE 'N' TO WS-XD-FOUND
           PERFORM VARYING WS-XD-IDX FROM 1 BY 1
               UNTIL WS-XD-IDX > WS-XD-COUNT
               IF WS-XD-REF(WS-XD-IDX) = FUNCTION TRIM(WS-OBP-DEST)
                   MOVE 'Y' TO WS-XD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-XD-FOUND = 'Y'
               ADD 1 TO WS-STL-SKIPPED-EXT
               EXIT PARAGRAPH
           END-IF

      *>   Already confirmed by an earlier run today (an intraday
      *>   cycle pass, or a straight re-run) — consume one matching
      *>   confirmation and leave the record alone, so nothing ever
               END-IF
           END-PERFORM

      *>   From here on the record is this run's to settle, except
      *>   or return — it counts as submitted by its member.
           ADD 1 TO WS-MBR-SUBMITTED(WS-BANK-IDX)

      *>   Denied-party screening on the settlement pass — a record
      *>   whose description (or either account reference) matches
      *>   DENIED.DAT parks in SETTLE-EXCEPTIONS.DAT and on
           IF WS-SCREEN-HIT-FLAG = 'Y'
               PERFORM WRITE-SCREEN-QUEUE-ENTRY
               MOVE "DENIED-PARTY SCREEN HIT" TO WS-EXC-REASON
               ADD 1 TO WS-MBR-EXCEPTIONS(WS-BANK-IDX)
               PERFORM RECORD-SETTLE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
               DISPLAY "WARN: Nostro not found "
                   WS-STL-NOSTRO-ID
               MOVE "SOURCE NOSTRO NOT FOUND" TO WS-EXC-REASON
               ADD 1 TO WS-MBR-EXCEPTIONS(WS-BANK-IDX)
               PERFORM RECORD-SETTLE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
               DISPLAY "WARN: Nostro not found "
                   WS-STL-NOSTRO-ID
               MOVE "DEST NOSTRO NOT FOUND" TO WS-EXC-REASON
               ADD 1 TO WS-MBR-EXCEPTIONS(WS-BANK-IDX)
               PERFORM RECORD-SETTLE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
               MOVE WS-AMT-INT-PART TO WS-AMT-STRING(1:8)
               MOVE '.' TO WS-AMT-STRING(9:1)
               MOVE WS-AMT-DEC-PART TO WS-AMT-STRING(10:2)
               MOVE WS-AMT-DISPLAY TO WS-PC-AMOUNT(WS-PC-COUNT)
               MOVE SPACES TO WS-PC-PREFIX(WS-PC-COUNT)
               STRING WS-OBP-SOURCE DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
               MOVE WS-STL-DEST-LTR TO WS-NET-DEST-LTR(WS-NET-COUNT)
               MOVE WS-NET-COUNT TO WS-NET-FOUND-IDX
           END-IF
           ADD WS-STL-AMOUNT TO WS-NET-AMOUNT(WS-NET-FOUND-IDX)
           ADD 1 TO WS-NET-ITEMS(WS-NET-FOUND-IDX).

       POST-NET-SETTLEMENTS.
      *>   One netted settlement leg-pair per counterparty this bank
      *>               and no transit hold releases against them.
                       MOVE "HELD-CAP" TO WS-PC-FLAG-TEXT
                       PERFORM WRITE-PENDING-CONFIRMS
                       ADD WS-NET-ITEMS(WS-NET-IDX)
                           TO WS-MBR-RETURNS(WS-BANK-IDX)
                       EXIT PERFORM CYCLE
                   END-IF
               ELSE
               END-STRING
               MOVE '00' TO TRANS-STATUS
               MOVE SPACES TO TRANS-BATCH-ID
               PERFORM STAMP-CHAIN-HASH
               WRITE TRANSACTION-RECORD

               ADD 1 TO WS-STL-SEQ
               END-STRING
               MOVE '00' TO TRANS-STATUS
               MOVE SPACES TO TRANS-BATCH-ID
               PERFORM STAMP-CHAIN-HASH
               WRITE TRANSACTION-RECORD

               MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-STL-SRC-IDX)

               ADD 1 TO WS-STL-NET-COUNT

      *>       Member activity: the source member's items settled and
      *>       volume went out; the counterparty's volume came in.
               ADD WS-NET-ITEMS(WS-NET-IDX)
                   TO WS-MBR-SETTLED(WS-BANK-IDX)
               ADD WS-STL-AMOUNT TO WS-MBR-SENT-VOL(WS-BANK-IDX)
               MOVE WS-NET-DEST-LTR(WS-NET-IDX) TO WS-MBR-LOOKUP-LTR
               PERFORM FIND-MEMBER-IDX
               IF WS-MBR-FOUND-IDX > 0
                   ADD WS-STL-AMOUNT
                       TO WS-MBR-RECV-VOL(WS-MBR-FOUND-IDX)
               END-IF

      *>       The money moved — now the component records' buffered
      *>       confirmations go out SETTLED.
               MOVE "SETTLED" TO WS-PC-FLAG-TEXT
                       INTO SETTLED-LINE
                   END-STRING
                   WRITE SETTLED-LINE
                   ADD 1 TO WS-STLC-COUNT
                   ADD WS-PC-AMOUNT(WS-PC-IDX) TO WS-STLC-HASH
               END-IF
           END-PERFORM.

      *>   Seeds WS-MBR-TABLE from BANK-NODE-TABLE with each member's
      *>   opening nostro balance for the run (zero if the hub holds
      *>   no NST-BANK-x account for it yet).
       INIT-MEMBER-ACTIVITY.
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX > BANK-NODE-COUNT
               MOVE BANK-NODE-ENTRY(WS-MBR-IDX)(6:1)
                   TO WS-MBR-LTR(WS-MBR-IDX)
               MOVE 0 TO WS-MBR-SUBMITTED(WS-MBR-IDX)
               MOVE 0 TO WS-MBR-SETTLED(WS-MBR-IDX)
               MOVE 0 TO WS-MBR-EXCEPTIONS(WS-MBR-IDX)
               MOVE 0 TO WS-MBR-RETURNS(WS-MBR-IDX)
               MOVE 0 TO WS-MBR-SENT-VOL(WS-MBR-IDX)
               MOVE 0 TO WS-MBR-RECV-VOL(WS-MBR-IDX)
               MOVE 0 TO WS-MBR-NOSTRO-OPEN(WS-MBR-IDX)
               MOVE SPACES TO WS-IN-ACCT-ID
               STRING "NST-BANK-" DELIMITED SIZE
                   WS-MBR-LTR(WS-MBR-IDX) DELIMITED SIZE
                   INTO WS-IN-ACCT-ID
               END-STRING
               PERFORM FIND-NOSTRO-ACCOUNT
               IF WS-FOUND-FLAG = 'Y'
                   MOVE WS-A-BALANCE(WS-FOUND-IDX)
                       TO WS-MBR-NOSTRO-OPEN(WS-MBR-IDX)
               END-IF
           END-PERFORM.

       FIND-MEMBER-IDX.
      *>   Search WS-MBR-TABLE for bank letter WS-MBR-LOOKUP-LTR
           MOVE 0 TO WS-MBR-FOUND-IDX
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX > BANK-NODE-COUNT
               IF WS-MBR-LTR(WS-MBR-IDX) = WS-MBR-LOOKUP-LTR
                   MOVE WS-MBR-IDX TO WS-MBR-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   Appends this run's activity for every member to
      *>   MEMBACT.DAT — members with no activity included, so each
      *>   settlement day appears on the member's statement — and
      *>   echoes it as MEMBER-ACTIVITY lines. A MEMBACT.DAT that
      *>   won't open only costs the billing record; settlement has
      *>   already posted, so it warns rather than failing the run.
       WRITE-MEMBER-ACTIVITY.
           OPEN EXTEND MEMBACT-FILE
           IF WS-MBRACT-STATUS NOT = '00'
               OPEN OUTPUT MEMBACT-FILE
               IF WS-MBRACT-STATUS NOT = '00'
                   DISPLAY "WARN: Could not open MEMBACT.DAT "
                       WS-MBRACT-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX > BANK-NODE-COUNT
               MOVE WS-CURRENT-DATE TO MA-DATE
               MOVE WS-CURRENT-TIME TO MA-TIME
               MOVE WS-DAY-NUM TO MA-DAY-NUM
               MOVE WS-SETTLE-CYCLE TO MA-CYCLE
               MOVE WS-MBR-LTR(WS-MBR-IDX) TO MA-BANK-LETTER
               MOVE WS-MBR-SUBMITTED(WS-MBR-IDX) TO MA-SUBMITTED
               MOVE WS-MBR-SETTLED(WS-MBR-IDX) TO MA-SETTLED
               MOVE WS-MBR-EXCEPTIONS(WS-MBR-IDX) TO MA-EXCEPTIONS
               MOVE WS-MBR-RETURNS(WS-MBR-IDX) TO MA-RETURNS
               MOVE WS-MBR-SENT-VOL(WS-MBR-IDX) TO MA-SENT-VOL
               MOVE WS-MBR-RECV-VOL(WS-MBR-IDX) TO MA-RECEIVED-VOL
               COMPUTE MA-NET-VOL =
                   WS-MBR-RECV-VOL(WS-MBR-IDX)
                   - WS-MBR-SENT-VOL(WS-MBR-IDX)
               END-COMPUTE
               MOVE WS-MBR-NOSTRO-OPEN(WS-MBR-IDX) TO MA-NOSTRO-OPEN
               MOVE 0 TO MA-NOSTRO-CLOSE
               MOVE SPACES TO WS-IN-ACCT-ID
               STRING "NST-BANK-" DELIMITED SIZE
                   WS-MBR-LTR(WS-MBR-IDX) DELIMITED SIZE
                   INTO WS-IN-ACCT-ID
               END-STRING
               PERFORM FIND-NOSTRO-ACCOUNT
               IF WS-FOUND-FLAG = 'Y'
                   MOVE WS-A-BALANCE(WS-FOUND-IDX) TO MA-NOSTRO-CLOSE
               END-IF
               WRITE MEMBER-ACTIVITY-RECORD
               DISPLAY "MEMBER-ACTIVITY|BANK_" MA-BANK-LETTER
                   "|" MA-SUBMITTED "|" MA-SETTLED
                   "|" MA-EXCEPTIONS "|" MA-RETURNS
                   "|" MA-SENT-VOL "|" MA-RECEIVED-VOL
                   "|" MA-NET-VOL
           END-PERFORM
           CLOSE MEMBACT-FILE.

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
