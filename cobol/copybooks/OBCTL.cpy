*>================================================================*
*> OBCTL.cpy — OUTBOUND.DAT / SETTLED.DAT Batch Control Work Area
*> Used by: SIMULATE.cob, TRANSACT.cob (collection outbound and
*>          RELEASE-TRANSIT), SETTLE.cob
*>
*> Every writer of a spoke's OUTBOUND.DAT frames what it writes in
*> one open/close as a batch, and SETTLE.cob frames each run's
*> SETTLED.DAT confirmations back to a spoke the same way:
*>     HDR|BANK_X|DAY|CYCLE
*>     ... detail lines, unchanged ...
*>     TRL|COUNT|HASH-TOTAL
*> COUNT is the number of detail lines in the batch (7 digits) and
*> HASH-TOTAL the sum of their amount fields, written in the same
*> amount convention the batch's own detail lines use — digits "."
*> two decimals here, implied-decimal digits on the payroll feed —
*> so the reader's one NUMVAL parse of every amount always foots.
*> CYCLE 0 on a header means the batch spans every cycle (SETTLE's
*> end-of-day pass). A batch with no trailer was cut short; a
*> trailer whose totals don't foot means lines were lost, added or
*> changed after the writer closed the file.
*>
*> Usage: COPY "OBCTL.cpy" in WORKING-STORAGE SECTION. The writer
*> zeroes WS-OBC-COUNT/WS-OBC-HASH when it writes the header, adds
*> each detail line's amount to WS-OBC-HASH as it writes it, and
*> formats the trailer from them; a reader tallies each batch into
*> WS-OBC-COUNT/WS-OBC-HASH and checks them against the trailer's
*> WS-OBC-TRL-COUNT/WS-OBC-TRL-HASH.
*>================================================================*
 01  WS-OBC-WORK.
     05  WS-OBC-COUNT        PIC 9(7) VALUE 0.
     05  WS-OBC-HASH         PIC 9(13)V99 VALUE 0.
     05  WS-OBC-HASH-DISPLAY PIC 9(12)V99.
     05  WS-OBC-HASH-REDEF REDEFINES WS-OBC-HASH-DISPLAY.
         10  WS-OBC-HASH-INT PIC 9(12).
         10  WS-OBC-HASH-DEC PIC 99.
     05  WS-OBC-HASH-STRING  PIC X(15) VALUE SPACES.
     05  WS-OBC-LINE-AMOUNT  PIC 9(13)V99 VALUE 0.
*>   Trailer as read back by a reader
     05  WS-OBC-TAG          PIC X(3) VALUE SPACES.
     05  WS-OBC-TRL-COUNT-STR PIC X(10) VALUE SPACES.
     05  WS-OBC-TRL-HASH-STR PIC X(20) VALUE SPACES.
     05  WS-OBC-TRL-COUNT    PIC 9(7) VALUE 0.
     05  WS-OBC-TRL-HASH     PIC 9(13)V99 VALUE 0.
