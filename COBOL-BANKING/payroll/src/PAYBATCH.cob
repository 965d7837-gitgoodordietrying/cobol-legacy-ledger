      *>                     first live deposit to it bounces. Default
      *>                     (no PRENOTE token) behaves exactly as
      *>                     before.
      *>    2026-10-15  AKD  OUTBOUND-FILE now opens with a
      *>                     HDR|PAYROLL|day|cycle header and closes
      *>                     with a TRL|count|hash-total trailer, so
      *>                     SETTLE.cob can prove it received every
      *>                     entry
      *>
      *>  Y2K REMEDIATION NOTES:
      *>    This program was "fixed" for Y2K by adding parallel 4-digit
      *>    still fixed-width (old). Two formats, one program.
      *>
      *>  OUTPUT FORMAT (pipe-delimited, settlement-compatible):
      *>    HDR|PAYROLL|DAY|CYCLE
      *>    SOURCE_ACCT|DEST_ACCT|AMOUNT|DESCRIPTION|DAY|CYCLE
      *>    TRL|COUNT|HASH-TOTAL
      *>
      *>================================================================*

           05  WS-OL-PIPE5         PIC X(1) VALUE '|'.
           05  WS-OL-CYCLE         PIC 9(1) VALUE 1.

      *> AKD 2026-10-15: Batch control records framing the file —
      *> HDR|PAYROLL|day|cycle first, TRL|count|hash-total last, the
      *> hash total in the same implied-decimal digits as
      *> WS-OL-AMOUNT so it foots against the entries read back as
      *> written. SETTLE.cob refuses a feed whose trailer doesn't
      *> match what it actually received.
       01  WS-OUT-HEADER.
           05  WS-OH-TAG           PIC X(4) VALUE 'HDR|'.
           05  WS-OH-BANK          PIC X(7) VALUE 'PAYROLL'.
           05  WS-OH-PIPE1         PIC X(1) VALUE '|'.
           05  WS-OH-DAY           PIC 9(8) VALUE 0.
           05  WS-OH-PIPE2         PIC X(1) VALUE '|'.
           05  WS-OH-CYCLE         PIC 9(1) VALUE 1.
       01  WS-OUT-TRAILER.
           05  WS-OT-TAG           PIC X(4) VALUE 'TRL|'.
           05  WS-OT-COUNT         PIC 9(7) VALUE 0.
           05  WS-OT-PIPE1         PIC X(1) VALUE '|'.
           05  WS-OT-HASH          PIC 9(13)V99 VALUE 0.
       01  WS-OBC-HASH             PIC 9(13)V99 VALUE 0.

      *> ── Counters ──────────────────────────────────────────────
       01  WS-COUNTERS.
           05  WS-EMP-COUNT        PIC 9(5) VALUE 0.
           END-IF

           OPEN OUTPUT OUTBOUND-FILE
           MOVE WS-DATE-FULL TO WS-OH-DAY
           WRITE OUTBOUND-RECORD FROM WS-OUT-HEADER

           IF WS-PRENOTE-MODE
               PERFORM PROCESS-EMPLOYEE-PRENOTE UNTIL WS-EOF
           END-IF

           CLOSE EMPLOYEE-FILE
           MOVE WS-OUT-COUNT TO WS-OT-COUNT
           MOVE WS-OBC-HASH TO WS-OT-HASH
           WRITE OUTBOUND-RECORD FROM WS-OUT-TRAILER
           CLOSE OUTBOUND-FILE

           DISPLAY "PAYBATCH|SUMMARY"
           MOVE WS-DATE-FULL TO WS-OL-DAY

           WRITE OUTBOUND-RECORD FROM WS-OUT-LINE
           ADD WS-OL-AMOUNT TO WS-OBC-HASH

           ADD 1 TO WS-OUT-COUNT
           ADD WS-NET-PAY TO WS-BATCH-TOTAL
           MOVE WS-DATE-FULL TO WS-OL-DAY

           WRITE OUTBOUND-RECORD FROM WS-OUT-LINE
           ADD WS-OL-AMOUNT TO WS-OBC-HASH

           ADD 1 TO WS-OUT-COUNT
           ADD 1 TO WS-PRENOTE-COUNT
               MOVE WS-DATE-FULL TO WS-OL-DAY

               WRITE OUTBOUND-RECORD FROM WS-OUT-LINE
               ADD WS-OL-AMOUNT TO WS-OBC-HASH

               ADD 1 TO WS-OUT-COUNT
               ADD 1 TO WS-PRENOTE-COUNT
