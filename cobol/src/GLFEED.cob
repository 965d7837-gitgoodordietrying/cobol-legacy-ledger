      *>  Command line:
      *>    GLFEED <yyyymmdd>   — export only TRANS-DATE = yyyymmdd
      *>    GLFEED ALL          — export every record in TRANSACT.DAT
      *>    The same date filter selects FXREVAL.DAT month-end
      *>    revaluation entries by their run date (FXRV-DATE).
      *>
      *>  Files:
      *>    Input:  TRANSACT.DAT (205-byte, LINE SEQUENTIAL)
      *>    Input:  FXREVAL.DAT  (105-byte, LINE SEQUENTIAL — absent
      *>                         until FXREVAL.cob's first month-end)
      *>    Output: GLFEED.DAT   (91-byte, LINE SEQUENTIAL — rebuilt
      *>                         fresh every run, two legs per
      *>                         exported transaction)
      *>
      *>  Copybooks:
      *>    TRANSREC.cpy  — Transaction record layout (205 bytes)
      *>    FXRVREC.cpy   — FX revaluation history record layout
      *>    GLREC.cpy     — GL export leg record layout
      *>    GLCODE.cpy    — TRANS-TYPE to GL account code map, and
      *>                    the FX revaluation gain/loss accounts
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>                     sat in entry 10 ('B', bill-pay), hanging
      *>                     the whole export; the no-map-entry
      *>                     skipped fallback is reachable again too
      *>    2026-10-15  AKD  Month-end FX revaluation gains and losses
      *>                     from FXREVAL.DAT now export as a balanced
      *>                     pair of legs against the deposit liability
      *>                     and the new GLCODE.cpy FX gain/loss
      *>                     accounts, after the day's transactions
      *>    2026-10-15  AKD  Overdrawn-account charge-offs (TRANS-TYPE
      *>                     'C') and recoveries ('Y') now export
      *>                     against the GLCODE.cpy loss account; the
      *>                     map scan covers all twelve entries
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT FXREVAL-FILE
               ASSIGN TO "FXREVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRV-STATUS.
           SELECT GL-FILE
               ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  FXREVAL-FILE.
       COPY "FXRVREC.cpy".
       FD  GL-FILE.
       COPY "GLREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       01  WS-GL-STATUS           PIC XX VALUE SPACES.
       01  WS-FXRV-STATUS         PIC XX VALUE SPACES.
       01  WS-ARG                 PIC X(20) VALUE SPACES.
       01  WS-FILTER-DATE         PIC 9(8) VALUE 0.
       01  WS-FILTER-ALL          PIC X VALUE 'N'.
       01  WS-MAP-FOUND           PIC X VALUE 'N'.
       01  WS-DEBIT-ACCT          PIC X(6) VALUE SPACES.
       01  WS-CREDIT-ACCT         PIC X(6) VALUE SPACES.
       01  WS-FXRV-AMOUNT         PIC S9(10)V99 VALUE 0.
       COPY "GLCODE.cpy".
       COPY "COMCODE.cpy".

           DISPLAY "========================================"

           PERFORM EXPORT-TRANSACTIONS
           PERFORM EXPORT-FX-REVALUATIONS

           DISPLAY "========================================"
           DISPLAY "  GL EXPORT SUMMARY"
           CLOSE TRANSACT-FILE
           CLOSE GL-FILE.

      *>   Month-end FX revaluation entries, appended to the export
      *>   EXPORT-TRANSACTIONS just wrote. Each FXREVAL.DAT record
      *>   with a non-zero gain or loss is one balanced pair of legs
      *>   against the deposit liability; a baseline (first-month)
      *>   record has nothing to book and is skipped. No FXREVAL.DAT
      *>   (status 35) just means no month-end has been run yet.
       EXPORT-FX-REVALUATIONS.
           OPEN INPUT FXREVAL-FILE
           IF WS-FXRV-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-FXRV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-FXRV-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           OPEN EXTEND GL-FILE
           IF WS-GL-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-GL-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ FXREVAL-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF FXRV-GAIN-LOSS NOT = 0
                   AND (WS-FILTER-ALL = 'Y'
                        OR FXRV-DATE = WS-FILTER-DATE)
                   PERFORM EXPORT-ONE-REVALUATION
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           END-PERFORM
           CLOSE FXREVAL-FILE
           CLOSE GL-FILE.

      *>   A gain (the USD value of the customer's deposit fell) debits
      *>   the deposit liability and credits FX gain; a loss debits FX
      *>   loss and credits the liability. Both legs carry the USD
      *>   amount, positive, under the revaluation's FXRV-ENTRY-ID.
       EXPORT-ONE-REVALUATION.
           IF FXRV-GAIN-LOSS > 0
               MOVE GL-FX-DEPOSIT-ACCT TO WS-DEBIT-ACCT
               MOVE GL-FX-GAIN-ACCT TO WS-CREDIT-ACCT
               MOVE FXRV-GAIN-LOSS TO WS-FXRV-AMOUNT
           ELSE
               MOVE GL-FX-LOSS-ACCT TO WS-DEBIT-ACCT
               MOVE GL-FX-DEPOSIT-ACCT TO WS-CREDIT-ACCT
               COMPUTE WS-FXRV-AMOUNT = 0 - FXRV-GAIN-LOSS
           END-IF

           MOVE SPACES TO GL-DESC
           STRING "FX revaluation " FXRV-CURRENCY " " FXRV-PERIOD
               DELIMITED BY SIZE INTO GL-DESC
           END-STRING
           MOVE FXRV-ENTRY-ID TO GL-TX-ID
           MOVE 1 TO GL-LEG
           MOVE WS-DEBIT-ACCT TO GL-ACCT-CODE
           SET GL-DEBIT TO TRUE
           MOVE WS-FXRV-AMOUNT TO GL-AMOUNT
           MOVE FXRV-ACCT-ID TO GL-SOURCE-ACCT-ID
           MOVE GL-FX-TRANS-TYPE TO GL-TRANS-TYPE
           MOVE FXRV-DATE TO GL-DATE
           WRITE GL-RECORD
           DISPLAY "GL|" FXRV-ENTRY-ID "|1|" WS-DEBIT-ACCT "|D|"
               WS-FXRV-AMOUNT

           MOVE 2 TO GL-LEG
           MOVE WS-CREDIT-ACCT TO GL-ACCT-CODE
           SET GL-CREDIT TO TRUE
           WRITE GL-RECORD
           DISPLAY "GL|" FXRV-ENTRY-ID "|2|" WS-CREDIT-ACCT "|C|"
               WS-FXRV-AMOUNT

           ADD 1 TO WS-EXPORTED-COUNT.

      *>   Looks TRANS-TYPE up in GL-MAP-TABLE and writes the matching
      *>   debit leg (GL-LEG 1) then credit leg (GL-LEG 2). A type with
      *>   no map entry (should not happen — every TRANSREC.cpy type is
       EXPORT-ONE-TRANSACTION.
           MOVE 'N' TO WS-MAP-FOUND
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > 12
               IF GL-MAP-TYPE(WS-MAP-SUB) = TRANS-TYPE
                   MOVE 'Y' TO WS-MAP-FOUND
                   MOVE GL-MAP-DEBIT-ACCT(WS-MAP-SUB) TO WS-DEBIT-ACCT
