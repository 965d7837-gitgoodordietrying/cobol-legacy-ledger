      *>================================================================*
      *>  Program:     ACHORIG.cob
      *>  System:      LEGACY LEDGER — ACH Origination
      *>  Node:        CLEARING (central hub)
      *>  Author:      AKD Solutions
      *>  Written:     2026-10-15
      *>
      *>  Purpose:
      *>    Items leaving the hub-and-spoke network — payroll credits
      *>    and customer payments to outside banks on a spoke's
      *>    OUTBOUND.DAT, bill payments on its BILLPAY.DAT — used to go
      *>    out only as our own pipe-delimited records. This program
      *>    originates them as a standard NACHA file with the hub as
      *>    ODFI. What counts as outside is the hub's ACH destination
      *>    register (ACHDEST.DAT, ACHDSTREC.cpy): an OUTBOUND.DAT
      *>    destination reference or a BILLPAY-PAYEE-ID on file there
      *>    carries the RDFI routing and account the entry is sent
      *>    to. Entries are batched by SEC code and effective date
      *>    (file header, batch header, entry detail, batch control,
      *>    file control, blocked at 10); bill payments carry one
      *>    type-05 addenda with the payee account. Every item sent is
      *>    stamped with the file ID — a 7th field on its OUTBOUND.DAT
      *>    line, BILLPAY-ACH-FILE-ID on its BILLPAY.DAT record — and a
      *>    stamped item is never originated again.
      *>
      *>  Operations (via command-line argument):
      *>    DEST <ref> <routing> <dfi-account> <C|S> <SEC> <name>
      *>         [<operator>]
      *>            — add (or replace) an outside destination; type C
      *>              checking or S savings; SEC PPD, CCD or CIE;
      *>              underscores for spaces in <name>
      *>    DESTS [<operator>]
      *>            — list the destination register
      *>    ORIGINATE [<operator>]
      *>            — build the next NACHA file from every spoke's
      *>              untransmitted outside items
      *>
      *>  Files:
      *>    I-O:    ACHDEST.DAT (LINE SEQUENTIAL, 81-byte — loaded
      *>            whole and rewritten)
      *>    I-O:    ../BANK_X/OUTBOUND.DAT (pipe-delimited — read, and
      *>            rewritten with the file ID on each item sent)
      *>    I-O:    ../BANK_X/BILLPAY.DAT (113-byte — read, and
      *>            rewritten with BILLPAY-ACH-FILE-ID/-DATE stamped)
      *>    Output: <file-id>.DAT (the NACHA file, 94-byte records)
      *>    Output: ACHFILE.DAT (LINE SEQUENTIAL, appended — one
      *>            ACHLOGREC.cpy record per file)
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended)
      *>
      *>  Copybooks:
      *>    ACHDSTREC.cpy  — ACH destination register record layout
      *>    ACHREC.cpy     — NACHA record layouts
      *>    ACHLOGREC.cpy  — ACH file log record layout
      *>    BILLPAYREC.cpy — Payee remittance record layout
      *>    OPLOGREC.cpy   — Shared operator session log record layout
      *>    COMCODE.cpy    — Shared status codes, bank identifiers and
      *>                     ACH-ORIGINATOR-SETTINGS
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Dest:      ACH-DEST-SET|REF|ROUTING|ACCOUNT|TYPE|SEC|NAME
      *>    Dests:     ACH-DEST|REF|ROUTING|ACCOUNT|TYPE|SEC|NAME|STATUS
      *>    Originate: ACH-ENTRY|TRACE|BANK_X|SOURCE|DEST-REF|AMOUNT|
      *>               SEC|EFFECTIVE-DATE per entry,
      *>               ACH-BATCH|BATCH-NUM|SEC|EFFECTIVE-DATE|COUNT|
      *>               CREDIT-TOTAL per batch, then
      *>               ACH-FILE|FILE-ID|BATCHES|ENTRY-ADDENDA-COUNT|
      *>               ENTRY-HASH|DEBIT-TOTAL|CREDIT-TOTAL
      *>               (ACH-NONE when nothing is waiting); an item that
      *>               can't go out shows as ACH-SKIPPED|BANK_X|REF|
      *>               AMOUNT|REASON and is left unstamped
      *>    Result:    RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|08 — Invalid request (bad routing check digit,
      *>                account type, SEC code or missing field; or
      *>                the day's 36 file ID modifiers used up)
      *>    RESULT|99 — File I/O error
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial implementation — ACH destination
      *>                     register and NACHA origination file from
      *>                     OUTBOUND.DAT and BILLPAY.DAT
      *>    2026-10-15  AKD  CHECK-OUTBOUND-LINE passes over the new
      *>                     HDR/TRL batch control records in
      *>                     OUTBOUND.DAT (OBCTL.cpy); MARK-OUTBOUND-
      *>                     ITEMS rewrites them unchanged
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHORIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHDEST-FILE
               ASSIGN TO "ACHDEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHD-STATUS.
           SELECT OUTBOUND-FILE
               ASSIGN TO WS-OB-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.
           SELECT BILLPAY-FILE
               ASSIGN TO WS-BP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLPAY-STATUS.
           SELECT ACH-FILE
               ASSIGN TO WS-ACH-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT ACHLOG-FILE
               ASSIGN TO "ACHFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHLOG-STATUS.
           SELECT OPLOG-FILE
               ASSIGN TO "OPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACHDEST-FILE.
       COPY "ACHDSTREC.cpy".
       FD  OUTBOUND-FILE.
       01  OUTBOUND-LINE             PIC X(120).
       FD  BILLPAY-FILE.
       COPY "BILLPAYREC.cpy".
       FD  ACH-FILE.
       01  ACH-LINE                  PIC X(94).
       FD  ACHLOG-FILE.
       COPY "ACHLOGREC.cpy".
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACHD-STATUS         PIC XX VALUE SPACES.
       01  WS-OB-STATUS           PIC XX VALUE SPACES.
       01  WS-BILLPAY-STATUS      PIC XX VALUE SPACES.
       01  WS-ACH-STATUS          PIC XX VALUE SPACES.
       01  WS-ACHLOG-STATUS       PIC XX VALUE SPACES.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-OB-FILE-PATH        PIC X(60) VALUE SPACES.
       01  WS-BP-FILE-PATH        PIC X(60) VALUE SPACES.
       01  WS-ACH-FILE-PATH       PIC X(60) VALUE SPACES.
       01  WS-CMD-LINE            PIC X(200) VALUE SPACES.
       01  WS-OPERATION           PIC X(10) VALUE SPACES.
       01  WS-ARG-1               PIC X(30) VALUE SPACES.
       01  WS-ARG-2               PIC X(30) VALUE SPACES.
       01  WS-ARG-3               PIC X(30) VALUE SPACES.
       01  WS-ARG-4               PIC X(30) VALUE SPACES.
       01  WS-ARG-5               PIC X(30) VALUE SPACES.
       01  WS-ARG-6               PIC X(30) VALUE SPACES.
       01  WS-ARG-7               PIC X(30) VALUE SPACES.
       01  WS-IN-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01  WS-RESULT-CODE         PIC X(2) VALUE '00'.
       01  WS-OPLOG-OPERATION     PIC X(14) VALUE SPACES.
       01  WS-OPLOG-KEY-ID        PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
       01  WS-BANK-IDX            PIC 9(2) VALUE 0.
       01  WS-BANK-LTR            PIC X(1) VALUE SPACES.

      *>   Routing number check digit — weights 3-7-1 repeating over
      *>   all nine digits must sum to a multiple of 10.
       01  WS-RTN-CHECK           PIC X(9) VALUE SPACES.
       01  WS-RTN-DIGITS REDEFINES WS-RTN-CHECK.
           05  WS-RTN-D           PIC 9(1) OCCURS 9 TIMES.
       01  WS-RTN-SUM             PIC 9(4) VALUE 0.
       01  WS-RTN-VALID           PIC X VALUE 'N'.

      *>   Destination register, staged whole
       01  WS-XD-COUNT            PIC 9(3) VALUE 0.
       01  WS-XD-IDX              PIC 9(3) VALUE 0.
       01  WS-XD-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-XD-LOOKUP-REF       PIC X(10) VALUE SPACES.
       01  WS-XD-TABLE.
           05  WS-XD-ENTRY OCCURS 200 TIMES.
               10  WS-XD-REF          PIC X(10).
               10  WS-XD-ROUTING      PIC X(9).
               10  WS-XD-DFI-ACCOUNT  PIC X(17).
               10  WS-XD-TYPE         PIC X(1).
               10  WS-XD-SEC          PIC X(3).
               10  WS-XD-NAME         PIC X(22).
               10  WS-XD-STATUS       PIC X(1).
               10  WS-XD-ADDED        PIC 9(8).
               10  WS-XD-OPERATOR     PIC X(10).

      *>   Outbound line fields. The 7th field is the ACH file ID the
      *>   item went out in (blank until sent); a line with no cycle
      *>   stamp is rebuilt as cycle 1 when it is marked.
       01  WS-OBP-SOURCE          PIC X(10) VALUE SPACES.
       01  WS-OBP-DEST            PIC X(10) VALUE SPACES.
       01  WS-OBP-AMT-STR         PIC X(20) VALUE SPACES.
       01  WS-OBP-DESC            PIC X(40) VALUE SPACES.
       01  WS-OBP-DAY-STR         PIC X(10) VALUE SPACES.
       01  WS-OBP-CYC-STR         PIC X(5) VALUE SPACES.
       01  WS-OBP-MARK            PIC X(12) VALUE SPACES.
       01  WS-OBP-DAY             PIC 9(8) VALUE 0.

      *>   One item under test (either source): WS-ITEM-OK 'Y' when
      *>   it is an unstamped outside item that can go out.
       01  WS-ITEM-OK             PIC X VALUE 'N'.
       01  WS-ITEM-KIND           PIC X VALUE SPACES.
       01  WS-ITEM-AMOUNT         PIC S9(10)V99 VALUE 0.
       01  WS-ITEM-SOURCE         PIC X(12) VALUE SPACES.
       01  WS-ITEM-REF            PIC X(10) VALUE SPACES.
       01  WS-ITEM-DATE           PIC 9(8) VALUE 0.
       01  WS-ITEM-SKIP-REASON    PIC X(20) VALUE SPACES.
       01  WS-ACH-MAX-AMOUNT      PIC 9(8)V99 VALUE 99999999.99.
       01  WS-LINE-NUM            PIC 9(4) VALUE 0.

      *>   Lines/records each spoke's files held when entries were
      *>   gathered — the mark pass stamps only those, so anything a
      *>   teller appended in between waits for the next file.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 5 TIMES.
               10  WS-OB-SEEN         PIC 9(4).
               10  WS-BP-SEEN         PIC 9(4).

      *>   Entries gathered for the file
       01  WS-AE-COUNT            PIC 9(4) VALUE 0.
       01  WS-AE-IDX              PIC 9(4) VALUE 0.
       01  WS-AE-TABLE.
           05  WS-AE-ENTRY OCCURS 1000 TIMES.
               10  WS-AE-BANK-LTR     PIC X(1).
               10  WS-AE-SOURCE       PIC X(12).
               10  WS-AE-DEST-REF     PIC X(10).
               10  WS-AE-SEC          PIC X(3).
               10  WS-AE-EFF-DATE     PIC 9(8).
               10  WS-AE-ROUTING      PIC X(9).
               10  WS-AE-DFI-ACCOUNT  PIC X(17).
               10  WS-AE-TRAN-CODE    PIC 9(2).
               10  WS-AE-AMOUNT       PIC 9(8)V99.
               10  WS-AE-INDIV-ID     PIC X(15).
               10  WS-AE-INDIV-NAME   PIC X(22).
               10  WS-AE-ADDENDA      PIC X(80).

      *>   Batches — one per distinct SEC code + effective date, in
      *>   the order first seen
       01  WS-BT-COUNT            PIC 9(3) VALUE 0.
       01  WS-BT-IDX              PIC 9(3) VALUE 0.
       01  WS-BT-FOUND            PIC X VALUE 'N'.
       01  WS-BT-TABLE.
           05  WS-BT-ENTRY OCCURS 100 TIMES.
               10  WS-BT-SEC          PIC X(3).
               10  WS-BT-EFF-DATE     PIC 9(8).

      *>   File build counters and totals
       01  WS-FILE-ID             PIC X(10) VALUE SPACES.
       01  WS-FILE-ID-MOD         PIC X(1) VALUE SPACES.
       01  WS-MOD-CHARS           PIC X(36)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01  WS-TODAY-FILES         PIC 9(3) VALUE 0.
       01  WS-TRACE-SEQ           PIC 9(7) VALUE 0.
       01  WS-RDFI-NUM            PIC 9(8) VALUE 0.
       01  WS-BATCH-ENTRIES       PIC 9(6) VALUE 0.
       01  WS-BATCH-HASH          PIC 9(12) VALUE 0.
       01  WS-BATCH-DEBIT         PIC 9(10)V99 VALUE 0.
       01  WS-BATCH-CREDIT        PIC 9(10)V99 VALUE 0.
       01  WS-FILE-ENTRIES        PIC 9(8) VALUE 0.
       01  WS-FILE-HASH           PIC 9(12) VALUE 0.
       01  WS-FILE-DEBIT          PIC 9(10)V99 VALUE 0.
       01  WS-FILE-CREDIT         PIC 9(10)V99 VALUE 0.
       01  WS-RECORD-COUNT        PIC 9(8) VALUE 0.
       01  WS-BLOCK-COUNT         PIC 9(6) VALUE 0.
       01  WS-PAD-COUNT           PIC 9(2) VALUE 0.
       01  WS-PAD-LINE            PIC X(94) VALUE ALL '9'.

      *>   Mark pass staging — one spoke's file at a time
       01  WS-LN-COUNT            PIC 9(4) VALUE 0.
       01  WS-LN-IDX              PIC 9(4) VALUE 0.
       01  WS-LN-TABLE.
           05  WS-LN-TEXT OCCURS 2000 TIMES PIC X(120).
       01  WS-BR-COUNT            PIC 9(4) VALUE 0.
       01  WS-BR-IDX              PIC 9(4) VALUE 0.
       01  WS-BR-TABLE.
           05  WS-BR-RECORD OCCURS 2000 TIMES PIC X(113).
       01  WS-MARKED-COUNT        PIC 9(5) VALUE 0.
       COPY "ACHREC.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-ARG-1
                    WS-ARG-2
                    WS-ARG-3
                    WS-ARG-4
                    WS-ARG-5
                    WS-ARG-6
                    WS-ARG-7
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OPERATION) TO WS-OPERATION

           EVALUATE WS-OPERATION
               WHEN "DEST"
                   MOVE WS-ARG-7 TO WS-IN-OPERATOR-ID
               WHEN OTHER
                   MOVE WS-ARG-1 TO WS-IN-OPERATOR-ID
           END-EVALUATE
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF

           EVALUATE WS-OPERATION
               WHEN "DEST"
                   PERFORM PROCESS-DEST
                   MOVE "DEST" TO WS-OPLOG-OPERATION
                   MOVE WS-ARG-1 TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "DESTS"
                   PERFORM PROCESS-DESTS
               WHEN "ORIGINATE"
                   PERFORM PROCESS-ORIGINATE
                   MOVE "ORIGINATE" TO WS-OPLOG-OPERATION
                   MOVE WS-FILE-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
           END-EVALUATE

           STOP RUN.

       PROCESS-DEST.
           MOVE WS-ARG-2(1:9) TO WS-RTN-CHECK
           PERFORM VALIDATE-ROUTING
           IF WS-ARG-1 = SPACES OR WS-ARG-3 = SPACES
               OR WS-ARG-6 = SPACES
               OR WS-ARG-1(11:) NOT = SPACES
               OR WS-ARG-2(10:) NOT = SPACES
               OR WS-ARG-3(18:) NOT = SPACES
               OR WS-RTN-VALID = 'N'
               OR (WS-ARG-4 NOT = "C" AND WS-ARG-4 NOT = "S")
               OR (WS-ARG-5 NOT = "PPD" AND WS-ARG-5 NOT = "CCD"
                   AND WS-ARG-5 NOT = "CIE")
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-ARG-6 REPLACING ALL '_' BY ' '
           MOVE FUNCTION UPPER-CASE(WS-ARG-6) TO WS-ARG-6

           PERFORM LOAD-DEST-FILE
           MOVE WS-ARG-1 TO WS-XD-LOOKUP-REF
           PERFORM FIND-DEST
           IF WS-XD-FOUND-IDX = 0
               ADD 1 TO WS-XD-COUNT
               MOVE WS-XD-COUNT TO WS-XD-FOUND-IDX
           END-IF
           MOVE WS-XD-FOUND-IDX TO WS-XD-IDX
           MOVE WS-ARG-1 TO WS-XD-REF(WS-XD-IDX)
           MOVE WS-ARG-2 TO WS-XD-ROUTING(WS-XD-IDX)
           MOVE WS-ARG-3 TO WS-XD-DFI-ACCOUNT(WS-XD-IDX)
           MOVE WS-ARG-4 TO WS-XD-TYPE(WS-XD-IDX)
           MOVE WS-ARG-5 TO WS-XD-SEC(WS-XD-IDX)
           MOVE WS-ARG-6 TO WS-XD-NAME(WS-XD-IDX)
           MOVE 'A' TO WS-XD-STATUS(WS-XD-IDX)
           MOVE WS-CURRENT-DATE TO WS-XD-ADDED(WS-XD-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-XD-OPERATOR(WS-XD-IDX)
           PERFORM SAVE-DEST-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "ACH-DEST-SET|" FUNCTION TRIM(WS-ARG-1) "|"
               WS-XD-ROUTING(WS-XD-FOUND-IDX) "|"
               FUNCTION TRIM(WS-ARG-3) "|"
               WS-XD-TYPE(WS-XD-FOUND-IDX) "|"
               WS-XD-SEC(WS-XD-FOUND-IDX) "|"
               FUNCTION TRIM(WS-XD-NAME(WS-XD-FOUND-IDX))
           DISPLAY "RESULT|00".

       PROCESS-DESTS.
           PERFORM LOAD-DEST-FILE
           PERFORM VARYING WS-XD-IDX FROM 1 BY 1
               UNTIL WS-XD-IDX > WS-XD-COUNT
               DISPLAY "ACH-DEST|" FUNCTION TRIM(WS-XD-REF(WS-XD-IDX))
                   "|" WS-XD-ROUTING(WS-XD-IDX) "|"
                   FUNCTION TRIM(WS-XD-DFI-ACCOUNT(WS-XD-IDX)) "|"
                   WS-XD-TYPE(WS-XD-IDX) "|" WS-XD-SEC(WS-XD-IDX) "|"
                   FUNCTION TRIM(WS-XD-NAME(WS-XD-IDX)) "|"
                   WS-XD-STATUS(WS-XD-IDX)
           END-PERFORM
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

       VALIDATE-ROUTING.
           MOVE 'N' TO WS-RTN-VALID
           IF WS-RTN-CHECK IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RTN-SUM =
               3 * WS-RTN-D(1) + 7 * WS-RTN-D(2) + WS-RTN-D(3)
               + 3 * WS-RTN-D(4) + 7 * WS-RTN-D(5) + WS-RTN-D(6)
               + 3 * WS-RTN-D(7) + 7 * WS-RTN-D(8) + WS-RTN-D(9)
           END-COMPUTE
           IF FUNCTION MOD(WS-RTN-SUM, 10) = 0
               MOVE 'Y' TO WS-RTN-VALID
           END-IF.

      *>   Builds and writes the next NACHA file. Entries are
      *>   gathered from every spoke first; the file is written
      *>   whole; only then are the items it carried stamped with
      *>   its file ID and the file logged. A failure stamping
      *>   leaves a written file whose items a re-run would send
      *>   again — the ERROR line says which spoke, so ops withholds
      *>   that file rather than transmit it.
       PROCESS-ORIGINATE.
           PERFORM LOAD-DEST-FILE
           PERFORM ASSIGN-FILE-ID
           IF WS-FILE-ID = SPACES
               DISPLAY "ERROR|ACH-FILE-ID-MODIFIERS-USED|"
                   WS-CURRENT-DATE
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-AE-COUNT
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > BANK-NODE-COUNT
               MOVE BANK-NODE-ENTRY(WS-BANK-IDX)(6:1) TO WS-BANK-LTR
               PERFORM SET-SPOKE-PATHS
               PERFORM GATHER-OUTBOUND-ITEMS
               PERFORM GATHER-BILLPAY-ITEMS
           END-PERFORM

           IF WS-AE-COUNT = 0
               MOVE SPACES TO WS-FILE-ID
               MOVE RC-SUCCESS TO WS-RESULT-CODE
               DISPLAY "ACH-NONE|0"
               DISPLAY "RESULT|00"
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-ACH-FILE

           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > BANK-NODE-COUNT
               MOVE BANK-NODE-ENTRY(WS-BANK-IDX)(6:1) TO WS-BANK-LTR
               PERFORM SET-SPOKE-PATHS
               PERFORM MARK-OUTBOUND-ITEMS
               PERFORM MARK-BILLPAY-ITEMS
           END-PERFORM

           PERFORM APPEND-ACH-LOG
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "ACH-FILE|" WS-FILE-ID "|" WS-BT-COUNT "|"
               WS-FILE-ENTRIES "|" ACH-FC-ENTRY-HASH "|"
               WS-FILE-DEBIT "|" WS-FILE-CREDIT
           DISPLAY "RESULT|00".

      *>   File ID = "ACH" + YYMMDD + the header's modifier, the next
      *>   one free for today on ACHFILE.DAT (A-Z then 0-9). Spaces
      *>   back when all 36 are used.
       ASSIGN-FILE-ID.
           MOVE 0 TO WS-TODAY-FILES
           MOVE SPACES TO WS-FILE-ID
           OPEN INPUT ACHLOG-FILE
           IF WS-ACHLOG-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ ACHLOG-FILE
                       AT END
                           CLOSE ACHLOG-FILE
                           EXIT PERFORM
                   END-READ
                   IF ACHL-CREATED-DATE = WS-CURRENT-DATE
                       ADD 1 TO WS-TODAY-FILES
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TODAY-FILES >= 36
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MOD-CHARS(WS-TODAY-FILES + 1:1) TO WS-FILE-ID-MOD
           STRING "ACH" DELIMITED SIZE
               WS-CURRENT-DATE(3:6) DELIMITED SIZE
               WS-FILE-ID-MOD DELIMITED SIZE
               INTO WS-FILE-ID
           END-STRING.

       SET-SPOKE-PATHS.
           MOVE SPACES TO WS-OB-FILE-PATH
           STRING "../BANK_" DELIMITED SIZE
               WS-BANK-LTR DELIMITED SIZE
               "/OUTBOUND.DAT" DELIMITED SIZE
               INTO WS-OB-FILE-PATH
           END-STRING
           MOVE SPACES TO WS-BP-FILE-PATH
           STRING "../BANK_" DELIMITED SIZE
               WS-BANK-LTR DELIMITED SIZE
               "/BILLPAY.DAT" DELIMITED SIZE
               INTO WS-BP-FILE-PATH
           END-STRING.

       GATHER-OUTBOUND-ITEMS.
           MOVE 0 TO WS-OB-SEEN(WS-BANK-IDX)
           OPEN INPUT OUTBOUND-FILE
           IF WS-OB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ OUTBOUND-FILE
                   AT END
                       CLOSE OUTBOUND-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-OB-SEEN(WS-BANK-IDX)
               PERFORM CHECK-OUTBOUND-LINE
               IF WS-ITEM-OK = 'Y'
                   PERFORM ADD-ACH-ENTRY
               ELSE
                   IF WS-ITEM-SKIP-REASON NOT = SPACES
                       DISPLAY "ACH-SKIPPED|BANK_" WS-BANK-LTR "|"
                           FUNCTION TRIM(WS-ITEM-REF) "|"
                           WS-ITEM-AMOUNT "|" WS-ITEM-SKIP-REASON
                   END-IF
               END-IF
           END-PERFORM.

      *>   SOURCE|DEST|AMOUNT|DESC|DAY|CYCLE|ACH-FILE-ID. Sets
      *>   WS-ITEM-OK for an unstamped line whose destination is an
      *>   Active register entry; WS-ITEM-SKIP-REASON is set only for
      *>   an outside item that can't go out, so interbank lines
      *>   pass silently.
       CHECK-OUTBOUND-LINE.
           MOVE 'N' TO WS-ITEM-OK
           MOVE 'O' TO WS-ITEM-KIND
           MOVE SPACES TO WS-ITEM-SKIP-REASON
           MOVE SPACES TO WS-OBP-CYC-STR
           MOVE SPACES TO WS-OBP-MARK
           UNSTRING OUTBOUND-LINE DELIMITED BY "|"
               INTO WS-OBP-SOURCE
                    WS-OBP-DEST
                    WS-OBP-AMT-STR
                    WS-OBP-DESC
                    WS-OBP-DAY-STR
                    WS-OBP-CYC-STR
                    WS-OBP-MARK
           END-UNSTRING
           IF WS-OBP-MARK NOT = SPACES
               EXIT PARAGRAPH
           END-IF
      *>   HDR/TRL batch control records (OBCTL.cpy) carry no item
      *>   and are rewritten untouched
           IF WS-OBP-SOURCE = "HDR" OR WS-OBP-SOURCE = "TRL"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-OBP-DEST) TO WS-ITEM-REF
           MOVE WS-ITEM-REF TO WS-XD-LOOKUP-REF
           PERFORM FIND-DEST
           IF WS-XD-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-XD-STATUS(WS-XD-FOUND-IDX) NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-OBP-AMT-STR))
               TO WS-ITEM-AMOUNT
           IF WS-ITEM-AMOUNT <= 0 OR WS-ITEM-AMOUNT > WS-ACH-MAX-AMOUNT
               MOVE "AMOUNT-OUT-OF-RANGE" TO WS-ITEM-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OBP-DAY
           IF FUNCTION TRIM(WS-OBP-DAY-STR) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-OBP-DAY-STR))
                   TO WS-OBP-DAY
           END-IF
           MOVE WS-OBP-DAY TO WS-ITEM-DATE
           MOVE FUNCTION TRIM(WS-OBP-SOURCE) TO WS-ITEM-SOURCE
           MOVE 'Y' TO WS-ITEM-OK.

       GATHER-BILLPAY-ITEMS.
           MOVE 0 TO WS-BP-SEEN(WS-BANK-IDX)
           OPEN INPUT BILLPAY-FILE
           IF WS-BILLPAY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BILLPAY-FILE
                   AT END
                       CLOSE BILLPAY-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-BP-SEEN(WS-BANK-IDX)
               PERFORM CHECK-BILLPAY-RECORD
               IF WS-ITEM-OK = 'Y'
                   PERFORM ADD-ACH-ENTRY
               ELSE
                   IF WS-ITEM-SKIP-REASON NOT = SPACES
                       DISPLAY "ACH-SKIPPED|BANK_" WS-BANK-LTR "|"
                           FUNCTION TRIM(WS-ITEM-REF) "|"
                           WS-ITEM-AMOUNT "|" WS-ITEM-SKIP-REASON
                   END-IF
               END-IF
           END-PERFORM.

      *>   A Submitted, unstamped remittance to a payee on the
      *>   register. Paid/Rejected ones were settled by the payment
      *>   processor already and are left alone.
       CHECK-BILLPAY-RECORD.
           MOVE 'N' TO WS-ITEM-OK
           MOVE 'B' TO WS-ITEM-KIND
           MOVE SPACES TO WS-ITEM-SKIP-REASON
           IF BILLPAY-ACH-FILE-ID NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF BILLPAY-STATUS NOT = 'S' AND BILLPAY-STATUS NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE BILLPAY-PAYEE-ID TO WS-ITEM-REF
           MOVE WS-ITEM-REF TO WS-XD-LOOKUP-REF
           PERFORM FIND-DEST
           IF WS-XD-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-XD-STATUS(WS-XD-FOUND-IDX) NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE BILLPAY-AMOUNT TO WS-ITEM-AMOUNT
           IF WS-ITEM-AMOUNT <= 0 OR WS-ITEM-AMOUNT > WS-ACH-MAX-AMOUNT
               MOVE "AMOUNT-OUT-OF-RANGE" TO WS-ITEM-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ITEM-DATE
           IF BILLPAY-SCHEDULED-DATE IS NUMERIC
               MOVE BILLPAY-SCHEDULED-DATE TO WS-ITEM-DATE
           END-IF
           MOVE BILLPAY-ID TO WS-ITEM-SOURCE
           MOVE 'Y' TO WS-ITEM-OK.

      *>   Adds the item under test (destination at WS-XD-FOUND-IDX)
      *>   to the file. Effective date is the item's own date when
      *>   that is still ahead, else today. A bill payment carries its
      *>   payee account as the individual ID and an addenda.
       ADD-ACH-ENTRY.
           IF WS-AE-COUNT >= 1000
               MOVE 'N' TO WS-ITEM-OK
               DISPLAY "ACH-SKIPPED|BANK_" WS-BANK-LTR "|"
                   FUNCTION TRIM(WS-ITEM-REF) "|" WS-ITEM-AMOUNT
                   "|FILE-FULL"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AE-COUNT
           MOVE WS-AE-COUNT TO WS-AE-IDX
           MOVE WS-BANK-LTR TO WS-AE-BANK-LTR(WS-AE-IDX)
           MOVE WS-ITEM-SOURCE TO WS-AE-SOURCE(WS-AE-IDX)
           MOVE WS-ITEM-REF TO WS-AE-DEST-REF(WS-AE-IDX)
           MOVE WS-XD-SEC(WS-XD-FOUND-IDX) TO WS-AE-SEC(WS-AE-IDX)
           IF WS-ITEM-DATE > WS-CURRENT-DATE
               MOVE WS-ITEM-DATE TO WS-AE-EFF-DATE(WS-AE-IDX)
           ELSE
               MOVE WS-CURRENT-DATE TO WS-AE-EFF-DATE(WS-AE-IDX)
           END-IF
           MOVE WS-XD-ROUTING(WS-XD-FOUND-IDX)
               TO WS-AE-ROUTING(WS-AE-IDX)
           MOVE WS-XD-DFI-ACCOUNT(WS-XD-FOUND-IDX)
               TO WS-AE-DFI-ACCOUNT(WS-AE-IDX)
           IF WS-XD-TYPE(WS-XD-FOUND-IDX) = 'S'
               MOVE 32 TO WS-AE-TRAN-CODE(WS-AE-IDX)
           ELSE
               MOVE 22 TO WS-AE-TRAN-CODE(WS-AE-IDX)
           END-IF
           MOVE WS-ITEM-AMOUNT TO WS-AE-AMOUNT(WS-AE-IDX)
           MOVE WS-XD-NAME(WS-XD-FOUND-IDX)
               TO WS-AE-INDIV-NAME(WS-AE-IDX)
           MOVE SPACES TO WS-AE-ADDENDA(WS-AE-IDX)
           IF WS-ITEM-KIND = 'B'
               MOVE BILLPAY-PAYEE-ACCOUNT(1:15)
                   TO WS-AE-INDIV-ID(WS-AE-IDX)
               STRING "BILLPAY " DELIMITED SIZE
                   BILLPAY-ID DELIMITED SPACE
                   " FROM " DELIMITED SIZE
                   BILLPAY-ACCT-ID DELIMITED SPACE
                   " PAYEE ACCT " DELIMITED SIZE
                   BILLPAY-PAYEE-ACCOUNT DELIMITED SPACE
                   INTO WS-AE-ADDENDA(WS-AE-IDX)
               END-STRING
           ELSE
               MOVE WS-ITEM-SOURCE TO WS-AE-INDIV-ID(WS-AE-IDX)
           END-IF

           MOVE 'N' TO WS-BT-FOUND
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
               IF WS-BT-SEC(WS-BT-IDX) = WS-AE-SEC(WS-AE-IDX)
                   AND WS-BT-EFF-DATE(WS-BT-IDX)
                       = WS-AE-EFF-DATE(WS-AE-IDX)
                   MOVE 'Y' TO WS-BT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BT-FOUND = 'N'
               IF WS-BT-COUNT >= 100
                   SUBTRACT 1 FROM WS-AE-COUNT
                   MOVE 'N' TO WS-ITEM-OK
                   DISPLAY "ACH-SKIPPED|BANK_" WS-BANK-LTR "|"
                       FUNCTION TRIM(WS-ITEM-REF) "|" WS-ITEM-AMOUNT
                       "|FILE-FULL"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BT-COUNT
               MOVE WS-AE-SEC(WS-AE-IDX) TO WS-BT-SEC(WS-BT-COUNT)
               MOVE WS-AE-EFF-DATE(WS-AE-IDX)
                   TO WS-BT-EFF-DATE(WS-BT-COUNT)
           END-IF.

       WRITE-ACH-FILE.
           MOVE SPACES TO WS-ACH-FILE-PATH
           STRING WS-FILE-ID DELIMITED SIZE
               ".DAT" DELIMITED SIZE
               INTO WS-ACH-FILE-PATH
           END-STRING
           OPEN OUTPUT ACH-FILE
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ACH-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-FILE-ENTRIES
           MOVE 0 TO WS-FILE-HASH
           MOVE 0 TO WS-FILE-DEBIT
           MOVE 0 TO WS-FILE-CREDIT
           MOVE 0 TO WS-TRACE-SEQ

           MOVE SPACES TO ACH-FH-IMMED-DEST
           MOVE ACH-IMMED-DEST-RTN TO ACH-FH-IMMED-DEST(2:9)
           MOVE SPACES TO ACH-FH-IMMED-ORIGIN
           MOVE ACH-ODFI-RTN TO ACH-FH-IMMED-ORIGIN(2:9)
           MOVE WS-CURRENT-DATE(3:6) TO ACH-FH-CREATE-DATE
           MOVE WS-CURRENT-TIME(1:4) TO ACH-FH-CREATE-TIME
           MOVE WS-FILE-ID-MOD TO ACH-FH-FILE-ID-MOD
           MOVE ACH-IMMED-DEST-NAME TO ACH-FH-DEST-NAME
           MOVE ACH-ORIGIN-NAME TO ACH-FH-ORIGIN-NAME
           MOVE SPACES TO ACH-FH-REFERENCE
           WRITE ACH-LINE FROM ACH-FILE-HEADER
           ADD 1 TO WS-RECORD-COUNT

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
               PERFORM WRITE-ACH-BATCH
           END-PERFORM

      *>   Entry hash keeps only its rightmost 10 digits
           MOVE WS-BT-COUNT TO ACH-FC-BATCH-COUNT
           ADD 1 TO WS-RECORD-COUNT
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10
           END-COMPUTE
           MOVE WS-BLOCK-COUNT TO ACH-FC-BLOCK-COUNT
           MOVE WS-FILE-ENTRIES TO ACH-FC-ENTRY-COUNT
           MOVE WS-FILE-HASH TO ACH-FC-ENTRY-HASH
           MOVE WS-FILE-DEBIT TO ACH-FC-DEBIT-TOTAL
           MOVE WS-FILE-CREDIT TO ACH-FC-CREDIT-TOTAL
           MOVE SPACES TO ACH-FC-RESERVED
           WRITE ACH-LINE FROM ACH-FILE-CONTROL
           COMPUTE WS-PAD-COUNT =
               WS-BLOCK-COUNT * 10 - WS-RECORD-COUNT
           END-COMPUTE
           PERFORM WS-PAD-COUNT TIMES
               WRITE ACH-LINE FROM WS-PAD-LINE
           END-PERFORM
           CLOSE ACH-FILE.

      *>   One batch: every gathered entry with this batch's SEC code
      *>   and effective date, in gathering order.
       WRITE-ACH-BATCH.
           MOVE 0 TO WS-BATCH-ENTRIES
           MOVE 0 TO WS-BATCH-HASH
           MOVE 0 TO WS-BATCH-DEBIT
           MOVE 0 TO WS-BATCH-CREDIT
      *>   Every entry this program originates is a credit — service
      *>   class 220 (credits only)
           MOVE 220 TO ACH-BH-SVC-CLASS
           MOVE ACH-COMPANY-NAME TO ACH-BH-CO-NAME
           MOVE SPACES TO ACH-BH-CO-DISCR
           MOVE ACH-COMPANY-ID TO ACH-BH-CO-ID
           MOVE WS-BT-SEC(WS-BT-IDX) TO ACH-BH-SEC-CODE
           IF WS-BT-SEC(WS-BT-IDX) = "CIE"
               MOVE "BILL PAYMT" TO ACH-BH-ENTRY-DESC
           ELSE
               MOVE "PAYMENT" TO ACH-BH-ENTRY-DESC
           END-IF
           MOVE WS-CURRENT-DATE(3:6) TO ACH-BH-DESC-DATE
           MOVE WS-BT-EFF-DATE(WS-BT-IDX)(3:6) TO ACH-BH-EFF-DATE
           MOVE SPACES TO ACH-BH-SETTLE-DATE
           MOVE ACH-ODFI-RTN(1:8) TO ACH-BH-ODFI-ID
           MOVE WS-BT-IDX TO ACH-BH-BATCH-NUM
           WRITE ACH-LINE FROM ACH-BATCH-HEADER
           ADD 1 TO WS-RECORD-COUNT

           PERFORM VARYING WS-AE-IDX FROM 1 BY 1
               UNTIL WS-AE-IDX > WS-AE-COUNT
               IF WS-AE-SEC(WS-AE-IDX) = WS-BT-SEC(WS-BT-IDX)
                   AND WS-AE-EFF-DATE(WS-AE-IDX)
                       = WS-BT-EFF-DATE(WS-BT-IDX)
                   PERFORM WRITE-ACH-ENTRY
               END-IF
           END-PERFORM

           MOVE ACH-BH-SVC-CLASS TO ACH-BC-SVC-CLASS
           MOVE WS-BATCH-ENTRIES TO ACH-BC-ENTRY-COUNT
           MOVE WS-BATCH-HASH TO ACH-BC-ENTRY-HASH
           MOVE WS-BATCH-DEBIT TO ACH-BC-DEBIT-TOTAL
           MOVE WS-BATCH-CREDIT TO ACH-BC-CREDIT-TOTAL
           MOVE ACH-COMPANY-ID TO ACH-BC-CO-ID
           MOVE SPACES TO ACH-BC-MAC
           MOVE SPACES TO ACH-BC-RESERVED
           MOVE ACH-ODFI-RTN(1:8) TO ACH-BC-ODFI-ID
           MOVE WS-BT-IDX TO ACH-BC-BATCH-NUM
           WRITE ACH-LINE FROM ACH-BATCH-CONTROL
           ADD 1 TO WS-RECORD-COUNT

           ADD WS-BATCH-ENTRIES TO WS-FILE-ENTRIES
           ADD WS-BATCH-HASH TO WS-FILE-HASH
           ADD WS-BATCH-DEBIT TO WS-FILE-DEBIT
           ADD WS-BATCH-CREDIT TO WS-FILE-CREDIT
           DISPLAY "ACH-BATCH|" WS-BT-IDX "|" WS-BT-SEC(WS-BT-IDX) "|"
               WS-BT-EFF-DATE(WS-BT-IDX) "|" WS-BATCH-ENTRIES "|"
               WS-BATCH-CREDIT.

       WRITE-ACH-ENTRY.
           ADD 1 TO WS-TRACE-SEQ
           MOVE WS-AE-TRAN-CODE(WS-AE-IDX) TO ACH-ED-TRAN-CODE
           MOVE WS-AE-ROUTING(WS-AE-IDX)(1:8) TO ACH-ED-RDFI-ID
           MOVE WS-AE-ROUTING(WS-AE-IDX)(9:1) TO ACH-ED-CHECK-DIGIT
           MOVE WS-AE-DFI-ACCOUNT(WS-AE-IDX) TO ACH-ED-DFI-ACCOUNT
           MOVE WS-AE-AMOUNT(WS-AE-IDX) TO ACH-ED-AMOUNT
           MOVE WS-AE-INDIV-ID(WS-AE-IDX) TO ACH-ED-INDIV-ID
           MOVE WS-AE-INDIV-NAME(WS-AE-IDX) TO ACH-ED-INDIV-NAME
           MOVE SPACES TO ACH-ED-DISCR-DATA
           IF WS-AE-ADDENDA(WS-AE-IDX) = SPACES
               MOVE 0 TO ACH-ED-ADDENDA-IND
           ELSE
               MOVE 1 TO ACH-ED-ADDENDA-IND
           END-IF
           MOVE ACH-ODFI-RTN(1:8) TO ACH-ED-TRACE-ODFI
           MOVE WS-TRACE-SEQ TO ACH-ED-TRACE-SEQ
           WRITE ACH-LINE FROM ACH-ENTRY-DETAIL
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-BATCH-ENTRIES
           MOVE WS-AE-ROUTING(WS-AE-IDX)(1:8) TO WS-RDFI-NUM
           ADD WS-RDFI-NUM TO WS-BATCH-HASH
           ADD WS-AE-AMOUNT(WS-AE-IDX) TO WS-BATCH-CREDIT
           IF WS-AE-ADDENDA(WS-AE-IDX) NOT = SPACES
               MOVE WS-AE-ADDENDA(WS-AE-IDX) TO ACH-AD-PAYMENT-INFO
               MOVE 1 TO ACH-AD-SEQ-NUM
               MOVE WS-TRACE-SEQ TO ACH-AD-ENTRY-SEQ
               WRITE ACH-LINE FROM ACH-ADDENDA
               ADD 1 TO WS-RECORD-COUNT
               ADD 1 TO WS-BATCH-ENTRIES
           END-IF
           DISPLAY "ACH-ENTRY|" ACH-ED-TRACE-NUM "|BANK_"
               WS-AE-BANK-LTR(WS-AE-IDX) "|"
               FUNCTION TRIM(WS-AE-SOURCE(WS-AE-IDX)) "|"
               FUNCTION TRIM(WS-AE-DEST-REF(WS-AE-IDX)) "|"
               WS-AE-AMOUNT(WS-AE-IDX) "|" WS-AE-SEC(WS-AE-IDX) "|"
               WS-AE-EFF-DATE(WS-AE-IDX).

      *>   Re-reads this spoke's OUTBOUND.DAT and rewrites it with the
      *>   file ID as the 7th field of every line gathered above —
      *>   only the first WS-OB-SEEN lines, re-tested with the same
      *>   CHECK-OUTBOUND-LINE, so the stamp lands on exactly what
      *>   the file carried.
       MARK-OUTBOUND-ITEMS.
           IF WS-OB-SEEN(WS-BANK-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LN-COUNT
           MOVE 0 TO WS-MARKED-COUNT
           OPEN INPUT OUTBOUND-FILE
           IF WS-OB-STATUS NOT = '00'
               DISPLAY "ERROR|ACH-MARK|BANK_" WS-BANK-LTR "|"
                   WS-OB-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ OUTBOUND-FILE
                   AT END
                       CLOSE OUTBOUND-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-LN-COUNT
               MOVE OUTBOUND-LINE TO WS-LN-TEXT(WS-LN-COUNT)
               IF WS-LN-COUNT <= WS-OB-SEEN(WS-BANK-IDX)
                   PERFORM CHECK-OUTBOUND-LINE
                   IF WS-ITEM-OK = 'Y'
                       IF FUNCTION TRIM(WS-OBP-CYC-STR) = SPACES
                           MOVE "1" TO WS-OBP-CYC-STR
                       END-IF
                       MOVE SPACES TO WS-LN-TEXT(WS-LN-COUNT)
                       STRING FUNCTION TRIM(WS-OBP-SOURCE)
                               DELIMITED SIZE
                           "|" DELIMITED SIZE
                           FUNCTION TRIM(WS-OBP-DEST) DELIMITED SIZE
                           "|" DELIMITED SIZE
                           FUNCTION TRIM(WS-OBP-AMT-STR)
                               DELIMITED SIZE
                           "|" DELIMITED SIZE
                           FUNCTION TRIM(WS-OBP-DESC TRAILING)
                               DELIMITED SIZE
                           "|" DELIMITED SIZE
                           FUNCTION TRIM(WS-OBP-DAY-STR)
                               DELIMITED SIZE
                           "|" DELIMITED SIZE
                           FUNCTION TRIM(WS-OBP-CYC-STR)
                               DELIMITED SIZE
                           "|" DELIMITED SIZE
                           WS-FILE-ID DELIMITED SIZE
                           INTO WS-LN-TEXT(WS-LN-COUNT)
                       END-STRING
                       ADD 1 TO WS-MARKED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MARKED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUTBOUND-FILE
           IF WS-OB-STATUS NOT = '00'
               DISPLAY "ERROR|ACH-MARK|BANK_" WS-BANK-LTR "|"
                   WS-OB-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               MOVE WS-LN-TEXT(WS-LN-IDX) TO OUTBOUND-LINE
               WRITE OUTBOUND-LINE
           END-PERFORM
           CLOSE OUTBOUND-FILE.

      *>   Same for BILLPAY.DAT — whole records staged and rewritten,
      *>   the gathered ones with BILLPAY-ACH-FILE-ID/-DATE stamped.
       MARK-BILLPAY-ITEMS.
           IF WS-BP-SEEN(WS-BANK-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BR-COUNT
           MOVE 0 TO WS-MARKED-COUNT
           OPEN INPUT BILLPAY-FILE
           IF WS-BILLPAY-STATUS NOT = '00'
               DISPLAY "ERROR|ACH-MARK|BANK_" WS-BANK-LTR "|"
                   WS-BILLPAY-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ BILLPAY-FILE
                   AT END
                       CLOSE BILLPAY-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-BR-COUNT
               IF WS-BR-COUNT <= WS-BP-SEEN(WS-BANK-IDX)
                   PERFORM CHECK-BILLPAY-RECORD
                   IF WS-ITEM-OK = 'Y'
                       MOVE WS-FILE-ID TO BILLPAY-ACH-FILE-ID
                       MOVE WS-CURRENT-DATE TO BILLPAY-ACH-DATE
                       ADD 1 TO WS-MARKED-COUNT
                   END-IF
               END-IF
               MOVE BILLPAY-RECORD TO WS-BR-RECORD(WS-BR-COUNT)
           END-PERFORM
           IF WS-MARKED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BILLPAY-FILE
           IF WS-BILLPAY-STATUS NOT = '00'
               DISPLAY "ERROR|ACH-MARK|BANK_" WS-BANK-LTR "|"
                   WS-BILLPAY-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-RECORD(WS-BR-IDX) TO BILLPAY-RECORD
               WRITE BILLPAY-RECORD
           END-PERFORM
           CLOSE BILLPAY-FILE.

       APPEND-ACH-LOG.
           MOVE WS-FILE-ID TO ACHL-FILE-ID
           MOVE WS-CURRENT-DATE TO ACHL-CREATED-DATE
           MOVE WS-CURRENT-TIME TO ACHL-CREATED-TIME
           MOVE WS-BT-COUNT TO ACHL-BATCH-COUNT
           MOVE WS-FILE-ENTRIES TO ACHL-ENTRY-COUNT
           MOVE ACH-FC-ENTRY-HASH TO ACHL-ENTRY-HASH
           MOVE WS-FILE-DEBIT TO ACHL-DEBIT-TOTAL
           MOVE WS-FILE-CREDIT TO ACHL-CREDIT-TOTAL
           MOVE WS-IN-OPERATOR-ID TO ACHL-OPERATOR-ID
           OPEN EXTEND ACHLOG-FILE
           IF WS-ACHLOG-STATUS NOT = '00'
               OPEN OUTPUT ACHLOG-FILE
           END-IF
           IF WS-ACHLOG-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ACHLOG-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE ACH-LOG-RECORD
           CLOSE ACHLOG-FILE.

       FIND-DEST.
      *>   Search WS-XD-TABLE for WS-XD-LOOKUP-REF
           MOVE 0 TO WS-XD-FOUND-IDX
           PERFORM VARYING WS-XD-IDX FROM 1 BY 1
               UNTIL WS-XD-IDX > WS-XD-COUNT
               IF WS-XD-REF(WS-XD-IDX) = WS-XD-LOOKUP-REF
                   MOVE WS-XD-IDX TO WS-XD-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-DEST-FILE.
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
               IF WS-XD-COUNT < 200
                   ADD 1 TO WS-XD-COUNT
                   MOVE ACHD-DEST-REF TO WS-XD-REF(WS-XD-COUNT)
                   MOVE ACHD-ROUTING TO WS-XD-ROUTING(WS-XD-COUNT)
                   MOVE ACHD-DFI-ACCOUNT
                       TO WS-XD-DFI-ACCOUNT(WS-XD-COUNT)
                   MOVE ACHD-ACCT-TYPE TO WS-XD-TYPE(WS-XD-COUNT)
                   MOVE ACHD-SEC-CODE TO WS-XD-SEC(WS-XD-COUNT)
                   MOVE ACHD-NAME TO WS-XD-NAME(WS-XD-COUNT)
                   MOVE ACHD-STATUS TO WS-XD-STATUS(WS-XD-COUNT)
                   MOVE ACHD-ADDED-DATE TO WS-XD-ADDED(WS-XD-COUNT)
                   MOVE ACHD-OPERATOR-ID
                       TO WS-XD-OPERATOR(WS-XD-COUNT)
               END-IF
           END-PERFORM.

       SAVE-DEST-FILE.
           OPEN OUTPUT ACHDEST-FILE
           IF WS-ACHD-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ACHD-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-XD-IDX FROM 1 BY 1
               UNTIL WS-XD-IDX > WS-XD-COUNT
               MOVE WS-XD-REF(WS-XD-IDX) TO ACHD-DEST-REF
               MOVE WS-XD-ROUTING(WS-XD-IDX) TO ACHD-ROUTING
               MOVE WS-XD-DFI-ACCOUNT(WS-XD-IDX) TO ACHD-DFI-ACCOUNT
               MOVE WS-XD-TYPE(WS-XD-IDX) TO ACHD-ACCT-TYPE
               MOVE WS-XD-SEC(WS-XD-IDX) TO ACHD-SEC-CODE
               MOVE WS-XD-NAME(WS-XD-IDX) TO ACHD-NAME
               MOVE WS-XD-STATUS(WS-XD-IDX) TO ACHD-STATUS
               MOVE WS-XD-ADDED(WS-XD-IDX) TO ACHD-ADDED-DATE
               MOVE WS-XD-OPERATOR(WS-XD-IDX) TO ACHD-OPERATOR-ID
               WRITE ACH-DEST-RECORD
           END-PERFORM
           CLOSE ACHDEST-FILE.

       APPEND-OPLOG-ENTRY.
           MOVE WS-IN-OPERATOR-ID TO OPLOG-OPERATOR-ID
           MOVE "ACHORIG" TO OPLOG-PROGRAM
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
