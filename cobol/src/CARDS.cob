      *>              Active card on the same account with the same
      *>              daily POS cap (replacement plastic after a
      *>              hot-list, or a routine expiry cycle)
      *>    RETIRE <card-id> [<operator>]
      *>            — retire an Active card as Expired with no
      *>              replacement (the account is being closed — e.g.
      *>              a payroll card drawn down after the employee
      *>              left, see payroll's PAYCARD.cob)
      *>    LIST <acct-id> [<operator>]
      *>            — display every card on file for an account
      *>    CONTROL <card-id> <Y|N> <mcc,mcc,...|NONE> [<operator>]
      *>            — set the card's controls: domestic-only (Y
      *>              declines every merchant outside CARD-HOME-
      *>              COUNTRY, travel notice or not) and the merchant
      *>              category codes to block (up to CARD-MAX-
      *>              BLOCKED-MCC; NONE clears them). Replaces
      *>              whatever was set before
      *>    TRAVEL <card-id> <country> <start-yyyymmdd>
      *>            <end-yyyymmdd> [<operator>]
      *>            — record a travel notice: foreign-merchant POS
      *>              and authorizations in that country are honored
      *>              on an Active card from start through end date
      *>    TRAVELVOID <card-id> <country> <start-yyyymmdd>
      *>            [<operator>]
      *>            — cancel that travel notice (kept on file)
      *>    CONTROLS <card-id> [<operator>]
      *>            — display the card's controls and travel notices
      *>    CTLLOG <card-id|ALL> [<operator>]
      *>            — display the POS/authorization attempts a card
      *>              control declined (CARDCTLLOG.DAT), for the
      *>              fraud desk
      *>
      *>  Files:
      *>    I-O:    CARDS.DAT (LINE SEQUENTIAL, 47-byte — loaded whole
      *>    I-O:    CARDSEQ.DAT (1-record CRD-n sequence counter)
      *>    Output: OPLOG.DAT (LINE SEQUENTIAL, appended — one record
      *>            per invocation, see APPEND-OPLOG-ENTRY)
      *>    I-O:    CARDCTL.DAT (LINE SEQUENTIAL, 83-byte — card
      *>            controls, loaded whole and rewritten)
      *>    I-O:    CARDTRVL.DAT (LINE SEQUENTIAL, 58-byte — travel
      *>            notices, loaded whole and rewritten)
      *>    Input:  CARDCTLLOG.DAT (LINE SEQUENTIAL, 103-byte — card
      *>            control declines appended by TRANSACT.cob and
      *>            VALIDATE.cob)
      *>
      *>  Copybooks:
      *>    CARDREC.cpy   — Card registry record layout (47 bytes)
      *>    ACCTREC.cpy   — Account record layout (148 bytes)
      *>    SEQREC.cpy    — Sequence record layout
      *>    OPLOGREC.cpy  — Shared operator session log record layout
      *>    CARDCTLREC.cpy — Card control settings record (83 bytes)
      *>    CARDTRVREC.cpy — Card travel notice record (58 bytes)
      *>    CCLOGREC.cpy  — Card control decline log record (103 bytes)
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Issued:   CARD-ISSUED|CARD-ID|ACCT-ID|LAST-4|CAP
      *>    Hot:      CARD-HOTLISTED|CARD-ID
      *>    Reissued: CARD-REISSUED|OLD-CARD-ID|NEW-CARD-ID|LAST-4
      *>    Retired:  CARD-RETIRED|CARD-ID
      *>    List:     CARD|CARD-ID|ACCT-ID|LAST-4|STATUS|CAP|ISSUED
      *>    Control:  CARD-CONTROL|CARD-ID|DOMESTIC-ONLY|MCC-COUNT|
      *>              MCC,MCC,...
      *>    Travel:   TRAVEL-NOTICE|CARD-ID|COUNTRY|START|END
      *>    Voided:   TRAVEL-VOIDED|CARD-ID|COUNTRY|START
      *>    Controls: one CARD-CONTROL line, then TRAVEL|COUNTRY|START|
      *>              END|STATUS|ENTERED|OPERATOR per notice
      *>    Ctllog:   CTL-DECLINE|DATE|TIME|CARD-ID|ACCT-ID|LAST-4|
      *>              AMOUNT|MCC|COUNTRY|RULE|NOTICE|SOURCE|CHANNEL|
      *>              BRANCH|MERCHANT-REF per decline, then
      *>              CTL-DECLINE-COUNT|N
      *>    Result:   RESULT|XX
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Account not found (ISSUE), card id not found
      *>                (HOTLIST/REISSUE/RETIRE/CONTROL/TRAVEL/
      *>                CONTROLS), or
      *>                no such Active travel notice (TRAVELVOID)
      *>    RESULT|08 — Invalid request (blank/short card-last-4, or
      *>                an Active card with that last-4 already on
      *>                file for the account; a domestic-only flag
      *>                other than Y/N, a bad or over-long category
      *>                list, or an Expired card for CONTROL; a bad
      *>                country or date range, a trip already over,
      *>                or a card not Active for TRAVEL)
      *>    RESULT|23 — Malformed account number (fails its check
      *>                digit and isn't exempted on CHKDXMPT.DAT)
      *>    RESULT|99 — File I/O error
      *>
      *>  Change Log:
      *>    2026-09-02  AKD  Initial implementation — card registry
      *>                     behind TRANSACT.cob's new PROCESS-POS
      *>                     hot-card/unknown-card decline
      *>    2026-10-15  AKD  Account numbers are now checked against
      *>                     their ACCT-ID check digit (ACCTCHK.cpy) at
      *>                     entry and refused with new RESULT|23 before
      *>                     any lookup, unless exempted on CHKDXMPT.DAT
      *>    2026-10-15  AKD  Card controls: new CONTROL (domestic-only
      *>                     flag, blocked merchant categories on
      *>                     CARDCTL.DAT), TRAVEL/TRAVELVOID (travel
      *>                     notices on CARDTRVL.DAT), CONTROLS and
      *>                     CTLLOG (control declines off
      *>                     CARDCTLLOG.DAT) operations; REISSUE carries
      *>                     controls and current travel notices to the
      *>                     new card
      *>    2026-10-15  AKD  New RETIRE operation expires an Active card
      *>                     without issuing a replacement
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO "OPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.
           SELECT CHKDXMPT-FILE
               ASSIGN TO "CHKDXMPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKD-XMPT-STATUS.
           SELECT CARD-CONTROL-FILE
               ASSIGN TO "CARDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCTL-STATUS.
           SELECT CARD-TRAVEL-FILE
               ASSIGN TO "CARDTRVL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRV-STATUS.
           SELECT CARD-CONTROL-LOG-FILE
               ASSIGN TO "CARDCTLLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "SEQREC.cpy".
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".
       FD  CHKDXMPT-FILE.
       COPY "CDXREC.cpy".
       FD  CARD-CONTROL-FILE.
       COPY "CARDCTLREC.cpy".
       FD  CARD-TRAVEL-FILE.
       COPY "CARDTRVREC.cpy".
       FD  CARD-CONTROL-LOG-FILE.
       COPY "CCLOGREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS         PIC XX VALUE SPACES.
       01  WS-NODE-CODE           PIC X(1) VALUE 'A'.
       01  WS-CARD-ID-NUM         PIC 9(6) VALUE 0.
       01  WS-NEW-CARD-ID         PIC X(12) VALUE SPACES.
       01  WS-CCTL-STATUS         PIC XX VALUE SPACES.
       01  WS-CTRV-STATUS         PIC XX VALUE SPACES.
       01  WS-CCLG-STATUS         PIC XX VALUE SPACES.
       01  WS-IN-DOMESTIC         PIC X(4) VALUE SPACES.
       01  WS-IN-MCC-LIST         PIC X(60) VALUE SPACES.
       01  WS-IN-COUNTRY          PIC X(5) VALUE SPACES.
       01  WS-IN-START-STR        PIC X(10) VALUE SPACES.
       01  WS-IN-END-STR          PIC X(10) VALUE SPACES.
       01  WS-IN-DATE-STR         PIC X(10) VALUE SPACES.
       01  WS-IN-DATE             PIC 9(8) VALUE 0.
       01  WS-IN-START            PIC 9(8) VALUE 0.
       01  WS-IN-END              PIC 9(8) VALUE 0.
       01  WS-MCC-PTR             PIC 9(3) VALUE 0.
       01  WS-MCC-TOKEN           PIC X(6) VALUE SPACES.
       01  WS-MCC-COUNT           PIC 9(2) VALUE 0.
       01  WS-MCC-IDX             PIC 9(2) VALUE 0.
       01  WS-MCC-BAD             PIC X VALUE 'N'.
       01  WS-IN-MCC-TABLE.
           05  WS-IN-MCC          PIC X(4) OCCURS 10 TIMES.
       01  WS-LOG-COUNT           PIC 9(5) VALUE 0.

      *>   Registry staged whole and rewritten, the same idiom
      *>   TRANSACT.cob uses for POSPAY.DAT — a HOTLIST/REISSUE needs
               10  WS-CRD-CAP         PIC 9(10)V99.
               10  WS-CRD-ISSUED      PIC 9(8).
               10  WS-CRD-STATUS-DATE PIC 9(8).

      *>   Card controls and travel notices, staged whole and
      *>   rewritten the same way, as record images — CONTROL
      *>   replaces a card's settings in place and TRAVELVOID flips a
      *>   notice's status.
       01  WS-CTL-COUNT           PIC 9(3) VALUE 0.
       01  WS-CTL-IDX             PIC 9(3) VALUE 0.
       01  WS-CTL-MATCH-IDX       PIC 9(3) VALUE 0.
       01  WS-CTL-TABLE.
           05  WS-CTL-IMAGE       PIC X(83) OCCURS 500 TIMES.
       01  WS-TRV-COUNT           PIC 9(4) VALUE 0.
       01  WS-TRV-IDX             PIC 9(4) VALUE 0.
       01  WS-TRV-MATCH-IDX       PIC 9(4) VALUE 0.
       01  WS-TRV-LAST            PIC 9(4) VALUE 0.
       01  WS-TRV-TABLE.
           05  WS-TRV-IMAGE       PIC X(58) OCCURS 1000 TIMES.
       COPY "ACCTCHK.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
           EVALUATE WS-OPERATION
               WHEN "ISSUE"
                   PERFORM PARSE-ISSUE-LINE
                   MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
                   PERFORM CHECK-ENTRY-ACCT-ID
                   IF WS-RESULT-CODE = '00'
                       PERFORM PROCESS-ISSUE
                   END-IF
                   MOVE "ISSUE" TO WS-OPLOG-OPERATION
                   MOVE WS-NEW-CARD-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   MOVE "REISSUE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CARD-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "RETIRE"
                   PERFORM PARSE-CARD-ID-LINE
                   PERFORM PROCESS-RETIRE
                   MOVE "RETIRE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CARD-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "LIST"
                   PERFORM PARSE-LIST-LINE
                   MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
                   PERFORM CHECK-ENTRY-ACCT-ID
                   IF WS-RESULT-CODE = '00'
                       PERFORM PROCESS-LIST
                   END-IF
                   MOVE "LIST" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "CONTROL"
                   PERFORM PARSE-CONTROL-LINE
                   PERFORM PROCESS-CONTROL
                   MOVE "CONTROL" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CARD-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "TRAVEL"
                   PERFORM PARSE-TRAVEL-LINE
                   PERFORM PROCESS-TRAVEL
                   MOVE "TRAVEL" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CARD-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "TRAVELVOID"
                   PERFORM PARSE-TRAVEL-VOID-LINE
                   PERFORM PROCESS-TRAVEL-VOID
                   MOVE "TRAVELVOID" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CARD-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "CONTROLS"
                   PERFORM PARSE-CARD-ID-LINE
                   PERFORM PROCESS-CONTROLS
                   MOVE "CONTROLS" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CARD-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "CTLLOG"
                   PERFORM PARSE-CARD-ID-LINE
                   PERFORM PROCESS-CTLLOG
                   MOVE "CTLLOG" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CARD-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF.

      *>   The blocked merchant categories come as one comma-separated
      *>   token (7995,5933) — NONE clears the list.
       PARSE-CONTROL-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-CARD-ID
                    WS-IN-DOMESTIC
                    WS-IN-MCC-LIST
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-CARD-ID) TO WS-IN-CARD-ID
           MOVE FUNCTION TRIM(WS-IN-DOMESTIC) TO WS-IN-DOMESTIC
           MOVE FUNCTION TRIM(WS-IN-MCC-LIST) TO WS-IN-MCC-LIST
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           IF WS-IN-MCC-LIST = "NONE"
               MOVE SPACES TO WS-IN-MCC-LIST
           END-IF.

       PARSE-TRAVEL-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-CARD-ID
                    WS-IN-COUNTRY
                    WS-IN-START-STR
                    WS-IN-END-STR
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-CARD-ID) TO WS-IN-CARD-ID
           MOVE FUNCTION TRIM(WS-IN-COUNTRY) TO WS-IN-COUNTRY
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           MOVE WS-IN-START-STR TO WS-IN-DATE-STR
           PERFORM PARSE-IN-DATE
           MOVE WS-IN-DATE TO WS-IN-START
           MOVE WS-IN-END-STR TO WS-IN-DATE-STR
           PERFORM PARSE-IN-DATE
           MOVE WS-IN-DATE TO WS-IN-END.

       PARSE-TRAVEL-VOID-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-CARD-ID
                    WS-IN-COUNTRY
                    WS-IN-START-STR
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-CARD-ID) TO WS-IN-CARD-ID
           MOVE FUNCTION TRIM(WS-IN-COUNTRY) TO WS-IN-COUNTRY
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           MOVE WS-IN-START-STR TO WS-IN-DATE-STR
           PERFORM PARSE-IN-DATE
           MOVE WS-IN-DATE TO WS-IN-START.

      *>   WS-IN-DATE-STR to WS-IN-DATE — zero unless it is a real
      *>   calendar date.
       PARSE-IN-DATE.
           MOVE FUNCTION TRIM(WS-IN-DATE-STR) TO WS-IN-DATE-STR
           MOVE 0 TO WS-IN-DATE
           IF WS-IN-DATE-STR(1:8) IS NUMERIC
               AND WS-IN-DATE-STR(9:2) = SPACES
               MOVE WS-IN-DATE-STR(1:8) TO WS-IN-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE) NOT = 0
                   MOVE 0 TO WS-IN-DATE
               END-IF
           END-IF.

      *>   ISSUE validates the account against ACCOUNTS.DAT first —
      *>   same keyed-READ validation ACCOUNTS.cob's own operations
      *>   do before touching a registry file.
           MOVE WS-CURRENT-DATE TO WS-CRD-ISSUED(WS-CARD-COUNT)
           MOVE WS-CURRENT-DATE TO WS-CRD-STATUS-DATE(WS-CARD-COUNT)
           PERFORM SAVE-CARD-FILE
           PERFORM CARRY-CONTROLS-FORWARD
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "CARD-REISSUED|" WS-IN-CARD-ID "|"
               WS-NEW-CARD-ID "|" WS-IN-LAST-4
           DISPLAY "RESULT|00".

      *>   Same 'E'xpired status REISSUE gives the card it replaces,
      *>   just without the replacement. Only an Active card retires
      *>   — a hot-listed card keeps its 'H' for the fraud history.
       PROCESS-RETIRE.
           PERFORM LOAD-CARD-FILE
           PERFORM FIND-CARD-BY-ID
           IF WS-CARD-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-CRD-STATUS(WS-CARD-MATCH-IDX) = 'A'
               MOVE 'E' TO WS-CRD-STATUS(WS-CARD-MATCH-IDX)
               MOVE WS-CURRENT-DATE
                   TO WS-CRD-STATUS-DATE(WS-CARD-MATCH-IDX)
               PERFORM SAVE-CARD-FILE
           END-IF
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "CARD-RETIRED|" WS-IN-CARD-ID
           DISPLAY "RESULT|00".

       PROCESS-LIST.
           PERFORM LOAD-CARD-FILE
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   Replaces the card's controls outright: the domestic-only
      *>   flag and the whole blocked merchant-category list. An
      *>   Expired card takes no new controls — its replacement
      *>   already carries them (see CARRY-CONTROLS-FORWARD).
       PROCESS-CONTROL.
           IF WS-IN-DOMESTIC NOT = "Y" AND WS-IN-DOMESTIC NOT = "N"
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "ERROR|DOMESTIC-FLAG|" WS-IN-DOMESTIC
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-MCC-LIST
           IF WS-MCC-BAD = 'Y'
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "ERROR|MCC-LIST|" WS-MCC-TOKEN
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CARD-FILE
           PERFORM FIND-CARD-BY-ID
           IF WS-CARD-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-CRD-STATUS(WS-CARD-MATCH-IDX) = 'E'
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "ERROR|CARD-EXPIRED|" WS-IN-CARD-ID
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CONTROL-FILE
           PERFORM FIND-CONTROL-BY-CARD
           IF WS-CTL-MATCH-IDX = 0
               ADD 1 TO WS-CTL-COUNT
               MOVE WS-CTL-COUNT TO WS-CTL-MATCH-IDX
           END-IF
           MOVE SPACES TO CARD-CONTROL-RECORD
           MOVE WS-IN-CARD-ID TO CCTL-CARD-ID
           MOVE WS-CRD-ACCT-ID(WS-CARD-MATCH-IDX) TO CCTL-ACCT-ID
           MOVE WS-IN-DOMESTIC TO CCTL-DOMESTIC-ONLY
           MOVE WS-MCC-COUNT TO CCTL-MCC-COUNT
           PERFORM VARYING WS-MCC-IDX FROM 1 BY 1
               UNTIL WS-MCC-IDX > WS-MCC-COUNT
               MOVE WS-IN-MCC(WS-MCC-IDX)
                   TO CCTL-BLOCKED-MCC(WS-MCC-IDX)
           END-PERFORM
           MOVE WS-IN-OPERATOR-ID TO CCTL-OPERATOR-ID
           MOVE WS-CURRENT-DATE TO CCTL-CHANGED-DATE
           MOVE CARD-CONTROL-RECORD TO WS-CTL-IMAGE(WS-CTL-MATCH-IDX)
           PERFORM SAVE-CONTROL-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "CARD-CONTROL|" WS-IN-CARD-ID "|"
               CCTL-DOMESTIC-ONLY "|" WS-MCC-COUNT "|"
               FUNCTION TRIM(WS-IN-MCC-LIST)
           DISPLAY "RESULT|00".

      *>   WS-IN-MCC-LIST into WS-IN-MCC-TABLE/WS-MCC-COUNT. Every
      *>   entry must be a four-digit merchant category code, and no
      *>   more than CARD-MAX-BLOCKED-MCC of them; WS-MCC-BAD 'Y'
      *>   (with the offending token in WS-MCC-TOKEN) otherwise.
       SPLIT-MCC-LIST.
           MOVE 'N' TO WS-MCC-BAD
           MOVE 0 TO WS-MCC-COUNT
           MOVE SPACES TO WS-IN-MCC-TABLE
           MOVE 1 TO WS-MCC-PTR
           PERFORM UNTIL WS-MCC-PTR > 60
               MOVE SPACES TO WS-MCC-TOKEN
               UNSTRING WS-IN-MCC-LIST DELIMITED BY "," OR SPACE
                   INTO WS-MCC-TOKEN
                   WITH POINTER WS-MCC-PTR
               END-UNSTRING
               IF WS-MCC-TOKEN = SPACES
                   EXIT PERFORM
               END-IF
               IF WS-MCC-TOKEN(1:4) IS NOT NUMERIC
                   OR WS-MCC-TOKEN(5:2) NOT = SPACES
                   OR WS-MCC-COUNT NOT < CARD-MAX-BLOCKED-MCC
                   MOVE 'Y' TO WS-MCC-BAD
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-MCC-COUNT
               MOVE WS-MCC-TOKEN(1:4) TO WS-IN-MCC(WS-MCC-COUNT)
           END-PERFORM.

      *>   A travel notice lifts the foreign-merchant decline on an
      *>   Active card for one country from the start date through
      *>   the end date — a trip already over is refused, as is a
      *>   country code that isn't three characters.
       PROCESS-TRAVEL.
           IF WS-IN-COUNTRY(1:3) = SPACES
               OR WS-IN-COUNTRY(3:1) = SPACE
               OR WS-IN-COUNTRY(4:2) NOT = SPACES
               OR WS-IN-START = 0 OR WS-IN-END = 0
               OR WS-IN-END < WS-IN-START
               OR WS-IN-END < WS-CURRENT-DATE
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CARD-FILE
           PERFORM FIND-CARD-BY-ID
           IF WS-CARD-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-CRD-STATUS(WS-CARD-MATCH-IDX) NOT = 'A'
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "ERROR|CARD-NOT-ACTIVE|" WS-IN-CARD-ID
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TRAVEL-FILE
           ADD 1 TO WS-TRV-COUNT
           MOVE SPACES TO CARD-TRAVEL-RECORD
           MOVE WS-IN-CARD-ID TO CTRV-CARD-ID
           MOVE WS-IN-COUNTRY TO CTRV-COUNTRY
           MOVE WS-IN-START TO CTRV-START-DATE
           MOVE WS-IN-END TO CTRV-END-DATE
           MOVE 'A' TO CTRV-STATUS
           MOVE WS-IN-OPERATOR-ID TO CTRV-OPERATOR-ID
           MOVE WS-CURRENT-DATE TO CTRV-CHANGED-DATE
           MOVE WS-CURRENT-DATE TO CTRV-ENTERED-DATE
           MOVE CARD-TRAVEL-RECORD TO WS-TRV-IMAGE(WS-TRV-COUNT)
           PERFORM SAVE-TRAVEL-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "TRAVEL-NOTICE|" WS-IN-CARD-ID "|" WS-IN-COUNTRY(1:3)
               "|" WS-IN-START "|" WS-IN-END
           DISPLAY "RESULT|00".

      *>   Voids the card's Active notice for that country and start
      *>   date (a cancelled trip); the record stays on file.
       PROCESS-TRAVEL-VOID.
           PERFORM LOAD-TRAVEL-FILE
           MOVE 0 TO WS-TRV-MATCH-IDX
           PERFORM VARYING WS-TRV-IDX FROM 1 BY 1
               UNTIL WS-TRV-IDX > WS-TRV-COUNT
               MOVE WS-TRV-IMAGE(WS-TRV-IDX) TO CARD-TRAVEL-RECORD
               IF CTRV-CARD-ID = WS-IN-CARD-ID
                   AND CTRV-COUNTRY = WS-IN-COUNTRY
                   AND CTRV-START-DATE = WS-IN-START
                   AND CTRV-ACTIVE
                   MOVE WS-TRV-IDX TO WS-TRV-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TRV-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO CTRV-STATUS
           MOVE WS-IN-OPERATOR-ID TO CTRV-OPERATOR-ID
           MOVE WS-CURRENT-DATE TO CTRV-CHANGED-DATE
           MOVE CARD-TRAVEL-RECORD TO WS-TRV-IMAGE(WS-TRV-MATCH-IDX)
           PERFORM SAVE-TRAVEL-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "TRAVEL-VOIDED|" WS-IN-CARD-ID "|" WS-IN-COUNTRY(1:3)
               "|" WS-IN-START
           DISPLAY "RESULT|00".

      *>   The card's controls (domestic-only N and no blocked
      *>   categories when it has no CARDCTL.DAT record) and every
      *>   travel notice on file for it, voided ones included.
       PROCESS-CONTROLS.
           PERFORM LOAD-CARD-FILE
           PERFORM FIND-CARD-BY-ID
           IF WS-CARD-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CONTROL-FILE
           PERFORM FIND-CONTROL-BY-CARD
           MOVE SPACES TO WS-IN-MCC-LIST
           IF WS-CTL-MATCH-IDX = 0
               MOVE SPACES TO CARD-CONTROL-RECORD
               MOVE 'N' TO CCTL-DOMESTIC-ONLY
               MOVE 0 TO CCTL-MCC-COUNT
           ELSE
               MOVE WS-CTL-IMAGE(WS-CTL-MATCH-IDX)
                   TO CARD-CONTROL-RECORD
               MOVE 1 TO WS-MCC-PTR
               PERFORM VARYING WS-MCC-IDX FROM 1 BY 1
                   UNTIL WS-MCC-IDX > CCTL-MCC-COUNT
                   IF WS-MCC-IDX > 1
                       STRING "," DELIMITED SIZE
                           INTO WS-IN-MCC-LIST
                           WITH POINTER WS-MCC-PTR
                       END-STRING
                   END-IF
                   STRING CCTL-BLOCKED-MCC(WS-MCC-IDX) DELIMITED SIZE
                       INTO WS-IN-MCC-LIST
                       WITH POINTER WS-MCC-PTR
                   END-STRING
               END-PERFORM
           END-IF
           DISPLAY "CARD-CONTROL|" WS-IN-CARD-ID "|"
               CCTL-DOMESTIC-ONLY "|" CCTL-MCC-COUNT "|"
               FUNCTION TRIM(WS-IN-MCC-LIST)
           PERFORM LOAD-TRAVEL-FILE
           PERFORM VARYING WS-TRV-IDX FROM 1 BY 1
               UNTIL WS-TRV-IDX > WS-TRV-COUNT
               MOVE WS-TRV-IMAGE(WS-TRV-IDX) TO CARD-TRAVEL-RECORD
               IF CTRV-CARD-ID = WS-IN-CARD-ID
                   DISPLAY "TRAVEL|" CTRV-COUNTRY "|" CTRV-START-DATE
                       "|" CTRV-END-DATE "|" CTRV-STATUS "|"
                       CTRV-ENTERED-DATE "|" CTRV-OPERATOR-ID
               END-IF
           END-PERFORM
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   Card-control declines off CARDCTLLOG.DAT for one card (or
      *>   ALL cards), oldest first, for the fraud desk's review — see
      *>   CCLOGREC.cpy for what each field tells them.
       PROCESS-CTLLOG.
           MOVE 0 TO WS-LOG-COUNT
           OPEN INPUT CARD-CONTROL-LOG-FILE
           IF WS-CCLG-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ CARD-CONTROL-LOG-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-IN-CARD-ID = "ALL"
                       OR CCLG-CARD-ID = WS-IN-CARD-ID
                       ADD 1 TO WS-LOG-COUNT
                       DISPLAY "CTL-DECLINE|" CCLG-DATE "|" CCLG-TIME
                           "|" CCLG-CARD-ID "|" CCLG-ACCT-ID "|"
                           CCLG-LAST-4 "|" CCLG-AMOUNT "|" CCLG-MCC
                           "|" CCLG-COUNTRY "|" CCLG-RULE "|"
                           CCLG-NOTICE-FLAG "|" CCLG-SOURCE "|"
                           CCLG-CHANNEL "|" CCLG-BRANCH "|"
                           CCLG-MERCHANT-REF
                   END-IF
               END-PERFORM
               CLOSE CARD-CONTROL-LOG-FILE
           END-IF
           DISPLAY "CTL-DECLINE-COUNT|" WS-LOG-COUNT
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   REISSUE hands the old card's controls, and its Active
      *>   travel notices for trips not yet over, to the replacement
      *>   card — plastic replaced abroad must keep working there.
       CARRY-CONTROLS-FORWARD.
           PERFORM LOAD-CONTROL-FILE
           PERFORM FIND-CONTROL-BY-CARD
           IF WS-CTL-MATCH-IDX > 0
               MOVE WS-CTL-IMAGE(WS-CTL-MATCH-IDX)
                   TO CARD-CONTROL-RECORD
               MOVE WS-NEW-CARD-ID TO CCTL-CARD-ID
               MOVE WS-IN-OPERATOR-ID TO CCTL-OPERATOR-ID
               MOVE WS-CURRENT-DATE TO CCTL-CHANGED-DATE
               ADD 1 TO WS-CTL-COUNT
               MOVE CARD-CONTROL-RECORD TO WS-CTL-IMAGE(WS-CTL-COUNT)
               PERFORM SAVE-CONTROL-FILE
           END-IF
           PERFORM LOAD-TRAVEL-FILE
           MOVE WS-TRV-COUNT TO WS-TRV-LAST
           PERFORM VARYING WS-TRV-IDX FROM 1 BY 1
               UNTIL WS-TRV-IDX > WS-TRV-LAST
               MOVE WS-TRV-IMAGE(WS-TRV-IDX) TO CARD-TRAVEL-RECORD
               IF CTRV-CARD-ID = WS-IN-CARD-ID AND CTRV-ACTIVE
                   AND CTRV-END-DATE >= WS-CURRENT-DATE
                   AND WS-TRV-COUNT < 1000
                   MOVE WS-NEW-CARD-ID TO CTRV-CARD-ID
                   MOVE WS-IN-OPERATOR-ID TO CTRV-OPERATOR-ID
                   MOVE WS-CURRENT-DATE TO CTRV-CHANGED-DATE
                   ADD 1 TO WS-TRV-COUNT
                   MOVE CARD-TRAVEL-RECORD TO WS-TRV-IMAGE(WS-TRV-COUNT)
               END-IF
           END-PERFORM
           IF WS-TRV-COUNT > WS-TRV-LAST
               PERFORM SAVE-TRAVEL-FILE
           END-IF.

       FIND-CONTROL-BY-CARD.
           MOVE 0 TO WS-CTL-MATCH-IDX
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT
               IF WS-CTL-IMAGE(WS-CTL-IDX)(1:12) = WS-IN-CARD-ID
                   MOVE WS-CTL-IDX TO WS-CTL-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   Loads every record in CARDCTL.DAT into WS-CTL-TABLE. A
      *>   missing file (no controls set yet) just leaves it empty.
       LOAD-CONTROL-FILE.
           MOVE 0 TO WS-CTL-COUNT
           OPEN INPUT CARD-CONTROL-FILE
           IF WS-CCTL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CARD-CONTROL-FILE
                   AT END
                       CLOSE CARD-CONTROL-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-CTL-COUNT
               MOVE CARD-CONTROL-RECORD TO WS-CTL-IMAGE(WS-CTL-COUNT)
           END-PERFORM.

       SAVE-CONTROL-FILE.
           OPEN OUTPUT CARD-CONTROL-FILE
           IF WS-CCTL-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CCTL-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT
               MOVE WS-CTL-IMAGE(WS-CTL-IDX) TO CARD-CONTROL-RECORD
               WRITE CARD-CONTROL-RECORD
           END-PERFORM
           CLOSE CARD-CONTROL-FILE.

      *>   Loads every record in CARDTRVL.DAT into WS-TRV-TABLE. A
      *>   missing file (no notices yet) just leaves it empty.
       LOAD-TRAVEL-FILE.
           MOVE 0 TO WS-TRV-COUNT
           OPEN INPUT CARD-TRAVEL-FILE
           IF WS-CTRV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CARD-TRAVEL-FILE
                   AT END
                       CLOSE CARD-TRAVEL-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-TRV-COUNT
               MOVE CARD-TRAVEL-RECORD TO WS-TRV-IMAGE(WS-TRV-COUNT)
           END-PERFORM.

       SAVE-TRAVEL-FILE.
           OPEN OUTPUT CARD-TRAVEL-FILE
           IF WS-CTRV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CTRV-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-TRV-IDX FROM 1 BY 1
               UNTIL WS-TRV-IDX > WS-TRV-COUNT
               MOVE WS-TRV-IMAGE(WS-TRV-IDX) TO CARD-TRAVEL-RECORD
               WRITE CARD-TRAVEL-RECORD
           END-PERFORM
           CLOSE CARD-TRAVEL-FILE.

       FIND-CARD-BY-ID.
           MOVE 0 TO WS-CARD-MATCH-IDX
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
               WRITE OPLOG-RECORD
               CLOSE OPLOG-FILE
           END-IF.

      *>   Check digit over ACCT-ID positions 1-9 of WS-CHKD-ID into
      *>   WS-CHKD-DIGIT — weighting described in ACCTCHK.cpy.
       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-CHKD-SUM
           PERFORM VARYING WS-CHKD-POS FROM 1 BY 1
               UNTIL WS-CHKD-POS > 9
               MOVE WS-CHKD-ID(WS-CHKD-POS:1) TO WS-CHKD-CHAR
               MOVE 0 TO WS-CHKD-VALUE
               IF WS-CHKD-CHAR IS NUMERIC
                   MOVE WS-CHKD-CHAR-N TO WS-CHKD-VALUE
               ELSE
                   PERFORM VARYING WS-CHKD-ALPHA-IDX FROM 1 BY 1
                       UNTIL WS-CHKD-ALPHA-IDX > 26
                       IF WS-CHKD-ALPHABET(WS-CHKD-ALPHA-IDX:1)
                               = WS-CHKD-CHAR
                           MOVE WS-CHKD-ALPHA-IDX TO WS-CHKD-VALUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               COMPUTE WS-CHKD-SUM = WS-CHKD-SUM
                   + WS-CHKD-VALUE * WS-CHKD-WEIGHT(WS-CHKD-POS)
           END-PERFORM
           COMPUTE WS-CHKD-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CHKD-SUM, 10), 10).

      *>   Well-formed test on WS-CHKD-ID ahead of any account lookup:
      *>   WS-CHKD-VALID 'Y' when position 10 carries the right check
      *>   digit, or when the id is a legacy number exempted on
      *>   CHKDXMPT.DAT (WS-CHKD-EXEMPT 'Y') pending its REKEY.
       VALIDATE-CHECK-DIGIT.
           MOVE 'N' TO WS-CHKD-EXEMPT
           PERFORM TEST-CHECK-DIGIT
           IF WS-CHKD-VALID = 'N' AND WS-CHKD-ID NOT = SPACES
               PERFORM CHECK-DIGIT-EXEMPTION
           END-IF.

      *>   The check digit alone, exemptions not consulted.
       TEST-CHECK-DIGIT.
           MOVE 'N' TO WS-CHKD-VALID
           IF WS-CHKD-ID(1:9) NOT = SPACES
               MOVE WS-CHKD-ID(10:1) TO WS-CHKD-CHAR
               IF WS-CHKD-CHAR IS NUMERIC
                   PERFORM COMPUTE-CHECK-DIGIT
                   MOVE WS-CHKD-ID(10:1) TO WS-CHKD-CHAR
                   IF WS-CHKD-CHAR-N = WS-CHKD-DIGIT
                       MOVE 'Y' TO WS-CHKD-VALID
                   END-IF
               END-IF
           END-IF.

       CHECK-DIGIT-EXEMPTION.
           OPEN INPUT CHKDXMPT-FILE
           IF WS-CHKD-XMPT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CHKDXMPT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CDX-ACCT-ID = WS-CHKD-ID
                   MOVE 'Y' TO WS-CHKD-EXEMPT
                   MOVE 'Y' TO WS-CHKD-VALID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE CHKDXMPT-FILE.

      *>   A malformed account number (bad check digit, not exempted
      *>   on CHKDXMPT.DAT) in WS-CHKD-ID is refused with RESULT|23
      *>   before ACCOUNTS.DAT is ever read — see ACCTCHK.cpy.
       CHECK-ENTRY-ACCT-ID.
           MOVE '00' TO WS-RESULT-CODE
           PERFORM VALIDATE-CHECK-DIGIT
           IF WS-CHKD-VALID = 'N'
               DISPLAY "ERROR|ACCT-CHECK-DIGIT|" WS-CHKD-ID
               MOVE RC-BAD-CHECK-DIGIT TO WS-RESULT-CODE
               DISPLAY "RESULT|" WS-RESULT-CODE
           END-IF.
