      *>                     FSA-HSA amounts APPLY-DEDUCTION-PRIORITY
      *>                     actually funded, for TAXCALC.cob to read
      *>                     instead of recomputing the same figures
      *>    2026-10-15  AKD  COMPUTE-401K now stops the deferral at the
      *>                     IRS annual limit (plus the age-50 catch-up)
      *>                     less this year's deferrals on YTDPAY.DAT,
      *>                     same as PAYROLL.cob's P-048 — see
      *>                     APPLY-401K-LIMIT. The match and the
      *>                     PRETAX.DAT hand-off follow the capped
      *>                     amount.
      *>
      *>  STYLE NOTE: SLW started writing structured COBOL (top half)
      *>  but reverted to GO TO when debugging under pressure (bottom
               ASSIGN TO "PRETAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRETAX-FILE-STATUS.
      *>   AKD 2026-10-15: YTD master, read only for the 401(k)
      *>   deferrals already taken this year — see LOAD-YTD-401K-
      *>   TABLE. May not exist yet (first run of a new system).
           SELECT YTD-FILE
               ASSIGN TO "YTDPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "GARNREC.cpy".
       FD  PRETAX-FILE.
           COPY "PRETAXR.cpy".
       FD  YTD-FILE.
           COPY "YTDREC.cpy".

       WORKING-STORAGE SECTION.

      *> PAYBATCH.cob for the same kind of standalone simplification).
       01  WS-GARN-FILE-STATUS     PIC X(2).
       01  WS-PRETAX-FILE-STATUS   PIC X(2).
       01  WS-YTD-FILE-STATUS      PIC X(2).
       01  WS-GARN-FLAGS.
           05  WS-GARN-OLD-FLAG    PIC X(1) VALUE 'N'.
               88  WS-GARN-FILE-OPEN VALUE 'Y'.
       01  WS-PRI-SUB               PIC 9(2) VALUE 0.
       01  WS-FUNDS-REMAINING       PIC S9(7)V99 COMP-3.

      *> AKD 2026-10-15: 401(k) annual-limit check — same limit,
      *> catch-up and room arithmetic as PAYROLL.cob's P-048-401K-
      *> LIMIT, so the PRETAX.DAT amount TAXCALC.cob taxes against
      *> stops at the limit too. DEDUCTN.cob has no pay date of its
      *> own (WS-ARG-PERIOD is a period number), so the plan year is
      *> today's calendar year — same as TAXCALC.cob's WS-W4-TODAY.
      *> Only this year's YTDPAY.DAT records are staged.
       01  WS-401K-LIMIT-FIELDS.
           05  WS-401K-RUN-YEAR    PIC 9(4) VALUE 0.
           05  WS-401K-LIM-SUB     PIC 9(2) VALUE 0.
           05  WS-401K-LIM-ROW     PIC 9(2) VALUE 0.
           05  WS-401K-BIRTH-YEAR  PIC 9(4) VALUE 0.
           05  WS-401K-LIMIT       PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-401K-YTD         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-401K-ROOM        PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-YTD-AT-EOF       PIC X(1) VALUE 'N'.
               88  WS-YTD-LOAD-EOF VALUE 'Y'.
       01  WS-YTD-401K-TABLE.
           05  WS-YTD-T-ENTRY OCCURS 9999 TIMES.
               10  WS-YTD-T-EMP-ID     PIC X(7).
               10  WS-YTD-T-401K-DEF   PIC S9(9)V99.
       01  WS-YTD-COUNT             PIC 9(4) VALUE 0.
       01  WS-YTD-SUB               PIC 9(4) VALUE 0.

      *> SLW: Employee gross pay (passed in or computed)
       01  WS-GROSS-PAY            PIC S9(7)V99 COMP-3.

           05  WS-ZERO-COUNT       PIC 9(5) VALUE 0.
           05  WS-REDUCED-COUNT    PIC 9(5) VALUE 0.
           05  WS-SKIPPED-COUNT    PIC 9(5) VALUE 0.
           05  WS-401K-LIMIT-COUNT PIC 9(5) VALUE 0.

      *> SLW: Error handling fields
       01  WS-ERROR-FIELDS.
           END-IF
           PERFORM LOAD-GARNISH-TABLE

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-401K-RUN-YEAR
           PERFORM LOAD-YTD-401K-TABLE

      *>   AKD 2026-08-21: PRETAX.DAT — one record per active employee,
      *>   written below as each one is processed, for TAXCALC.cob to
      *>   read instead of re-deriving the same 401(k)/FSA-HSA amounts.
           DISPLAY "DEDUCTN|ZERO-DED|" WS-ZERO-COUNT
           DISPLAY "DEDUCTN|REDUCED|" WS-REDUCED-COUNT
           DISPLAY "DEDUCTN|SKIPPED|" WS-SKIPPED-COUNT
           IF WS-401K-LIMIT-COUNT > 0
               DISPLAY "DEDUCTN|401K-AT-LIMIT|" WS-401K-LIMIT-COUNT
           END-IF
           DISPLAY "DEDUCTN|COMPLETE"
           STOP RUN.

           IF EMP-401K-PCT > 0
               COMPUTE WS-401K-DEDUCTION ROUNDED =
                   WS-GROSS-PAY * EMP-401K-PCT
      *>       AKD 2026-10-15: Stop at the annual limit first, so the
      *>       match below stops with it.
               PERFORM APPLY-401K-LIMIT
      *>       Company match — SLW says "50% match" (PAYCOM-401K-MATCH)
      *>       but also references "4% match cap" in comments.
      *>       Code uses 401K-MATCH (0.50) — matches 50% of employee
               MOVE 0 TO WS-401K-MATCH
           END-IF.

      *>================================================================*
      *>  APPLY-401K-LIMIT: Holds WS-401K-DEDUCTION to the room left
      *>  under this year's IRS elective-deferral limit (plus the
      *>  age-50 catch-up when EMP-BIRTH-DATE qualifies) after the
      *>  deferrals already on YTDPAY.DAT. Mirrors PAYROLL.cob's
      *>  P-048-401K-LIMIT. AKD 2026-10-15.
      *>================================================================*
       APPLY-401K-LIMIT.
           MOVE 1 TO WS-401K-LIM-ROW
           PERFORM VARYING WS-401K-LIM-SUB FROM 1 BY 1
               UNTIL WS-401K-LIM-SUB > PAYCOM-401K-LIM-COUNT
               IF PAYCOM-401K-LIM-YEAR(WS-401K-LIM-SUB)
                   NOT > WS-401K-RUN-YEAR
                   MOVE WS-401K-LIM-SUB TO WS-401K-LIM-ROW
               END-IF
           END-PERFORM
           MOVE PAYCOM-401K-LIM-BASE(WS-401K-LIM-ROW)
               TO WS-401K-LIMIT

           IF EMP-BIRTH-DATE IS NUMERIC AND EMP-BIRTH-DATE > 0
               COMPUTE WS-401K-BIRTH-YEAR = EMP-BIRTH-DATE / 10000
               IF WS-401K-BIRTH-YEAR + PAYCOM-401K-CATCHUP-AGE
                   NOT > WS-401K-RUN-YEAR
                   ADD PAYCOM-401K-LIM-CATCH(WS-401K-LIM-ROW)
                       TO WS-401K-LIMIT
               END-IF
           END-IF

           MOVE 0 TO WS-401K-YTD
           PERFORM VARYING WS-YTD-SUB FROM 1 BY 1
               UNTIL WS-YTD-SUB > WS-YTD-COUNT
               IF WS-YTD-T-EMP-ID(WS-YTD-SUB) = EMP-ID
                   MOVE WS-YTD-T-401K-DEF(WS-YTD-SUB) TO WS-401K-YTD
                   EXIT PERFORM
               END-IF
           END-PERFORM

           COMPUTE WS-401K-ROOM = WS-401K-LIMIT - WS-401K-YTD
           IF WS-401K-DEDUCTION > WS-401K-ROOM
               IF WS-401K-ROOM < 0
                   MOVE 0 TO WS-401K-ROOM
               END-IF
               MOVE WS-401K-ROOM TO WS-401K-DEDUCTION
               ADD 1 TO WS-401K-LIMIT-COUNT
               DISPLAY "DEDUCTN|401K-LIMIT|" EMP-ID "|"
                   WS-401K-DEDUCTION "|" WS-401K-LIMIT
           END-IF.

      *>================================================================*
      *>  COMPUTE-FSA-HSA: Flexible-spending / health-savings election
      *>  AKD 2026-08-09: Employee elects one annual amount (FSA or
               MOVE 'N' TO WS-GARN-OLD-FLAG
           END-IF.

      *>================================================================*
      *>  LOAD-YTD-401K-TABLE: Stages each employee's 401(k) deferrals
      *>  for WS-401K-RUN-YEAR from YTDPAY.DAT. No file means nothing
      *>  deferred yet this year. AKD 2026-10-15.
      *>================================================================*
       LOAD-YTD-401K-TABLE.
           MOVE 0 TO WS-YTD-COUNT
           OPEN INPUT YTD-FILE
           IF WS-YTD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-YTD-AT-EOF
           PERFORM UNTIL WS-YTD-LOAD-EOF
               READ YTD-FILE
                   AT END
                       SET WS-YTD-LOAD-EOF TO TRUE
                   NOT AT END
                       IF YTD-YEAR = WS-401K-RUN-YEAR
                           AND WS-YTD-COUNT < 9999
                           ADD 1 TO WS-YTD-COUNT
                           MOVE YTD-EMP-ID TO
                               WS-YTD-T-EMP-ID(WS-YTD-COUNT)
                           MOVE YTD-401K-DEFERRED TO
                               WS-YTD-T-401K-DEF(WS-YTD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE.

      *>================================================================*
      *>  APPLY-DEDUCTION-PRIORITY: Funds each category in
      *>  PAYCOM-DED-PRIORITY-TABLE order when gross can't cover all
