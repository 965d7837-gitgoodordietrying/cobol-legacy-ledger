      *>                     once-off standalone TAXCALC.cob run) — the
      *>                     old independent estimate is kept as the
      *>                     fallback for any employee with no match
      *>    2026-10-15  AKD  COMPUTE-FEDERAL now runs the IRS percentage
      *>                     method off the employee's Form W-4 election
      *>                     (W4.DAT, see W4REC.cpy), same computation
      *>                     as PAYROLL.cob's TX-COMPUTE-FED, instead of
      *>                     a flat bracket rate on the whole period
      *>                     wage. No W-4 on file = Single with no
      *>                     adjustments; a lapsed exempt claim is
      *>                     DISPLAYed as W4-EXEMPT-LAPSED
      *>
      *>  WARNING: This program has 6-level nested IF statements
      *>  without END-IF. Indentation is the ONLY way to follow
               ASSIGN TO "IMPUTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMP-FILE-STATUS.
      *>   AKD 2026-10-15: Form W-4 elections, same file and same
      *>   default-when-absent rule as PAYROLL.cob — see W4REC.cpy.
           SELECT W4-FILE
               ASSIGN TO "W4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W4-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "PRETAXR.cpy".
       FD  IMPUTED-FILE.
           COPY "IMPUTEDR.cpy".
       FD  W4-FILE.
           COPY "W4REC.cpy".

       WORKING-STORAGE SECTION.

               10  WS-IMP-T-AMOUNT  PIC 9(5)V99.
       01  WS-IMP-COUNT             PIC 9(3) VALUE 0.
       01  WS-IMP-SUB               PIC 9(3) VALUE 0.
      *> AKD 2026-10-15: W-4 election staging, same load-once shape
      *> as WS-IMP-TABLE above and the same layout as PAYROLL.cob's
      *> WS-W4-TABLE. WS-W4-TODAY is the as-of date an election
      *> (and an exempt claim's expiry) is judged against — this
      *> standalone run has no run-day token, so it is the day run.
       01  WS-W4-FILE-STATUS        PIC X(2).
       01  WS-W4-AT-EOF             PIC X(1) VALUE 'N'.
           88  WS-W4-LOAD-EOF       VALUE 'Y'.
       01  WS-W4-TODAY              PIC 9(8) VALUE 0.
       01  WS-W4-BEST-SIGNED        PIC 9(8) VALUE 0.
       01  WS-W4-TABLE.
           05  WS-W4-T-ENTRY OCCURS 999 TIMES.
               10  WS-W4-T-EMP-ID      PIC X(7).
               10  WS-W4-T-STATUS      PIC X(1).
               10  WS-W4-T-MULTI-JOBS  PIC X(1).
               10  WS-W4-T-DEPENDENT   PIC 9(5)V99.
               10  WS-W4-T-OTHER-INC   PIC 9(7)V99.
               10  WS-W4-T-DEDUCTIONS  PIC 9(7)V99.
               10  WS-W4-T-EXTRA-WH    PIC 9(5)V99.
               10  WS-W4-T-EXEMPT      PIC X(1).
               10  WS-W4-T-EXPIRES     PIC 9(8).
               10  WS-W4-T-SIGNED      PIC 9(8).
       01  WS-W4-COUNT              PIC 9(3) VALUE 0.
       01  WS-W4-SUB                PIC 9(3) VALUE 0.
       01  WS-PRETAX-FILE-FLAGS.
           05  WS-PRETAX-OLD-FLAG   PIC X(1) VALUE 'N'.
               88  WS-PRETAX-FILE-OPEN  VALUE 'Y'.
           END-IF
           PERFORM LOAD-PRETAX-TABLE
           PERFORM LOAD-IMPUTED-TABLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-W4-TODAY
           PERFORM LOAD-W4-TABLE

           PERFORM READ-AND-CALC THRU READ-AND-CALC-EXIT
               UNTIL WS-EOF
      *>  a real lookup against TAXREC.cpy's TAX-BRACKET-ENTRY, so
      *>  editing the copybook's bracket VALUEs now actually changes
      *>  what gets withheld.
      *>  AKD 2026-10-15: The bracket lookup is replaced in turn by
      *>  the IRS percentage method run off the employee's own Form
      *>  W-4 election (W4.DAT, see W4REC.cpy) — same computation as
      *>  PAYROLL.cob's TX-COMPUTE-FED. RESOLVE-W4-ELECTION and
      *>  APPLY-W4-PERCENTAGE sit after COMPUTE-FICA-EXIT, outside
      *>  the COMPUTE-FEDERAL THRU COMPUTE-FICA-EXIT range.
      *>================================================================*
       COMPUTE-FEDERAL.
      *>   JRK 1992: "temporary" flat tax shortcut
               COMPUTE WS-FED-TAX ROUNDED =
                   WS-TAXABLE-GROSS * 0.2000
           ELSE
               MOVE WS-W4-TODAY TO TAX-W4-AS-OF-DATE
               PERFORM RESOLVE-W4-ELECTION
               IF TAX-W4-EXEMPT-LAPSED
                   DISPLAY "TAXCALC|W4-EXEMPT-LAPSED|" EMP-ID "|"
                       TAX-W4-EXPIRES
               END-IF
               MOVE 26 TO TAX-W4-PERIODS
               PERFORM APPLY-W4-PERCENTAGE
           END-IF.

      *>================================================================*
       COMPUTE-FICA-EXIT.
           EXIT.

      *>================================================================*
      *>  RESOLVE-W4-ELECTION: Loads TAXREC.cpy's TAX-W4-ELECTION with
      *>  this employee's W-4 in force on TAX-W4-AS-OF-DATE — the
      *>  latest W4-SIGNED-DATE not after it, Single with no
      *>  adjustments when none is on file. A lapsed exempt claim
      *>  (past W4-EXEMPT-EXPIRES, or TAX-W4-EXEMPT-MMDD of the year
      *>  after signing when that is zero) falls back to the same
      *>  default and sets TAX-W4-EXEMPT-LAPSED. Mirrors PAYROLL.cob's
      *>  TX-W4-RESOLVE. AKD 2026-10-15.
      *>================================================================*
       RESOLVE-W4-ELECTION.
           MOVE 'S' TO TAX-W4-FILING-STATUS
           MOVE 'N' TO TAX-W4-MULTI-JOBS
           MOVE 0 TO TAX-W4-DEPENDENT-AMT
           MOVE 0 TO TAX-W4-OTHER-INCOME
           MOVE 0 TO TAX-W4-DEDUCTIONS
           MOVE 0 TO TAX-W4-EXTRA-WH
           MOVE 'N' TO TAX-W4-EXEMPT-FLAG
           MOVE 'N' TO TAX-W4-LAPSED-FLAG
           MOVE 'N' TO TAX-W4-ON-FILE-FLAG
           MOVE 0 TO WS-W4-BEST-SIGNED
           PERFORM VARYING WS-W4-SUB FROM 1 BY 1
               UNTIL WS-W4-SUB > WS-W4-COUNT
               IF WS-W4-T-EMP-ID(WS-W4-SUB) = EMP-ID
                   AND WS-W4-T-SIGNED(WS-W4-SUB) <= TAX-W4-AS-OF-DATE
                   AND (NOT TAX-W4-ON-FILE
                   OR WS-W4-T-SIGNED(WS-W4-SUB) >= WS-W4-BEST-SIGNED)
                   SET TAX-W4-ON-FILE TO TRUE
                   MOVE WS-W4-T-SIGNED(WS-W4-SUB) TO WS-W4-BEST-SIGNED
                   MOVE WS-W4-T-STATUS(WS-W4-SUB)
                       TO TAX-W4-FILING-STATUS
                   MOVE WS-W4-T-MULTI-JOBS(WS-W4-SUB)
                       TO TAX-W4-MULTI-JOBS
                   MOVE WS-W4-T-DEPENDENT(WS-W4-SUB)
                       TO TAX-W4-DEPENDENT-AMT
                   MOVE WS-W4-T-OTHER-INC(WS-W4-SUB)
                       TO TAX-W4-OTHER-INCOME
                   MOVE WS-W4-T-DEDUCTIONS(WS-W4-SUB)
                       TO TAX-W4-DEDUCTIONS
                   MOVE WS-W4-T-EXTRA-WH(WS-W4-SUB)
                       TO TAX-W4-EXTRA-WH
                   MOVE WS-W4-T-EXEMPT(WS-W4-SUB)
                       TO TAX-W4-EXEMPT-FLAG
                   MOVE WS-W4-T-EXPIRES(WS-W4-SUB) TO TAX-W4-EXPIRES
               END-IF
           END-PERFORM

           IF TAX-W4-EXEMPT
               IF TAX-W4-EXPIRES = 0
                   MOVE WS-W4-BEST-SIGNED(1:4) TO TAX-W4-SIGNED-YEAR
                   COMPUTE TAX-W4-EXPIRES =
                       (TAX-W4-SIGNED-YEAR + 1) * 10000
                       + TAX-W4-EXEMPT-MMDD
               END-IF
               IF TAX-W4-AS-OF-DATE > TAX-W4-EXPIRES
                   MOVE 'S' TO TAX-W4-FILING-STATUS
                   MOVE 'N' TO TAX-W4-MULTI-JOBS
                   MOVE 0 TO TAX-W4-DEPENDENT-AMT
                   MOVE 0 TO TAX-W4-OTHER-INCOME
                   MOVE 0 TO TAX-W4-DEDUCTIONS
                   MOVE 0 TO TAX-W4-EXTRA-WH
                   MOVE 'N' TO TAX-W4-EXEMPT-FLAG
                   SET TAX-W4-EXEMPT-LAPSED TO TRUE
               END-IF
           END-IF.

      *>================================================================*
      *>  APPLY-W4-PERCENTAGE: Pub 15-T Worksheet 1A against
      *>  WS-TAXABLE-GROSS and TAX-W4-ELECTION, leaving the period's
      *>  federal income tax in WS-FED-TAX. Caller sets TAX-W4-
      *>  PERIODS. Mirrors PAYROLL.cob's TX-W4-PERCENTAGE.
      *>  AKD 2026-10-15.
      *>================================================================*
       APPLY-W4-PERCENTAGE.
           MOVE 0 TO WS-FED-TAX
           IF TAX-W4-EXEMPT
               EXIT PARAGRAPH
           END-IF

      *>   Lines 1a-1c: annualize, add Step 4(a) other income
           COMPUTE TAX-W4-ANNUAL-WAGE =
               WS-TAXABLE-GROSS * TAX-W4-PERIODS + TAX-W4-OTHER-INCOME

      *>   Lines 1d-1g: less Step 4(b), and the line 1(e) amount
      *>   unless the Step 2 box picks the checkbox schedules
           MOVE 1 TO TAX-W4-SCHED-IDX
           IF TAX-W4-JOINT
               MOVE 2 TO TAX-W4-SCHED-IDX
           END-IF
           IF TAX-W4-HEAD-HOUSE
               MOVE 3 TO TAX-W4-SCHED-IDX
           END-IF
           COMPUTE TAX-W4-ADJ-WAGE =
               TAX-W4-ANNUAL-WAGE - TAX-W4-DEDUCTIONS
           IF TAX-W4-BOX-CHECKED
               ADD TAX-W4-CHECKBOX-OFFSET TO TAX-W4-SCHED-IDX
           ELSE
               IF TAX-W4-JOINT
                   SUBTRACT TAX-W4-STEP4-JOINT FROM TAX-W4-ADJ-WAGE
               ELSE
                   SUBTRACT TAX-W4-STEP4-OTHER FROM TAX-W4-ADJ-WAGE
               END-IF
           END-IF
           IF TAX-W4-ADJ-WAGE < 0
               MOVE 0 TO TAX-W4-ADJ-WAGE
           END-IF

      *>   Lines 2a-2h: highest row whose floor the wage reaches
           MOVE 0 TO TAX-W4-TENTATIVE
           PERFORM VARYING TAX-W4-ROW-IDX FROM TAX-W4-ROW-COUNT BY -1
               UNTIL TAX-W4-ROW-IDX < 1
               IF TAX-W4-ADJ-WAGE >= TAX-W4-FLOOR
                   (TAX-W4-SCHED-IDX, TAX-W4-ROW-IDX)
                   COMPUTE TAX-W4-TENTATIVE ROUNDED =
                       TAX-W4-BASE (TAX-W4-SCHED-IDX, TAX-W4-ROW-IDX)
                       + (TAX-W4-ADJ-WAGE -
                          TAX-W4-FLOOR (TAX-W4-SCHED-IDX,
                                        TAX-W4-ROW-IDX))
                       * TAX-W4-RATE (TAX-W4-SCHED-IDX, TAX-W4-ROW-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE TAX-W4-PERIOD-WH ROUNDED =
               TAX-W4-TENTATIVE / TAX-W4-PERIODS

      *>   Lines 3a-3c: Step 3 dependent credit, per period
           COMPUTE TAX-W4-PERIOD-CREDIT ROUNDED =
               TAX-W4-DEPENDENT-AMT / TAX-W4-PERIODS
           SUBTRACT TAX-W4-PERIOD-CREDIT FROM TAX-W4-PERIOD-WH
           IF TAX-W4-PERIOD-WH < 0
               MOVE 0 TO TAX-W4-PERIOD-WH
           END-IF

      *>   Lines 4a-4b: Step 4(c) extra withholding
           COMPUTE WS-FED-TAX =
               TAX-W4-PERIOD-WH + TAX-W4-EXTRA-WH.

      *>================================================================*
      *>  LOAD-W4-TABLE: Stages W4.DAT into WS-W4-TABLE — same shape
      *>  as LOAD-IMPUTED-TABLE. AKD 2026-10-15.
      *>================================================================*
       LOAD-W4-TABLE.
           MOVE 0 TO WS-W4-COUNT
           OPEN INPUT W4-FILE
           IF WS-W4-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-W4-AT-EOF
           PERFORM UNTIL WS-W4-LOAD-EOF
               READ W4-FILE
                   AT END
                       SET WS-W4-LOAD-EOF TO TRUE
                   NOT AT END
                       IF WS-W4-COUNT < 999
                           ADD 1 TO WS-W4-COUNT
                           MOVE W4-EMP-ID TO
                               WS-W4-T-EMP-ID(WS-W4-COUNT)
                           MOVE W4-FILING-STATUS TO
                               WS-W4-T-STATUS(WS-W4-COUNT)
                           MOVE W4-MULTI-JOBS TO
                               WS-W4-T-MULTI-JOBS(WS-W4-COUNT)
                           MOVE W4-DEPENDENT-AMT TO
                               WS-W4-T-DEPENDENT(WS-W4-COUNT)
                           MOVE W4-OTHER-INCOME TO
                               WS-W4-T-OTHER-INC(WS-W4-COUNT)
                           MOVE W4-DEDUCTIONS TO
                               WS-W4-T-DEDUCTIONS(WS-W4-COUNT)
                           MOVE W4-EXTRA-WH TO
                               WS-W4-T-EXTRA-WH(WS-W4-COUNT)
                           MOVE W4-EXEMPT TO
                               WS-W4-T-EXEMPT(WS-W4-COUNT)
                           MOVE W4-EXEMPT-EXPIRES TO
                               WS-W4-T-EXPIRES(WS-W4-COUNT)
                           MOVE W4-SIGNED-DATE TO
                               WS-W4-T-SIGNED(WS-W4-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE W4-FILE.

      *>================================================================*
      *>  DEAD PARAGRAPHS — 1992 "new algorithm" never completed
      *>  JRK started a marginal rate implementation, then abandoned
