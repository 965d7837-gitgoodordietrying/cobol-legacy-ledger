      *>                     so a fixed-amount levy can no longer post
      *>                     past what disposable pay actually covers
      *>                     and drive WK-NET negative
      *>    2026-10-15  AKD  Every open/close of OUTBOUND-FILE (the
      *>                     regular batch and each OFFCYCLE check) is
      *>                     now framed as one batch: a
      *>                     HDR|PAYROLL|day|cycle header and a
      *>                     TRL|count|hash-total trailer (WRITE-
      *>                     OUTBOUND-HEADER/-TRAILER), so SETTLE.cob
      *>                     can prove it received the whole feed
      *>    2026-10-15  AKD  TX-COMPUTE-FED now withholds federal income
      *>                     tax by the IRS percentage method from the
      *>                     employee's own Form W-4 election (W4.DAT,
      *>                     see W4REC.cpy and TX-W4-RESOLVE) instead of
      *>                     a bracket lookup that ignored what the
      *>                     employee filed. No W-4 on file withholds as
      *>                     Single with no adjustments; an exempt claim
      *>                     not renewed by its February deadline
      *>                     withholds as Single and is logged to
      *>                     PAYEXCPT.DAT (W4EXEMPT tag) and counted in
      *>                     the run summary
      *>    2026-10-15  AKD  P-048 now holds each period's 401(k)
      *>                     deferral to the IRS annual limit, plus the
      *>                     age-50 catch-up from the new EMP-BIRTH-
      *>                     DATE, less YTD-401K-DEFERRED
      *>                     (P-048-401K-LIMIT). A capped stub carries
      *>                     the 'L' notice. P-070 computes the employer
      *>                     match on the deferral actually kept
      *>                     (PAY-401K-MATCH), and both roll into
      *>                     YTDPAY.DAT, which grew to 246 bytes.
      *>    2026-10-15  AKD  P-070-WC-CLASS accumulates each employee's
      *>                     workers' comp premium-basis wages (gross
      *>                     less the overtime premium) by state and
      *>                     class into the run quarter, split by
      *>                     approved timesheet hours when a line's cost
      *>                     center is on WCMAP.DAT; WCWAGES.DAT old
      *>                     master in, WCWAGES.NEW out. Off-cycle
      *>                     checks append a record of their own
      *>    2026-10-15  AKD  New PTO timesheet pay code for paid leave —
      *>                     straight time, kept out of the daily/
      *>                     weekly overtime split like SHF/HOL, so
      *>                     ACATRACK.cob can count leave toward ACA
      *>                     hours of service without it being keyed
      *>                     as REG
      *>    2026-10-15  AKD  Commission pay type (EMP-PAY-TYPE 'C').
      *>                     P-046 prices the period's COMMISSION.DAT
      *>                     sales through the plan's rate tiers
      *>                     (COMMPLAN.DAT), pays the plan's draw when
      *>                     commission falls short, and carries a
      *>                     recoverable shortfall on DRAWBAL.DAT
      *>                     (DRAWBAL.NEW out) to be paid back from
      *>                     later commission. Sales staff no longer
      *>                     go through OFFCYCLE BONU checks; their pay
      *>                     takes the regular P-048 onward path, and
      *>                     the stub carries sales, commission, draw
      *>                     and draw balance
      *>    2026-10-15  AKD  Payroll-card employees (EMP-PAY-METHOD 'P')
      *>                     are credited on-us: P-070-PAYCARD-CREDIT
      *>                     posts the primary share straight to the
      *>                     card account through the ledger's TRANSACT
      *>                     DEPOSIT (client ref PRL-<emp>-<day>, so a
      *>                     rerun never double-pays) instead of an
      *>                     outbound settlement entry. No account yet,
      *>                     or a deposit the ledger refuses, pays the
      *>                     whole net by check off a stub with a blank
      *>                     PAY-DEST-ACCT, with a PAYCARD line in
      *>                     PAYEXCPT.DAT. Off-cycle checks credit
      *>                     the card the same way (PRX- ref)
      *>    2026-10-15  AKD  Payroll year control (PAYYEAR.DAT,
      *>                     PAYYEARR.cpy). A regular run dated past
      *>                     the open year is refused until YECLOSE.cob
      *>                     has closed it, so January checks can no
      *>                     longer land on last year's YTD totals; a
      *>                     regular run dated in a closed year is
      *>                     refused outright. An off-cycle check dated
      *>                     in a closed year is a prior-year
      *>                     adjustment: it reads and rewrites that
      *>                     year's archived master (YTDPAY-yyyy.DAT in,
      *>                     YTDPAY-yyyy.NEW out) instead of YTDPAY.DAT.
      *>                     Each regular run records its day as the
      *>                     open year's last run for the close
      *>    2026-10-15  AKD  Expense reimbursement through payroll
      *>                     (EXPENSE.DAT, EXPREC.cpy). Approved lines
      *>                     are added to net after taxes and
      *>                     deductions and itemized on the stub
      *>                     (PAY-EXP-REIMB) — never in WK-GROSS,
      *>                     withholding, garnishment disposable income
      *>                     or the 401(k) base. Mileage above the IRS
      *>                     standard rate (PAYCOM-IRS-MILE-RATE) is
      *>                     taxable wages (PAY-EXP-TAXABLE, joins
      *>                     WK-GROSS after the 401(k) deferral is
      *>                     set). Unapproved lines go to PAYEXCPT.DAT
      *>                     (EXPENSE tag); every paid line goes on the
      *>                     EXPREG.DAT register by department for AP
      *>    2026-10-15  AKD  Payroll loan ledger (PAYLOAN.DAT in,
      *>                     PAYLOAN.NEW out, PAYLOANR.cpy) for pay
      *>                     advances and 401(k) plan loans. P-060
      *>                     takes each active loan's per-period
      *>                     repayment post-tax, after garnishment and
      *>                     arrears, never past the balance, and
      *>                     closes the loan at zero. The stub carries
      *>                     both repayments and the balance left.
      *>                     PLANREMIT.DAT goes to the plan
      *>                     recordkeeper each run with every 401(k)
      *>                     deferral and match and, beside them,
      *>                     every 401(k) loan repayment. A terminated
      *>                     employee still owing on an active loan is
      *>                     listed in PAYEXCPT.DAT (PAYLOAN tag) for
      *>                     final-pay recovery or plan default
      *>    2026-10-15  AKD  LABORDIST.DAT lines now also carry the
      *>                     employee's company and the overtime
      *>                     part of each cost center's gross,
      *>                     allocated by hours like the rest, so
      *>                     BUDGRPT.cob can split actual wages into
      *>                     regular and overtime by company and
      *>                     department
      *>
      *>  WARNING: This program uses GO TO and ALTER statements.
      *>  ALTER modifies GO TO targets AT RUNTIME. If you don't
      *>  Paragraph Flow (nominal path — ALTER can change this):
      *>    P-000 → P-010 → P-020 → P-030 → P-040 → P-048 → P-050 →
      *>    P-060 → P-070 → P-080 → P-090
      *>    (hourly: P-040 → P-045 → P-048; commission: P-040 →
      *>    P-046 → P-048)
      *>
      *>================================================================*

               FILE STATUS IS WS-OB-STATUS.
      *>   AKD 2026-08-09: YTD old/new master pair — see YTDREC.cpy
      *>   for why there are two files instead of one.
      *>   AKD 2026-10-15: Paths are YTDPAY.DAT/YTDPAY.NEW except on
      *>   a prior-year adjustment, which points them at the closed
      *>   year's archive — see P-000-OFFCYCLE-YEAR.
           SELECT YTD-OLD-FILE
               ASSIGN TO WS-YTD-OLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-OLD-STATUS.
           SELECT YTD-NEW-FILE
               ASSIGN TO WS-YTD-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-NEW-STATUS.
      *>   AKD 2026-08-09: Negative-net cases used to just get zeroed
               ASSIGN TO "IMPUTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMP-FILE-STATUS.
      *>   AKD 2026-10-15: Form W-4 elections — see W4REC.cpy. Same
      *>   may-not-exist posture as IMPUTED.DAT: no file, everyone
      *>   withholds as Single with no adjustments.
           SELECT W4-FILE
               ASSIGN TO "W4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W4-FILE-STATUS.
      *>   AKD 2026-10-15: Workers' comp cost-center class overrides
      *>   (WCMAPR.cpy; may not exist) and the premium-basis wage
      *>   accumulator old/new master pair (WCWAGER.cpy) — same
      *>   old-master/new-master design as YTDPAY.DAT/YTDPAY.NEW.
           SELECT WCMAP-FILE
               ASSIGN TO "WCMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCMAP-STATUS.
           SELECT WCWAGE-OLD-FILE
               ASSIGN TO "WCWAGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCW-OLD-STATUS.
           SELECT WCWAGE-NEW-FILE
               ASSIGN TO "WCWAGES.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCW-NEW-STATUS.
      *>   AKD 2026-10-15: Commission pay — the period's credited
      *>   sales (COMMREC.cpy), the plan/rate-tier table
      *>   (COMMPLNR.cpy), and the recoverable-draw balance old/new
      *>   master pair (DRAWBALR.cpy), same as ARREARS.DAT/.NEW.
           SELECT COMMISSION-FILE
               ASSIGN TO "COMMISSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-FILE-STATUS.
           SELECT COMM-PLAN-FILE
               ASSIGN TO "COMMPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPLN-FILE-STATUS.
           SELECT DRAWBAL-FILE
               ASSIGN TO "DRAWBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAW-FILE-STATUS.
           SELECT DRAWBAL-NEW-FILE
               ASSIGN TO "DRAWBAL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAW-NEW-STATUS.
      *>   AKD 2026-10-15: Scratch capture of the ledger's TRANSACT
      *>   output for a payroll-card credit — scanned for RESULT|XX
      *>   the way EODRUN.cob scans EODRUN-STEP.OUT.
           SELECT PAYCARD-STEP-FILE
               ASSIGN TO "PAYCARD-STEP.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCD-STEP-STATUS.
      *>   AKD 2026-10-15: Expense reimbursement lines (EXPREC.cpy;
      *>   may not exist — no file, nobody is reimbursed) and the
      *>   per-run register by department for AP.
           SELECT EXPENSE-FILE
               ASSIGN TO "EXPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-FILE-STATUS.
           SELECT EXPREG-FILE
               ASSIGN TO "EXPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPREG-STATUS.
      *>   AKD 2026-10-15: Payroll year control — see PAYYEARR.cpy.
           SELECT PAYYEAR-FILE
               ASSIGN TO "PAYYEAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYR-FILE-STATUS.
      *>   AKD 2026-10-15: Payroll loan ledger old/new master pair
      *>   (PAYLOANR.cpy; no PAYLOAN.DAT means no loans), and the
      *>   per-run 401(k) recordkeeper remittance.
           SELECT PAYLOAN-FILE
               ASSIGN TO "PAYLOAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT PAYLOAN-NEW-FILE
               ASSIGN TO "PAYLOAN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-NEW-STATUS.
           SELECT PLANREMIT-FILE
               ASSIGN TO "PLANREMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANREM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-OLD-FILE.
           COPY "YTDREC.cpy".
       FD  YTD-NEW-FILE.
       01  YTD-NEW-RECORD          PIC X(246).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(80).
       FD  GARNISH-FILE.
       01  ARREARS-NEW-RECORD      PIC X(18).
       FD  IMPUTED-FILE.
           COPY "IMPUTEDR.cpy".
       FD  W4-FILE.
           COPY "W4REC.cpy".
       FD  WCMAP-FILE.
           COPY "WCMAPR.cpy".
       FD  WCWAGE-OLD-FILE.
           COPY "WCWAGER.cpy".
       FD  WCWAGE-NEW-FILE.
       01  WC-WAGE-NEW-RECORD      PIC X(102).
       FD  COMMISSION-FILE.
           COPY "COMMREC.cpy".
       FD  COMM-PLAN-FILE.
           COPY "COMMPLNR.cpy".
       FD  DRAWBAL-FILE.
           COPY "DRAWBALR.cpy".
       FD  DRAWBAL-NEW-FILE.
       01  DRAWBAL-NEW-RECORD      PIC X(24).
       FD  PAYCARD-STEP-FILE.
       01  PAYCARD-STEP-LINE       PIC X(120).
       FD  PAYYEAR-FILE.
           COPY "PAYYEARR.cpy".
       FD  EXPENSE-FILE.
           COPY "EXPREC.cpy".
       FD  EXPREG-FILE.
       01  EXPREG-RECORD           PIC X(120).
       FD  PAYLOAN-FILE.
           COPY "PAYLOANR.cpy".
       FD  PAYLOAN-NEW-FILE.
       01  PAYLOAN-NEW-RECORD      PIC X(77).
       FD  PLANREMIT-FILE.
       01  PLANREMIT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.

           05  WS-ARR-FILE-STATUS  PIC X(2).
           05  WS-ARR-NEW-STATUS   PIC X(2).
           05  WS-IMP-FILE-STATUS  PIC X(2).
           05  WS-W4-FILE-STATUS   PIC X(2).
           05  WS-WCMAP-STATUS     PIC X(2).
           05  WS-WCW-OLD-STATUS   PIC X(2).
           05  WS-WCW-NEW-STATUS   PIC X(2).
           05  WS-COMM-FILE-STATUS PIC X(2).
           05  WS-CPLN-FILE-STATUS PIC X(2).
           05  WS-DRAW-FILE-STATUS PIC X(2).
           05  WS-DRAW-NEW-STATUS  PIC X(2).

      *> AKD 2026-08-21: Garnishment-order work area — GARNISH.DAT is
      *> staged into WS-GARN-TABLE once at startup (LOAD-GARNISH-TABLE,
           05  WS-TS-OT-HRS        PIC S9(4)V99 COMP-3.
           05  WS-TS-SHF-HRS       PIC S9(4)V99 COMP-3.
           05  WS-TS-HOL-HRS       PIC S9(4)V99 COMP-3.
           05  WS-TS-PTO-HRS       PIC S9(4)V99 COMP-3.
           05  WS-TS-PREM-PAY      PIC S9(7)V99 COMP-3.
           05  WS-TS-WEEK-NUM      PIC S9(9) COMP.
       01  WS-TS-TABLE.
       01  WS-IMP-COUNT            PIC 9(3) VALUE 0.
       01  WS-IMP-SUB              PIC 9(3) VALUE 0.

      *> AKD 2026-10-15: W-4 election staging — W4.DAT loaded whole
      *> at startup (LOAD-W4-TABLE), same shape as the imputed-
      *> income table above. TX-W4-RESOLVE picks the employee's
      *> latest election signed on or before the run day into
      *> TAXREC.cpy's TAX-W4-ELECTION for TX-COMPUTE-FED.
       01  WS-W4-FIELDS.
           05  WS-W4-AT-EOF        PIC X(1) VALUE 'N'.
               88  WS-W4-LOAD-EOF  VALUE 'Y'.
           05  WS-W4-BEST-SIGNED   PIC 9(8) VALUE 0.
           05  WS-W4-LAPSED-COUNT  PIC 9(5) VALUE 0.
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
       01  WS-W4-COUNT             PIC 9(3) VALUE 0.
       01  WS-W4-SUB               PIC 9(3) VALUE 0.
      *>   Lapsed-exempt exception line — same tagged layout as
      *>   WS-TS-EXCEPT-LINE, so PAYEXCPT.DAT readers can pick these
      *>   out by the W4EXEMPT tag.
       01  WS-W4-EXCEPT-LINE.
           05  W4-EXC-EMP-ID       PIC X(7).
           05  W4-EXC-PIPE1        PIC X(1) VALUE '|'.
           05  W4-EXC-TAG          PIC X(9) VALUE 'W4EXEMPT'.
           05  W4-EXC-PIPE2        PIC X(1) VALUE '|'.
           05  W4-EXC-REASON       PIC X(20)
                                   VALUE 'EXEMPT NOT RENEWED'.
           05  W4-EXC-PIPE3        PIC X(1) VALUE '|'.
           05  W4-EXC-DAY          PIC 9(8).
           05  W4-EXC-PIPE4        PIC X(1) VALUE '|'.
           05  W4-EXC-COMPANY      PIC X(4).

      *> AKD 2026-10-15: 401(k) annual-limit work fields — P-048-
      *> 401K-LIMIT looks up the run year's IRS elective-deferral
      *> limit (PAYCOM-401K-LIMIT-TABLE), adds the age-50 catch-up
      *> when EMP-BIRTH-DATE qualifies, and holds this period's
      *> deferral to whatever room YTD-401K-DEFERRED leaves.
       01  WS-401K-LIMIT-FIELDS.
           05  WS-401K-LIM-SUB     PIC 9(2) VALUE 0.
           05  WS-401K-LIM-ROW     PIC 9(2) VALUE 0.
           05  WS-401K-BIRTH-YEAR  PIC 9(4) VALUE 0.
           05  WS-401K-LIMIT       PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-401K-YTD         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-401K-ROOM        PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-401K-NOTICE      PIC X(1) VALUE SPACE.
               88  WS-401K-AT-LIMIT VALUE 'L'.
           05  WS-401K-LIMIT-COUNT PIC 9(5) VALUE 0.

      *> AKD 2026-09-02: Arrears ledger work area — ARREARS.DAT
      *> staged whole at startup (LOAD-ARREARS-TABLE), updated in
      *> place by P-060's recoupment and P-070's shortfall posting,
       01  WS-ARR-SUB              PIC 9(3) VALUE 0.
       01  WS-ARR-FOUND            PIC X(1) VALUE 'N'.

      *> AKD 2026-10-15: Commission work area — COMMISSION.DAT lines
      *> and COMMPLAN.DAT plans staged whole at startup (same load-
      *> once/search-by-key shape as WS-TS-TABLE), and DRAWBAL.DAT
      *> staged for update in place by P-046 and rewritten to
      *> DRAWBAL.NEW in P-080, same as the arrears ledger above. A
      *> commission employee's lines are summed per plan into
      *> WS-COMM-BKT-TABLE before that plan's tiers price them.
       01  WS-COMM-FIELDS.
           05  WS-COMM-PRESENT     PIC X(1) VALUE 'N'.
               88  WS-COMM-ON-FILE VALUE 'Y'.
           05  WS-COMM-AT-EOF      PIC X(1) VALUE 'N'.
               88  WS-COMM-LOAD-EOF VALUE 'Y'.
           05  WS-CPLN-AT-EOF      PIC X(1) VALUE 'N'.
               88  WS-CPLN-LOAD-EOF VALUE 'Y'.
           05  WS-DRAW-AT-EOF      PIC X(1) VALUE 'N'.
               88  WS-DRAW-LOAD-EOF VALUE 'Y'.
           05  WS-COMM-PAY-FLAG    PIC X(1) VALUE 'N'.
               88  WS-COMM-PAYABLE VALUE 'Y'.
           05  WS-COMM-EMP-LINES   PIC 9(3) VALUE 0.
           05  WS-COMM-LINE-PLAN   PIC X(4).
           05  WS-COMM-DRAW        PIC S9(5)V99 COMP-3.
           05  WS-COMM-DRAW-TYPE   PIC X(1).
               88  WS-COMM-DRAW-RECOVERABLE VALUE 'R'.
           05  WS-COMM-PLAN-COMM   PIC S9(9)V9(6) COMP-3.
           05  WS-COMM-TIER-SUB    PIC 9(1) VALUE 0.
           05  WS-COMM-TIER-COUNT  PIC 9(1) VALUE 0.
           05  WS-COMM-TIER-TOP    PIC S9(9)V99 COMP-3.
           05  WS-COMM-PAID-COUNT  PIC 9(5) VALUE 0.
           05  WS-COMM-DRAW-RUN    PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-COMM-RECOV-RUN   PIC S9(9)V99 COMP-3 VALUE 0.
      *>   This employee's commission figures, stubbed in P-070
           05  WK-COMM-SALES       PIC S9(9)V99 COMP-3 VALUE 0.
           05  WK-COMMISSION       PIC S9(7)V99 COMP-3 VALUE 0.
           05  WK-DRAW-PAID        PIC S9(7)V99 COMP-3 VALUE 0.
           05  WK-DRAW-RECOVERED   PIC S9(7)V99 COMP-3 VALUE 0.
           05  WK-DRAW-BAL         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-COMM-TABLE.
           05  WS-COMM-T-ENTRY OCCURS 2000 TIMES.
               10  WS-COMM-T-EMP-ID    PIC X(7).
               10  WS-COMM-T-SALES     PIC 9(9)V99.
               10  WS-COMM-T-PLAN      PIC X(4).
       01  WS-COMM-COUNT           PIC 9(4) VALUE 0.
       01  WS-COMM-SUB             PIC 9(4) VALUE 0.
       01  WS-CPLN-TABLE.
           05  WS-CPLN-T-ENTRY OCCURS 50 TIMES.
               10  WS-CPLN-T-CODE      PIC X(4).
               10  WS-CPLN-T-DRAW      PIC 9(5)V99.
               10  WS-CPLN-T-DRAW-TYPE PIC X(1).
               10  WS-CPLN-T-TIER OCCURS 5 TIMES.
                   15  WS-CPLN-T-FLOOR PIC 9(9)V99.
                   15  WS-CPLN-T-RATE  PIC V9999.
       01  WS-CPLN-COUNT           PIC 9(2) VALUE 0.
       01  WS-CPLN-SUB             PIC 9(2) VALUE 0.
       01  WS-CPLN-FOUND           PIC X(1) VALUE 'N'.
       01  WS-COMM-BKT-TABLE.
           05  WS-COMM-BKT-ENTRY OCCURS 10 TIMES.
               10  WS-COMM-BKT-PLAN    PIC X(4).
               10  WS-COMM-BKT-SALES   PIC S9(9)V99 COMP-3.
       01  WS-COMM-BKT-COUNT       PIC 9(2) VALUE 0.
       01  WS-COMM-BKT-SUB         PIC 9(2) VALUE 0.
       01  WS-COMM-BKT-FOUND       PIC X(1) VALUE 'N'.
       01  WS-DRAW-TABLE.
           05  WS-DRAW-T-ENTRY OCCURS 999 TIMES.
               10  WS-DRAW-T-EMP-ID    PIC X(7).
               10  WS-DRAW-T-BALANCE   PIC 9(7)V99.
               10  WS-DRAW-T-LAST-DAY  PIC 9(8).
       01  WS-DRAW-COUNT           PIC 9(3) VALUE 0.
       01  WS-DRAW-SUB             PIC 9(3) VALUE 0.
       01  WS-DRAW-MATCH-SUB       PIC 9(3) VALUE 0.
      *>   Commission exception line — same tagged layout as
      *>   WS-TS-EXCEPT-LINE, picked out of PAYEXCPT.DAT by the
      *>   COMMISSN tag.
       01  WS-COMM-EXCEPT-LINE.
           05  CM-EXC-EMP-ID       PIC X(7).
           05  CM-EXC-PIPE1        PIC X(1) VALUE '|'.
           05  CM-EXC-TAG          PIC X(9) VALUE 'COMMISSN'.
           05  CM-EXC-PIPE2        PIC X(1) VALUE '|'.
           05  CM-EXC-REASON       PIC X(20).
           05  CM-EXC-PIPE3        PIC X(1) VALUE '|'.
           05  CM-EXC-DAY          PIC 9(8).
           05  CM-EXC-PIPE4        PIC X(1) VALUE '|'.
           05  CM-EXC-COMPANY      PIC X(4).

      *> AKD 2026-10-15: Payroll-card credit work area. The card
      *> account sits on this node's own ledger, so the primary share
      *> posts through TRANSACT DEPOSIT here (run from the node
      *> directory, same ../../cobol/bin path EODRUN.cob drives)
      *> instead of riding OUTBOUND.DAT. WS-PCD-POSTED says whether
      *> it landed; 'N' sends the whole net to the check print run.
       01  WS-PCD-FIELDS.
           05  WS-PCD-STEP-STATUS  PIC X(2).
           05  WS-PCD-POSTED       PIC X(1) VALUE 'N'.
           05  WS-PCD-RESULT       PIC X(2) VALUE SPACES.
           05  WS-PCD-CMD          PIC X(200) VALUE SPACES.
           05  WS-PCD-AMOUNT-ED    PIC 9(7).99.
           05  WS-PCD-DESC         PIC X(30) VALUE SPACES.
      *>   Client ref (TRANSACT's dedup key): PRL-<emp>-<run day> on
      *>   the regular run, PRX-<emp>-<time> on an off-cycle check.
           05  WS-PCD-REF          PIC X(20) VALUE SPACES.
           05  WS-PCD-REF-TAG      PIC X(4) VALUE 'PRL-'.
           05  WS-PCD-REF-STAMP    PIC 9(8) VALUE 0.
           05  WS-PCD-COUNT        PIC 9(5) VALUE 0.
           05  WS-PCD-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-PCD-CHECK-COUNT  PIC 9(5) VALUE 0.
      *>   Payroll-card exception line — same tagged layout as
      *>   WS-COMM-EXCEPT-LINE, picked out of PAYEXCPT.DAT by the
      *>   PAYCARD tag.
       01  WS-PCD-EXCEPT-LINE.
           05  PC-EXC-EMP-ID       PIC X(7).
           05  PC-EXC-PIPE1        PIC X(1) VALUE '|'.
           05  PC-EXC-TAG          PIC X(9) VALUE 'PAYCARD'.
           05  PC-EXC-PIPE2        PIC X(1) VALUE '|'.
           05  PC-EXC-REASON       PIC X(20).
           05  PC-EXC-PIPE3        PIC X(1) VALUE '|'.
           05  PC-EXC-DAY          PIC 9(8).
           05  PC-EXC-PIPE4        PIC X(1) VALUE '|'.
           05  PC-EXC-COMPANY      PIC X(4).

      *> AKD 2026-10-15: Expense reimbursement work area. EXPENSE.DAT
      *> is staged whole at startup with each line's approval already
      *> decided (WS-EXP-T-STATE). P-048-EXPENSES prices this
      *> employee's approved lines into WK-EXP-REIMB (paid after net)
      *> and WK-EXP-TAXABLE (mileage over the IRS rate, joins
      *> WK-GROSS); P-070-EXPENSE-PAID marks them paid once the stub
      *> is certain. P-080 writes EXPREG.DAT from the paid lines and
      *> sends whatever is left unpaid to PAYEXCPT.DAT.
       01  WS-EXP-FIELDS.
           05  WS-EXP-FILE-STATUS  PIC X(2).
           05  WS-EXPREG-STATUS    PIC X(2).
           05  WS-EXP-PRESENT      PIC X(1) VALUE 'N'.
           05  WS-EXP-AT-EOF       PIC X(1) VALUE 'N'.
               88  WS-EXP-LOAD-EOF VALUE 'Y'.
           05  WS-EXP-COUNT        PIC 9(4) VALUE 0.
           05  WS-EXP-SUB          PIC 9(4) VALUE 0.
           05  WS-EXP-MILE-SUB     PIC 9(2) VALUE 0.
           05  WS-EXP-MILE-RATE    PIC 9V999 VALUE 0.
           05  WS-EXP-ALLOWED      PIC S9(7)V99 COMP-3.
           05  WK-EXP-REIMB        PIC S9(7)V99 COMP-3 VALUE 0.
           05  WK-EXP-TAXABLE      PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-EXP-PAID-COUNT   PIC 9(5) VALUE 0.
           05  WS-EXP-REJECT-COUNT PIC 9(5) VALUE 0.
           05  WS-EXP-HELD-COUNT   PIC 9(5) VALUE 0.
           05  WS-EXP-RUN-CLAIMED  PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-EXP-RUN-REIMB    PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-EXP-RUN-TAXABLE  PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-EXP-TABLE.
           05  WS-EXP-T-ENTRY OCCURS 2000 TIMES.
               10  WS-EXP-T-EMP-ID     PIC X(7).
               10  WS-EXP-T-REPORT-ID  PIC X(10).
               10  WS-EXP-T-TYPE       PIC X(4).
               10  WS-EXP-T-AMOUNT     PIC 9(7)V99.
               10  WS-EXP-T-MILES      PIC 9(5)V9.
               10  WS-EXP-T-APPROVER   PIC X(10).
               10  WS-EXP-T-APPR-DATE  PIC 9(8).
      *>           A approved, not yet paid; R rejected, not yet
      *>           excepted; X excepted; P paid this run
               10  WS-EXP-T-STATE      PIC X(1).
               10  WS-EXP-T-REASON     PIC X(20).
               10  WS-EXP-T-DEPT       PIC X(4).
               10  WS-EXP-T-COMPANY    PIC X(4).
               10  WS-EXP-T-REIMB      PIC 9(7)V99.
               10  WS-EXP-T-TAXABLE    PIC 9(7)V99.
      *>   Departments with paid lines, kept in code order for the
      *>   register.
       01  WS-EXP-DEPT-TABLE.
           05  WS-EXP-D-ENTRY OCCURS 50 TIMES.
               10  WS-EXP-D-CODE       PIC X(4).
               10  WS-EXP-D-COUNT      PIC 9(5).
               10  WS-EXP-D-CLAIMED    PIC S9(9)V99 COMP-3.
               10  WS-EXP-D-REIMB      PIC S9(9)V99 COMP-3.
               10  WS-EXP-D-TAXABLE    PIC S9(9)V99 COMP-3.
       01  WS-EXP-DEPT-COUNT       PIC 9(2) VALUE 0.
       01  WS-EXP-D-SUB            PIC 9(2) VALUE 0.
       01  WS-EXP-D-POS            PIC 9(2) VALUE 0.
      *>   Register detail line (D) per paid expense line, then a
      *>   department total (T) after each department's lines and a
      *>   run total (G) at the end, in WS-ER-TOTAL-LINE's layout.
       01  WS-ER-LINE.
           05  WS-ER-REC-TYPE      PIC X(1) VALUE 'D'.
           05  WS-ER-PIPE1         PIC X(1) VALUE '|'.
           05  WS-ER-DAY           PIC 9(8).
           05  WS-ER-PIPE2         PIC X(1) VALUE '|'.
           05  WS-ER-DEPT          PIC X(4).
           05  WS-ER-PIPE3         PIC X(1) VALUE '|'.
           05  WS-ER-COMPANY       PIC X(4).
           05  WS-ER-PIPE4         PIC X(1) VALUE '|'.
           05  WS-ER-EMP-ID        PIC X(7).
           05  WS-ER-PIPE5         PIC X(1) VALUE '|'.
           05  WS-ER-REPORT-ID     PIC X(10).
           05  WS-ER-PIPE6         PIC X(1) VALUE '|'.
           05  WS-ER-TYPE          PIC X(4).
           05  WS-ER-PIPE7         PIC X(1) VALUE '|'.
           05  WS-ER-CLAIMED       PIC 9(7)V99.
           05  WS-ER-PIPE8         PIC X(1) VALUE '|'.
           05  WS-ER-REIMB         PIC 9(7)V99.
           05  WS-ER-PIPE9         PIC X(1) VALUE '|'.
           05  WS-ER-TAXABLE       PIC 9(7)V99.
           05  WS-ER-PIPE10        PIC X(1) VALUE '|'.
           05  WS-ER-APPROVER      PIC X(10).
           05  WS-ER-PIPE11        PIC X(1) VALUE '|'.
           05  WS-ER-APPR-DATE     PIC 9(8).
       01  WS-ER-TOTAL-LINE.
           05  WS-ET-REC-TYPE      PIC X(1).
           05  WS-ET-PIPE1         PIC X(1) VALUE '|'.
           05  WS-ET-DAY           PIC 9(8).
           05  WS-ET-PIPE2         PIC X(1) VALUE '|'.
           05  WS-ET-DEPT          PIC X(4).
           05  WS-ET-PIPE3         PIC X(1) VALUE '|'.
           05  WS-ET-COUNT         PIC 9(5).
           05  WS-ET-PIPE4         PIC X(1) VALUE '|'.
           05  WS-ET-CLAIMED       PIC 9(9)V99.
           05  WS-ET-PIPE5         PIC X(1) VALUE '|'.
           05  WS-ET-REIMB         PIC 9(9)V99.
           05  WS-ET-PIPE6         PIC X(1) VALUE '|'.
           05  WS-ET-TAXABLE       PIC 9(9)V99.
      *>   Expense exception line — same tagged layout as
      *>   WS-COMM-EXCEPT-LINE, picked out of PAYEXCPT.DAT by the
      *>   EXPENSE tag, with the expense report number on the end.
       01  WS-EXP-EXCEPT-LINE.
           05  EX-EXC-EMP-ID       PIC X(7).
           05  EX-EXC-PIPE1        PIC X(1) VALUE '|'.
           05  EX-EXC-TAG          PIC X(9) VALUE 'EXPENSE'.
           05  EX-EXC-PIPE2        PIC X(1) VALUE '|'.
           05  EX-EXC-REASON       PIC X(20).
           05  EX-EXC-PIPE3        PIC X(1) VALUE '|'.
           05  EX-EXC-DAY          PIC 9(8).
           05  EX-EXC-PIPE4        PIC X(1) VALUE '|'.
           05  EX-EXC-COMPANY      PIC X(4).
           05  EX-EXC-PIPE5        PIC X(1) VALUE '|'.
           05  EX-EXC-REPORT-ID    PIC X(10).

      *> AKD 2026-10-15: Payroll loan work area — PAYLOAN.DAT staged
      *> whole at startup (LOAD-LOAN-TABLE), repaid in place by
      *> P-060-LOAN-REPAY and rewritten to PAYLOAN.NEW in P-080, same
      *> as the garnishment orders above. WS-LOAN-T-RUN-PAID is this
      *> run's repayment, for the recordkeeper remittance.
       01  WS-LOAN-FIELDS.
           05  WS-LOAN-FILE-STATUS PIC X(2).
           05  WS-LOAN-NEW-STATUS  PIC X(2).
           05  WS-PLANREM-STATUS   PIC X(2).
           05  WS-LOAN-AT-EOF      PIC X(1) VALUE 'N'.
               88  WS-LOAN-LOAD-EOF VALUE 'Y'.
           05  WS-LOAN-PASS-TYPE   PIC X(1).
           05  WS-LOAN-SHORT-FLAG  PIC X(1) VALUE 'N'.
           05  WS-LOAN-AVAILABLE   PIC S9(7)V99 COMP-3.
           05  WS-LOAN-TAKE        PIC S9(7)V99 COMP-3.
           05  WS-LOAN-REPAY-COUNT PIC 9(5) VALUE 0.
           05  WS-LOAN-CLOSED-COUNT PIC 9(5) VALUE 0.
           05  WS-LOAN-SHORT-COUNT PIC 9(5) VALUE 0.
           05  WS-LOAN-TERM-COUNT  PIC 9(5) VALUE 0.
           05  WS-LOAN-RUN-ADVANCE PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-LOAN-RUN-401K    PIC S9(9)V99 COMP-3 VALUE 0.
      *>   This employee's repayments and remaining balance, stubbed
      *>   in P-070
           05  WK-LOAN-ADVANCE     PIC S9(7)V99 COMP-3 VALUE 0.
           05  WK-LOAN-401K        PIC S9(7)V99 COMP-3 VALUE 0.
           05  WK-LOAN-BAL         PIC S9(7)V99 COMP-3 VALUE 0.
      *>   Recordkeeper remittance control totals
           05  WS-PR-COUNT         PIC 9(5) VALUE 0.
           05  WS-PR-DEFER-TOTAL   PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-PR-MATCH-TOTAL   PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-PR-LOAN-TOTAL    PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-T-ENTRY OCCURS 999 TIMES.
               10  WS-LOAN-T-EMP-ID     PIC X(7).
               10  WS-LOAN-T-ID         PIC X(10).
               10  WS-LOAN-T-TYPE       PIC X(1).
               10  WS-LOAN-T-ORIGINAL   PIC 9(7)V99.
               10  WS-LOAN-T-PAYMENT    PIC 9(5)V99.
               10  WS-LOAN-T-BALANCE    PIC 9(7)V99.
               10  WS-LOAN-T-START-DATE PIC 9(8).
               10  WS-LOAN-T-STATUS     PIC X(1).
               10  WS-LOAN-T-PAID       PIC 9(7)V99.
               10  WS-LOAN-T-LAST-DAY   PIC 9(8).
               10  WS-LOAN-T-CLOSE-DAY  PIC 9(8).
               10  WS-LOAN-T-RUN-PAID   PIC 9(7)V99.
               10  WS-LOAN-T-COMPANY    PIC X(4).
       01  WS-LOAN-COUNT           PIC 9(3) VALUE 0.
       01  WS-LOAN-SUB             PIC 9(3) VALUE 0.
      *>   PLANREMIT.DAT lines for the 401(k) plan recordkeeper: a
      *>   deferral line (D) per employee deferring this run, with
      *>   the employer match; a loan line (L) per 401(k) loan repaid
      *>   this run, with the balance left; and a run total (T) in
      *>   WS-PR-TOTAL-LINE's layout at the end.
       01  WS-PR-LINE.
           05  WS-PR-REC-TYPE      PIC X(1).
           05  WS-PR-PIPE1         PIC X(1) VALUE '|'.
           05  WS-PR-DAY           PIC 9(8).
           05  WS-PR-PIPE2         PIC X(1) VALUE '|'.
           05  WS-PR-COMPANY       PIC X(4).
           05  WS-PR-PIPE3         PIC X(1) VALUE '|'.
           05  WS-PR-EMP-ID        PIC X(7).
           05  WS-PR-PIPE4         PIC X(1) VALUE '|'.
           05  WS-PR-LOAN-ID       PIC X(10).
           05  WS-PR-PIPE5         PIC X(1) VALUE '|'.
      *>       Deferral (D) or loan repayment (L)
           05  WS-PR-AMOUNT        PIC 9(7)V99.
           05  WS-PR-PIPE6         PIC X(1) VALUE '|'.
      *>       Employer match (D) or loan balance left (L)
           05  WS-PR-AMOUNT-2      PIC 9(7)V99.
       01  WS-PR-TOTAL-LINE.
           05  WS-PT-REC-TYPE      PIC X(1) VALUE 'T'.
           05  WS-PT-PIPE1         PIC X(1) VALUE '|'.
           05  WS-PT-DAY           PIC 9(8).
           05  WS-PT-PIPE2         PIC X(1) VALUE '|'.
           05  WS-PT-COUNT         PIC 9(5).
           05  WS-PT-PIPE3         PIC X(1) VALUE '|'.
           05  WS-PT-DEFERRALS     PIC 9(9)V99.
           05  WS-PT-PIPE4         PIC X(1) VALUE '|'.
           05  WS-PT-MATCH         PIC 9(9)V99.
           05  WS-PT-PIPE5         PIC X(1) VALUE '|'.
           05  WS-PT-LOANS         PIC 9(9)V99.
      *>   Payroll loan exception line — same tagged layout as
      *>   WS-EXP-EXCEPT-LINE, picked out of PAYEXCPT.DAT by the
      *>   PAYLOAN tag, with the loan id and balance on the end.
       01  WS-LOAN-EXCEPT-LINE.
           05  LN-EXC-EMP-ID       PIC X(7).
           05  LN-EXC-PIPE1        PIC X(1) VALUE '|'.
           05  LN-EXC-TAG          PIC X(9) VALUE 'PAYLOAN'.
           05  LN-EXC-PIPE2        PIC X(1) VALUE '|'.
           05  LN-EXC-REASON       PIC X(20).
           05  LN-EXC-PIPE3        PIC X(1) VALUE '|'.
           05  LN-EXC-DAY          PIC 9(8).
           05  LN-EXC-PIPE4        PIC X(1) VALUE '|'.
           05  LN-EXC-COMPANY      PIC X(4).
           05  LN-EXC-PIPE5        PIC X(1) VALUE '|'.
           05  LN-EXC-LOAN-ID      PIC X(10).
           05  LN-EXC-PIPE6        PIC X(1) VALUE '|'.
           05  LN-EXC-BALANCE      PIC 9(7)V99.

      *> AKD 2026-09-02: Labor-distribution work area — per-employee
      *> cost-center hour shares gathered from the approved timesheet
      *> lines (P-070-LABOR-DIST), plus the per-run per-cost-center
           05  WS-LD-GROSS-SHARE   PIC S9(7)V99 COMP-3.
           05  WS-LD-FICA-SHARE    PIC S9(7)V99 COMP-3.
           05  WS-LD-BEN-SHARE     PIC S9(7)V99 COMP-3.
           05  WS-LD-OT-ALLOC      PIC S9(7)V99 COMP-3.
           05  WS-LD-OT-SHARE      PIC S9(7)V99 COMP-3.
       01  WS-LD-CC-TABLE.
           05  WS-LD-CC-ENTRY OCCURS 10 TIMES.
               10  WS-LD-CC-CODE       PIC X(4).
           05  WS-LD-L-FICA        PIC 9(7)V99.
           05  WS-LD-L-PIPE5       PIC X(1) VALUE '|'.
           05  WS-LD-L-BENEFITS    PIC 9(7)V99.
      *>   AKD 2026-10-15: Company and the overtime inside WS-LD-L-
      *>   GROSS, for BUDGRPT.cob's budget-versus-actual split.
           05  WS-LD-L-PIPE6       PIC X(1) VALUE '|'.
           05  WS-LD-L-COMPANY     PIC X(4).
           05  WS-LD-L-PIPE7       PIC X(1) VALUE '|'.
           05  WS-LD-L-OT-PAY      PIC 9(7)V99.
       01  WS-LD-RUN-TABLE.
           05  WS-LD-RUN-ENTRY OCCURS 50 TIMES.
               10  WS-LD-RUN-CC        PIC X(4).
       01  WS-LD-RUN-COUNT         PIC 9(2) VALUE 0.
       01  WS-LD-RUN-SUB           PIC 9(2) VALUE 0.

      *> AKD 2026-10-15: Workers' comp work area — WCMAP.DAT's cost-
      *> center overrides and the WCWAGES.DAT accumulator are staged
      *> whole at startup. P-070-WC-CLASS splits each employee's
      *> premium-basis wages across the classes their approved
      *> timesheet hours worked (hours-weighted, last class takes the
      *> rounding remainder — same as P-070-LABOR-DIST) and adds them
      *> into the run date's quarter; P-080 writes WCWAGES.NEW.
       01  WS-WC-FIELDS.
           05  WS-WC-AT-EOF        PIC X(1) VALUE 'N'.
               88  WS-WC-LOAD-EOF  VALUE 'Y'.
           05  WS-WC-FOUND         PIC X(1) VALUE 'N'.
           05  WS-WC-QTR           PIC 9(1) VALUE 0.
           05  WS-WC-QSUB          PIC 9(1) VALUE 0.
           05  WS-WC-CL-COUNT      PIC 9(2) VALUE 0.
           05  WS-WC-CL-SUB        PIC 9(2) VALUE 0.
           05  WS-WC-TOT-HOURS     PIC S9(4)V99 COMP-3.
           05  WS-WC-OT-PREMIUM    PIC S9(7)V99 COMP-3.
           05  WS-WC-BASIS         PIC S9(7)V99 COMP-3.
           05  WS-WC-BASIS-ALLOC   PIC S9(7)V99 COMP-3.
           05  WS-WC-OT-ALLOC      PIC S9(7)V99 COMP-3.
           05  WS-WC-BASIS-SHARE   PIC S9(7)V99 COMP-3.
           05  WS-WC-OT-SHARE      PIC S9(7)V99 COMP-3.
           05  WS-WC-LINE-CLASS    PIC X(4).
           05  WS-WC-UNCLASS-COUNT PIC 9(5) VALUE 0.
      *>   Key WC-FIND-WAGE-ENTRY looks up (or adds) in the table.
       01  WS-WC-KEY.
           05  WS-WC-KEY-YEAR      PIC 9(4).
           05  WS-WC-KEY-COMPANY   PIC X(4).
           05  WS-WC-KEY-STATE     PIC X(2).
           05  WS-WC-KEY-CLASS     PIC X(4).
       01  WS-WC-MAP-TABLE.
           05  WS-WC-M-ENTRY OCCURS 200 TIMES.
               10  WS-WC-M-CC          PIC X(4).
               10  WS-WC-M-CLASS       PIC X(4).
       01  WS-WC-MAP-COUNT         PIC 9(3) VALUE 0.
       01  WS-WC-MAP-SUB           PIC 9(3) VALUE 0.
       01  WS-WC-CL-TABLE.
           05  WS-WC-CL-ENTRY OCCURS 10 TIMES.
               10  WS-WC-CL-CODE       PIC X(4).
               10  WS-WC-CL-HOURS      PIC S9(4)V99 COMP-3.
       01  WS-WC-WAGE-TABLE.
           05  WS-WC-W-ENTRY OCCURS 500 TIMES.
               10  WS-WC-W-YEAR        PIC 9(4).
               10  WS-WC-W-COMPANY     PIC X(4).
               10  WS-WC-W-STATE       PIC X(2).
               10  WS-WC-W-CLASS       PIC X(4).
               10  WS-WC-W-QTR OCCURS 4 TIMES.
                   15  WS-WC-W-Q-WAGES     PIC S9(9)V99.
                   15  WS-WC-W-Q-OT-EXCL   PIC S9(9)V99.
       01  WS-WC-WAGE-COUNT        PIC 9(3) VALUE 0.
       01  WS-WC-WAGE-SUB          PIC 9(3) VALUE 0.

      *> AKD 2026-09-02: Company filter and COMPANY.DAT staging —
      *> a run with a company token pays only matching EMP-COMPANY
      *> employees. A blank EMP-COMPANY (the pre-multi-company world)
       01  WS-YTD-FIELDS.
           05  WS-YTD-OLD-FLAG     PIC X(1) VALUE 'N'.
               88  WS-YTD-OLD-OPEN VALUE 'Y'.
      *>   AKD 2026-10-15: Master paths — a closed year's archive on
      *>   a prior-year adjustment (WS-PYR-ADJUSTMENT 'Y')
           05  WS-YTD-OLD-PATH     PIC X(20) VALUE "YTDPAY.DAT".
           05  WS-YTD-NEW-PATH     PIC X(20) VALUE "YTDPAY.NEW".
           05  WS-YTD-AT-EOF       PIC X(1) VALUE 'N'.
               88  WS-YTD-EOF      VALUE 'Y'.
           05  WK-YTD-GROSS        PIC S9(9)V99 COMP-3.
                   15  WS-YTD-T-Q-GROSS    PIC S9(9)V99.
                   15  WS-YTD-T-Q-FED      PIC S9(9)V99.
                   15  WS-YTD-T-Q-FICA     PIC S9(9)V99.
      *>       AKD 2026-10-15: 401(k) deferrals and employer match
      *>       so far this year — P-048-401K-LIMIT reads the
      *>       deferral total against the annual limit.
               10  WS-YTD-T-401K-DEF   PIC S9(9)V99.
               10  WS-YTD-T-401K-MATCH PIC S9(9)V99.
       01  WS-YTD-COUNT            PIC 9(4) VALUE 0.
       01  WS-YTD-SUB              PIC 9(4) VALUE 0.
       01  WS-YTD-MATCH-FLAG       PIC X(1) VALUE 'N'.
           05  WK-PRETAX-401K      PIC S9(7)V99 COMP-3.
           05  WK-PRETAX-FSA       PIC S9(7)V99 COMP-3.
           05  WK-TAXABLE-GROSS    PIC S9(7)V99 COMP-3.
      *>   AKD 2026-10-15: Employer match on the 401(k) deferral
      *>   this period actually kept — set in P-070 after arrears,
      *>   so a deferral capped at the annual limit (P-048) or
      *>   un-taken for a deficit stops the match with it.
           05  WK-401K-MATCH       PIC S9(7)V99 COMP-3.

      *> AKD 2026-08-09: Union dues lookup work fields — P-060 drives
      *> these against PAYCOM-UNION-LOCAL-TABLE/PAYCOM-UNION-RATE-TABLE
           05  WS-LOCAL-IDX        PIC 9(2) VALUE 0.
           05  WS-LOCAL-RATE-USED  PIC 9V9999 VALUE 0.

      *> AKD 2026-10-15: Payroll year control, staged from PAYYEAR.DAT
      *> (PAYYEARR.cpy) at startup and written back by a regular run.
       01  WS-PYR-FIELDS.
           05  WS-PYR-FILE-STATUS  PIC X(2).
           05  WS-PYR-PRESENT      PIC X(1) VALUE 'N'.
           05  WS-PYR-REFUSED      PIC X(1) VALUE 'N'.
           05  WS-PYR-ADJUSTMENT   PIC X(1) VALUE 'N'.
           05  WS-PYR-CONTROL      PIC X(42) VALUE SPACES.

      *> SLW 1991: Added batch total for daily limit check
       01  WS-BATCH-TOTALS.
           05  WS-BATCH-GROSS      PIC S9(9)V99 COMP-3
           05  WS-OB-PIPE5         PIC X(1) VALUE '|'.
           05  WS-OB-CYCLE         PIC 9(1) VALUE 1.

      *> AKD 2026-10-15: Batch control records framing the entries
      *> above in OUTBOUND-FILE (see WRITE-OUTBOUND-HEADER). The
      *> payroll feed has no bank node of its own — the header names
      *> it PAYROLL.
       01  WS-OUTBOUND-HEADER.
           05  WS-OH-TAG           PIC X(4) VALUE 'HDR|'.
           05  WS-OH-BANK          PIC X(7) VALUE 'PAYROLL'.
           05  WS-OH-PIPE1         PIC X(1) VALUE '|'.
           05  WS-OH-DAY           PIC 9(8) VALUE 0.
           05  WS-OH-PIPE2         PIC X(1) VALUE '|'.
           05  WS-OH-CYCLE         PIC 9(1) VALUE 1.
       01  WS-OUTBOUND-TRAILER.
           05  WS-OT-TAG           PIC X(4) VALUE 'TRL|'.
           05  WS-OT-COUNT         PIC 9(7) VALUE 0.
           05  WS-OT-PIPE1         PIC X(1) VALUE '|'.
           05  WS-OT-HASH          PIC 9(13)V99 VALUE 0.
       01  WS-OUTBOUND-CONTROL.
           05  WS-OBC-COUNT        PIC 9(7) VALUE 0.
           05  WS-OBC-HASH         PIC 9(13)V99 VALUE 0.

      *> AKD 2026-08-09: Negative-net exception record — one line per
      *> employee routed for manual correction instead of a silent
      *> zero-dollar stub. Same pipe-delimited layout style as
           MOVE WS-ARG-DAY(5:2) TO WS-DATE-MM
           MOVE WS-ARG-DAY(7:2) TO WS-DATE-DD

      *>   AKD 2026-10-15: No regular run outside the open year
           PERFORM CHECK-PAYROLL-YEAR
           IF WS-PYR-REFUSED = 'Y'
               GO TO P-090
           END-IF

           PERFORM LOAD-COMPANY-TABLE
           IF WS-RUN-COMPANY = SPACES
               DISPLAY "PAYROLL|START|" WS-RUN-DAY

           OPEN OUTPUT PAYSTUB-FILE
           OPEN OUTPUT OUTBOUND-FILE
           PERFORM WRITE-OUTBOUND-HEADER

      *>   AKD 2026-08-09: YTDPAY.DAT may not exist yet (first run of
      *>   the year) — that's not an error, it just means every
           OPEN OUTPUT YTD-NEW-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT LABORDIST-FILE
           OPEN OUTPUT EXPREG-FILE
           OPEN OUTPUT PLANREMIT-FILE
           PERFORM LOAD-ARREARS-TABLE
           PERFORM LOAD-IMPUTED-TABLE
           PERFORM LOAD-W4-TABLE
           PERFORM LOAD-WC-MAP-TABLE
           PERFORM LOAD-WC-WAGE-TABLE
           PERFORM LOAD-COMM-PLAN-TABLE
           PERFORM LOAD-DRAW-TABLE
           PERFORM LOAD-LOAN-TABLE

      *>   AKD 2026-08-21: GARNISH.DAT may not exist yet either — no
      *>   orders on file simply means no employee has one.
               MOVE 'N' TO WS-TS-PRESENT
           END-IF

      *>   AKD 2026-10-15: Commission lines, when the file exists —
      *>   P-046 prices commission employees from them. No file, no
      *>   commission checks (see COMMREC.cpy).
           OPEN INPUT COMMISSION-FILE
           IF WS-COMM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-COMM-PRESENT
               PERFORM LOAD-COMMISSION-TABLE
           ELSE
               MOVE 'N' TO WS-COMM-PRESENT
           END-IF

      *>   AKD 2026-10-15: Expense reimbursement lines, when the file
      *>   exists — no file simply means nothing to reimburse.
           OPEN INPUT EXPENSE-FILE
           IF WS-EXP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-EXP-PRESENT
               PERFORM LOAD-EXPENSE-TABLE
           ELSE
               MOVE 'N' TO WS-EXP-PRESENT
           END-IF

           PERFORM P-010

           GO TO P-080.
           IF NOT EMP-ACTIVE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "PAYROLL|SKIP|" EMP-ID "|" EMP-STATUS
      *>       AKD 2026-10-15: A terminated employee can't repay a
      *>       loan out of pay any more — list what is still owed
               IF EMP-TERMINATED
                   AND (WS-RUN-COMPANY = SPACES
                       OR EMP-COMPANY = WS-RUN-COMPANY)
                   PERFORM P-010-TERMINATED-LOANS
               END-IF
               GO TO P-010
           END-IF

           MOVE 0 TO WK-TAX-TOT
           MOVE 0 TO WK-DED-TOT
           MOVE 0 TO WK-NET
      *>   AKD 2026-10-15: Zero on every stub P-046 doesn't price
           MOVE 0 TO WK-COMM-SALES
           MOVE 0 TO WK-COMMISSION
           MOVE 0 TO WK-DRAW-PAID
           MOVE 0 TO WK-DRAW-RECOVERED
           MOVE 0 TO WK-DRAW-BAL
      *>   AKD 2026-10-15: ...or P-048 finds no expense lines for
           MOVE 0 TO WK-EXP-REIMB
           MOVE 0 TO WK-EXP-TAXABLE
      *>   AKD 2026-10-15: ...or has no loan for P-060 to repay
           MOVE 0 TO WK-LOAN-ADVANCE
           MOVE 0 TO WK-LOAN-401K
           MOVE 0 TO WK-LOAN-BAL

      *>   Determine pay period number (crude — day of year / 14)
           COMPUTE WS-PAY-PERIOD =
      *>  P-030: TYPE DISPATCH — This GO TO is modified by ALTER
      *>  JRK: ALTER P-030 TO PROCEED TO P-040 (salaried)
      *>       ALTER P-030 TO PROCEED TO P-045 (hourly)
      *>  AKD 2026-10-15: Commission employees branch out of P-040
      *>  to P-046 before P-040's hourly ALTER, so P-030 is never
      *>  ALTERed for them and needs no reset afterward.
      *>  If you don't understand ALTER, this looks like it always
      *>  goes to P-040. But the target changes at runtime.
      *>================================================================*
      *>       because WK-OT-PAY is already 0)
               GO TO P-048
           END-IF
      *>   AKD 2026-10-15: Commission pay type — priced in P-046,
      *>   which rejoins the common path at P-048 like the others.
           IF EMP-COMMISSION
               GO TO P-046
           END-IF
      *>   If not salaried or commission, must be hourly — fall to
      *>   P-045
           ALTER P-030 TO PROCEED TO P-045
           GO TO P-045.

           ALTER P-030 TO PROCEED TO P-040
           GO TO P-048.

      *>================================================================*
      *>  P-046: COMMISSION PAY CALCULATION
      *>  AKD 2026-10-15: Commission employees (EMP-PAY-TYPE 'C') are
      *>  paid the tiered commission on the period's COMMISSION.DAT
      *>  sales, topped up to their plan's draw when it falls short.
      *>  On a recoverable draw the top-up is owed back and carried on
      *>  DRAWBAL.DAT; later commission above the draw repays it
      *>  before the employee sees it. Whatever this comes to is
      *>  regular wages from here on — P-048 onward withholds, garnishes
      *>  and defers on it exactly as for salaried and hourly pay.
      *>  Not payable (no file, or no sales and no draw) goes to
      *>  PAYEXCPT.DAT and the employee is skipped, same as an hourly
      *>  employee with no approved timesheet.
      *>================================================================*
       P-046.
           PERFORM P-046-COMMISSION
           IF NOT WS-COMM-PAYABLE
               GO TO P-010
           END-IF
           GO TO P-048.

      *>================================================================*
      *>  P-048: PRE-TAX DEDUCTIONS — 401(k) and FSA/HSA
      *>  AKD 2026-08-21: 401(k) and FSA/HSA elections reduce taxable
               COMPUTE WK-PRETAX-401K ROUNDED =
                   WK-GROSS * EMP-401K-PCT
           END-IF
      *>   AKD 2026-10-15: Hold the deferral to the annual limit
           PERFORM P-048-401K-LIMIT

           IF EMP-HAS-FSA OR EMP-HAS-HSA
               COMPUTE WK-PRETAX-FSA ROUNDED =
                   EMP-FSA-HSA-ANNUAL / 26
           END-IF

      *>   AKD 2026-10-15: Expense reimbursement. Only mileage paid
      *>   above the IRS rate touches pay here — it is wages, taxed
      *>   and garnishable like any other, but joins WK-GROSS after
      *>   the 401(k) deferral above was set, so an expense claim
      *>   never grows the deferral. The tax-free part waits for
      *>   P-070 to add it after net.
           IF WS-EXP-PRESENT = 'Y'
               PERFORM P-048-EXPENSES
               ADD WK-EXP-TAXABLE TO WK-GROSS
           END-IF

      *>   AKD 2026-09-02: Imputed income joins the taxed wage base
      *>   but never WK-GROSS — the benefit was already delivered in
      *>   kind, so there's no cash to pay out, only tax to withhold.
      *>   of what this period's pay still covers, capped per period
           PERFORM P-060-RECOUP-ARREARS

      *>   AKD 2026-10-15: Payroll loan repayments, post-tax, out of
      *>   what is left after garnishment and arrears
           PERFORM P-060-LOAN-REPAY

           GO TO P-070.

      *>================================================================*
      *>  daily (over PAYCOM-OT-DAILY-HRS) then weekly (over
      *>  PAYCOM-OT-WEEKLY-HRS) overtime split; supervisor-coded OT
      *>  lines pay at the OT multiplier outright; SHF/HOL lines pay
      *>  their premium multipliers and stay outside the split, as
      *>  do PTO (paid leave) lines at straight time.
      *>  Unapproved lines never pay — one exception line per
      *>  employee flags them; an employee with no approved lines at
      *>  all gets a MISSING exception and no paycheck this run.
           MOVE 0 TO WS-TS-OT-HRS
           MOVE 0 TO WS-TS-SHF-HRS
           MOVE 0 TO WS-TS-HOL-HRS
           MOVE 0 TO WS-TS-PTO-HRS
           MOVE 0 TO WS-TS-PREM-PAY
           MOVE 0 TO WS-TS-DAY-COUNT
           MOVE 0 TO WS-TS-WEEK-COUNT
                   * WS-TS-SHF-HRS
               + EMP-HOURLY-RATE * PAYCOM-HOLIDAY-MULT
                   * WS-TS-HOL-HRS
               + EMP-HOURLY-RATE * WS-TS-PTO-HRS
           ADD WS-TS-PREM-PAY TO WK-REG-PAY
           COMPUTE WK-GROSS = WK-REG-PAY + WK-OT-PAY
           DISPLAY "PAYROLL|TIMESHEET|" EMP-ID "|"
                   ADD WS-TS-T-HOURS(WS-TS-SUB) TO WS-TS-SHF-HRS
               WHEN 'HOL'
                   ADD WS-TS-T-HOURS(WS-TS-SUB) TO WS-TS-HOL-HRS
      *>       AKD 2026-10-15: Paid leave — straight time, and not
      *>       hours worked, so it stays out of the OT split.
               WHEN 'PTO'
                   ADD WS-TS-T-HOURS(WS-TS-SUB) TO WS-TS-PTO-HRS
               WHEN OTHER
                   PERFORM P-045-ADD-DAY-HOURS
           END-EVALUATE.
           ADD WS-TS-DAY-HOURS(WS-TS-DAY-SUB)
               TO WS-TS-WEEK-HOURS(WS-TS-WEEK-SUB).

      *>================================================================*
      *>  P-046-COMMISSION: Prices one commission employee's period —
      *>  sums their COMMISSION.DAT lines per plan, runs each plan's
      *>  sales through its marginal tiers, then settles the total
      *>  against the draw from the employee's own EMP-COMM-PLAN and
      *>  the DRAWBAL.DAT balance. Leaves WK-GROSS set and
      *>  WS-COMM-PAYABLE on when there is something to pay.
      *>  AKD 2026-10-15.
      *>================================================================*
       P-046-COMMISSION.
           MOVE 'N' TO WS-COMM-PAY-FLAG
           MOVE 0 TO WS-COMM-EMP-LINES
           MOVE 0 TO WS-COMM-BKT-COUNT
           MOVE 0 TO WS-COMM-DRAW
           MOVE SPACE TO WS-COMM-DRAW-TYPE

           IF NOT WS-COMM-ON-FILE
               MOVE 'NO-COMMISSION-FILE' TO CM-EXC-REASON
               PERFORM P-046-WRITE-EXCEPTION
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "PAYROLL|COMM-NO-FILE|" EMP-ID
               EXIT PARAGRAPH
           END-IF

      *>   The draw comes from the employee's own plan, whatever
      *>   plans the period's lines were credited under.
           MOVE EMP-COMM-PLAN TO WS-COMM-LINE-PLAN
           PERFORM P-046-FIND-PLAN
           IF WS-CPLN-FOUND = 'Y'
               MOVE WS-CPLN-T-DRAW(WS-CPLN-SUB) TO WS-COMM-DRAW
               MOVE WS-CPLN-T-DRAW-TYPE(WS-CPLN-SUB)
                   TO WS-COMM-DRAW-TYPE
           ELSE
               STRING 'UNKNOWN-PLAN ' DELIMITED SIZE
                   EMP-COMM-PLAN DELIMITED SIZE
                   INTO CM-EXC-REASON
               END-STRING
               PERFORM P-046-WRITE-EXCEPTION
               DISPLAY "PAYROLL|COMM-UNKNOWN-PLAN|" EMP-ID "|"
                   EMP-COMM-PLAN
           END-IF

           PERFORM VARYING WS-COMM-SUB FROM 1 BY 1
               UNTIL WS-COMM-SUB > WS-COMM-COUNT
               IF WS-COMM-T-EMP-ID(WS-COMM-SUB) = EMP-ID
                   ADD 1 TO WS-COMM-EMP-LINES
                   PERFORM P-046-BUCKET-ONE-LINE
               END-IF
           END-PERFORM

           IF WS-COMM-EMP-LINES = 0 AND WS-COMM-DRAW = 0
               MOVE 'NO-COMMISSION-LINES' TO CM-EXC-REASON
               PERFORM P-046-WRITE-EXCEPTION
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "PAYROLL|COMM-MISSING|" EMP-ID
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-COMM-BKT-SUB FROM 1 BY 1
               UNTIL WS-COMM-BKT-SUB > WS-COMM-BKT-COUNT
               PERFORM P-046-PRICE-ONE-PLAN
           END-PERFORM

      *>   Settle against the draw. Short of it: the draw is paid,
      *>   and on a recoverable plan the top-up is owed back. Over
      *>   it: the excess repays any balance owed, never past zero.
           PERFORM P-046-FIND-DRAW-BAL
           IF WK-COMMISSION < WS-COMM-DRAW
               COMPUTE WK-DRAW-PAID = WS-COMM-DRAW - WK-COMMISSION
               IF WS-COMM-DRAW-RECOVERABLE
                   ADD WK-DRAW-PAID TO WK-DRAW-BAL
                   ADD WK-DRAW-PAID TO WS-COMM-DRAW-RUN
               END-IF
           ELSE
               COMPUTE WK-DRAW-RECOVERED =
                   WK-COMMISSION - WS-COMM-DRAW
               IF WK-DRAW-RECOVERED > WK-DRAW-BAL
                   MOVE WK-DRAW-BAL TO WK-DRAW-RECOVERED
               END-IF
               SUBTRACT WK-DRAW-RECOVERED FROM WK-DRAW-BAL
               ADD WK-DRAW-RECOVERED TO WS-COMM-RECOV-RUN
           END-IF
           IF WK-DRAW-PAID > 0 AND WS-COMM-DRAW-RECOVERABLE
               OR WK-DRAW-RECOVERED > 0
               PERFORM P-046-POST-DRAW-BAL
           END-IF

           COMPUTE WK-REG-PAY =
               WK-COMMISSION + WK-DRAW-PAID - WK-DRAW-RECOVERED
           MOVE WK-REG-PAY TO WK-GROSS
           MOVE 'Y' TO WS-COMM-PAY-FLAG
           ADD 1 TO WS-COMM-PAID-COUNT
           DISPLAY "PAYROLL|COMMISSION|" EMP-ID "|"
               WK-COMM-SALES "|" WK-COMMISSION "|"
               WK-DRAW-PAID "|" WK-DRAW-RECOVERED "|"
               WK-DRAW-BAL.

      *>   One line into its plan's sales bucket; a line with no plan
      *>   of its own is credited under the employee's plan.
       P-046-BUCKET-ONE-LINE.
           MOVE WS-COMM-T-PLAN(WS-COMM-SUB) TO WS-COMM-LINE-PLAN
           IF WS-COMM-LINE-PLAN = SPACES
               MOVE EMP-COMM-PLAN TO WS-COMM-LINE-PLAN
           END-IF
           MOVE 'N' TO WS-COMM-BKT-FOUND
           PERFORM VARYING WS-COMM-BKT-SUB FROM 1 BY 1
               UNTIL WS-COMM-BKT-SUB > WS-COMM-BKT-COUNT
               IF WS-COMM-BKT-PLAN(WS-COMM-BKT-SUB)
                       = WS-COMM-LINE-PLAN
                   MOVE 'Y' TO WS-COMM-BKT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-COMM-BKT-FOUND = 'N'
               IF WS-COMM-BKT-COUNT >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COMM-BKT-COUNT
               MOVE WS-COMM-BKT-COUNT TO WS-COMM-BKT-SUB
               MOVE WS-COMM-LINE-PLAN
                   TO WS-COMM-BKT-PLAN(WS-COMM-BKT-SUB)
               MOVE 0 TO WS-COMM-BKT-SALES(WS-COMM-BKT-SUB)
           END-IF
           ADD WS-COMM-T-SALES(WS-COMM-SUB)
               TO WS-COMM-BKT-SALES(WS-COMM-BKT-SUB).

      *>   One plan's sales through its tiers — each tier's rate on
      *>   the slice of sales between its floor and the next tier's.
      *>   Sales under a plan not on COMMPLAN.DAT are not priced.
       P-046-PRICE-ONE-PLAN.
           MOVE WS-COMM-BKT-PLAN(WS-COMM-BKT-SUB) TO WS-COMM-LINE-PLAN
           PERFORM P-046-FIND-PLAN
           IF WS-CPLN-FOUND = 'N'
               STRING 'UNKNOWN-PLAN ' DELIMITED SIZE
                   WS-COMM-LINE-PLAN DELIMITED SIZE
                   INTO CM-EXC-REASON
               END-STRING
               PERFORM P-046-WRITE-EXCEPTION
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "PAYROLL|COMM-UNPRICED|" EMP-ID "|"
                   WS-COMM-LINE-PLAN "|"
                   WS-COMM-BKT-SALES(WS-COMM-BKT-SUB)
               EXIT PARAGRAPH
           END-IF
           ADD WS-COMM-BKT-SALES(WS-COMM-BKT-SUB) TO WK-COMM-SALES

           MOVE 1 TO WS-COMM-TIER-COUNT
           PERFORM VARYING WS-COMM-TIER-SUB FROM 2 BY 1
               UNTIL WS-COMM-TIER-SUB > 5
               IF WS-CPLN-T-FLOOR(WS-CPLN-SUB, WS-COMM-TIER-SUB)
                   NOT > WS-CPLN-T-FLOOR(WS-CPLN-SUB,
                       WS-COMM-TIER-SUB - 1)
                   EXIT PERFORM
               END-IF
               MOVE WS-COMM-TIER-SUB TO WS-COMM-TIER-COUNT
           END-PERFORM

           MOVE 0 TO WS-COMM-PLAN-COMM
           PERFORM VARYING WS-COMM-TIER-SUB FROM 1 BY 1
               UNTIL WS-COMM-TIER-SUB > WS-COMM-TIER-COUNT
               IF WS-COMM-BKT-SALES(WS-COMM-BKT-SUB) >
                   WS-CPLN-T-FLOOR(WS-CPLN-SUB, WS-COMM-TIER-SUB)
                   MOVE WS-COMM-BKT-SALES(WS-COMM-BKT-SUB)
                       TO WS-COMM-TIER-TOP
                   IF WS-COMM-TIER-SUB < WS-COMM-TIER-COUNT
                       AND WS-CPLN-T-FLOOR(WS-CPLN-SUB,
                           WS-COMM-TIER-SUB + 1) < WS-COMM-TIER-TOP
                       MOVE WS-CPLN-T-FLOOR(WS-CPLN-SUB,
                           WS-COMM-TIER-SUB + 1) TO WS-COMM-TIER-TOP
                   END-IF
                   COMPUTE WS-COMM-PLAN-COMM = WS-COMM-PLAN-COMM
                       + (WS-COMM-TIER-TOP
                         - WS-CPLN-T-FLOOR(WS-CPLN-SUB,
                             WS-COMM-TIER-SUB))
                       * WS-CPLN-T-RATE(WS-CPLN-SUB, WS-COMM-TIER-SUB)
               END-IF
           END-PERFORM
           COMPUTE WK-COMMISSION ROUNDED =
               WK-COMMISSION + WS-COMM-PLAN-COMM.

       P-046-FIND-PLAN.
           MOVE 'N' TO WS-CPLN-FOUND
           PERFORM VARYING WS-CPLN-SUB FROM 1 BY 1
               UNTIL WS-CPLN-SUB > WS-CPLN-COUNT
               IF WS-CPLN-T-CODE(WS-CPLN-SUB) = WS-COMM-LINE-PLAN
                   MOVE 'Y' TO WS-CPLN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       P-046-FIND-DRAW-BAL.
           MOVE 0 TO WS-DRAW-MATCH-SUB
           MOVE 0 TO WK-DRAW-BAL
           PERFORM VARYING WS-DRAW-SUB FROM 1 BY 1
               UNTIL WS-DRAW-SUB > WS-DRAW-COUNT
               IF WS-DRAW-T-EMP-ID(WS-DRAW-SUB) = EMP-ID
                   MOVE WS-DRAW-SUB TO WS-DRAW-MATCH-SUB
                   MOVE WS-DRAW-T-BALANCE(WS-DRAW-SUB) TO WK-DRAW-BAL
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   A first advance opens the employee's ledger entry; a full
      *>   recovery leaves it at zero for WRITE-DRAW-NEW-MASTER to
      *>   drop.
       P-046-POST-DRAW-BAL.
           IF WS-DRAW-MATCH-SUB = 0
               IF WS-DRAW-COUNT >= 999
                   DISPLAY "PAYROLL|ERROR|DRAWBAL-FULL|" EMP-ID "|"
                       WK-DRAW-BAL
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DRAW-COUNT
               MOVE WS-DRAW-COUNT TO WS-DRAW-MATCH-SUB
               MOVE EMP-ID TO WS-DRAW-T-EMP-ID(WS-DRAW-MATCH-SUB)
           END-IF
           MOVE WK-DRAW-BAL TO WS-DRAW-T-BALANCE(WS-DRAW-MATCH-SUB)
           MOVE WS-RUN-DAY TO WS-DRAW-T-LAST-DAY(WS-DRAW-MATCH-SUB).

       P-046-WRITE-EXCEPTION.
           MOVE EMP-ID TO CM-EXC-EMP-ID
           MOVE WS-RUN-DAY TO CM-EXC-DAY
           MOVE EMP-COMPANY TO CM-EXC-COMPANY
           WRITE EXCEPTION-RECORD FROM WS-COMM-EXCEPT-LINE
           MOVE SPACES TO CM-EXC-REASON.

      *>================================================================*
      *>  P-070-LABOR-DIST: Allocates this employee's gross, employer
      *>  FICA (the match on the taxed wage base), and benefit cost
      *>  sum to the whole. No timesheet lines (salaried employees,
      *>  or no TIMESHEET.DAT at all) costs everything to the
      *>  employee's own EMP-DEPT-CODE. AKD 2026-09-02.
      *>  AKD 2026-10-15: The overtime part of gross (WK-OT-PAY) is
      *>  split the same way and carried on each line with the
      *>  employee's company, for BUDGRPT.cob.
      *>================================================================*
       P-070-LABOR-DIST.
           MOVE 0 TO WS-LD-CC-COUNT
           MOVE 0 TO WS-LD-GROSS-ALLOC
           MOVE 0 TO WS-LD-FICA-ALLOC
           MOVE 0 TO WS-LD-BEN-ALLOC
           MOVE 0 TO WS-LD-OT-ALLOC
           PERFORM VARYING WS-LD-CC-SUB FROM 1 BY 1
               UNTIL WS-LD-CC-SUB > WS-LD-CC-COUNT
               IF WS-LD-CC-SUB = WS-LD-CC-COUNT
                       WS-LD-EMPLOYER-FICA - WS-LD-FICA-ALLOC
                   COMPUTE WS-LD-BEN-SHARE =
                       WS-LD-BENEFITS - WS-LD-BEN-ALLOC
                   COMPUTE WS-LD-OT-SHARE =
                       WK-OT-PAY - WS-LD-OT-ALLOC
               ELSE
                   COMPUTE WS-LD-GROSS-SHARE ROUNDED =
                       WK-GROSS * WS-LD-CC-HOURS(WS-LD-CC-SUB)
                       WS-LD-BENEFITS
                       * WS-LD-CC-HOURS(WS-LD-CC-SUB)
                       / WS-LD-TOT-HOURS
                   COMPUTE WS-LD-OT-SHARE ROUNDED =
                       WK-OT-PAY
                       * WS-LD-CC-HOURS(WS-LD-CC-SUB)
                       / WS-LD-TOT-HOURS
                   ADD WS-LD-GROSS-SHARE TO WS-LD-GROSS-ALLOC
                   ADD WS-LD-FICA-SHARE TO WS-LD-FICA-ALLOC
                   ADD WS-LD-BEN-SHARE TO WS-LD-BEN-ALLOC
                   ADD WS-LD-OT-SHARE TO WS-LD-OT-ALLOC
               END-IF
               MOVE WS-RUN-DAY TO WS-LD-L-DAY
               MOVE EMP-ID TO WS-LD-L-EMP-ID
               MOVE WS-LD-GROSS-SHARE TO WS-LD-L-GROSS
               MOVE WS-LD-FICA-SHARE TO WS-LD-L-FICA
               MOVE WS-LD-BEN-SHARE TO WS-LD-L-BENEFITS
               MOVE EMP-COMPANY TO WS-LD-L-COMPANY
               MOVE WS-LD-OT-SHARE TO WS-LD-L-OT-PAY
               WRITE LABORDIST-RECORD FROM WS-LD-LINE
               PERFORM P-070-LD-ROLLUP
           END-PERFORM.
           ADD WS-LD-FICA-SHARE TO WS-LD-RUN-FICA(WS-LD-RUN-SUB)
           ADD WS-LD-BEN-SHARE TO WS-LD-RUN-BEN(WS-LD-RUN-SUB).

      *>================================================================*
      *>  P-070-WC-CLASS: Adds this employee's premium-basis wages to
      *>  WS-WC-WAGE-TABLE under year, company, work state (EMP-STATE)
      *>  and workers' comp class, in the run date's quarter. Premium
      *>  basis is WK-GROSS less the overtime premium — the share of
      *>  WK-OT-PAY above straight time, which the carriers let us
      *>  exclude. Approved timesheet lines split it by class in
      *>  proportion to hours: a line whose TS-COST-CENTER is on
      *>  WCMAP.DAT counts under the mapped class, any other line
      *>  under EMP-WC-CLASS. No timesheet lines puts it all in
      *>  EMP-WC-CLASS. A blank EMP-WC-CLASS is flagged, and its wages
      *>  still accumulate — under a blank class — so WCRPT.cob shows
      *>  them instead of losing them. AKD 2026-10-15.
      *>================================================================*
       P-070-WC-CLASS.
           MOVE 0 TO WS-WC-CL-COUNT
           MOVE 0 TO WS-WC-TOT-HOURS
           IF EMP-WC-CLASS = SPACES
               ADD 1 TO WS-WC-UNCLASS-COUNT
               DISPLAY "PAYROLL|WC-NO-CLASS|" EMP-ID
           END-IF

           IF WS-TS-ON-FILE
               PERFORM VARYING WS-TS-SUB FROM 1 BY 1
                   UNTIL WS-TS-SUB > WS-TS-COUNT
                   IF WS-TS-T-EMP-ID(WS-TS-SUB) = EMP-ID
                       AND WS-TS-T-STATUS(WS-TS-SUB) = 'A'
                       PERFORM P-070-WC-ADD-CLASS-HOURS
                   END-IF
               END-PERFORM
           END-IF

           IF WS-WC-CL-COUNT = 0
               MOVE 1 TO WS-WC-CL-COUNT
               MOVE EMP-WC-CLASS TO WS-WC-CL-CODE(1)
               MOVE 1 TO WS-WC-CL-HOURS(1)
               MOVE 1 TO WS-WC-TOT-HOURS
           END-IF

           MOVE 0 TO WS-WC-OT-PREMIUM
           IF WK-OT-PAY > 0 AND PAYCOM-OT-MULT > 1
               COMPUTE WS-WC-OT-PREMIUM ROUNDED =
                   WK-OT-PAY * (PAYCOM-OT-MULT - 1) / PAYCOM-OT-MULT
           END-IF
           COMPUTE WS-WC-BASIS = WK-GROSS - WS-WC-OT-PREMIUM
           COMPUTE WS-WC-QTR = (WS-DATE-MM + 2) / 3

           MOVE 0 TO WS-WC-BASIS-ALLOC
           MOVE 0 TO WS-WC-OT-ALLOC
           PERFORM VARYING WS-WC-CL-SUB FROM 1 BY 1
               UNTIL WS-WC-CL-SUB > WS-WC-CL-COUNT
               IF WS-WC-CL-SUB = WS-WC-CL-COUNT
                   COMPUTE WS-WC-BASIS-SHARE =
                       WS-WC-BASIS - WS-WC-BASIS-ALLOC
                   COMPUTE WS-WC-OT-SHARE =
                       WS-WC-OT-PREMIUM - WS-WC-OT-ALLOC
               ELSE
                   COMPUTE WS-WC-BASIS-SHARE ROUNDED =
                       WS-WC-BASIS * WS-WC-CL-HOURS(WS-WC-CL-SUB)
                       / WS-WC-TOT-HOURS
                   COMPUTE WS-WC-OT-SHARE ROUNDED =
                       WS-WC-OT-PREMIUM
                       * WS-WC-CL-HOURS(WS-WC-CL-SUB)
                       / WS-WC-TOT-HOURS
                   ADD WS-WC-BASIS-SHARE TO WS-WC-BASIS-ALLOC
                   ADD WS-WC-OT-SHARE TO WS-WC-OT-ALLOC
               END-IF
               MOVE WS-DATE-YYYY TO WS-WC-KEY-YEAR
               MOVE EMP-COMPANY TO WS-WC-KEY-COMPANY
               MOVE EMP-STATE TO WS-WC-KEY-STATE
               MOVE WS-WC-CL-CODE(WS-WC-CL-SUB) TO WS-WC-KEY-CLASS
               PERFORM WC-FIND-WAGE-ENTRY
               IF WS-WC-WAGE-SUB > 0
                   ADD WS-WC-BASIS-SHARE TO
                       WS-WC-W-Q-WAGES(WS-WC-WAGE-SUB WS-WC-QTR)
                   ADD WS-WC-OT-SHARE TO
                       WS-WC-W-Q-OT-EXCL(WS-WC-WAGE-SUB WS-WC-QTR)
               END-IF
           END-PERFORM.

       P-070-WC-ADD-CLASS-HOURS.
           MOVE EMP-WC-CLASS TO WS-WC-LINE-CLASS
           IF WS-TS-T-CC(WS-TS-SUB) NOT = SPACES
               PERFORM VARYING WS-WC-MAP-SUB FROM 1 BY 1
                   UNTIL WS-WC-MAP-SUB > WS-WC-MAP-COUNT
                   IF WS-WC-M-CC(WS-WC-MAP-SUB)
                           = WS-TS-T-CC(WS-TS-SUB)
                       MOVE WS-WC-M-CLASS(WS-WC-MAP-SUB)
                           TO WS-WC-LINE-CLASS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           MOVE 'N' TO WS-WC-FOUND
           PERFORM VARYING WS-WC-CL-SUB FROM 1 BY 1
               UNTIL WS-WC-CL-SUB > WS-WC-CL-COUNT
               IF WS-WC-CL-CODE(WS-WC-CL-SUB) = WS-WC-LINE-CLASS
                   MOVE 'Y' TO WS-WC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-WC-FOUND = 'N'
               IF WS-WC-CL-COUNT >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WC-CL-COUNT
               MOVE WS-WC-CL-COUNT TO WS-WC-CL-SUB
               MOVE WS-WC-LINE-CLASS TO WS-WC-CL-CODE(WS-WC-CL-SUB)
               MOVE 0 TO WS-WC-CL-HOURS(WS-WC-CL-SUB)
           END-IF
           ADD WS-TS-T-HOURS(WS-TS-SUB)
               TO WS-WC-CL-HOURS(WS-WC-CL-SUB)
           ADD WS-TS-T-HOURS(WS-TS-SUB) TO WS-WC-TOT-HOURS.

      *>  Sets WS-WC-WAGE-SUB to the WS-WC-KEY entry, adding a zeroed
      *>  one if it's new; zero if the table is full (flagged once
      *>  per occurrence, the wages are then not accumulated).
       WC-FIND-WAGE-ENTRY.
           MOVE 'N' TO WS-WC-FOUND
           PERFORM VARYING WS-WC-WAGE-SUB FROM 1 BY 1
               UNTIL WS-WC-WAGE-SUB > WS-WC-WAGE-COUNT
               IF WS-WC-W-YEAR(WS-WC-WAGE-SUB) = WS-WC-KEY-YEAR
                   AND WS-WC-W-COMPANY(WS-WC-WAGE-SUB)
                       = WS-WC-KEY-COMPANY
                   AND WS-WC-W-STATE(WS-WC-WAGE-SUB)
                       = WS-WC-KEY-STATE
                   AND WS-WC-W-CLASS(WS-WC-WAGE-SUB)
                       = WS-WC-KEY-CLASS
                   MOVE 'Y' TO WS-WC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-WC-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-WC-WAGE-COUNT >= 500
               MOVE 0 TO WS-WC-WAGE-SUB
               DISPLAY "PAYROLL|ERROR|WC-TABLE-FULL|" WS-WC-KEY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WC-WAGE-COUNT
           MOVE WS-WC-WAGE-COUNT TO WS-WC-WAGE-SUB
           MOVE WS-WC-KEY-YEAR TO WS-WC-W-YEAR(WS-WC-WAGE-SUB)
           MOVE WS-WC-KEY-COMPANY TO WS-WC-W-COMPANY(WS-WC-WAGE-SUB)
           MOVE WS-WC-KEY-STATE TO WS-WC-W-STATE(WS-WC-WAGE-SUB)
           MOVE WS-WC-KEY-CLASS TO WS-WC-W-CLASS(WS-WC-WAGE-SUB)
           PERFORM VARYING WS-WC-QSUB FROM 1 BY 1
               UNTIL WS-WC-QSUB > 4
               MOVE 0 TO WS-WC-W-Q-WAGES(WS-WC-WAGE-SUB WS-WC-QSUB)
               MOVE 0 TO WS-WC-W-Q-OT-EXCL(WS-WC-WAGE-SUB WS-WC-QSUB)
           END-PERFORM.

      *>================================================================*
      *>  LOAD-WC-MAP-TABLE / LOAD-WC-WAGE-TABLE: Stage WCMAP.DAT and
      *>  the WCWAGES.DAT old master, same may-not-exist posture as
      *>  LOAD-IMPUTED-TABLE. Duplicate wage keys (an off-cycle
      *>  check's appended record) are added together into one entry.
      *>  WRITE-WC-WAGE-NEW-MASTER writes the whole table — carried-
      *>  forward entries included — to WCWAGES.NEW. AKD 2026-10-15.
      *>================================================================*
       LOAD-WC-MAP-TABLE.
           MOVE 0 TO WS-WC-MAP-COUNT
           OPEN INPUT WCMAP-FILE
           IF WS-WCMAP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WC-AT-EOF
           PERFORM UNTIL WS-WC-LOAD-EOF
               READ WCMAP-FILE
                   AT END
                       SET WS-WC-LOAD-EOF TO TRUE
                   NOT AT END
                       IF WS-WC-MAP-COUNT < 200
                           ADD 1 TO WS-WC-MAP-COUNT
                           MOVE WCM-COST-CENTER TO
                               WS-WC-M-CC(WS-WC-MAP-COUNT)
                           MOVE WCM-CLASS TO
                               WS-WC-M-CLASS(WS-WC-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WCMAP-FILE.

       LOAD-WC-WAGE-TABLE.
           MOVE 0 TO WS-WC-WAGE-COUNT
           OPEN INPUT WCWAGE-OLD-FILE
           IF WS-WCW-OLD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-WC-AT-EOF
           PERFORM UNTIL WS-WC-LOAD-EOF
               READ WCWAGE-OLD-FILE
                   AT END
                       SET WS-WC-LOAD-EOF TO TRUE
                   NOT AT END
                       MOVE WCW-YEAR TO WS-WC-KEY-YEAR
                       MOVE WCW-COMPANY TO WS-WC-KEY-COMPANY
                       MOVE WCW-STATE TO WS-WC-KEY-STATE
                       MOVE WCW-CLASS TO WS-WC-KEY-CLASS
                       PERFORM WC-FIND-WAGE-ENTRY
                       IF WS-WC-WAGE-SUB > 0
                           PERFORM WC-ADD-WAGE-QUARTERS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WCWAGE-OLD-FILE.

       WC-ADD-WAGE-QUARTERS.
           PERFORM VARYING WS-WC-QSUB FROM 1 BY 1
               UNTIL WS-WC-QSUB > 4
               ADD WCW-Q-WAGES(WS-WC-QSUB)
                   TO WS-WC-W-Q-WAGES(WS-WC-WAGE-SUB WS-WC-QSUB)
               ADD WCW-Q-OT-EXCL(WS-WC-QSUB)
                   TO WS-WC-W-Q-OT-EXCL(WS-WC-WAGE-SUB WS-WC-QSUB)
           END-PERFORM.

       WRITE-WC-WAGE-NEW-MASTER.
           OPEN OUTPUT WCWAGE-NEW-FILE
           IF WS-WCW-NEW-STATUS NOT = '00'
               DISPLAY "PAYROLL|ERROR|WCWAGES-NEW|" WS-WCW-NEW-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WC-WAGE-SUB FROM 1 BY 1
               UNTIL WS-WC-WAGE-SUB > WS-WC-WAGE-COUNT
               MOVE WS-WC-W-YEAR(WS-WC-WAGE-SUB) TO WCW-YEAR
               MOVE WS-WC-W-COMPANY(WS-WC-WAGE-SUB) TO WCW-COMPANY
               MOVE WS-WC-W-STATE(WS-WC-WAGE-SUB) TO WCW-STATE
               MOVE WS-WC-W-CLASS(WS-WC-WAGE-SUB) TO WCW-CLASS
               PERFORM VARYING WS-WC-QSUB FROM 1 BY 1
                   UNTIL WS-WC-QSUB > 4
                   MOVE WS-WC-W-Q-WAGES(WS-WC-WAGE-SUB WS-WC-QSUB)
                       TO WCW-Q-WAGES(WS-WC-QSUB)
                   MOVE WS-WC-W-Q-OT-EXCL(WS-WC-WAGE-SUB WS-WC-QSUB)
                       TO WCW-Q-OT-EXCL(WS-WC-QSUB)
               END-PERFORM
               WRITE WC-WAGE-NEW-RECORD FROM WC-WAGE-RECORD
           END-PERFORM
           CLOSE WCWAGE-NEW-FILE.

      *>================================================================*
      *>  P-000-OFFCYCLE-WC: Appends one WCWAGES.NEW record holding
      *>  just this check's wages — the regular batch has already
      *>  written that day's new master, and the next load adds the
      *>  duplicate key back in. AKD 2026-10-15.
      *>================================================================*
       P-000-OFFCYCLE-WC.
           IF EMP-WC-CLASS = SPACES
               ADD 1 TO WS-WC-UNCLASS-COUNT
               DISPLAY "PAYROLL|WC-NO-CLASS|" EMP-ID
           END-IF
           COMPUTE WS-WC-QTR = (WS-DATE-MM + 2) / 3
           MOVE WS-DATE-YYYY TO WCW-YEAR
           MOVE EMP-COMPANY TO WCW-COMPANY
           MOVE EMP-STATE TO WCW-STATE
           MOVE EMP-WC-CLASS TO WCW-CLASS
           PERFORM VARYING WS-WC-QSUB FROM 1 BY 1
               UNTIL WS-WC-QSUB > 4
               MOVE 0 TO WCW-Q-WAGES(WS-WC-QSUB)
               MOVE 0 TO WCW-Q-OT-EXCL(WS-WC-QSUB)
           END-PERFORM
           MOVE WK-GROSS TO WCW-Q-WAGES(WS-WC-QTR)
           OPEN EXTEND WCWAGE-NEW-FILE
           IF WS-WCW-NEW-STATUS NOT = '00'
               DISPLAY "PAYROLL|ERROR|WCWAGES-NEW|" WS-WCW-NEW-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE WC-WAGE-NEW-RECORD FROM WC-WAGE-RECORD
           CLOSE WCWAGE-NEW-FILE.

      *>================================================================*
      *>  LOAD-TIMESHEET-TABLE: Stages TIMESHEET.DAT whole, same shape
      *>  as LOAD-GARNISH-TABLE. Lines for any employee, any status —
               ADD 1 TO WS-ERROR-COUNT
           END-IF

      *>   AKD 2026-10-15: Approved reimbursements ride on top of
      *>   net, after taxes and deductions and after any deficit
      *>   above — the money is owed to the employee in full and
      *>   never covers a wage shortfall.
           IF WK-EXP-REIMB > 0
               ADD WK-EXP-REIMB TO WK-NET
               PERFORM P-070-EXPENSE-PAID
           END-IF

      *>   AKD 2026-10-15: Employer match on the deferral that
      *>   survived the annual limit and any arrears un-take above.
           COMPUTE WK-401K-MATCH ROUNDED =
               WK-PRETAX-401K * PAYCOM-401K-MATCH

      *>   Accumulate batch totals
           ADD WK-GROSS TO WS-BATCH-GROSS
           ADD WK-NET TO WS-BATCH-NET
      *>   cost centers their timesheet lines worked
           PERFORM P-070-LABOR-DIST

      *>   AKD 2026-10-15: Premium-basis wages by workers' comp class
           PERFORM P-070-WC-CLASS

      *>   AKD 2026-10-15: Payroll-card employees are credited on-us
      *>   here, ahead of the stub, so a deposit the ledger refuses
      *>   turns into a printed check instead.
           MOVE 'N' TO WS-PCD-POSTED
           IF EMP-PAY-PAYCARD
               MOVE 'PRL-' TO WS-PCD-REF-TAG
               MOVE WS-RUN-DAY TO WS-PCD-REF-STAMP
               PERFORM P-070-PAYCARD-CREDIT
           END-IF

      *>   Write pay stub
           MOVE EMP-ID TO PAY-EMP-ID
           MOVE EMP-NAME TO PAY-EMP-NAME
           MOVE WK-NET TO PAY-NET
           MOVE EMP-BANK-CODE TO PAY-DEST-BANK
           MOVE EMP-ACCT-ID TO PAY-DEST-ACCT
      *>   AKD 2026-10-15: Blank destination = PAYCHECK.cob prints it
           IF EMP-PAY-PAYCARD AND WS-PCD-POSTED = 'N'
               MOVE SPACES TO PAY-DEST-ACCT
           END-IF
           MOVE WS-RUN-DAY TO PAY-DATE-FULL
      *>   Y2K: Still writing 2-digit year for "backwards compat"
           MOVE WS-DATE-YY TO PAY-DATE-YY
           PERFORM SUM-EMPLOYEE-ARREARS
           MOVE WS-ARR-EMP-BAL TO PAY-ARREARS-BAL
           MOVE WK-IMPUTED TO PAY-IMPUTED
           MOVE WK-401K-MATCH TO PAY-401K-MATCH
           MOVE WS-401K-NOTICE TO PAY-401K-NOTICE
           MOVE WK-COMM-SALES TO PAY-COMM-SALES
           MOVE WK-COMMISSION TO PAY-COMMISSION
           MOVE WK-DRAW-PAID TO PAY-DRAW-PAID
           MOVE WK-DRAW-RECOVERED TO PAY-DRAW-RECOVERED
           MOVE WK-DRAW-BAL TO PAY-DRAW-BAL
           MOVE WK-EXP-REIMB TO PAY-EXP-REIMB
           MOVE WK-EXP-TAXABLE TO PAY-EXP-TAXABLE
           MOVE WK-LOAN-ADVANCE TO PAY-LOAN-ADVANCE
           MOVE WK-LOAN-401K TO PAY-LOAN-401K
           MOVE WK-LOAN-BAL TO PAY-LOAN-BAL

           WRITE PAY-STUB-RECORD

      *>   AKD 2026-10-15: The deferral and match as stubbed go to
      *>   the plan recordkeeper
           IF WK-PRETAX-401K > 0
               PERFORM P-070-PLAN-REMIT-DEFERRAL
           END-IF

      *>   AKD 2026-09-02: No settlement entries while the direct
      *>   deposit is still pre-note pending — the funds would land
      *>   in an unverified routing AND the employee would also get
      *>   a physical check from PAYCHECK.cob's print run. The stub
      *>   above is what that print run pays from.
      *>   AKD 2026-10-15: A payroll card is already verified by
      *>   enrollment — pre-note status doesn't apply to it. One the
      *>   credit above couldn't reach is paid in full by check.
           IF EMP-PAY-PAYCARD
               IF WS-PCD-POSTED = 'N'
                   ADD 1 TO WS-PCD-CHECK-COUNT
                   DISPLAY "PAYROLL|CHECK-PRINT-DUE|" EMP-ID "|"
                       WK-NET
                   DISPLAY "PAYROLL|PAID|" EMP-ID "|" WK-NET
                   GO TO P-010
               END-IF
           ELSE
               IF EMP-DD-PRENOTE-DUE
                   DISPLAY "PAYROLL|CHECK-PRINT-DUE|" EMP-ID "|"
                       WK-NET
                   DISPLAY "PAYROLL|PAID|" EMP-ID "|" WK-NET
                   GO TO P-010
               END-IF
           END-IF

      *>   Write outbound settlement record — primary account
      *>   AKD 2026-10-15: ...unless it already posted to the card
           IF NOT EMP-PAY-PAYCARD
               MOVE EMP-ACCT-ID TO WS-OB-ACCT
               MOVE EMP-ACCT-ID TO WS-OB-DEST
               MOVE WK-PRIMARY-AMT TO WS-OB-AMOUNT
      *>   AKD 2026-09-02: Company code rides in the description so
      *>   the settlement trail splits by entity too.
               STRING
                   "Payroll deposit " DELIMITED SIZE
                   EMP-COMPANY DELIMITED SIZE
                   " — " DELIMITED SIZE
                   EMP-NAME DELIMITED SPACES
                   INTO WS-OB-DESC
               END-STRING
               MOVE WS-RUN-DAY TO WS-OB-DAY

               WRITE OUTBOUND-RECORD FROM WS-OUTBOUND-LINE
               ADD 1 TO WS-OBC-COUNT
               ADD WS-OB-AMOUNT TO WS-OBC-HASH
           END-IF

      *>   AKD 2026-08-09: Second settlement entry for the split
      *>   account, when this employee has one on file
               MOVE WS-RUN-DAY TO WS-OB-DAY

               WRITE OUTBOUND-RECORD FROM WS-OUTBOUND-LINE
               ADD 1 TO WS-OBC-COUNT
               ADD WS-OB-AMOUNT TO WS-OBC-HASH
           END-IF

           DISPLAY "PAYROLL|PAID|" EMP-ID "|" WK-NET
                               WS-YTD-T-IMPUTED(WS-YTD-COUNT)
                           MOVE YTD-COMPANY   TO
                               WS-YTD-T-COMPANY(WS-YTD-COUNT)
                           MOVE YTD-401K-DEFERRED TO
                               WS-YTD-T-401K-DEF(WS-YTD-COUNT)
                           MOVE YTD-401K-MATCH TO
                               WS-YTD-T-401K-MATCH(WS-YTD-COUNT)
                           MOVE 'N'           TO
                               WS-YTD-T-USED(WS-YTD-COUNT)
                           PERFORM VARYING WS-YTD-QSUB FROM 1 BY 1
           ADD TAX-STATE-AMOUNT  TO WK-YTD-STATE-TAX
           ADD TAX-FICA-AMOUNT   TO WK-YTD-FICA-TAX
           ADD WK-DED-TOT        TO WK-YTD-DED-TOTAL
      *>   AKD 2026-10-15: ...less the expense reimbursement, which
      *>   isn't pay — YTD net stays gross less withholding and
      *>   deductions.
           COMPUTE WK-YTD-NET = WK-YTD-NET + WK-NET - WK-EXP-REIMB

           MOVE EMP-ID          TO YTD-EMP-ID
      *>   AKD 2026-09-02: Imputed income rolls forward for the W-2
               MOVE 0 TO YTD-IMPUTED
           END-IF
           ADD WK-IMPUTED TO YTD-IMPUTED
      *>   AKD 2026-10-15: 401(k) deferral and match roll forward the
      *>   same way, for next period's annual-limit check.
           IF WS-YTD-MATCH-FLAG = 'Y'
               MOVE WS-YTD-T-401K-DEF(WS-YTD-SUB)
                   TO YTD-401K-DEFERRED
               MOVE WS-YTD-T-401K-MATCH(WS-YTD-SUB)
                   TO YTD-401K-MATCH
           ELSE
               MOVE 0 TO YTD-401K-DEFERRED
               MOVE 0 TO YTD-401K-MATCH
           END-IF
           ADD WK-PRETAX-401K TO YTD-401K-DEFERRED
           ADD WK-401K-MATCH TO YTD-401K-MATCH
           MOVE WS-DATE-YYYY    TO YTD-YEAR
           MOVE WK-YTD-GROSS     TO YTD-GROSS
           MOVE WK-YTD-FED-TAX   TO YTD-FED-TAX
               MOVE 0 TO WK-SPLIT-AMT
           END-IF.

      *>================================================================*
      *>  P-070-PAYCARD-CREDIT: Posts WK-PRIMARY-AMT to a payroll-card
      *>  employee's card account on this node's ledger, through the
      *>  same TRANSACT DEPOSIT a teller or ACH credit uses (channel
      *>  ACH, so it counts as a direct deposit for rewards and promo
      *>  qualifiers). The client ref is TRANSACT's dedup key — a
      *>  rerun of the same run day replays the first posting instead
      *>  of paying twice. Caller sets WS-PCD-REF-TAG/-STAMP. Leaves
      *>  WS-PCD-POSTED 'Y' only when the ledger answered RESULT|00.
      *>  EXCEPTION-FILE must be open. AKD 2026-10-15.
      *>================================================================*
       P-070-PAYCARD-CREDIT.
           MOVE 'N' TO WS-PCD-POSTED
           IF EMP-ACCT-ID = SPACES
               MOVE "NOT ENROLLED" TO PC-EXC-REASON
               PERFORM P-070-PAYCARD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
      *>   Nothing to move — the card is still the pay destination
           IF WK-PRIMARY-AMT NOT > 0
               MOVE 'Y' TO WS-PCD-POSTED
               EXIT PARAGRAPH
           END-IF

           MOVE WK-PRIMARY-AMT TO WS-PCD-AMOUNT-ED
           MOVE SPACES TO WS-PCD-REF
           STRING WS-PCD-REF-TAG DELIMITED SIZE
               EMP-ID DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-PCD-REF-STAMP DELIMITED SIZE
               INTO WS-PCD-REF
           END-STRING
           MOVE "PAYROLL-DEPOSIT" TO WS-PCD-DESC
           IF EMP-COMPANY NOT = SPACES
               STRING "PAYROLL-DEPOSIT-" DELIMITED SIZE
                   EMP-COMPANY DELIMITED SPACE
                   INTO WS-PCD-DESC
               END-STRING
           END-IF
           MOVE SPACES TO WS-PCD-CMD
           STRING "../../cobol/bin/TRANSACT DEPOSIT " DELIMITED SIZE
               EMP-ACCT-ID DELIMITED SPACE
               " " DELIMITED SIZE
               WS-PCD-AMOUNT-ED DELIMITED SIZE
               " NONE " DELIMITED SIZE
               WS-PCD-DESC DELIMITED SPACE
               " " DELIMITED SIZE
               WS-PCD-REF DELIMITED SPACE
               " PAYROLL ACH > PAYCARD-STEP.OUT 2>&1" DELIMITED SIZE
               INTO WS-PCD-CMD
           END-STRING
           CALL "SYSTEM" USING WS-PCD-CMD

           MOVE SPACES TO WS-PCD-RESULT
           OPEN INPUT PAYCARD-STEP-FILE
           IF WS-PCD-STEP-STATUS = '00'
               PERFORM UNTIL WS-PCD-STEP-STATUS NOT = '00'
                   READ PAYCARD-STEP-FILE
                       AT END
                           MOVE '10' TO WS-PCD-STEP-STATUS
                       NOT AT END
                           IF PAYCARD-STEP-LINE(1:7) = "RESULT|"
                               MOVE PAYCARD-STEP-LINE(8:2)
                                   TO WS-PCD-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYCARD-STEP-FILE
           END-IF
      *>   No RESULT| line at all — the ledger step didn't run
           IF WS-PCD-RESULT = SPACES
               MOVE "99" TO WS-PCD-RESULT
           END-IF

           IF WS-PCD-RESULT = "00"
               MOVE 'Y' TO WS-PCD-POSTED
               ADD 1 TO WS-PCD-COUNT
               ADD WK-PRIMARY-AMT TO WS-PCD-TOTAL
               DISPLAY "PAYROLL|PAYCARD-CREDIT|" EMP-ID "|"
                   EMP-ACCT-ID "|" WK-PRIMARY-AMT "|" WS-PCD-REF
           ELSE
               MOVE SPACES TO PC-EXC-REASON
               STRING "DEPOSIT RC " DELIMITED SIZE
                   WS-PCD-RESULT DELIMITED SIZE
                   INTO PC-EXC-REASON
               END-STRING
               PERFORM P-070-PAYCARD-EXCEPTION
           END-IF.

       P-070-PAYCARD-EXCEPTION.
           MOVE EMP-ID TO PC-EXC-EMP-ID
           MOVE WS-RUN-DAY TO PC-EXC-DAY
           MOVE EMP-COMPANY TO PC-EXC-COMPANY
           WRITE EXCEPTION-RECORD FROM WS-PCD-EXCEPT-LINE
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY "PAYROLL|PAYCARD-EXCEPTION|" EMP-ID "|"
               PC-EXC-REASON.

      *>================================================================*
      *>  P-080: WRAP-UP — Close files and display totals
      *>  AKD 2026-08-09: Added the daily-limit check JRK's WK-D4
      *>   AKD 2026-09-02: Arrears new master
           PERFORM WRITE-ARREARS-NEW-MASTER

      *>   AKD 2026-10-15: This run is now the open year's latest
           PERFORM WRITE-PAYYEAR-CONTROL

      *>   AKD 2026-10-15: Workers' comp wage new master
           PERFORM WRITE-WC-WAGE-NEW-MASTER

      *>   AKD 2026-10-15: Recoverable-draw balance new master
           PERFORM WRITE-DRAW-NEW-MASTER

      *>   AKD 2026-10-15: 401(k) loan repayments to the recordkeeper
      *>   beside the deferrals, then the loan ledger new master
           PERFORM REMIT-PLAN-LOANS
           PERFORM WRITE-LOAN-NEW-MASTER

      *>   AKD 2026-09-02: Disburse this run's withheld garnishments
      *>   to their agencies and write the GARNISH.NEW new master —
      *>   must happen before OUTBOUND-FILE closes below.
      *>   promoting YTDPAY.NEW must never lose balances.
           PERFORM CARRY-FORWARD-UNTOUCHED-YTD

      *>   AKD 2026-10-15: Expense register for AP, and the lines
      *>   this run didn't pay into PAYEXCPT.DAT — both before
      *>   EXCEPTION-FILE closes below.
           IF WS-EXP-PRESENT = 'Y'
               PERFORM WRITE-EXPENSE-REGISTER
               PERFORM EXCEPT-UNPAID-EXPENSES
           END-IF

           CLOSE EMPLOYEE-FILE
           CLOSE PAYSTUB-FILE
           PERFORM WRITE-OUTBOUND-TRAILER
           CLOSE OUTBOUND-FILE
           IF WS-YTD-OLD-OPEN
               CLOSE YTD-OLD-FILE
           CLOSE YTD-NEW-FILE
           CLOSE EXCEPTION-FILE
           CLOSE LABORDIST-FILE
           CLOSE EXPREG-FILE
           CLOSE PLANREMIT-FILE

      *>   AKD 2026-09-02: Per-cost-center rollup for the run
           IF WS-LD-RUN-COUNT > 0
           IF WS-RUN-COMPANY NOT = SPACES
               DISPLAY "PAYROLL|OTHER-COMPANY|" WS-OTHER-CO-COUNT
           END-IF
           IF WS-W4-LAPSED-COUNT > 0
               DISPLAY "PAYROLL|W4-EXEMPT-LAPSED|" WS-W4-LAPSED-COUNT
           END-IF
           IF WS-401K-LIMIT-COUNT > 0
               DISPLAY "PAYROLL|401K-AT-LIMIT|" WS-401K-LIMIT-COUNT
           END-IF
           IF WS-WC-UNCLASS-COUNT > 0
               DISPLAY "PAYROLL|WC-UNCLASSIFIED|" WS-WC-UNCLASS-COUNT
           END-IF
           IF WS-COMM-PAID-COUNT > 0
               DISPLAY "PAYROLL|COMMISSION-PAID|" WS-COMM-PAID-COUNT
               DISPLAY "PAYROLL|DRAW-ADVANCED|" WS-COMM-DRAW-RUN
               DISPLAY "PAYROLL|DRAW-RECOVERED|" WS-COMM-RECOV-RUN
           END-IF
           IF WS-PCD-COUNT > 0 OR WS-PCD-CHECK-COUNT > 0
               DISPLAY "PAYROLL|PAYCARD-CREDITED|" WS-PCD-COUNT "|"
                   WS-PCD-TOTAL
               DISPLAY "PAYROLL|PAYCARD-BY-CHECK|" WS-PCD-CHECK-COUNT
           END-IF
           IF WS-EXP-PRESENT = 'Y'
               DISPLAY "PAYROLL|EXPENSE-PAID|" WS-EXP-PAID-COUNT "|"
                   WS-EXP-RUN-REIMB "|" WS-EXP-RUN-TAXABLE
               DISPLAY "PAYROLL|EXPENSE-REJECTED|" WS-EXP-REJECT-COUNT
               IF WS-EXP-HELD-COUNT > 0
                   DISPLAY "PAYROLL|EXPENSE-HELD|" WS-EXP-HELD-COUNT
               END-IF
           END-IF
           IF WS-LOAN-COUNT > 0
               DISPLAY "PAYROLL|LOAN-REPAID|" WS-LOAN-REPAY-COUNT "|"
                   WS-LOAN-RUN-ADVANCE "|" WS-LOAN-RUN-401K
               IF WS-LOAN-CLOSED-COUNT > 0
                   DISPLAY "PAYROLL|LOAN-CLOSED|" WS-LOAN-CLOSED-COUNT
               END-IF
               IF WS-LOAN-SHORT-COUNT > 0
                   DISPLAY "PAYROLL|LOAN-SHORT|" WS-LOAN-SHORT-COUNT
               END-IF
               IF WS-LOAN-TERM-COUNT > 0
                   DISPLAY "PAYROLL|LOAN-TERMINATED|"
                       WS-LOAN-TERM-COUNT
               END-IF
           END-IF
           DISPLAY "PAYROLL|ERRORS|" WS-ERROR-COUNT
           DISPLAY "PAYROLL|BATCH-GROSS|" WS-BATCH-GROSS
           DISPLAY "PAYROLL|BATCH-NET|" WS-BATCH-NET
               END-IF
           END-PERFORM.

      *>================================================================*
      *>  P-048-401K-LIMIT: Holds this period's 401(k) deferral to the
      *>  IRS annual elective-deferral limit. The limit is the run
      *>  year's PAYCOM-401K-LIMIT-TABLE row (the latest row on or
      *>  before that year, so a new year with no row yet keeps the
      *>  last known limit), plus the catch-up amount when the
      *>  employee turns PAYCOM-401K-CATCHUP-AGE by December 31. No
      *>  EMP-BIRTH-DATE on file means no catch-up. Deferrals already
      *>  taken this year come from YTD-401K-DEFERRED on the old YTD
      *>  master; a deferral that would cross the limit is cut to the
      *>  room left (zero once the limit is reached), the stub gets
      *>  the 'L' notice, and P-070's match follows the cut amount.
      *>  AKD 2026-10-15.
      *>================================================================*
       P-048-401K-LIMIT.
           MOVE SPACE TO WS-401K-NOTICE
           IF WK-PRETAX-401K NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-401K-LIM-ROW
           PERFORM VARYING WS-401K-LIM-SUB FROM 1 BY 1
               UNTIL WS-401K-LIM-SUB > PAYCOM-401K-LIM-COUNT
               IF PAYCOM-401K-LIM-YEAR(WS-401K-LIM-SUB)
                   NOT > WS-DATE-YYYY
                   MOVE WS-401K-LIM-SUB TO WS-401K-LIM-ROW
               END-IF
           END-PERFORM
           MOVE PAYCOM-401K-LIM-BASE(WS-401K-LIM-ROW)
               TO WS-401K-LIMIT

           IF EMP-BIRTH-DATE IS NUMERIC AND EMP-BIRTH-DATE > 0
               COMPUTE WS-401K-BIRTH-YEAR = EMP-BIRTH-DATE / 10000
               IF WS-401K-BIRTH-YEAR + PAYCOM-401K-CATCHUP-AGE
                   NOT > WS-DATE-YYYY
                   ADD PAYCOM-401K-LIM-CATCH(WS-401K-LIM-ROW)
                       TO WS-401K-LIMIT
               END-IF
           END-IF

           MOVE 0 TO WS-401K-YTD
           PERFORM VARYING WS-YTD-SUB FROM 1 BY 1
               UNTIL WS-YTD-SUB > WS-YTD-COUNT
               IF WS-YTD-T-EMP-ID(WS-YTD-SUB) = EMP-ID
                   AND WS-YTD-T-YEAR(WS-YTD-SUB) = WS-DATE-YYYY
                   MOVE WS-YTD-T-401K-DEF(WS-YTD-SUB) TO WS-401K-YTD
                   EXIT PERFORM
               END-IF
           END-PERFORM

           COMPUTE WS-401K-ROOM = WS-401K-LIMIT - WS-401K-YTD
           IF WK-PRETAX-401K > WS-401K-ROOM
               IF WS-401K-ROOM < 0
                   MOVE 0 TO WS-401K-ROOM
               END-IF
               MOVE WS-401K-ROOM TO WK-PRETAX-401K
               SET WS-401K-AT-LIMIT TO TRUE
               ADD 1 TO WS-401K-LIMIT-COUNT
               DISPLAY "PAYROLL|401K-LIMIT|" EMP-ID "|"
                   WK-PRETAX-401K "|" WS-401K-LIMIT
           END-IF.

      *>================================================================*
      *>  LOAD-EXPENSE-TABLE: Stages EXPENSE.DAT and decides each
      *>  line's approval up front — an approver who isn't the
      *>  employee, an approval date no later than the run date, a
      *>  known type, a real amount, and miles on a mileage claim.
      *>  Also fixes the run year's IRS mileage rate. AKD 2026-10-15.
      *>================================================================*
       LOAD-EXPENSE-TABLE.
           MOVE 1 TO WS-EXP-MILE-SUB
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > PAYCOM-IRS-MILE-COUNT
               IF PAYCOM-IRS-MILE-YEAR(WS-EXP-SUB)
                   NOT > WS-DATE-YYYY
                   MOVE WS-EXP-SUB TO WS-EXP-MILE-SUB
               END-IF
           END-PERFORM
           MOVE PAYCOM-IRS-MILE-RATE(WS-EXP-MILE-SUB)
               TO WS-EXP-MILE-RATE

           MOVE 0 TO WS-EXP-COUNT
           MOVE 'N' TO WS-EXP-AT-EOF
           PERFORM UNTIL WS-EXP-LOAD-EOF
               READ EXPENSE-FILE
                   AT END
                       SET WS-EXP-LOAD-EOF TO TRUE
                   NOT AT END
                       IF WS-EXP-COUNT < 2000
                           ADD 1 TO WS-EXP-COUNT
                           PERFORM LOAD-ONE-EXPENSE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPENSE-FILE.

       LOAD-ONE-EXPENSE-LINE.
           MOVE EXP-EMP-ID TO WS-EXP-T-EMP-ID(WS-EXP-COUNT)
           MOVE EXP-REPORT-ID TO WS-EXP-T-REPORT-ID(WS-EXP-COUNT)
           MOVE EXP-TYPE TO WS-EXP-T-TYPE(WS-EXP-COUNT)
           MOVE EXP-AMOUNT TO WS-EXP-T-AMOUNT(WS-EXP-COUNT)
           MOVE EXP-MILES TO WS-EXP-T-MILES(WS-EXP-COUNT)
           MOVE EXP-APPROVER TO WS-EXP-T-APPROVER(WS-EXP-COUNT)
           MOVE EXP-APPROVAL-DATE TO WS-EXP-T-APPR-DATE(WS-EXP-COUNT)
           MOVE SPACES TO WS-EXP-T-DEPT(WS-EXP-COUNT)
           MOVE SPACES TO WS-EXP-T-COMPANY(WS-EXP-COUNT)
           MOVE 0 TO WS-EXP-T-REIMB(WS-EXP-COUNT)
           MOVE 0 TO WS-EXP-T-TAXABLE(WS-EXP-COUNT)
           MOVE 'R' TO WS-EXP-T-STATE(WS-EXP-COUNT)
           EVALUATE TRUE
               WHEN EXP-APPROVER = SPACES
                   OR EXP-APPROVAL-DATE = 0
                   MOVE "NOT APPROVED" TO WS-EXP-T-REASON(WS-EXP-COUNT)
               WHEN EXP-APPROVER = EXP-EMP-ID
                   MOVE "SELF-APPROVED" TO WS-EXP-T-REASON(WS-EXP-COUNT)
               WHEN EXP-APPROVAL-DATE > WS-RUN-DAY
                   MOVE "APPROVAL POSTDATED"
                       TO WS-EXP-T-REASON(WS-EXP-COUNT)
               WHEN NOT EXP-TYPE-VALID
                   MOVE "UNKNOWN EXPENSE TYPE"
                       TO WS-EXP-T-REASON(WS-EXP-COUNT)
               WHEN EXP-AMOUNT = 0
                   MOVE "ZERO AMOUNT" TO WS-EXP-T-REASON(WS-EXP-COUNT)
               WHEN EXP-MILEAGE AND EXP-MILES = 0
                   MOVE "MILEAGE WITHOUT MILES"
                       TO WS-EXP-T-REASON(WS-EXP-COUNT)
               WHEN OTHER
                   MOVE 'A' TO WS-EXP-T-STATE(WS-EXP-COUNT)
                   MOVE SPACES TO WS-EXP-T-REASON(WS-EXP-COUNT)
           END-EVALUATE.

      *>================================================================*
      *>  P-048-EXPENSES: This employee's expense lines. Rejected ones
      *>  go to PAYEXCPT.DAT now; approved ones are priced — the whole
      *>  claim tax-free, except a mileage claim above miles times the
      *>  IRS rate, whose excess is taxable wages (WK-EXP-TAXABLE).
      *>  AKD 2026-10-15.
      *>================================================================*
       P-048-EXPENSES.
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > WS-EXP-COUNT
               IF WS-EXP-T-EMP-ID(WS-EXP-SUB) = EMP-ID
                   EVALUATE WS-EXP-T-STATE(WS-EXP-SUB)
                       WHEN 'R'
                           MOVE EMP-COMPANY TO
                               WS-EXP-T-COMPANY(WS-EXP-SUB)
                           PERFORM P-048-EXPENSE-EXCEPTION
                       WHEN 'A'
                           PERFORM P-048-PRICE-ONE-EXPENSE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       P-048-PRICE-ONE-EXPENSE.
           MOVE WS-EXP-T-AMOUNT(WS-EXP-SUB)
               TO WS-EXP-T-REIMB(WS-EXP-SUB)
           MOVE 0 TO WS-EXP-T-TAXABLE(WS-EXP-SUB)
           IF WS-EXP-T-TYPE(WS-EXP-SUB) = 'MILE'
               COMPUTE WS-EXP-ALLOWED ROUNDED =
                   WS-EXP-T-MILES(WS-EXP-SUB) * WS-EXP-MILE-RATE
               IF WS-EXP-T-AMOUNT(WS-EXP-SUB) > WS-EXP-ALLOWED
                   MOVE WS-EXP-ALLOWED TO WS-EXP-T-REIMB(WS-EXP-SUB)
                   COMPUTE WS-EXP-T-TAXABLE(WS-EXP-SUB) =
                       WS-EXP-T-AMOUNT(WS-EXP-SUB) - WS-EXP-ALLOWED
                   DISPLAY "PAYROLL|MILEAGE-OVER-IRS|" EMP-ID "|"
                       WS-EXP-T-REPORT-ID(WS-EXP-SUB) "|"
                       WS-EXP-T-TAXABLE(WS-EXP-SUB)
               END-IF
           END-IF
           ADD WS-EXP-T-REIMB(WS-EXP-SUB) TO WK-EXP-REIMB
           ADD WS-EXP-T-TAXABLE(WS-EXP-SUB) TO WK-EXP-TAXABLE.

       P-048-EXPENSE-EXCEPTION.
           MOVE WS-EXP-T-EMP-ID(WS-EXP-SUB) TO EX-EXC-EMP-ID
           MOVE WS-EXP-T-REASON(WS-EXP-SUB) TO EX-EXC-REASON
           MOVE WS-RUN-DAY TO EX-EXC-DAY
           MOVE WS-EXP-T-COMPANY(WS-EXP-SUB) TO EX-EXC-COMPANY
           MOVE WS-EXP-T-REPORT-ID(WS-EXP-SUB) TO EX-EXC-REPORT-ID
           WRITE EXCEPTION-RECORD FROM WS-EXP-EXCEPT-LINE
           MOVE 'X' TO WS-EXP-T-STATE(WS-EXP-SUB)
           ADD 1 TO WS-EXP-REJECT-COUNT
           DISPLAY "PAYROLL|EXPENSE-EXCEPTION|"
               WS-EXP-T-EMP-ID(WS-EXP-SUB) "|"
               WS-EXP-T-REPORT-ID(WS-EXP-SUB) "|"
               WS-EXP-T-REASON(WS-EXP-SUB).

      *>================================================================*
      *>  P-070-EXPENSE-PAID: The stub is going out with this
      *>  employee's priced lines on it — mark them paid under the
      *>  employee's department for the register. AKD 2026-10-15.
      *>================================================================*
       P-070-EXPENSE-PAID.
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > WS-EXP-COUNT
               IF WS-EXP-T-EMP-ID(WS-EXP-SUB) = EMP-ID
                   AND WS-EXP-T-STATE(WS-EXP-SUB) = 'A'
                   MOVE 'P' TO WS-EXP-T-STATE(WS-EXP-SUB)
                   MOVE EMP-DEPT-CODE TO WS-EXP-T-DEPT(WS-EXP-SUB)
                   MOVE EMP-COMPANY TO WS-EXP-T-COMPANY(WS-EXP-SUB)
                   ADD 1 TO WS-EXP-PAID-COUNT
                   ADD WS-EXP-T-AMOUNT(WS-EXP-SUB)
                       TO WS-EXP-RUN-CLAIMED
                   ADD WS-EXP-T-REIMB(WS-EXP-SUB) TO WS-EXP-RUN-REIMB
                   ADD WS-EXP-T-TAXABLE(WS-EXP-SUB)
                       TO WS-EXP-RUN-TAXABLE
                   PERFORM EXPENSE-ADD-DEPT
               END-IF
           END-PERFORM.

      *>   Folds the paid line into its department's totals, opening
      *>   the department in code order the first time it is seen.
       EXPENSE-ADD-DEPT.
           MOVE 0 TO WS-EXP-D-POS
           PERFORM VARYING WS-EXP-D-SUB FROM 1 BY 1
               UNTIL WS-EXP-D-SUB > WS-EXP-DEPT-COUNT
               IF WS-EXP-D-CODE(WS-EXP-D-SUB)
                   = WS-EXP-T-DEPT(WS-EXP-SUB)
                   MOVE WS-EXP-D-SUB TO WS-EXP-D-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EXP-D-POS = 0
               IF WS-EXP-DEPT-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EXP-DEPT-COUNT
               MOVE WS-EXP-DEPT-COUNT TO WS-EXP-D-POS
               PERFORM UNTIL WS-EXP-D-POS = 1
                   OR WS-EXP-D-CODE(WS-EXP-D-POS - 1)
                       < WS-EXP-T-DEPT(WS-EXP-SUB)
                   MOVE WS-EXP-D-ENTRY(WS-EXP-D-POS - 1)
                       TO WS-EXP-D-ENTRY(WS-EXP-D-POS)
                   SUBTRACT 1 FROM WS-EXP-D-POS
               END-PERFORM
               MOVE WS-EXP-T-DEPT(WS-EXP-SUB)
                   TO WS-EXP-D-CODE(WS-EXP-D-POS)
               MOVE 0 TO WS-EXP-D-COUNT(WS-EXP-D-POS)
               MOVE 0 TO WS-EXP-D-CLAIMED(WS-EXP-D-POS)
               MOVE 0 TO WS-EXP-D-REIMB(WS-EXP-D-POS)
               MOVE 0 TO WS-EXP-D-TAXABLE(WS-EXP-D-POS)
           END-IF
           ADD 1 TO WS-EXP-D-COUNT(WS-EXP-D-POS)
           ADD WS-EXP-T-AMOUNT(WS-EXP-SUB)
               TO WS-EXP-D-CLAIMED(WS-EXP-D-POS)
           ADD WS-EXP-T-REIMB(WS-EXP-SUB)
               TO WS-EXP-D-REIMB(WS-EXP-D-POS)
           ADD WS-EXP-T-TAXABLE(WS-EXP-SUB)
               TO WS-EXP-D-TAXABLE(WS-EXP-D-POS).

      *>================================================================*
      *>  WRITE-EXPENSE-REGISTER: EXPREG.DAT for AP — each
      *>  department's paid lines (D) followed by its total (T), in
      *>  department order, then the run total (G). Claimed is what
      *>  the employee asked for; reimbursed went out tax-free on top
      *>  of net; taxable went through gross as wages. AKD 2026-10-15.
      *>================================================================*
       WRITE-EXPENSE-REGISTER.
           PERFORM VARYING WS-EXP-D-SUB FROM 1 BY 1
               UNTIL WS-EXP-D-SUB > WS-EXP-DEPT-COUNT
               PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT
                   IF WS-EXP-T-STATE(WS-EXP-SUB) = 'P'
                       AND WS-EXP-T-DEPT(WS-EXP-SUB)
                           = WS-EXP-D-CODE(WS-EXP-D-SUB)
                       PERFORM WRITE-EXPENSE-DETAIL
                   END-IF
               END-PERFORM
               MOVE 'T' TO WS-ET-REC-TYPE
               MOVE WS-RUN-DAY TO WS-ET-DAY
               MOVE WS-EXP-D-CODE(WS-EXP-D-SUB) TO WS-ET-DEPT
               MOVE WS-EXP-D-COUNT(WS-EXP-D-SUB) TO WS-ET-COUNT
               MOVE WS-EXP-D-CLAIMED(WS-EXP-D-SUB) TO WS-ET-CLAIMED
               MOVE WS-EXP-D-REIMB(WS-EXP-D-SUB) TO WS-ET-REIMB
               MOVE WS-EXP-D-TAXABLE(WS-EXP-D-SUB) TO WS-ET-TAXABLE
               WRITE EXPREG-RECORD FROM WS-ER-TOTAL-LINE
               DISPLAY "PAYROLL|EXPENSE|" WS-EXP-D-CODE(WS-EXP-D-SUB)
                   "|" WS-EXP-D-COUNT(WS-EXP-D-SUB) "|"
                   WS-EXP-D-REIMB(WS-EXP-D-SUB) "|"
                   WS-EXP-D-TAXABLE(WS-EXP-D-SUB)
           END-PERFORM
           MOVE 'G' TO WS-ET-REC-TYPE
           MOVE WS-RUN-DAY TO WS-ET-DAY
           MOVE "ALL" TO WS-ET-DEPT
           MOVE WS-EXP-PAID-COUNT TO WS-ET-COUNT
           MOVE WS-EXP-RUN-CLAIMED TO WS-ET-CLAIMED
           MOVE WS-EXP-RUN-REIMB TO WS-ET-REIMB
           MOVE WS-EXP-RUN-TAXABLE TO WS-ET-TAXABLE
           WRITE EXPREG-RECORD FROM WS-ER-TOTAL-LINE.

       WRITE-EXPENSE-DETAIL.
           MOVE WS-RUN-DAY TO WS-ER-DAY
           MOVE WS-EXP-T-DEPT(WS-EXP-SUB) TO WS-ER-DEPT
           MOVE WS-EXP-T-COMPANY(WS-EXP-SUB) TO WS-ER-COMPANY
           MOVE WS-EXP-T-EMP-ID(WS-EXP-SUB) TO WS-ER-EMP-ID
           MOVE WS-EXP-T-REPORT-ID(WS-EXP-SUB) TO WS-ER-REPORT-ID
           MOVE WS-EXP-T-TYPE(WS-EXP-SUB) TO WS-ER-TYPE
           MOVE WS-EXP-T-AMOUNT(WS-EXP-SUB) TO WS-ER-CLAIMED
           MOVE WS-EXP-T-REIMB(WS-EXP-SUB) TO WS-ER-REIMB
           MOVE WS-EXP-T-TAXABLE(WS-EXP-SUB) TO WS-ER-TAXABLE
           MOVE WS-EXP-T-APPROVER(WS-EXP-SUB) TO WS-ER-APPROVER
           MOVE WS-EXP-T-APPR-DATE(WS-EXP-SUB) TO WS-ER-APPR-DATE
           WRITE EXPREG-RECORD FROM WS-ER-LINE.

      *>================================================================*
      *>  EXCEPT-UNPAID-EXPENSES: Lines this run never reached — the
      *>  employee wasn't paid (inactive, not on file, or dropped out
      *>  of the run on an error) — go to PAYEXCPT.DAT, rejected or
      *>  approved alike, so none is silently lost. On a company-
      *>  filtered run they may belong to the other entity's run, so
      *>  they are only counted as held. AKD 2026-10-15.
      *>================================================================*
       EXCEPT-UNPAID-EXPENSES.
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > WS-EXP-COUNT
               IF WS-EXP-T-STATE(WS-EXP-SUB) = 'A'
                   OR WS-EXP-T-STATE(WS-EXP-SUB) = 'R'
                   IF WS-RUN-COMPANY NOT = SPACES
                       ADD 1 TO WS-EXP-HELD-COUNT
                   ELSE
                       IF WS-EXP-T-STATE(WS-EXP-SUB) = 'A'
                           MOVE "EMPLOYEE NOT PAID"
                               TO WS-EXP-T-REASON(WS-EXP-SUB)
                       END-IF
                       PERFORM P-048-EXPENSE-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.

      *>================================================================*
      *>  P-060-LOAN-REPAY: Takes this period's payroll loan
      *>  repayments out of what the pay still covers after taxes,
      *>  deductions, garnishment and arrears — 401(k) plan loans
      *>  first, then pay advances. Each active loan on or past its
      *>  start date gives up its LOAN-PAYMENT, lowered to the
      *>  balance in the final period so it never goes below zero,
      *>  and closes at zero. Pay too short for the full payment
      *>  takes what it can and writes a REPAY-SHORT exception; the
      *>  rest stays on the balance. Both loan types are post-tax —
      *>  nothing here touches WK-TAXABLE-GROSS. AKD 2026-10-15.
      *>================================================================*
       P-060-LOAN-REPAY.
           IF WS-LOAN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOAN-AVAILABLE =
               WK-GROSS - WK-TAX-TOT - WK-DED-TOT
           IF WS-LOAN-AVAILABLE < 0
               MOVE 0 TO WS-LOAN-AVAILABLE
           END-IF

           MOVE 'K' TO WS-LOAN-PASS-TYPE
           PERFORM P-060-LOAN-PASS
           MOVE 'A' TO WS-LOAN-PASS-TYPE
           PERFORM P-060-LOAN-PASS
           ADD WK-LOAN-401K TO WK-DED-TOT
           ADD WK-LOAN-ADVANCE TO WK-DED-TOT

      *>   What the employee still owes after this period, for the
      *>   stub
           MOVE 0 TO WK-LOAN-BAL
           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
               IF WS-LOAN-T-EMP-ID(WS-LOAN-SUB) = EMP-ID
                   AND WS-LOAN-T-STATUS(WS-LOAN-SUB) = 'A'
                   ADD WS-LOAN-T-BALANCE(WS-LOAN-SUB) TO WK-LOAN-BAL
               END-IF
           END-PERFORM.

       P-060-LOAN-PASS.
           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
               IF WS-LOAN-T-EMP-ID(WS-LOAN-SUB) = EMP-ID
                   AND WS-LOAN-T-TYPE(WS-LOAN-SUB) = WS-LOAN-PASS-TYPE
                   AND WS-LOAN-T-STATUS(WS-LOAN-SUB) = 'A'
                   AND WS-LOAN-T-BALANCE(WS-LOAN-SUB) > 0
                   AND WS-LOAN-T-START-DATE(WS-LOAN-SUB)
                       NOT > WS-RUN-DAY
                   PERFORM P-060-LOAN-REPAY-ONE
               END-IF
           END-PERFORM.

       P-060-LOAN-REPAY-ONE.
           MOVE 'N' TO WS-LOAN-SHORT-FLAG
           MOVE WS-LOAN-T-PAYMENT(WS-LOAN-SUB) TO WS-LOAN-TAKE
           IF WS-LOAN-TAKE > WS-LOAN-T-BALANCE(WS-LOAN-SUB)
               MOVE WS-LOAN-T-BALANCE(WS-LOAN-SUB) TO WS-LOAN-TAKE
           END-IF
           IF WS-LOAN-TAKE > WS-LOAN-AVAILABLE
               MOVE WS-LOAN-AVAILABLE TO WS-LOAN-TAKE
               MOVE 'Y' TO WS-LOAN-SHORT-FLAG
           END-IF

           IF WS-LOAN-TAKE > 0
               SUBTRACT WS-LOAN-TAKE
                   FROM WS-LOAN-T-BALANCE(WS-LOAN-SUB)
               ADD WS-LOAN-TAKE TO WS-LOAN-T-PAID(WS-LOAN-SUB)
               ADD WS-LOAN-TAKE TO WS-LOAN-T-RUN-PAID(WS-LOAN-SUB)
               SUBTRACT WS-LOAN-TAKE FROM WS-LOAN-AVAILABLE
               MOVE WS-RUN-DAY TO WS-LOAN-T-LAST-DAY(WS-LOAN-SUB)
               MOVE EMP-COMPANY TO WS-LOAN-T-COMPANY(WS-LOAN-SUB)
               ADD 1 TO WS-LOAN-REPAY-COUNT
               IF WS-LOAN-T-TYPE(WS-LOAN-SUB) = 'K'
                   ADD WS-LOAN-TAKE TO WK-LOAN-401K
                   ADD WS-LOAN-TAKE TO WS-LOAN-RUN-401K
               ELSE
                   ADD WS-LOAN-TAKE TO WK-LOAN-ADVANCE
                   ADD WS-LOAN-TAKE TO WS-LOAN-RUN-ADVANCE
               END-IF
               DISPLAY "PAYROLL|LOAN-REPAY|" EMP-ID "|"
                   WS-LOAN-T-ID(WS-LOAN-SUB) "|"
                   WS-LOAN-T-TYPE(WS-LOAN-SUB) "|"
                   WS-LOAN-TAKE "|"
                   WS-LOAN-T-BALANCE(WS-LOAN-SUB)
               IF WS-LOAN-T-BALANCE(WS-LOAN-SUB) = 0
                   MOVE 'C' TO WS-LOAN-T-STATUS(WS-LOAN-SUB)
                   MOVE WS-RUN-DAY TO WS-LOAN-T-CLOSE-DAY(WS-LOAN-SUB)
                   ADD 1 TO WS-LOAN-CLOSED-COUNT
                   DISPLAY "PAYROLL|LOAN-PAID-OFF|" EMP-ID "|"
                       WS-LOAN-T-ID(WS-LOAN-SUB)
               END-IF
           END-IF

           IF WS-LOAN-SHORT-FLAG = 'Y'
               MOVE "REPAY-SHORT" TO LN-EXC-REASON
               PERFORM WRITE-LOAN-EXCEPTION
               ADD 1 TO WS-LOAN-SHORT-COUNT
           END-IF.

      *>================================================================*
      *>  P-010-TERMINATED-LOANS: A terminated employee's active
      *>  loans can no longer be repaid out of pay. Each one still
      *>  owing goes to PAYEXCPT.DAT — an advance for recovery from
      *>  the final check (TERM-FINAL-PAY), a 401(k) loan for the
      *>  plan's offset or default handling (TERM-PLAN-DEFAULT) —
      *>  every run until it is settled and marked D on the ledger.
      *>  AKD 2026-10-15.
      *>================================================================*
       P-010-TERMINATED-LOANS.
           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
               IF WS-LOAN-T-EMP-ID(WS-LOAN-SUB) = EMP-ID
                   AND WS-LOAN-T-STATUS(WS-LOAN-SUB) = 'A'
                   AND WS-LOAN-T-BALANCE(WS-LOAN-SUB) > 0
                   IF WS-LOAN-T-TYPE(WS-LOAN-SUB) = 'K'
                       MOVE "TERM-PLAN-DEFAULT" TO LN-EXC-REASON
                   ELSE
                       MOVE "TERM-FINAL-PAY" TO LN-EXC-REASON
                   END-IF
                   PERFORM WRITE-LOAN-EXCEPTION
                   ADD 1 TO WS-LOAN-TERM-COUNT
               END-IF
           END-PERFORM.

       WRITE-LOAN-EXCEPTION.
           MOVE WS-LOAN-T-EMP-ID(WS-LOAN-SUB) TO LN-EXC-EMP-ID
           MOVE WS-RUN-DAY TO LN-EXC-DAY
           MOVE EMP-COMPANY TO LN-EXC-COMPANY
           MOVE WS-LOAN-T-ID(WS-LOAN-SUB) TO LN-EXC-LOAN-ID
           MOVE WS-LOAN-T-BALANCE(WS-LOAN-SUB) TO LN-EXC-BALANCE
           WRITE EXCEPTION-RECORD FROM WS-LOAN-EXCEPT-LINE
           DISPLAY "PAYROLL|LOAN-EXCEPTION|"
               WS-LOAN-T-EMP-ID(WS-LOAN-SUB) "|"
               WS-LOAN-T-ID(WS-LOAN-SUB) "|"
               LN-EXC-REASON "|"
               WS-LOAN-T-BALANCE(WS-LOAN-SUB).

      *>================================================================*
      *>  P-070-PLAN-REMIT-DEFERRAL / REMIT-PLAN-LOANS: The 401(k)
      *>  plan recordkeeper's per-run file, PLANREMIT.DAT. Each
      *>  employee's deferral and match go on as the stub is
      *>  written; REMIT-PLAN-LOANS adds a line per 401(k) loan
      *>  repaid this run beside them, then the run total the
      *>  recordkeeper balances the funding wire against. Pay
      *>  advances are the company's own money and are not remitted.
      *>  AKD 2026-10-15.
      *>================================================================*
       P-070-PLAN-REMIT-DEFERRAL.
           MOVE 'D' TO WS-PR-REC-TYPE
           MOVE WS-RUN-DAY TO WS-PR-DAY
           MOVE EMP-COMPANY TO WS-PR-COMPANY
           MOVE EMP-ID TO WS-PR-EMP-ID
           MOVE SPACES TO WS-PR-LOAN-ID
           MOVE WK-PRETAX-401K TO WS-PR-AMOUNT
           MOVE WK-401K-MATCH TO WS-PR-AMOUNT-2
           WRITE PLANREMIT-RECORD FROM WS-PR-LINE
           ADD 1 TO WS-PR-COUNT
           ADD WK-PRETAX-401K TO WS-PR-DEFER-TOTAL
           ADD WK-401K-MATCH TO WS-PR-MATCH-TOTAL.

       REMIT-PLAN-LOANS.
           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
               IF WS-LOAN-T-TYPE(WS-LOAN-SUB) = 'K'
                   AND WS-LOAN-T-RUN-PAID(WS-LOAN-SUB) > 0
                   MOVE 'L' TO WS-PR-REC-TYPE
                   MOVE WS-RUN-DAY TO WS-PR-DAY
                   MOVE WS-LOAN-T-COMPANY(WS-LOAN-SUB)
                       TO WS-PR-COMPANY
                   MOVE WS-LOAN-T-EMP-ID(WS-LOAN-SUB) TO WS-PR-EMP-ID
                   MOVE WS-LOAN-T-ID(WS-LOAN-SUB) TO WS-PR-LOAN-ID
                   MOVE WS-LOAN-T-RUN-PAID(WS-LOAN-SUB)
                       TO WS-PR-AMOUNT
                   MOVE WS-LOAN-T-BALANCE(WS-LOAN-SUB)
                       TO WS-PR-AMOUNT-2
                   WRITE PLANREMIT-RECORD FROM WS-PR-LINE
                   ADD 1 TO WS-PR-COUNT
                   ADD WS-LOAN-T-RUN-PAID(WS-LOAN-SUB)
                       TO WS-PR-LOAN-TOTAL
               END-IF
           END-PERFORM
           MOVE WS-RUN-DAY TO WS-PT-DAY
           MOVE WS-PR-COUNT TO WS-PT-COUNT
           MOVE WS-PR-DEFER-TOTAL TO WS-PT-DEFERRALS
           MOVE WS-PR-MATCH-TOTAL TO WS-PT-MATCH
           MOVE WS-PR-LOAN-TOTAL TO WS-PT-LOANS
           WRITE PLANREMIT-RECORD FROM WS-PR-TOTAL-LINE
           IF WS-PR-COUNT > 0
               DISPLAY "PAYROLL|PLAN-REMIT|" WS-PR-COUNT "|"
                   WS-PR-DEFER-TOTAL "|" WS-PR-MATCH-TOTAL "|"
                   WS-PR-LOAN-TOTAL
           END-IF.

       LOAD-LOAN-TABLE.
           MOVE 0 TO WS-LOAN-COUNT
           OPEN INPUT PAYLOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LOAN-AT-EOF
           PERFORM UNTIL WS-LOAN-LOAD-EOF
               READ PAYLOAN-FILE
                   AT END
                       SET WS-LOAN-LOAD-EOF TO TRUE
                   NOT AT END
                       IF WS-LOAN-COUNT < 999
                           ADD 1 TO WS-LOAN-COUNT
                           PERFORM LOAD-ONE-LOAN
                       ELSE
                           DISPLAY "PAYROLL|ERROR|PAYLOAN-FULL|"
                               LOAN-EMP-ID "|" LOAN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYLOAN-FILE.

       LOAD-ONE-LOAN.
           MOVE LOAN-EMP-ID TO WS-LOAN-T-EMP-ID(WS-LOAN-COUNT)
           MOVE LOAN-ID TO WS-LOAN-T-ID(WS-LOAN-COUNT)
           MOVE LOAN-TYPE TO WS-LOAN-T-TYPE(WS-LOAN-COUNT)
           MOVE LOAN-ORIGINAL TO WS-LOAN-T-ORIGINAL(WS-LOAN-COUNT)
           MOVE LOAN-PAYMENT TO WS-LOAN-T-PAYMENT(WS-LOAN-COUNT)
           MOVE LOAN-BALANCE TO WS-LOAN-T-BALANCE(WS-LOAN-COUNT)
           MOVE LOAN-START-DATE
               TO WS-LOAN-T-START-DATE(WS-LOAN-COUNT)
           MOVE LOAN-STATUS TO WS-LOAN-T-STATUS(WS-LOAN-COUNT)
           MOVE LOAN-PAID-TO-DATE TO WS-LOAN-T-PAID(WS-LOAN-COUNT)
           MOVE LOAN-LAST-DAY TO WS-LOAN-T-LAST-DAY(WS-LOAN-COUNT)
           MOVE LOAN-CLOSE-DAY TO WS-LOAN-T-CLOSE-DAY(WS-LOAN-COUNT)
           MOVE 0 TO WS-LOAN-T-RUN-PAID(WS-LOAN-COUNT)
           MOVE SPACES TO WS-LOAN-T-COMPANY(WS-LOAN-COUNT)
      *>   A loan keyed with an unknown type is held, not repaid
           IF NOT LOAN-ADVANCE AND NOT LOAN-401K
               AND LOAN-ACTIVE
               DISPLAY "PAYROLL|ERROR|LOAN-TYPE|" LOAN-EMP-ID "|"
                   LOAN-ID "|" LOAN-TYPE
           END-IF.

      *>  Every loan is rewritten — closed and defaulted loans stay
      *>  on the ledger as the employee's loan history.
       WRITE-LOAN-NEW-MASTER.
           IF WS-LOAN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PAYLOAN-NEW-FILE
           IF WS-LOAN-NEW-STATUS NOT = '00'
               DISPLAY "PAYROLL|ERROR|PAYLOAN-NEW|"
                   WS-LOAN-NEW-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
               MOVE WS-LOAN-T-EMP-ID(WS-LOAN-SUB) TO LOAN-EMP-ID
               MOVE WS-LOAN-T-ID(WS-LOAN-SUB) TO LOAN-ID
               MOVE WS-LOAN-T-TYPE(WS-LOAN-SUB) TO LOAN-TYPE
               MOVE WS-LOAN-T-ORIGINAL(WS-LOAN-SUB) TO LOAN-ORIGINAL
               MOVE WS-LOAN-T-PAYMENT(WS-LOAN-SUB) TO LOAN-PAYMENT
               MOVE WS-LOAN-T-BALANCE(WS-LOAN-SUB) TO LOAN-BALANCE
               MOVE WS-LOAN-T-START-DATE(WS-LOAN-SUB)
                   TO LOAN-START-DATE
               MOVE WS-LOAN-T-STATUS(WS-LOAN-SUB) TO LOAN-STATUS
               MOVE WS-LOAN-T-PAID(WS-LOAN-SUB) TO LOAN-PAID-TO-DATE
               MOVE WS-LOAN-T-LAST-DAY(WS-LOAN-SUB) TO LOAN-LAST-DAY
               MOVE WS-LOAN-T-CLOSE-DAY(WS-LOAN-SUB)
                   TO LOAN-CLOSE-DAY
               WRITE PAYLOAN-NEW-RECORD FROM PAYROLL-LOAN-RECORD
           END-PERFORM
           CLOSE PAYLOAN-NEW-FILE.

       LOAD-IMPUTED-TABLE.
           MOVE 0 TO WS-IMP-COUNT
           OPEN INPUT IMPUTED-FILE
           END-PERFORM
           CLOSE ARREARS-NEW-FILE.

       LOAD-COMMISSION-TABLE.
           MOVE 0 TO WS-COMM-COUNT
           MOVE 'N' TO WS-COMM-AT-EOF
           PERFORM UNTIL WS-COMM-LOAD-EOF
               READ COMMISSION-FILE
                   AT END
                       SET WS-COMM-LOAD-EOF TO TRUE
                   NOT AT END
                       IF WS-COMM-COUNT < 2000
                           ADD 1 TO WS-COMM-COUNT
                           MOVE COMM-EMP-ID TO
                               WS-COMM-T-EMP-ID(WS-COMM-COUNT)
                           MOVE COMM-SALES TO
                               WS-COMM-T-SALES(WS-COMM-COUNT)
                           MOVE COMM-PLAN TO
                               WS-COMM-T-PLAN(WS-COMM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMISSION-FILE.

       LOAD-COMM-PLAN-TABLE.
           MOVE 0 TO WS-CPLN-COUNT
           OPEN INPUT COMM-PLAN-FILE
           IF WS-CPLN-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CPLN-AT-EOF
           PERFORM UNTIL WS-CPLN-LOAD-EOF
               READ COMM-PLAN-FILE
                   AT END
                       SET WS-CPLN-LOAD-EOF TO TRUE
                   NOT AT END
                       IF WS-CPLN-COUNT < 50
                           ADD 1 TO WS-CPLN-COUNT
                           MOVE CPLN-CODE TO
                               WS-CPLN-T-CODE(WS-CPLN-COUNT)
                           MOVE CPLN-DRAW-AMT TO
                               WS-CPLN-T-DRAW(WS-CPLN-COUNT)
                           MOVE CPLN-DRAW-TYPE TO
                               WS-CPLN-T-DRAW-TYPE(WS-CPLN-COUNT)
                           PERFORM VARYING WS-COMM-TIER-SUB FROM 1
                               BY 1 UNTIL WS-COMM-TIER-SUB > 5
                               MOVE CPLN-TIER-FLOOR(WS-COMM-TIER-SUB)
                                   TO WS-CPLN-T-FLOOR(WS-CPLN-COUNT,
                                       WS-COMM-TIER-SUB)
                               MOVE CPLN-TIER-RATE(WS-COMM-TIER-SUB)
                                   TO WS-CPLN-T-RATE(WS-CPLN-COUNT,
                                       WS-COMM-TIER-SUB)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMM-PLAN-FILE.

       LOAD-DRAW-TABLE.
           MOVE 0 TO WS-DRAW-COUNT
           OPEN INPUT DRAWBAL-FILE
           IF WS-DRAW-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DRAW-AT-EOF
           PERFORM UNTIL WS-DRAW-LOAD-EOF
               READ DRAWBAL-FILE
                   AT END
                       SET WS-DRAW-LOAD-EOF TO TRUE
                   NOT AT END
                       IF WS-DRAW-COUNT < 999
                           ADD 1 TO WS-DRAW-COUNT
                           MOVE DRAW-EMP-ID TO
                               WS-DRAW-T-EMP-ID(WS-DRAW-COUNT)
                           MOVE DRAW-BALANCE TO
                               WS-DRAW-T-BALANCE(WS-DRAW-COUNT)
                           MOVE DRAW-LAST-DAY TO
                               WS-DRAW-T-LAST-DAY(WS-DRAW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAWBAL-FILE.

      *>  Recovered balances (zero) drop out of the new master, same
      *>  as WRITE-ARREARS-NEW-MASTER's cleared entries.
       WRITE-DRAW-NEW-MASTER.
           IF WS-DRAW-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DRAWBAL-NEW-FILE
           IF WS-DRAW-NEW-STATUS NOT = '00'
               DISPLAY "PAYROLL|ERROR|DRAWBAL-NEW|"
                   WS-DRAW-NEW-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DRAW-SUB FROM 1 BY 1
               UNTIL WS-DRAW-SUB > WS-DRAW-COUNT
               IF WS-DRAW-T-BALANCE(WS-DRAW-SUB) > 0
                   MOVE WS-DRAW-T-EMP-ID(WS-DRAW-SUB) TO DRAW-EMP-ID
                   MOVE WS-DRAW-T-BALANCE(WS-DRAW-SUB)
                       TO DRAW-BALANCE
                   MOVE WS-DRAW-T-LAST-DAY(WS-DRAW-SUB)
                       TO DRAW-LAST-DAY
                   WRITE DRAWBAL-NEW-RECORD FROM DRAW-BALANCE-RECORD
               END-IF
           END-PERFORM
           CLOSE DRAWBAL-NEW-FILE.

      *>================================================================*
      *>  WRITE-OUTBOUND-HEADER / WRITE-OUTBOUND-TRAILER: AKD
      *>  2026-10-15. Frame each open/close of OUTBOUND-FILE as one
      *>  batch — HDR|PAYROLL|day|cycle ahead of the entries and
      *>  TRL|count|hash-total behind them — so the banking side's
      *>  SETTLE.cob can prove it got every entry this run wrote. The
      *>  hash total is the sum of WS-OB-AMOUNT in the same implied-
      *>  decimal digits the entries carry, so it foots against them
      *>  read back exactly as written.
      *>================================================================*
       WRITE-OUTBOUND-HEADER.
           MOVE 0 TO WS-OBC-COUNT
           MOVE 0 TO WS-OBC-HASH
           MOVE WS-RUN-DAY TO WS-OH-DAY
           WRITE OUTBOUND-RECORD FROM WS-OUTBOUND-HEADER.

       WRITE-OUTBOUND-TRAILER.
           MOVE WS-OBC-COUNT TO WS-OT-COUNT
           MOVE WS-OBC-HASH TO WS-OT-HASH
           WRITE OUTBOUND-RECORD FROM WS-OUTBOUND-TRAILER.

      *>================================================================*
      *>  REMIT-GARNISHMENTS: One OUTBOUND-FILE remittance entry per
      *>  order that withheld anything this run, routed to the
           END-STRING
           MOVE WS-RUN-DAY TO WS-OB-DAY
           WRITE OUTBOUND-RECORD FROM WS-OUTBOUND-LINE
           ADD 1 TO WS-OBC-COUNT
           ADD WS-OB-AMOUNT TO WS-OBC-HASH

           ADD 1 TO WS-GARN-REMIT-COUNT
           ADD WS-GARN-T-WITHHELD(WS-GARN-SUB)
                       TO YTD-COMPANY
                   MOVE WS-YTD-T-IMPUTED(WS-YTD-SUB)
                       TO YTD-IMPUTED
                   MOVE WS-YTD-T-401K-DEF(WS-YTD-SUB)
                       TO YTD-401K-DEFERRED
                   MOVE WS-YTD-T-401K-MATCH(WS-YTD-SUB)
                       TO YTD-401K-MATCH
                   PERFORM VARYING WS-YTD-QSUB FROM 1 BY 1
                       UNTIL WS-YTD-QSUB > 4
                       MOVE WS-YTD-T-Q-GROSS(WS-YTD-SUB WS-YTD-QSUB)
       P-090.
           STOP RUN.

      *>================================================================*
      *>  CHECK-PAYROLL-YEAR: A regular run must be dated in the open
      *>  payroll year. Dated past it, the year hasn't been closed
      *>  yet and the run would pile new-year pay onto last year's
      *>  YTD totals; dated before it, the year is closed and only an
      *>  off-cycle adjustment against its archive may touch it. No
      *>  PAYYEAR.DAT yet opens the run's own year. AKD 2026-10-15.
      *>================================================================*
       CHECK-PAYROLL-YEAR.
           MOVE 'N' TO WS-PYR-REFUSED
           PERFORM LOAD-PAYYEAR-CONTROL
           IF WS-PYR-PRESENT = 'N'
               MOVE WS-DATE-YYYY TO PYR-OPEN-YEAR
               MOVE 0 TO PYR-CLOSED-YEAR
               MOVE 0 TO PYR-LAST-RUN-DAY
               MOVE 0 TO PYR-FINAL-CHECK-DAY
               MOVE 0 TO PYR-CLOSE-DAY
               MOVE SPACES TO PYR-CLOSE-OPERATOR
               MOVE PAYROLL-YEAR-RECORD TO WS-PYR-CONTROL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PYR-CONTROL TO PAYROLL-YEAR-RECORD
           IF WS-DATE-YYYY > PYR-OPEN-YEAR
               MOVE 'Y' TO WS-PYR-REFUSED
               DISPLAY "PAYROLL|YEAR-NOT-CLOSED|" PYR-OPEN-YEAR "|"
                   WS-RUN-DAY
               DISPLAY "PAYROLL|REFUSED|Run YECLOSE for "
                   PYR-OPEN-YEAR " before paying " WS-DATE-YYYY
           END-IF
           IF WS-DATE-YYYY < PYR-OPEN-YEAR
               MOVE 'Y' TO WS-PYR-REFUSED
               DISPLAY "PAYROLL|YEAR-CLOSED|" WS-DATE-YYYY "|"
                   WS-RUN-DAY
               DISPLAY "PAYROLL|REFUSED|" WS-DATE-YYYY
                   " is closed — adjust it with an OFFCYCLE check"
           END-IF.

      *>================================================================*
      *>  P-000-OFFCYCLE-YEAR: Same year rule for an off-cycle check,
      *>  except that one dated before the open year is allowed as a
      *>  prior-year adjustment — against that year's archived YTD
      *>  master only, which must exist. AKD 2026-10-15.
      *>================================================================*
       P-000-OFFCYCLE-YEAR.
           MOVE 'N' TO WS-PYR-REFUSED
           MOVE 'N' TO WS-PYR-ADJUSTMENT
           PERFORM LOAD-PAYYEAR-CONTROL
           IF WS-PYR-PRESENT = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PYR-CONTROL TO PAYROLL-YEAR-RECORD
           IF WS-DATE-YYYY > PYR-OPEN-YEAR
               MOVE 'Y' TO WS-PYR-REFUSED
               DISPLAY "PAYROLL|YEAR-NOT-CLOSED|" PYR-OPEN-YEAR "|"
                   WS-RUN-DAY
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-YYYY = PYR-OPEN-YEAR
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-YTD-OLD-PATH
           MOVE SPACES TO WS-YTD-NEW-PATH
           STRING "YTDPAY-" DELIMITED SIZE
               WS-DATE-YYYY DELIMITED SIZE
               ".DAT" DELIMITED SIZE
               INTO WS-YTD-OLD-PATH
           END-STRING
           STRING "YTDPAY-" DELIMITED SIZE
               WS-DATE-YYYY DELIMITED SIZE
               ".NEW" DELIMITED SIZE
               INTO WS-YTD-NEW-PATH
           END-STRING
           OPEN INPUT YTD-OLD-FILE
           IF WS-YTD-OLD-STATUS NOT = '00'
               MOVE 'Y' TO WS-PYR-REFUSED
               DISPLAY "PAYROLL|NO-YEAR-ARCHIVE|" WS-YTD-OLD-PATH
               EXIT PARAGRAPH
           END-IF
           CLOSE YTD-OLD-FILE
           MOVE 'Y' TO WS-PYR-ADJUSTMENT
           DISPLAY "PAYROLL|PRIOR-YEAR-ADJUSTMENT|" WS-DATE-YYYY "|"
               WS-YTD-OLD-PATH.

       LOAD-PAYYEAR-CONTROL.
           MOVE 'N' TO WS-PYR-PRESENT
           MOVE SPACES TO WS-PYR-CONTROL
           OPEN INPUT PAYYEAR-FILE
           IF WS-PYR-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ PAYYEAR-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-PYR-PRESENT
                   MOVE PAYROLL-YEAR-RECORD TO WS-PYR-CONTROL
           END-READ
           CLOSE PAYYEAR-FILE.

       WRITE-PAYYEAR-CONTROL.
           MOVE WS-PYR-CONTROL TO PAYROLL-YEAR-RECORD
           IF WS-RUN-DAY > PYR-LAST-RUN-DAY
               MOVE WS-RUN-DAY TO PYR-LAST-RUN-DAY
           END-IF
           OPEN OUTPUT PAYYEAR-FILE
           IF WS-PYR-FILE-STATUS NOT = '00'
               DISPLAY "PAYROLL|ERROR|PAYYEAR|" WS-PYR-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE PAYROLL-YEAR-RECORD
           CLOSE PAYYEAR-FILE.

      *>================================================================*
      *>  P-000-OFFCYCLE: One-off check for a single employee
      *>  AKD 2026-08-09: "OFFCYCLE empid amount [yyyymmdd]" on the

           MOVE FUNCTION NUMVAL(WS-OC-AMOUNT-STR) TO WS-OC-AMOUNT

      *>   AKD 2026-10-15: Which year's YTD master this check posts
      *>   to — refused outright if that year isn't open or archived
           PERFORM P-000-OFFCYCLE-YEAR
           IF WS-PYR-REFUSED = 'Y'
               GO TO P-000-OFFCYCLE-EXIT
           END-IF

      *>   AKD 2026-08-21: Unrecognized or omitted reason code falls
      *>   back to the catch-all OTHR bucket instead of rejecting the
      *>   run — same "default, don't fail" posture as the date token
           END-IF

           OPEN EXTEND EXCEPTION-FILE
           PERFORM LOAD-W4-TABLE

           MOVE WS-OC-AMOUNT TO WK-GROSS
           MOVE 0 TO WK-DED-TOT
      *>   AKD 2026-10-15: No 401(k) on an off-cycle check, so the
      *>   YTD deferral/match totals carry through unchanged.
           MOVE 0 TO WK-PRETAX-401K
           MOVE 0 TO WK-401K-MATCH
           COMPUTE WS-PAY-PERIOD =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DAY) / 14 + 1

           ADD WK-NET TO WS-BATCH-NET
           ADD 1 TO WS-PROC-COUNT

      *>   AKD 2026-10-15: Same payroll-card credit as P-070, with a
      *>   time-of-day stamp in the client ref so a second off-cycle
      *>   check the same day isn't taken for a rerun of the first.
           MOVE 'N' TO WS-PCD-POSTED
           IF EMP-PAY-PAYCARD
               MOVE WK-NET TO WK-PRIMARY-AMT
               MOVE 'PRX-' TO WS-PCD-REF-TAG
               ACCEPT WS-PCD-REF-STAMP FROM TIME
               PERFORM P-070-PAYCARD-CREDIT
           END-IF

           CLOSE EXCEPTION-FILE

           OPEN INPUT YTD-OLD-FILE
               MOVE 'N' TO WS-YTD-OLD-FLAG
           END-IF
           PERFORM LOAD-YTD-OLD-TABLE
      *>   AKD 2026-10-15: A prior-year adjustment writes the whole
      *>   archive new master, not an append to today's YTDPAY.NEW
           IF WS-PYR-ADJUSTMENT = 'Y'
               OPEN OUTPUT YTD-NEW-FILE
           ELSE
               OPEN EXTEND YTD-NEW-FILE
           END-IF

           PERFORM P-070-YTD-UPDATE
           IF WS-PYR-ADJUSTMENT = 'Y'
               PERFORM CARRY-FORWARD-UNTOUCHED-YTD
           END-IF

      *>   AKD 2026-08-21: YTDPAY.DAT only ever carries running totals
      *>   (see YTDREC.cpy) — there's no per-transaction slot to stamp
           DISPLAY "PAYROLL|OFFCYCLE-YTD|" EMP-ID "|" WS-OC-REASON
               "|" WS-OC-APPROVER

      *>   AKD 2026-10-15: Off-cycle pay is workers' comp payroll too
      *>   — no overtime in it, all of it in the employee's own class.
           PERFORM P-000-OFFCYCLE-WC

           IF WS-YTD-OLD-OPEN
               CLOSE YTD-OLD-FILE
           END-IF

           OPEN EXTEND PAYSTUB-FILE
           OPEN EXTEND OUTBOUND-FILE
           PERFORM WRITE-OUTBOUND-HEADER

           MOVE EMP-ID TO PAY-EMP-ID
           MOVE EMP-NAME TO PAY-EMP-NAME
           MOVE WK-NET TO PAY-NET
           MOVE EMP-BANK-CODE TO PAY-DEST-BANK
           MOVE EMP-ACCT-ID TO PAY-DEST-ACCT
           IF EMP-PAY-PAYCARD AND WS-PCD-POSTED = 'N'
               MOVE SPACES TO PAY-DEST-ACCT
           END-IF
           MOVE WS-RUN-DAY TO PAY-DATE-FULL
           MOVE WS-DATE-YY TO PAY-DATE-YY
           MOVE WS-OC-REASON TO PAY-OC-REASON
      *>   neither post nor recoup arrears — no balance shown.
           MOVE 0 TO PAY-ARREARS-BAL
           MOVE 0 TO PAY-IMPUTED
           MOVE 0 TO PAY-401K-MATCH
           MOVE SPACE TO PAY-401K-NOTICE
      *>   AKD 2026-10-15: An off-cycle check is not a commission
      *>   settlement — the draw balance moves only in P-046.
           MOVE 0 TO PAY-COMM-SALES
           MOVE 0 TO PAY-COMMISSION
           MOVE 0 TO PAY-DRAW-PAID
           MOVE 0 TO PAY-DRAW-RECOVERED
           MOVE 0 TO PAY-DRAW-BAL
      *>   AKD 2026-10-15: Expenses are reimbursed on the regular run
           MOVE 0 TO PAY-EXP-REIMB
           MOVE 0 TO PAY-EXP-TAXABLE
      *>   AKD 2026-10-15: ...and loans are repaid on it too — a
      *>   terminated employee's balance is recovered by hand off the
      *>   PAYLOAN exception, not silently out of a final check
           MOVE 0 TO PAY-LOAN-ADVANCE
           MOVE 0 TO PAY-LOAN-401K
           MOVE 0 TO PAY-LOAN-BAL

           WRITE PAY-STUB-RECORD

      *>   off-cycle check for an unverified-deposit employee pays
      *>   through the PAYCHECK.cob print run off the stub above,
      *>   never through a settlement entry.
      *>   AKD 2026-10-15: A credited payroll card needs neither; one
      *>   the credit couldn't reach prints like a pre-note check.
           IF EMP-PAY-PAYCARD
               IF WS-PCD-POSTED = 'N'
                   DISPLAY "PAYROLL|CHECK-PRINT-DUE|" EMP-ID "|"
                       WK-NET
               END-IF
           ELSE
               IF EMP-DD-PRENOTE-DUE
                   DISPLAY "PAYROLL|CHECK-PRINT-DUE|" EMP-ID "|"
                       WK-NET
               ELSE
                   MOVE EMP-ACCT-ID TO WS-OB-ACCT
                   MOVE EMP-ACCT-ID TO WS-OB-DEST
                   MOVE WK-NET TO WS-OB-AMOUNT
                   STRING
                       "Off-cycle payroll deposit — " DELIMITED SIZE
                       EMP-NAME DELIMITED SPACES
                       INTO WS-OB-DESC
                   END-STRING
                   MOVE WS-RUN-DAY TO WS-OB-DAY

                   WRITE OUTBOUND-RECORD FROM WS-OUTBOUND-LINE
                   ADD 1 TO WS-OBC-COUNT
                   ADD WS-OB-AMOUNT TO WS-OBC-HASH
               END-IF
           END-IF

           CLOSE PAYSTUB-FILE
           PERFORM WRITE-OUTBOUND-TRAILER
           CLOSE OUTBOUND-FILE

           DISPLAY "PAYROLL|OFFCYCLE-PAID|" EMP-ID "|" WK-NET "|"
      *>  WS-HARDCODED-BRACKETS did. Now looks TAX-GROSS-PAY up in the
      *>  same TAX-BRACKET-ENTRY table TAXCALC.cob's COMPUTE-FEDERAL
      *>  uses, so there's one bracket source instead of two.
      *>  AKD 2026-10-15: The bracket lookup is gone — federal income
      *>  tax now comes from the employee's own Form W-4 election
      *>  (W4.DAT) through the IRS percentage method, same as
      *>  TAXCALC.cob's COMPUTE-FEDERAL. TX-W4-RESOLVE and
      *>  TX-W4-PERCENTAGE sit below TX-COMPUTE-EXIT, outside this
      *>  PERFORM THRU range, so they only run when PERFORMed here.
      *>================================================================*
       TX-COMPUTE-FED.
           MOVE WS-RUN-DAY TO TAX-W4-AS-OF-DATE
           PERFORM TX-W4-RESOLVE
           IF TAX-W4-EXEMPT-LAPSED
               PERFORM TX-W4-FLAG-LAPSED
           END-IF
           MOVE EMP-PAY-PERIODS TO TAX-W4-PERIODS
           IF TAX-W4-PERIODS NOT > 0
               MOVE WK-PERIODS TO TAX-W4-PERIODS
           END-IF
           PERFORM TX-W4-PERCENTAGE.

      *>   State tax — PMR says "5%" but uses 7.25%
      *>   AKD 2026-08-09: That 7.25% was a flat rate applied to every

       TX-COMPUTE-EXIT.
           EXIT.

      *>================================================================*
      *>  TX-W4-RESOLVE: Loads TAXREC.cpy's TAX-W4-ELECTION with this
      *>  employee's W-4 in force on TAX-W4-AS-OF-DATE — the latest
      *>  W4-SIGNED-DATE not after it. No W-4 on file means Single
      *>  with no adjustments. An exempt claim past its expiry (zero
      *>  expiry = TAX-W4-EXEMPT-MMDD of the year after signing)
      *>  falls back to that same default and sets TAX-W4-EXEMPT-
      *>  LAPSED for the caller to flag. AKD 2026-10-15.
      *>================================================================*
       TX-W4-RESOLVE.
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
      *>  TX-W4-PERCENTAGE: Pub 15-T Worksheet 1A against TAX-GROSS-
      *>  PAY and TAX-W4-ELECTION, leaving the period's federal
      *>  income tax in TAX-FED-AMOUNT. Caller sets TAX-W4-PERIODS.
      *>  An exempt employee withholds nothing, extra withholding
      *>  included. AKD 2026-10-15.
      *>================================================================*
       TX-W4-PERCENTAGE.
           MOVE 0 TO TAX-FED-AMOUNT
           IF TAX-W4-EXEMPT
               EXIT PARAGRAPH
           END-IF

      *>   Lines 1a-1c: annualize, add Step 4(a) other income
           COMPUTE TAX-W4-ANNUAL-WAGE =
               TAX-GROSS-PAY * TAX-W4-PERIODS + TAX-W4-OTHER-INCOME

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
           COMPUTE TAX-FED-AMOUNT =
               TAX-W4-PERIOD-WH + TAX-W4-EXTRA-WH.

      *>================================================================*
      *>  TX-W4-FLAG-LAPSED: An exempt claim that was never renewed
      *>  by its deadline — logged to PAYEXCPT.DAT (open in both the
      *>  batch and OFFCYCLE paths whenever taxes are computed) so
      *>  payroll staff can chase the employee for a new W-4. The
      *>  employee withholds as Single meanwhile. AKD 2026-10-15.
      *>================================================================*
       TX-W4-FLAG-LAPSED.
           ADD 1 TO WS-W4-LAPSED-COUNT
           DISPLAY "PAYROLL|W4-EXEMPT-LAPSED|" EMP-ID "|"
               TAX-W4-EXPIRES
           MOVE EMP-ID TO W4-EXC-EMP-ID
           MOVE WS-RUN-DAY TO W4-EXC-DAY
           MOVE EMP-COMPANY TO W4-EXC-COMPANY
           WRITE EXCEPTION-RECORD FROM WS-W4-EXCEPT-LINE.

      *>================================================================*
      *>  LOAD-W4-TABLE: Stages W4.DAT into WS-W4-TABLE — same shape
      *>  as LOAD-IMPUTED-TABLE. An absent file leaves the table
      *>  empty, so every employee defaults. AKD 2026-10-15.
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
