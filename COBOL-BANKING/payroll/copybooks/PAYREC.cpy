*>   taxed but non-cash, itemized so Gross minus the withholdings
*>   still explains Net for employees carrying a fringe benefit.
     05  PAY-IMPUTED               PIC S9(5)V99 COMP-3.
*>   AKD 2026-10-15: Employer 401(k) match on this period's PAY-401K,
*>   and the annual-limit notice — 'L' when P-048 cut this period's
*>   deferral short (or to zero) because the employee reached the
*>   IRS elective-deferral limit for the year. The match stops with
*>   the deferral. PAYRPT.cob prints the notice on the stub.
     05  PAY-401K-MATCH            PIC S9(5)V99 COMP-3.
     05  PAY-401K-NOTICE           PIC X(1).
         88  PAY-401K-AT-LIMIT     VALUE 'L'.
*>   AKD 2026-10-15: Commission pay (EMP-PAY-TYPE 'C', see P-046) —
*>   the period's credited sales, the tiered commission they earned,
*>   the draw top-up paid when commission fell short of the draw,
*>   what commission above the draw paid back against an earlier
*>   draw, and the unrecovered draw balance left after this period
*>   (DRAWBALR.cpy). PAY-GROSS = commission + draw paid - recovered.
*>   Zero on every non-commission stub. COMMRPT.cob reports them.
     05  PAY-COMM-SALES            PIC S9(9)V99 COMP-3.
     05  PAY-COMMISSION            PIC S9(7)V99 COMP-3.
     05  PAY-DRAW-PAID             PIC S9(7)V99 COMP-3.
     05  PAY-DRAW-RECOVERED        PIC S9(7)V99 COMP-3.
     05  PAY-DRAW-BAL              PIC S9(7)V99 COMP-3.
*>   AKD 2026-10-15: Expense reimbursement (EXPREC.cpy) — the
*>   approved, non-taxable amount paid this period on top of net
*>   pay, and the part of a mileage claim above the IRS rate that
*>   was paid as taxable wages instead (already inside PAY-GROSS).
*>   PAY-NET includes PAY-EXP-REIMB, so Gross less withholdings
*>   and deductions plus the reimbursement explains Net. Zero on
*>   stubs with no approved expense lines.
     05  PAY-EXP-REIMB             PIC S9(7)V99 COMP-3.
     05  PAY-EXP-TAXABLE           PIC S9(7)V99 COMP-3.
*>   AKD 2026-10-15: Payroll loan repayments (PAYLOANR.cpy) taken
*>   this period, post-tax and inside the deductions — pay advances
*>   and 401(k) plan loans separately — and what the employee still
*>   owes across all active loans afterward. Zero on stubs with no
*>   loan on file.
     05  PAY-LOAN-ADVANCE          PIC S9(7)V99 COMP-3.
     05  PAY-LOAN-401K             PIC S9(7)V99 COMP-3.
     05  PAY-LOAN-BAL              PIC S9(7)V99 COMP-3.
