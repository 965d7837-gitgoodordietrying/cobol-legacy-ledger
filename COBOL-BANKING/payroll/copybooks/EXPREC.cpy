*> ================================================================
*> EXPREC.cpy — Expense Reimbursement Line Record (54 bytes,
*> LINE SEQUENTIAL)
*> Used by: PAYROLL.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per expense-report
*> line on EXPENSE.DAT, the mileage and out-of-pocket claims
*> finance used to pay by separate check. PAYROLL.cob pays the
*> approved lines with the employee's regular pay, after taxes and
*> deductions, as money that was never wages: it stays out of
*> WK-GROSS, withholding, garnishment disposable income and the
*> 401(k) base, and shows on the stub as its own line
*> (PAY-EXP-REIMB). Every line paid goes on the run's EXPREG.DAT
*> register by department for AP.
*>
*> A line is approved when it names an approver other than the
*> employee and an approval date on or before the run date.
*> Anything else — unapproved, self-approved, post-dated approval,
*> an unknown type, a zero amount, mileage with no miles — is not
*> paid and lands in PAYEXCPT.DAT under the EXPENSE tag.
*>
*> Mileage (EXP-TYPE MILE) is paid tax-free only up to EXP-MILES at
*> the run year's IRS standard rate (PAYCOM-IRS-MILE-RATE). Any
*> part of EXP-AMOUNT above that is taxable wages: it is added to
*> WK-GROSS and withheld on like any other pay.
*>
*> Layout (54 bytes total):
*>   Bytes 01-07:  EXP-EMP-ID          PIC X(7)
*>   Bytes 08-17:  EXP-REPORT-ID       PIC X(10)
*>   Bytes 18-21:  EXP-TYPE            PIC X(4)
*>   Bytes 22-30:  EXP-AMOUNT          PIC 9(7)V99 (amount claimed)
*>   Bytes 31-36:  EXP-MILES           PIC 9(5)V9  (MILE only)
*>   Bytes 37-46:  EXP-APPROVER        PIC X(10)
*>   Bytes 47-54:  EXP-APPROVAL-DATE   PIC 9(8)
*>
 01  EXPENSE-RECORD.
     05  EXP-EMP-ID              PIC X(7).
     05  EXP-REPORT-ID           PIC X(10).
     05  EXP-TYPE                PIC X(4).
         88  EXP-MILEAGE         VALUE 'MILE'.
         88  EXP-TYPE-VALID      VALUE 'MILE' 'TRVL' 'MEAL'
                                       'LODG' 'SUPL' 'OTHR'.
     05  EXP-AMOUNT              PIC 9(7)V99.
     05  EXP-MILES               PIC 9(5)V9.
     05  EXP-APPROVER            PIC X(10).
     05  EXP-APPROVAL-DATE       PIC 9(8).
