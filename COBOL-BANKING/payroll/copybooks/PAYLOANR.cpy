*> ================================================================
*> PAYLOANR.cpy — Payroll Loan Ledger Record (77 bytes,
*> LINE SEQUENTIAL)
*> Used by: PAYROLL.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per payroll loan on
*> PAYLOAN.DAT: an emergency pay advance the company made, or a
*> participant loan the 401(k) plan made, either one repaid a fixed
*> amount per period out of pay. P-060 takes LOAN-PAYMENT from each
*> active loan after garnishment and arrears recoupment (post-tax),
*> never more than LOAN-BALANCE, so the final period takes only
*> what is left, and closes the loan when the balance reaches zero.
*> A period whose pay can't cover the full payment takes what it
*> can and writes a PAYLOAN line to PAYEXCPT.DAT. 401(k) loans are
*> taken ahead of advances.
*>
*> Same old-master/new-master pair as GARNISH.DAT/GARNISH.NEW: the
*> run reads PAYLOAN.DAT and writes every loan — active, closed or
*> defaulted — to PAYLOAN.NEW; promotion is a JCL step. A new loan
*> is added to PAYLOAN.DAT by HR (advance) or from the plan
*> recordkeeper's loan notice (401(k)) with LOAN-BALANCE equal to
*> LOAN-ORIGINAL and zero paid.
*>
*> LOAN-STATUS:
*>   A — active; repaid each regular run on or after LOAN-START-DATE
*>   C — closed; paid off by payroll on LOAN-CLOSE-DAY
*>   D — defaulted; the balance was recovered from final pay or
*>       written off (advance), or offset/deemed distributed by the
*>       plan (401(k) loan). Set by hand; never repaid through pay.
*> An active loan whose employee is terminated (EMP-STATUS 'T') is
*> listed every run in PAYEXCPT.DAT (PAYLOAN tag) until it is
*> settled and set to D.
*>
*> Layout (77 bytes total):
*>   Bytes 01-07:  LOAN-EMP-ID        PIC X(7)
*>   Bytes 08-17:  LOAN-ID            PIC X(10)
*>   Byte  18:     LOAN-TYPE          PIC X(1)  A advance, K 401(k)
*>   Bytes 19-27:  LOAN-ORIGINAL      PIC 9(7)V99
*>   Bytes 28-34:  LOAN-PAYMENT       PIC 9(5)V99 (per period)
*>   Bytes 35-43:  LOAN-BALANCE       PIC 9(7)V99
*>   Bytes 44-51:  LOAN-START-DATE    PIC 9(8)
*>   Byte  52:     LOAN-STATUS        PIC X(1)
*>   Bytes 53-61:  LOAN-PAID-TO-DATE  PIC 9(7)V99
*>   Bytes 62-69:  LOAN-LAST-DAY      PIC 9(8)  (last repayment)
*>   Bytes 70-77:  LOAN-CLOSE-DAY     PIC 9(8)  (zero while open)
*>
 01  PAYROLL-LOAN-RECORD.
     05  LOAN-EMP-ID             PIC X(7).
     05  LOAN-ID                 PIC X(10).
     05  LOAN-TYPE               PIC X(1).
         88  LOAN-ADVANCE        VALUE 'A'.
         88  LOAN-401K           VALUE 'K'.
     05  LOAN-ORIGINAL           PIC 9(7)V99.
     05  LOAN-PAYMENT            PIC 9(5)V99.
     05  LOAN-BALANCE            PIC 9(7)V99.
     05  LOAN-START-DATE         PIC 9(8).
     05  LOAN-STATUS             PIC X(1).
         88  LOAN-ACTIVE         VALUE 'A'.
         88  LOAN-CLOSED         VALUE 'C'.
         88  LOAN-DEFAULTED      VALUE 'D'.
     05  LOAN-PAID-TO-DATE       PIC 9(7)V99.
     05  LOAN-LAST-DAY           PIC 9(8).
     05  LOAN-CLOSE-DAY          PIC 9(8).
