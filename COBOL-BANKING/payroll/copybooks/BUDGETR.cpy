*> ================================================================
*> BUDGETR.cpy — Payroll Budget Record (63 bytes, LINE SEQUENTIAL)
*> Used by: BUDGRPT.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per company,
*> department and fiscal period on PAYBUDGET.DAT, the payroll plan
*> finance used to keep in a spreadsheet beside PAYRPT.cob's DEPT
*> rollup. BUD-DEPT is the same code as EMP-DEPT-CODE and the
*> LABORDIST.DAT cost center. BUD-FISCAL-YEAR is named for the
*> calendar year the fiscal year ends in and BUD-PERIOD runs 01-12
*> from PAYCOM-FISCAL-START-MONTH (see PAYCOM.cpy).
*>
*>   BUD-REGULAR     — wages other than overtime
*>   BUD-OVERTIME    — overtime pay
*>   BUD-EMPR-TAX    — employer FICA
*>   BUD-BENEFITS    — employer medical and dental cost
*>   BUD-HEADCOUNT   — employees paid in the period
*>
*> A department/period with no record has a budget of zero; one
*> that appears twice is added together.
*>
*> Layout (63 bytes total):
*>   Bytes 01-04:  BUD-COMPANY         PIC X(4)
*>   Bytes 05-08:  BUD-DEPT            PIC X(4)
*>   Bytes 09-12:  BUD-FISCAL-YEAR     PIC 9(4)
*>   Bytes 13-14:  BUD-PERIOD          PIC 9(2)
*>   Bytes 15-25:  BUD-REGULAR         PIC 9(9)V99
*>   Bytes 26-36:  BUD-OVERTIME        PIC 9(9)V99
*>   Bytes 37-47:  BUD-EMPR-TAX        PIC 9(9)V99
*>   Bytes 48-58:  BUD-BENEFITS        PIC 9(9)V99
*>   Bytes 59-63:  BUD-HEADCOUNT       PIC 9(5)
*>
 01  BUDGET-RECORD.
     05  BUD-COMPANY             PIC X(4).
     05  BUD-DEPT                PIC X(4).
     05  BUD-FISCAL-YEAR         PIC 9(4).
     05  BUD-PERIOD              PIC 9(2).
     05  BUD-REGULAR             PIC 9(9)V99.
     05  BUD-OVERTIME            PIC 9(9)V99.
     05  BUD-EMPR-TAX            PIC 9(9)V99.
     05  BUD-BENEFITS            PIC 9(9)V99.
     05  BUD-HEADCOUNT           PIC 9(5).
