*> ================================================================
*> EMPREC.cpy — Employee Record Layout (170 bytes, LINE SEQUENTIAL)
*> Used by: PAYROLL.cob, TAXCALC.cob, DEDUCTN.cob, PAYBATCH.cob
*> ================================================================
*>
*>   Bytes 145-148: EMP-LOCALITY      PIC X(4)
*>   Byte  149:     EMP-DD-STATUS     PIC X(1)
*>   Bytes 150-153: EMP-COMPANY       PIC X(4)
*>   Bytes 154-161: EMP-BIRTH-DATE    PIC 9(8)
*>   Bytes 162-165: EMP-WC-CLASS      PIC X(4)
*>   Bytes 166-169: EMP-COMM-PLAN     PIC X(4)
*>   Byte  170:     EMP-PAY-METHOD    PIC X(1)
*>
*> 2026-08-09 AKD: Revived the 1988 garnishment feature — added the
*> two fields above where EMP-FILLER used to sit (bytes 94-95).
*> convention as the EMP-SPLIT-FLAG Y/N pair above, just using the
*> letters that actually describe the states. Record grew from 148 to
*> 149 bytes.
*> 2026-10-15 AKD: Added EMP-BIRTH-DATE (YYYYMMDD) — PAYROLL.cob's
*> P-048 allows the 401(k) age-50 catch-up contribution only for an
*> employee who turns 50 by December 31 of the pay year, and there
*> was no birth date on file to tell. Zero, or spaces (every
*> record on file before this field existed reads it as blanks, so
*> readers test it IS NUMERIC first), means unknown: no catch-up
*> until HR fills it in, and DEFERRPT.cob's limit report calls it
*> out.
*> Record grew from 153 to 161 bytes.
*> 2026-10-15 AKD: Added EMP-WC-CLASS — the workers' compensation
*> class code (the carrier's 4-digit code, e.g. 8810 clerical) the
*> employee's wages are reported under. A timesheet line whose
*> TS-COST-CENTER is on WCMAP.DAT (WCMAPR.cpy) overrides it for
*> that line's hours. PAYROLL.cob accumulates premium-basis wages
*> by state and class on WCWAGES.DAT (WCWAGER.cpy) for WCRPT.cob.
*> Blank means not yet classified — the wages still accumulate,
*> under a blank class, and PAYROLL.cob flags the employee.
*> Record grew from 161 to 165 bytes.
*> 2026-10-15 AKD: Added EMP-PAY-TYPE 'C' (commission) and
*> EMP-COMM-PLAN — the employee's commission plan on COMMPLAN.DAT
*> (COMMPLNR.cpy), which sets the per-period draw and prices any
*> COMMISSION.DAT line that doesn't name a plan of its own.
*> PAYROLL.cob's P-046 pays commission employees through the same
*> P-048 onward path as salaried and hourly. Blank on every non-
*> commission employee. Record grew from 165 to 169 bytes.
*> 2026-10-15 AKD: Added EMP-PAY-METHOD — how net pay reaches the
*> employee. Blank or 'D' is the direct deposit to EMP-ACCT-ID
*> everyone had before this field existed. 'P' is a payroll card
*> for an employee with no bank account of their own: PAYCARD.cob's
*> ENROLL opens a fee-exempt deposit account on our own ledger,
*> issues the debit card against it, and writes that account into
*> EMP-BANK-CODE/EMP-ACCT-ID. PAYROLL.cob's P-070 then credits it
*> on-us instead of writing a settlement entry. A 'P' employee with
*> no account yet (enrollment still outstanding) is paid by check.
*> Record grew from 169 to 170 bytes.
*>
 01  EMPLOYEE-RECORD.
     05  EMP-ID                  PIC X(7).
     05  EMP-PAY-TYPE            PIC X(1).
         88  EMP-SALARIED        VALUE 'S'.
         88  EMP-HOURLY          VALUE 'H'.
         88  EMP-COMMISSION      VALUE 'C'.
*>   AKD 2026-10-15: No longer read for federal withholding —
*>   TAXCALC.cob and PAYROLL.cob now run the percentage method
*>   off the employee's Form W-4 election (W4REC.cpy/W4.DAT).
*>   Left in place so the byte offsets don't move.
     05  EMP-TAX-BRACKET         PIC 9(2).
     05  EMP-HIRE-DATE           PIC 9(8).
     05  EMP-DEPT-CODE           PIC X(4).
*>   original single company, so every record on file before this
*>   field existed keeps paying under an unfiltered run.
     05  EMP-COMPANY             PIC X(4).
*>   AKD 2026-10-15: Date of birth, YYYYMMDD; zero or spaces (a
*>   pre-existing short record) = not on file.
     05  EMP-BIRTH-DATE          PIC 9(8).
*>   AKD 2026-10-15: Workers' comp class code; blank = unclassified.
     05  EMP-WC-CLASS            PIC X(4).
*>   AKD 2026-10-15: Commission plan code; blank unless EMP-PAY-TYPE
*>   is 'C'.
     05  EMP-COMM-PLAN           PIC X(4).
*>   AKD 2026-10-15: Pay method; blank = direct deposit.
     05  EMP-PAY-METHOD          PIC X(1).
         88  EMP-PAY-DIRECT      VALUE 'D' ' '.
         88  EMP-PAY-PAYCARD     VALUE 'P'.
