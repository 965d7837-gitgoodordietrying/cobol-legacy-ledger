*> ================================================================
*> W4REC.cpy — Form W-4 Election Record (58 bytes, LINE SEQUENTIAL)
*> Used by: PAYROLL.cob, TAXCALC.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per Form W-4 (2020
*> and later revision) an employee hands in, on W4.DAT. Federal
*> withholding used to come from EMPREC.cpy's EMP-TAX-BRACKET, a
*> code HR picked by hand that had nothing to do with what the
*> employee actually elected — filing a new W-4 never changed a
*> paycheck. Both tax engines now run the IRS percentage method
*> (Pub 15-T, Worksheet 1A) off these fields instead; see
*> TAXREC.cpy's TAX-W4-* tables.
*>
*> Several records per employee are normal — each new W-4 is
*> appended, never overwritten, so the file is the election
*> history. The record with the latest W4-SIGNED-DATE on or before
*> the run date wins; a W-4 dated after the run date waits for its
*> own period. An employee with no W-4 on file (or no W4.DAT at
*> all) withholds as Single with no adjustments, the IRS default.
*>
*> EXEMPT: a W4-EXEMPT 'Y' claim withholds no federal income tax
*> (FICA still applies) and lapses at W4-EXEMPT-EXPIRES — the
*> IRS deadline is February 15 of the year after it was signed,
*> which is what a zero W4-EXEMPT-EXPIRES defaults to. A lapsed
*> claim that was never renewed withholds as Single with no
*> adjustments and is flagged on every run until a new W-4 lands.
*>
*> Amounts are entered exactly as on the form: Step 3 and Steps
*> 4(a)/4(b) are annual figures, Step 4(c) is per pay period.
*>
*> Layout (58 bytes total):
*>   Bytes 01-07:  W4-EMP-ID          PIC X(7)
*>   Byte  08:     W4-FILING-STATUS   PIC X(1)   Step 1(c)
*>   Byte  09:     W4-MULTI-JOBS      PIC X(1)   Step 2(c) box
*>   Bytes 10-16:  W4-DEPENDENT-AMT   PIC 9(5)V99  Step 3
*>   Bytes 17-25:  W4-OTHER-INCOME    PIC 9(7)V99  Step 4(a)
*>   Bytes 26-34:  W4-DEDUCTIONS      PIC 9(7)V99  Step 4(b)
*>   Bytes 35-41:  W4-EXTRA-WH        PIC 9(5)V99  Step 4(c)
*>   Byte  42:     W4-EXEMPT          PIC X(1)
*>   Bytes 43-50:  W4-EXEMPT-EXPIRES  PIC 9(8)
*>   Bytes 51-58:  W4-SIGNED-DATE     PIC 9(8)
*>
 01  W4-ELECTION-RECORD.
     05  W4-EMP-ID               PIC X(7).
     05  W4-FILING-STATUS        PIC X(1).
         88  W4-SINGLE           VALUE 'S'.
         88  W4-MARRIED-JOINT    VALUE 'M'.
         88  W4-HEAD-OF-HOUSE    VALUE 'H'.
     05  W4-MULTI-JOBS           PIC X(1).
         88  W4-MULTI-JOBS-CHECKED VALUE 'Y'.
     05  W4-DEPENDENT-AMT        PIC 9(5)V99.
     05  W4-OTHER-INCOME         PIC 9(7)V99.
     05  W4-DEDUCTIONS           PIC 9(7)V99.
     05  W4-EXTRA-WH             PIC 9(5)V99.
     05  W4-EXEMPT               PIC X(1).
         88  W4-CLAIMS-EXEMPT    VALUE 'Y'.
     05  W4-EXEMPT-EXPIRES       PIC 9(8).
     05  W4-SIGNED-DATE          PIC 9(8).
