*> ================================================================
*> OUTDEFR.cpy — Outside 401(k) Deferral Record (58 bytes, LINE
*> SEQUENTIAL)
*> Used by: DEFERRPT.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per elective deferral
*> an employee tells HR they made to another employer's 401(k) or
*> 403(b) plan during a tax year, on OUTDEFER.DAT. The IRS annual
*> limit is per person, not per plan, so an employee who changed
*> jobs mid-year can go over it with neither employer's payroll
*> stopping them. DEFERRPT.cob's EXCESS mode adds these to our own
*> YTD-401K-DEFERRED for the year and lists anyone over the limit,
*> so the excess can be refunded out of our plan by April 15 of
*> the following year. Several records per employee (one per
*> other employer) are normal; HR keys them as the employee
*> reports them, we never verify them against the other plan.
*>
*> Layout (58 bytes total):
*>   Bytes 01-07:  OUTD-EMP-ID        PIC X(7)
*>   Bytes 08-11:  OUTD-TAX-YEAR      PIC 9(4)
*>   Bytes 12-41:  OUTD-EMPLOYER      PIC X(30)
*>   Bytes 42-50:  OUTD-AMOUNT        PIC 9(7)V99
*>   Bytes 51-58:  OUTD-REPORTED-DATE PIC 9(8)
*>
 01  OUTSIDE-DEFERRAL-RECORD.
     05  OUTD-EMP-ID             PIC X(7).
     05  OUTD-TAX-YEAR           PIC 9(4).
     05  OUTD-EMPLOYER           PIC X(30).
     05  OUTD-AMOUNT             PIC 9(7)V99.
     05  OUTD-REPORTED-DATE      PIC 9(8).
