*> ================================================================
*> TIMEREC.cpy — Timesheet Line Record (37 bytes, LINE SEQUENTIAL)
*> Used by: PAYROLL.cob, ACATRACK.cob
*> ================================================================
*>
*> AKD 2026-09-02: New copybook — one record per employee per work
*>   SHF — shift-differential hours (nights/weekends), paid at
*>         rate * (1 + PAYCOM-SHIFT-PREM-RATE)
*>   HOL — holiday hours, paid at rate * PAYCOM-HOLIDAY-MULT
*>   PTO — paid leave (vacation, sick, bereavement), paid at
*>         straight rate; hours off, so outside the OT split
*>
*> AKD 2026-10-15: Added the PTO pay code. Paid leave used to be
*> keyed as REG, which priced it right but counted it toward the
*> daily/weekly overtime split as if it were hours worked. ACA
*> hours of service (ACATRACK.cob) count every approved line —
*> worked, holiday and leave alike.
*>
*> Layout (37 bytes total):
*>   Bytes 01-07:  TS-EMP-ID        PIC X(7)
         88  TS-CODE-OVERTIME    VALUE 'OT '.
         88  TS-CODE-SHIFT       VALUE 'SHF'.
         88  TS-CODE-HOLIDAY     VALUE 'HOL'.
         88  TS-CODE-LEAVE       VALUE 'PTO'.
     05  TS-APPROVER             PIC X(10).
     05  TS-STATUS               PIC X(1).
         88  TS-APPROVED         VALUE 'A'.
