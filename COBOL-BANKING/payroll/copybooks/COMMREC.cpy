*> ================================================================
*> COMMREC.cpy — Period Commission Line Record (22 bytes,
*> LINE SEQUENTIAL)
*> Used by: PAYROLL.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per employee per
*> plan per pay period on COMMISSION.DAT, the sales credited to a
*> commission-paid employee (EMP-PAY-TYPE 'C') since the last
*> run. Sales operations produces the file; PAYROLL.cob's P-046
*> prices it against the plan's tiers (COMMPLNR.cpy/COMMPLAN.DAT)
*> and settles it against the employee's draw (DRAWBALR.cpy).
*> Several lines for one employee are summed per plan before the
*> tiers apply, so splitting a period's sales across lines never
*> changes what the employee earns.
*>
*> COMM-PLAN blank means the employee's own EMP-COMM-PLAN. A plan
*> code not on COMMPLAN.DAT is not priced — the line lands in
*> PAYEXCPT.DAT (COMMISSN tag) instead.
*>
*> Unlike TIMESHEET.DAT, a missing COMMISSION.DAT has no flat
*> fallback: commission employees are not paid that run (each gets
*> a PAYEXCPT.DAT line) rather than everyone being paid a bare
*> draw off an empty period. An employee with no lines in a file
*> that IS on hand sold nothing, and gets the draw.
*>
*> Layout (22 bytes total):
*>   Bytes 01-07:  COMM-EMP-ID       PIC X(7)
*>   Bytes 08-18:  COMM-SALES        PIC 9(9)V99
*>   Bytes 19-22:  COMM-PLAN         PIC X(4)
*>
 01  COMMISSION-RECORD.
     05  COMM-EMP-ID             PIC X(7).
     05  COMM-SALES              PIC 9(9)V99.
     05  COMM-PLAN               PIC X(4).
