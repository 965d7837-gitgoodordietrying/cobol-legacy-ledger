*> ================================================================
*> WCMAPR.cpy — Workers' Comp Cost-Center Class Map (38 bytes,
*> LINE SEQUENTIAL)
*> Used by: PAYROLL.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per cost center whose
*> work belongs in a workers' comp class other than the employee's
*> own EMP-WC-CLASS, on WCMAP.DAT. A timesheet line charged to a
*> mapped TS-COST-CENTER puts that line's hours (and its share of
*> the premium-basis wages) in WCM-CLASS instead — so the clerk who
*> spends Fridays on the warehouse floor is reported under both
*> classes, the way the carrier's auditor expects. Lines with a
*> blank or unmapped cost center stay in EMP-WC-CLASS. Same
*> may-not-exist posture as GARNISH.DAT: no file, no overrides.
*>
*> Layout (38 bytes total):
*>   Bytes 01-04:  WCM-COST-CENTER    PIC X(4)
*>   Bytes 05-08:  WCM-CLASS          PIC X(4)
*>   Bytes 09-38:  WCM-DESC           PIC X(30)
*>
 01  WC-MAP-RECORD.
     05  WCM-COST-CENTER         PIC X(4).
     05  WCM-CLASS               PIC X(4).
     05  WCM-DESC                PIC X(30).
