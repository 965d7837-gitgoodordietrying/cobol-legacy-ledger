*> ================================================================
*> WCWAGER.cpy — Workers' Comp Premium-Basis Wage Accumulator
*> (102 bytes, LINE SEQUENTIAL)
*> Used by: PAYROLL.cob, WCRPT.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per year, company,
*> work state (EMP-STATE) and workers' comp class, on WCWAGES.DAT,
*> with quarterly accumulators the same shape as YTDREC.cpy's.
*> PAYROLL.cob stages the old master whole, adds each run's
*> premium-basis wages into the run date's quarter, and writes
*> WCWAGES.NEW — same old-master/new-master pair as YTDPAY.DAT/
*> YTDPAY.NEW; promoting it is a JCL step. An off-cycle check
*> appends a record holding just its own wages, so a key can
*> appear more than once: every reader adds duplicates together,
*> and the next regular run's load merges them back into one.
*>
*> Premium basis is gross pay less the overtime premium — the
*> extra half of time-and-a-half — which the carriers let us
*> exclude; straight-time pay for overtime hours stays in.
*> WCW-Q-OT-EXCL records the premium left out, for the auditor.
*>
*> Layout (102 bytes total):
*>   Bytes 01-04:  WCW-YEAR           PIC 9(4)
*>   Bytes 05-08:  WCW-COMPANY        PIC X(4)
*>   Bytes 09-10:  WCW-STATE          PIC X(2)
*>   Bytes 11-14:  WCW-CLASS          PIC X(4)
*>   Bytes 15-102: WCW-QTR-ENTRY      OCCURS 4 TIMES
*>                 WCW-Q-WAGES        PIC S9(9)V99 (11 bytes)
*>                 WCW-Q-OT-EXCL      PIC S9(9)V99 (11 bytes)
*>
 01  WC-WAGE-RECORD.
     05  WCW-YEAR                PIC 9(4).
     05  WCW-COMPANY             PIC X(4).
     05  WCW-STATE               PIC X(2).
     05  WCW-CLASS               PIC X(4).
     05  WCW-QTR-ENTRY OCCURS 4 TIMES.
         10  WCW-Q-WAGES         PIC S9(9)V99.
         10  WCW-Q-OT-EXCL       PIC S9(9)V99.
