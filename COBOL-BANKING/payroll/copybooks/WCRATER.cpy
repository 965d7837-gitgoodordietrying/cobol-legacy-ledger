*> ================================================================
*> WCRATER.cpy — Workers' Comp Rate Record (43 bytes, LINE
*> SEQUENTIAL)
*> Used by: WCRPT.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per state and class
*> code on our workers' comp policy, on WCRATE.DAT, keyed in from
*> the carrier's rate pages at each renewal. WCR-RATE is the
*> manual rate per $100 of premium-basis payroll, which is how
*> every carrier quotes it; WCRPT.cob's estimated premium is
*> wages / 100 * WCR-RATE. A state/class with wages but no rate
*> on file reports a zero premium and is flagged NO-RATE, so a
*> missing rate page can't quietly understate the accrual.
*>
*> Layout (43 bytes total):
*>   Bytes 01-02:  WCR-STATE          PIC X(2)
*>   Bytes 03-06:  WCR-CLASS          PIC X(4)
*>   Bytes 07-36:  WCR-DESC           PIC X(30)
*>   Bytes 37-43:  WCR-RATE           PIC 9(3)V9999
*>
 01  WC-RATE-RECORD.
     05  WCR-STATE               PIC X(2).
     05  WCR-CLASS               PIC X(4).
     05  WCR-DESC                PIC X(30).
     05  WCR-RATE                PIC 9(3)V9999.
