*> ================================================================
*> YTDREC.cpy — Year-To-Date Payroll Accumulation Record (246 bytes,
*> LINE SEQUENTIAL)
*> Used by: PAYROLL.cob, QTRRPT.cob, DEDUCTN.cob, DEFERRPT.cob
*> ================================================================
*>
*> AKD 2026-08-09: New copybook — one record per employee, carrying
*>   Bytes 93-224: YTD-QTR-ENTRY (x4) — per quarter: gross, federal
*>                 withholding, FICA wages, each PIC S9(9)V99
*>                 (DISPLAY, 11 bytes; 33 bytes per quarter)
*>   Bytes 225-235: YTD-401K-DEFERRED PIC S9(9)V99 (DISPLAY, 11 bytes)
*>   Bytes 236-246: YTD-401K-MATCH    PIC S9(9)V99 (DISPLAY, 11 bytes)
*>
*> AKD 2026-10-15: Added YTD-401K-DEFERRED/YTD-401K-MATCH — the
*> employee's elective 401(k) deferrals and the employer match on
*> them so far this year. P-048 checks each period's deferral
*> against YTD-401K-DEFERRED and the annual IRS limit (PAYCOM.cpy's
*> PAYCOM-401K-LIMIT-TABLE) and stops it at the limit; DEFERRPT.cob
*> reports from both. Record grew from 224 to 246 bytes; a master
*> written before the change reads the two new fields as zero.
*>
 01  YTD-RECORD.
     05  YTD-EMP-ID              PIC X(7).
         10  YTD-QTR-GROSS       PIC S9(9)V99.
         10  YTD-QTR-FED-TAX     PIC S9(9)V99.
         10  YTD-QTR-FICA-WAGES  PIC S9(9)V99.
     05  YTD-401K-DEFERRED       PIC S9(9)V99.
     05  YTD-401K-MATCH          PIC S9(9)V99.
