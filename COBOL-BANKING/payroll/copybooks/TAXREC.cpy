
 01  TAX-LOCAL-COUNT          PIC 9(2) VALUE 3.

*> AKD 2026-10-15: Form W-4 (2020+) percentage method — Pub 15-T's
*> Annual Percentage Method Tables for Worksheet 1A, one schedule
*> per filing status, then the same three again for employees who
*> checked the Step 2 multiple-jobs box. Each schedule is eight
*> rows of (annual wage floor, tentative tax at that floor, rate
*> on the excess over the floor), lowest floor first; the first
*> row is always the zero-tax row. Seeded from the 2024 Pub 15-T
*> and, like the brackets above, meant to be updated here every
*> January — both TAXCALC.cob's COMPUTE-FEDERAL and PAYROLL.cob's
*> TX-COMPUTE-FED read only this table. Same flat-group +
*> REDEFINES convention as TAX-BRACKET-DATA. EMPREC.cpy's
*> EMP-TAX-BRACKET no longer drives federal withholding.
 01  TAX-W4-PCT-DATA.
*>   Schedule 1: SINGLE / MARRIED FILING SEPARATELY
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9V9999 VALUE 0.0000.
     05  FILLER PIC 9(7)V99 VALUE 6000.00.
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9V9999 VALUE 0.1000.
     05  FILLER PIC 9(7)V99 VALUE 17600.00.
     05  FILLER PIC 9(7)V99 VALUE 1160.00.
     05  FILLER PIC 9V9999 VALUE 0.1200.
     05  FILLER PIC 9(7)V99 VALUE 53150.00.
     05  FILLER PIC 9(7)V99 VALUE 5426.00.
     05  FILLER PIC 9V9999 VALUE 0.2200.
     05  FILLER PIC 9(7)V99 VALUE 106525.00.
     05  FILLER PIC 9(7)V99 VALUE 17168.50.
     05  FILLER PIC 9V9999 VALUE 0.2400.
     05  FILLER PIC 9(7)V99 VALUE 197950.00.
     05  FILLER PIC 9(7)V99 VALUE 39110.50.
     05  FILLER PIC 9V9999 VALUE 0.3200.
     05  FILLER PIC 9(7)V99 VALUE 249725.00.
     05  FILLER PIC 9(7)V99 VALUE 55678.50.
     05  FILLER PIC 9V9999 VALUE 0.3500.
     05  FILLER PIC 9(7)V99 VALUE 615350.00.
     05  FILLER PIC 9(7)V99 VALUE 183647.25.
     05  FILLER PIC 9V9999 VALUE 0.3700.
*>   Schedule 2: MARRIED FILING JOINTLY
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9V9999 VALUE 0.0000.
     05  FILLER PIC 9(7)V99 VALUE 16300.00.
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9V9999 VALUE 0.1000.
     05  FILLER PIC 9(7)V99 VALUE 39500.00.
     05  FILLER PIC 9(7)V99 VALUE 2320.00.
     05  FILLER PIC 9V9999 VALUE 0.1200.
     05  FILLER PIC 9(7)V99 VALUE 110600.00.
     05  FILLER PIC 9(7)V99 VALUE 10852.00.
     05  FILLER PIC 9V9999 VALUE 0.2200.
     05  FILLER PIC 9(7)V99 VALUE 217350.00.
     05  FILLER PIC 9(7)V99 VALUE 34337.00.
     05  FILLER PIC 9V9999 VALUE 0.2400.
     05  FILLER PIC 9(7)V99 VALUE 400200.00.
     05  FILLER PIC 9(7)V99 VALUE 78221.00.
     05  FILLER PIC 9V9999 VALUE 0.3200.
     05  FILLER PIC 9(7)V99 VALUE 503750.00.
     05  FILLER PIC 9(7)V99 VALUE 111357.00.
     05  FILLER PIC 9V9999 VALUE 0.3500.
     05  FILLER PIC 9(7)V99 VALUE 747500.00.
     05  FILLER PIC 9(7)V99 VALUE 196669.50.
     05  FILLER PIC 9V9999 VALUE 0.3700.
*>   Schedule 3: HEAD OF HOUSEHOLD
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9V9999 VALUE 0.0000.
     05  FILLER PIC 9(7)V99 VALUE 13300.00.
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9V9999 VALUE 0.1000.
     05  FILLER PIC 9(7)V99 VALUE 29850.00.
     05  FILLER PIC 9(7)V99 VALUE 1655.00.
     05  FILLER PIC 9V9999 VALUE 0.1200.
     05  FILLER PIC 9(7)V99 VALUE 76400.00.
     05  FILLER PIC 9(7)V99 VALUE 7241.00.
     05  FILLER PIC 9V9999 VALUE 0.2200.
     05  FILLER PIC 9(7)V99 VALUE 113800.00.
     05  FILLER PIC 9(7)V99 VALUE 15469.00.
     05  FILLER PIC 9V9999 VALUE 0.2400.
     05  FILLER PIC 9(7)V99 VALUE 205250.00.
     05  FILLER PIC 9(7)V99 VALUE 37417.00.
     05  FILLER PIC 9V9999 VALUE 0.3200.
     05  FILLER PIC 9(7)V99 VALUE 257000.00.
     05  FILLER PIC 9(7)V99 VALUE 53977.00.
     05  FILLER PIC 9V9999 VALUE 0.3500.
     05  FILLER PIC 9(7)V99 VALUE 622650.00.
     05  FILLER PIC 9(7)V99 VALUE 181954.50.
     05  FILLER PIC 9V9999 VALUE 0.3700.
*>   Schedule 4: SINGLE / MARRIED FILING SEPARATELY, Step 2 box checked
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9V9999 VALUE 0.0000.
     05  FILLER PIC 9(7)V99 VALUE 7300.00.
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9V9999 VALUE 0.1000.
     05  FILLER PIC 9(7)V99 VALUE 13100.00.
     05  FILLER PIC 9(7)V99 VALUE 580.00.
     05  FILLER PIC 9V9999 VALUE 0.1200.
     05  FILLER PIC 9(7)V99 VALUE 30875.00.
     05  FILLER PIC 9(7)V99 VALUE 2713.00.
     05  FILLER PIC 9V9999 VALUE 0.2200.
     05  FILLER PIC 9(7)V99 VALUE 57562.50.
     05  FILLER PIC 9(7)V99 VALUE 8584.25.
     05  FILLER PIC 9V9999 VALUE 0.2400.
     05  FILLER PIC 9(7)V99 VALUE 103275.00.
     05  FILLER PIC 9(7)V99 VALUE 19555.25.
     05  FILLER PIC 9V9999 VALUE 0.3200.
     05  FILLER PIC 9(7)V99 VALUE 129162.50.
     05  FILLER PIC 9(7)V99 VALUE 27839.25.
     05  FILLER PIC 9V9999 VALUE 0.3500.
     05  FILLER PIC 9(7)V99 VALUE 311975.00.
     05  FILLER PIC 9(7)V99 VALUE 91823.63.
     05  FILLER PIC 9V9999 VALUE 0.3700.
*>   Schedule 5: MARRIED FILING JOINTLY, Step 2 box checked
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9V9999 VALUE 0.0000.
     05  FILLER PIC 9(7)V99 VALUE 14600.00.
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9V9999 VALUE 0.1000.
     05  FILLER PIC 9(7)V99 VALUE 26200.00.
     05  FILLER PIC 9(7)V99 VALUE 1160.00.
     05  FILLER PIC 9V9999 VALUE 0.1200.
     05  FILLER PIC 9(7)V99 VALUE 61750.00.
     05  FILLER PIC 9(7)V99 VALUE 5426.00.
     05  FILLER PIC 9V9999 VALUE 0.2200.
     05  FILLER PIC 9(7)V99 VALUE 115125.00.
     05  FILLER PIC 9(7)V99 VALUE 17168.50.
     05  FILLER PIC 9V9999 VALUE 0.2400.
     05  FILLER PIC 9(7)V99 VALUE 206550.00.
     05  FILLER PIC 9(7)V99 VALUE 39110.50.
     05  FILLER PIC 9V9999 VALUE 0.3200.
     05  FILLER PIC 9(7)V99 VALUE 258325.00.
     05  FILLER PIC 9(7)V99 VALUE 55678.50.
     05  FILLER PIC 9V9999 VALUE 0.3500.
     05  FILLER PIC 9(7)V99 VALUE 380200.00.
     05  FILLER PIC 9(7)V99 VALUE 98334.75.
     05  FILLER PIC 9V9999 VALUE 0.3700.
*>   Schedule 6: HEAD OF HOUSEHOLD, Step 2 box checked
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9V9999 VALUE 0.0000.
     05  FILLER PIC 9(7)V99 VALUE 10950.00.
     05  FILLER PIC 9(7)V99 VALUE 0.00.
     05  FILLER PIC 9V9999 VALUE 0.1000.
     05  FILLER PIC 9(7)V99 VALUE 19225.00.
     05  FILLER PIC 9(7)V99 VALUE 827.50.
     05  FILLER PIC 9V9999 VALUE 0.1200.
     05  FILLER PIC 9(7)V99 VALUE 42500.00.
     05  FILLER PIC 9(7)V99 VALUE 3620.50.
     05  FILLER PIC 9V9999 VALUE 0.2200.
     05  FILLER PIC 9(7)V99 VALUE 61200.00.
     05  FILLER PIC 9(7)V99 VALUE 7734.50.
     05  FILLER PIC 9V9999 VALUE 0.2400.
     05  FILLER PIC 9(7)V99 VALUE 106925.00.
     05  FILLER PIC 9(7)V99 VALUE 18708.50.
     05  FILLER PIC 9V9999 VALUE 0.3200.
     05  FILLER PIC 9(7)V99 VALUE 132800.00.
     05  FILLER PIC 9(7)V99 VALUE 26988.50.
     05  FILLER PIC 9V9999 VALUE 0.3500.
     05  FILLER PIC 9(7)V99 VALUE 315625.00.
     05  FILLER PIC 9(7)V99 VALUE 90977.25.
     05  FILLER PIC 9V9999 VALUE 0.3700.


 01  TAX-W4-PCT-TABLE REDEFINES TAX-W4-PCT-DATA.
     05  TAX-W4-SCHEDULE OCCURS 6 TIMES.
         10  TAX-W4-ROW OCCURS 8 TIMES.
             15  TAX-W4-FLOOR    PIC 9(7)V99.
             15  TAX-W4-BASE     PIC 9(7)V99.
             15  TAX-W4-RATE     PIC 9V9999.

*> AKD 2026-10-15: Worksheet 1A line 1(e) — the annual amount
*> knocked off wages when the Step 2 box is NOT checked (it is
*> already built into the checkbox schedules), plus the schedule
*> shape and the exempt-renewal deadline (MMDD, in the year after
*> the claim was signed) a zero W4-EXEMPT-EXPIRES defaults to.
 01  TAX-W4-SETTINGS.
     05  TAX-W4-STEP4-JOINT      PIC 9(7)V99 VALUE 12900.00.
     05  TAX-W4-STEP4-OTHER      PIC 9(7)V99 VALUE 8600.00.
     05  TAX-W4-ROW-COUNT        PIC 9(2) VALUE 8.
     05  TAX-W4-CHECKBOX-OFFSET  PIC 9(1) VALUE 3.
     05  TAX-W4-EXEMPT-MMDD      PIC 9(4) VALUE 0215.

*> AKD 2026-10-15: The election in force for the employee being
*> taxed — each program fills this from its own staged copy of
*> W4.DAT (see W4REC.cpy), defaulting to Single with no
*> adjustments, before running the percentage method.
 01  TAX-W4-ELECTION.
     05  TAX-W4-FILING-STATUS    PIC X(1).
         88  TAX-W4-JOINT        VALUE 'M'.
         88  TAX-W4-HEAD-HOUSE   VALUE 'H'.
     05  TAX-W4-MULTI-JOBS       PIC X(1).
         88  TAX-W4-BOX-CHECKED  VALUE 'Y'.
     05  TAX-W4-DEPENDENT-AMT    PIC 9(5)V99.
     05  TAX-W4-OTHER-INCOME     PIC 9(7)V99.
     05  TAX-W4-DEDUCTIONS       PIC 9(7)V99.
     05  TAX-W4-EXTRA-WH         PIC 9(5)V99.
     05  TAX-W4-EXEMPT-FLAG      PIC X(1).
         88  TAX-W4-EXEMPT       VALUE 'Y'.
     05  TAX-W4-LAPSED-FLAG      PIC X(1).
         88  TAX-W4-EXEMPT-LAPSED VALUE 'Y'.
     05  TAX-W4-ON-FILE-FLAG     PIC X(1).
         88  TAX-W4-ON-FILE      VALUE 'Y'.

*> AKD 2026-10-15: Worksheet 1A work fields.
 01  TAX-W4-WORK.
     05  TAX-W4-PERIODS          PIC S9(4) COMP.
     05  TAX-W4-SCHED-IDX        PIC 9(1).
     05  TAX-W4-ROW-IDX          PIC 9(2).
     05  TAX-W4-ANNUAL-WAGE      PIC S9(9)V99 COMP-3.
     05  TAX-W4-ADJ-WAGE         PIC S9(9)V99 COMP-3.
     05  TAX-W4-TENTATIVE        PIC S9(9)V99 COMP-3.
     05  TAX-W4-PERIOD-WH        PIC S9(7)V99 COMP-3.
     05  TAX-W4-PERIOD-CREDIT    PIC S9(7)V99 COMP-3.
     05  TAX-W4-EXPIRES          PIC 9(8).
     05  TAX-W4-SIGNED-YEAR      PIC 9(4).
     05  TAX-W4-AS-OF-DATE       PIC 9(8).

*> PMR: Working fields for tax computation
 01  TAX-WORK-FIELDS.
     05  TAX-GROSS-PAY           PIC S9(7)V99 COMP-3.
