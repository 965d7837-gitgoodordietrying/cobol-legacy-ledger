         10  PAYCOM-DED-PRI-SEQ      PIC 9(2).

 01  PAYCOM-DED-PRIORITY-COUNT       PIC 9(2) VALUE 6.

*> AKD 2026-10-15: IRS 401(k) elective-deferral limits by plan
*> year — the base limit and the extra catch-up allowed once the
*> employee turns PAYCOM-401K-CATCHUP-AGE by December 31 of that
*> year. P-048 stops a period's deferral at the run year's limit
*> less YTD-401K-DEFERRED; DEFERRPT.cob's EXCESS mode uses the
*> prior year's row. Add a row every November when the IRS
*> announces the next year; a year past the last row uses the
*> last row. Same flat-group + REDEFINES idiom as above.
 01  PAYCOM-401K-LIMITS.
     05  PAYCOM-401K-LIM-01.
         10  PAYCOM-401K-LIM-01-YEAR   PIC 9(4) VALUE 2023.
         10  PAYCOM-401K-LIM-01-BASE   PIC 9(5)V99 VALUE 22500.00.
         10  PAYCOM-401K-LIM-01-CATCH  PIC 9(5)V99 VALUE 7500.00.
     05  PAYCOM-401K-LIM-02.
         10  PAYCOM-401K-LIM-02-YEAR   PIC 9(4) VALUE 2024.
         10  PAYCOM-401K-LIM-02-BASE   PIC 9(5)V99 VALUE 23000.00.
         10  PAYCOM-401K-LIM-02-CATCH  PIC 9(5)V99 VALUE 7500.00.
     05  PAYCOM-401K-LIM-03.
         10  PAYCOM-401K-LIM-03-YEAR   PIC 9(4) VALUE 2025.
         10  PAYCOM-401K-LIM-03-BASE   PIC 9(5)V99 VALUE 23500.00.
         10  PAYCOM-401K-LIM-03-CATCH  PIC 9(5)V99 VALUE 7500.00.
     05  PAYCOM-401K-LIM-04.
         10  PAYCOM-401K-LIM-04-YEAR   PIC 9(4) VALUE 2026.
         10  PAYCOM-401K-LIM-04-BASE   PIC 9(5)V99 VALUE 24500.00.
         10  PAYCOM-401K-LIM-04-CATCH  PIC 9(5)V99 VALUE 8000.00.

 01  PAYCOM-401K-LIMIT-TABLE REDEFINES PAYCOM-401K-LIMITS.
     05  PAYCOM-401K-LIM-ENTRY OCCURS 4 TIMES.
         10  PAYCOM-401K-LIM-YEAR      PIC 9(4).
         10  PAYCOM-401K-LIM-BASE      PIC 9(5)V99.
         10  PAYCOM-401K-LIM-CATCH     PIC 9(5)V99.

 01  PAYCOM-401K-SETTINGS.
     05  PAYCOM-401K-LIM-COUNT       PIC 9(2) VALUE 4.
     05  PAYCOM-401K-CATCHUP-AGE     PIC 9(2) VALUE 50.
*>       DEFERRPT.cob LIMIT mode lists anyone at or past this share
*>       of their limit, or on pace to reach it before year end.
     05  PAYCOM-401K-WARN-PCT        PIC 9V99 VALUE 0.90.

*> AKD 2026-10-15: ACA employer-mandate settings for ACATRACK.cob's
*> look-back measurement. An hourly employee whose hours of service
*> over the PAYCOM-ACA-MEAS-MONTHS measurement period average
*> PAYCOM-ACA-FT-MONTHLY-HRS a month (the IRS's 130 = 30 a week)
*> is full-time for the PAYCOM-ACA-STAB-MONTHS stability period
*> that starts after PAYCOM-ACA-ADMIN-MONTHS of administrative
*> period — measure through October, enroll in November/December,
*> covered January through December. Month counts, not days.
*> PAYCOM-ACA-OFFER-CODE is the 1095-C line 14 code for the offer
*> our plan makes to every full-time employee (1E: minimum value
*> coverage to employee, spouse and dependents).
 01  PAYCOM-ACA-SETTINGS.
     05  PAYCOM-ACA-MEAS-MONTHS      PIC 9(2) VALUE 12.
     05  PAYCOM-ACA-ADMIN-MONTHS     PIC 9(2) VALUE 2.
     05  PAYCOM-ACA-STAB-MONTHS      PIC 9(2) VALUE 12.
     05  PAYCOM-ACA-FT-MONTHLY-HRS   PIC 9(3) VALUE 130.
     05  PAYCOM-ACA-OFFER-CODE       PIC X(2) VALUE '1E'.
*>       1094-C Part III column (a): coverage was offered to at
*>       least this share of the month's full-time employees.
     05  PAYCOM-ACA-MEC-PCT          PIC 9V99 VALUE 0.95.
*>       ACAHOURS.DAT months older than this are dropped by ACCUM.
     05  PAYCOM-ACA-KEEP-MONTHS      PIC 9(2) VALUE 36.
     05  PAYCOM-ACA-AFF-COUNT        PIC 9(2) VALUE 3.

*> AKD 2026-10-15: IRS affordability percentage by plan year — the
*> most an employee can be required to pay for the lowest-cost
*> self-only coverage, as a share of income, for the coverage to be
*> affordable (1095-C line 16 code 2H, rate-of-pay safe harbor).
*> Add a row each year when the IRS publishes it; a year past the
*> last row uses the last row, same as PAYCOM-401K-LIMIT-TABLE.
 01  PAYCOM-ACA-AFFORD-PCTS.
     05  PAYCOM-ACA-AFF-01.
         10  PAYCOM-ACA-AFF-01-YEAR    PIC 9(4) VALUE 2024.
         10  PAYCOM-ACA-AFF-01-PCT     PIC 9V9999 VALUE 0.0839.
     05  PAYCOM-ACA-AFF-02.
         10  PAYCOM-ACA-AFF-02-YEAR    PIC 9(4) VALUE 2025.
         10  PAYCOM-ACA-AFF-02-PCT     PIC 9V9999 VALUE 0.0902.
     05  PAYCOM-ACA-AFF-03.
         10  PAYCOM-ACA-AFF-03-YEAR    PIC 9(4) VALUE 2026.
         10  PAYCOM-ACA-AFF-03-PCT     PIC 9V9999 VALUE 0.0996.

 01  PAYCOM-ACA-AFFORD-TABLE REDEFINES PAYCOM-ACA-AFFORD-PCTS.
     05  PAYCOM-ACA-AFF-ENTRY OCCURS 3 TIMES.
         10  PAYCOM-ACA-AFF-YEAR       PIC 9(4).
         10  PAYCOM-ACA-AFF-PCT        PIC 9V9999.

*> AKD 2026-10-15: IRS standard business mileage rate by year —
*> the most PAYROLL.cob reimburses tax-free per mile claimed on
*> EXPENSE.DAT (EXPREC.cpy); a mileage claim above it is taxable
*> wages for the excess. Add a row each December when the IRS
*> announces the next year; a year past the last row uses the
*> last row. Same flat-group + REDEFINES idiom as above.
 01  PAYCOM-IRS-MILE-RATES.
     05  PAYCOM-IRS-MILE-01.
         10  PAYCOM-IRS-MILE-01-YEAR   PIC 9(4) VALUE 2024.
         10  PAYCOM-IRS-MILE-01-RATE   PIC 9V999 VALUE 0.670.
     05  PAYCOM-IRS-MILE-02.
         10  PAYCOM-IRS-MILE-02-YEAR   PIC 9(4) VALUE 2025.
         10  PAYCOM-IRS-MILE-02-RATE   PIC 9V999 VALUE 0.700.
     05  PAYCOM-IRS-MILE-03.
         10  PAYCOM-IRS-MILE-03-YEAR   PIC 9(4) VALUE 2026.
         10  PAYCOM-IRS-MILE-03-RATE   PIC 9V999 VALUE 0.725.

 01  PAYCOM-IRS-MILE-TABLE REDEFINES PAYCOM-IRS-MILE-RATES.
     05  PAYCOM-IRS-MILE-ENTRY OCCURS 3 TIMES.
         10  PAYCOM-IRS-MILE-YEAR      PIC 9(4).
         10  PAYCOM-IRS-MILE-RATE      PIC 9V999.

 01  PAYCOM-IRS-MILE-COUNT           PIC 9(2) VALUE 3.

*> AKD 2026-10-15: Payroll budget versus actual (BUDGRPT.cob).
*> The fiscal year starts on the first of PAYCOM-FISCAL-START-MONTH
*> and is named for the calendar year it ends in; its twelve fiscal
*> periods are the calendar months from there (01 = January is the
*> calendar year, period = month). A department's spend is flagged
*> over budget when it runs more than PAYCOM-BUDGET-TOL-PCT percent
*> above budget for the period or the fiscal year to date.
 01  PAYCOM-BUDGET-SETTINGS.
     05  PAYCOM-FISCAL-START-MONTH   PIC 9(2) VALUE 01.
     05  PAYCOM-FISCAL-PERIODS       PIC 9(2) VALUE 12.
     05  PAYCOM-BUDGET-TOL-PCT       PIC 9(2)V99 VALUE 5.00.
