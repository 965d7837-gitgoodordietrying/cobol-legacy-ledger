      *>================================================================*
      *>  Program:     BUDGRPT.cob
      *>  System:      ENTERPRISE PAYROLL — Budget Versus Actual Report
      *>  Author:      AKD
      *>  Written:     2026-10-15
      *>
      *>  JCL Reference:
      *>    //PAYRL630 JOB (ACCT),'PAYROLL BUDGET',CLASS=A
      *>    //STEP01   EXEC PGM=BUDGRPT,PARM='yyyy pp CSV'
      *>    //BUDFILE  DD DSN=PAYRL.PAYBUDGET.MASTER,DISP=SHR
      *>    //LDFILE   DD DSN=PAYRL.LABORDIST.HISTORY,DISP=SHR
      *>    //STUBFILE DD DSN=PAYRL.PAYSTUBS.HISTORY,DISP=SHR
      *>    //RPTFILE  DD DSN=PAYRL.BUDGET.REPORT,DISP=(NEW,CATLG)
      *>    //CSVFILE  DD DSN=PAYRL.BUDGET.CSV,DISP=(NEW,CATLG)
      *>    //SYSOUT   DD SYSOUT=*
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial — department heads only had
      *>                     PAYRPT.cob's DEPT rollup after the fact
      *>                     and finance built the variance to plan
      *>                     by hand every month. Compares each
      *>                     company/department's actual payroll
      *>                     spend — regular wages, overtime, employer
      *>                     taxes, benefits — and headcount against
      *>                     PAYBUDGET.DAT (BUDGETR.cpy) for the
      *>                     fiscal period and the fiscal year to
      *>                     date, with dollar and percent variance,
      *>                     an over-tolerance flag, and a year-end
      *>                     forecast at the year-to-date run rate
      *>
      *>  Invocation:
      *>    ./BUDGRPT [yyyy pp] [CSV]
      *>
      *>    yyyy is the fiscal year (named for the calendar year it
      *>    ends in) and pp the fiscal period 01-12, both per
      *>    PAYCOM-FISCAL-START-MONTH; left off, the period today
      *>    falls in. The printable report is always written. CSV
      *>    also writes the same figures as quoted-CSV rows to
      *>    BUDGRPT.CSV, the way REPORTS.cob's LEDGER CSV does
      *>    (see BUDGRPT|CSV-FILE|path).
      *>
      *>  Files:
      *>    Input:  PAYBUDGET.DAT (BUDGETR.cpy — required)
      *>    Input:  LABORDIST.DAT (PAYROLL.cob's WS-LD-LINE — every
      *>            regular run of the fiscal year, concatenated by
      *>            JCL; gross less overtime is regular wages, by
      *>            cost center. Lines written before the company
      *>            and overtime were carried read as blank company
      *>            and no overtime)
      *>    Input:  PAYSTUBS.DAT (PAYREC.cpy — every run of the
      *>            fiscal year, concatenated by JCL, same as
      *>            ACATRACK.cob's F1095C; headcount is employees
      *>            paid in the period, and off-cycle checks, which
      *>            never reach LABORDIST.DAT, add their gross as
      *>            regular wages and their FICA as employer tax to
      *>            PAY-DEPT-CODE)
      *>    Output: BUDGRPT.RPT (132-column print lines)
      *>    Output: BUDGRPT.CSV (CSV option only)
      *>
      *>  Notes:
      *>    Variance is actual less budget — positive is over
      *>    budget. A line is flagged (PERIOD, YTD or BOTH) when its
      *>    variance runs more than PAYCOM-BUDGET-TOL-PCT percent of
      *>    budget; any actual against a zero budget is flagged and
      *>    shows 999.9%. A department is counted over budget when
      *>    its total spend line is flagged. The forecast is the
      *>    year-to-date actual over the periods elapsed times the
      *>    PAYCOM-FISCAL-PERIODS in the year; headcount year to date
      *>    and forecast are averages per period.
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE
               ASSIGN TO "PAYBUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT LABORDIST-FILE
               ASSIGN TO "LABORDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LD-STATUS.
           SELECT PAYSTUB-FILE
               ASSIGN TO "PAYSTUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUB-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "BUDGRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CSV-OUTPUT-FILE
               ASSIGN TO WS-CSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
           COPY "BUDGETR.cpy".

      *> Same layout as PAYROLL.cob's WS-LD-LINE.
       FD  LABORDIST-FILE.
       01  LD-RECORD.
           05  LD-DAY                  PIC 9(8).
           05  FILLER                  PIC X(1).
           05  LD-EMP-ID               PIC X(7).
           05  FILLER                  PIC X(1).
           05  LD-CC                   PIC X(4).
           05  FILLER                  PIC X(1).
           05  LD-GROSS                PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  LD-FICA                 PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  LD-BENEFITS             PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  LD-COMPANY              PIC X(4).
           05  FILLER                  PIC X(1).
           05  LD-OT-PAY               PIC 9(7)V99.

       FD  PAYSTUB-FILE.
           COPY "PAYREC.cpy".

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       FD  CSV-OUTPUT-FILE.
       01  CSV-LINE                    PIC X(300).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-BUD-STATUS           PIC X(2).
           05  WS-LD-STATUS            PIC X(2).
           05  WS-STUB-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-CSV-STATUS           PIC X(2).

       01  WS-CSV-PATH                 PIC X(20) VALUE SPACES.
       01  WS-OUT-FORMAT               PIC X(3) VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-CMD-LINE                 PIC X(30) VALUE SPACES.
       01  WS-YEAR-TOKEN               PIC X(10) VALUE SPACES.
       01  WS-PERIOD-TOKEN             PIC X(10) VALUE SPACES.
       01  WS-FORMAT-TOKEN             PIC X(10) VALUE SPACES.

      *> The fiscal year and period being reported.
       01  WS-FISCAL-YEAR              PIC 9(4) VALUE 0.
       01  WS-FISCAL-PERIOD            PIC 9(2) VALUE 0.

      *> Fiscal year/period of one calendar date — see FIND-FISCAL-
      *> PERIOD.
       01  WS-DT-DAY                   PIC 9(8).
       01  WS-DT-PARTS REDEFINES WS-DT-DAY.
           05  WS-DT-YEAR              PIC 9(4).
           05  WS-DT-MONTH             PIC 9(2).
           05  WS-DT-DD                PIC 9(2).
       01  WS-DT-FY                    PIC 9(4).
       01  WS-DT-PERIOD                PIC 9(2).
       01  WS-DT-OFFSET                PIC S9(3).
       01  WS-DT-IN-YEAR               PIC X(1).
           88  WS-DT-COUNTS            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-BUD-COUNT            PIC 9(5) VALUE 0.
           05  WS-LD-COUNT             PIC 9(7) VALUE 0.
           05  WS-STUB-COUNT           PIC 9(7) VALUE 0.
           05  WS-OC-COUNT             PIC 9(5) VALUE 0.
           05  WS-OVER-COUNT           PIC 9(5) VALUE 0.

      *> One entry per company/department, budget rows first in
      *> PAYBUDGET.DAT order, then any department with actual spend
      *> and no budget. Category 1 regular wages, 2 overtime,
      *> 3 employer taxes, 4 benefits, 5 headcount (the year-to-date
      *> and annual headcount figures are sums of per-period counts
      *> until printed). Same load-once shape as COMMRPT.cob's
      *> WS-STUB-TABLE.
       01  WS-BD-TABLE.
           05  WS-BD-ENTRY OCCURS 500 TIMES.
               10  WS-BD-COMPANY        PIC X(4).
               10  WS-BD-DEPT           PIC X(4).
               10  WS-BD-CAT OCCURS 5 TIMES.
                   15  WS-BD-P-BUD      PIC S9(11)V99 COMP-3.
                   15  WS-BD-P-ACT      PIC S9(11)V99 COMP-3.
                   15  WS-BD-Y-BUD      PIC S9(11)V99 COMP-3.
                   15  WS-BD-Y-ACT      PIC S9(11)V99 COMP-3.
                   15  WS-BD-A-BUD      PIC S9(11)V99 COMP-3.
       01  WS-BD-COUNT                 PIC 9(4) VALUE 0.
       01  WS-BD-SUB                   PIC 9(4) VALUE 0.
       01  WS-CAT-SUB                  PIC 9(1) VALUE 0.
       01  WS-KEY-COMPANY              PIC X(4).
       01  WS-KEY-DEPT                 PIC X(4).
       01  WS-BD-FULL-FLAG             PIC X(1) VALUE 'N'.

      *> The entry being printed — a WS-BD-ENTRY or the grand total.
       01  WS-CU-ENTRY.
           05  WS-CU-COMPANY            PIC X(4).
           05  WS-CU-DEPT               PIC X(4).
           05  WS-CU-CAT OCCURS 5 TIMES.
               10  WS-CU-P-BUD          PIC S9(11)V99 COMP-3.
               10  WS-CU-P-ACT          PIC S9(11)V99 COMP-3.
               10  WS-CU-Y-BUD          PIC S9(11)V99 COMP-3.
               10  WS-CU-Y-ACT          PIC S9(11)V99 COMP-3.
               10  WS-CU-A-BUD          PIC S9(11)V99 COMP-3.

       01  WS-GT-ENTRY.
           05  WS-GT-COMPANY            PIC X(4).
           05  WS-GT-DEPT               PIC X(4).
           05  WS-GT-CAT OCCURS 5 TIMES.
               10  WS-GT-P-BUD          PIC S9(11)V99 COMP-3.
               10  WS-GT-P-ACT          PIC S9(11)V99 COMP-3.
               10  WS-GT-Y-BUD          PIC S9(11)V99 COMP-3.
               10  WS-GT-Y-ACT          PIC S9(11)V99 COMP-3.
               10  WS-GT-A-BUD          PIC S9(11)V99 COMP-3.

      *> Employees already counted toward a company/department/
      *> period's headcount.
       01  WS-HC-KEY.
           05  WS-HC-K-COMPANY          PIC X(4).
           05  WS-HC-K-DEPT             PIC X(4).
           05  WS-HC-K-PERIOD           PIC 9(2).
           05  WS-HC-K-EMP-ID           PIC X(7).
       01  WS-HC-TABLE.
           05  WS-HC-SEEN OCCURS 5000 TIMES PIC X(17).
       01  WS-HC-COUNT                 PIC 9(5) VALUE 0.
       01  WS-HC-SUB                   PIC 9(5) VALUE 0.
       01  WS-HC-FOUND                 PIC X(1).
       01  WS-HC-FULL-FLAG             PIC X(1) VALUE 'N'.

      *> One line's figures — loaded from a category, or the four
      *> spend categories added together, then COMPUTE-VARIANCE.
       01  WS-BV-FIELDS.
           05  WS-BV-P-BUD             PIC S9(11)V99 COMP-3.
           05  WS-BV-P-ACT             PIC S9(11)V99 COMP-3.
           05  WS-BV-Y-BUD             PIC S9(11)V99 COMP-3.
           05  WS-BV-Y-ACT             PIC S9(11)V99 COMP-3.
           05  WS-BV-A-BUD             PIC S9(11)V99 COMP-3.
           05  WS-BV-P-VAR             PIC S9(11)V99 COMP-3.
           05  WS-BV-Y-VAR             PIC S9(11)V99 COMP-3.
           05  WS-BV-FCST              PIC S9(11)V99 COMP-3.
           05  WS-BV-F-VAR             PIC S9(11)V99 COMP-3.
           05  WS-BV-P-PCT             PIC S9(3)V9 COMP-3.
           05  WS-BV-Y-PCT             PIC S9(3)V9 COMP-3.
           05  WS-BV-F-PCT             PIC S9(3)V9 COMP-3.
           05  WS-BV-FLAG              PIC X(6).
           05  WS-BV-P-OVER            PIC X(1).
           05  WS-BV-Y-OVER            PIC X(1).
           05  WS-BV-HC-FLAG           PIC X(1).
               88  WS-BV-HEADCOUNT     VALUE 'Y'.
           05  WS-BV-LABEL             PIC X(14).
           05  WS-BV-CODE              PIC X(9).
       01  WS-BV-SAVE                  PIC X(104).
       01  WS-HC-AVG                   PIC S9(9)V9 COMP-3.

      *> Percent-of-budget work area — see COMPUTE-PERCENT.
       01  WS-PC-FIELDS.
           05  WS-PC-BUD               PIC S9(11)V99 COMP-3.
           05  WS-PC-VAR               PIC S9(11)V99 COMP-3.
           05  WS-PC-WORK              PIC S9(11)V9 COMP-3.
           05  WS-PC-PCT               PIC S9(3)V9 COMP-3.
           05  WS-PC-OVER              PIC X(1).

       01  WS-CAT-NAMES.
           05  FILLER PIC X(23) VALUE 'Regular wages REGULAR  '.
           05  FILLER PIC X(23) VALUE 'Overtime      OVERTIME '.
           05  FILLER PIC X(23) VALUE 'Employer taxesEMPR-TAX '.
           05  FILLER PIC X(23) VALUE 'Benefits      BENEFITS '.
           05  FILLER PIC X(23) VALUE 'Headcount     HEADCOUNT'.
           05  FILLER PIC X(23) VALUE 'Total spend   TOTAL    '.
       01  WS-CAT-TABLE REDEFINES WS-CAT-NAMES.
           05  WS-CAT-ENTRY OCCURS 6 TIMES.
               10  WS-CAT-LABEL         PIC X(14).
               10  WS-CAT-CODE          PIC X(9).

       01  WS-OUT-LINE                 PIC X(132).

       01  WS-HEAD-LINE-1.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(46) VALUE
               '----------------- PERIOD -------------------'.
           05  FILLER                  PIC X(49) VALUE
               '--------------- FISCAL YEAR TO DATE -------------'.
           05  FILLER                  PIC X(14) VALUE
               '      YEAR-END'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE 'OVER'.

       01  WS-HEAD-LINE-2.
           05  FILLER                  PIC X(15) VALUE 'CATEGORY'.
           05  FILLER                  PIC X(13) VALUE '       BUDGET'.
           05  FILLER                  PIC X(13) VALUE '       ACTUAL'.
           05  FILLER                  PIC X(13) VALUE '     VARIANCE'.
           05  FILLER                  PIC X(7)  VALUE '   VAR%'.
           05  FILLER                  PIC X(14) VALUE '        BUDGET'.
           05  FILLER                  PIC X(14) VALUE '        ACTUAL'.
           05  FILLER                  PIC X(14) VALUE '      VARIANCE'.
           05  FILLER                  PIC X(7)  VALUE '   VAR%'.
           05  FILLER                  PIC X(14) VALUE '      FORECAST'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE 'TOL'.

       01  WS-DETAIL-LINE.
           05  WS-DL-LABEL             PIC X(14).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-P-BUD             PIC Z,ZZZ,ZZ9.99-.
           05  WS-DL-P-ACT             PIC Z,ZZZ,ZZ9.99-.
           05  WS-DL-P-VAR             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-P-PCT             PIC ---9.9.
           05  WS-DL-Y-BUD             PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-DL-Y-ACT             PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-DL-Y-VAR             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-Y-PCT             PIC ---9.9.
           05  WS-DL-FCST              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-FLAG              PIC X(6).

       01  WS-HC-LINE.
           05  WS-HL-LABEL             PIC X(14).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-HL-P-BUD             PIC ZZ,ZZZ,ZZ9.9-.
           05  WS-HL-P-ACT             PIC ZZ,ZZZ,ZZ9.9-.
           05  WS-HL-P-VAR             PIC ZZ,ZZZ,ZZ9.9-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-HL-P-PCT             PIC ---9.9.
           05  WS-HL-Y-BUD             PIC ZZZ,ZZZ,ZZ9.9-.
           05  WS-HL-Y-ACT             PIC ZZZ,ZZZ,ZZ9.9-.
           05  WS-HL-Y-VAR             PIC ZZZ,ZZZ,ZZ9.9-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-HL-Y-PCT             PIC ---9.9.
           05  WS-HL-FCST              PIC ZZZ,ZZZ,ZZ9.9-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-HL-FLAG              PIC X(6).

      *> Edited figures for the forecast line and the CSV rows.
       01  WS-ED-FIELDS.
           05  WS-ED-TOL               PIC Z9.99.
           05  WS-ED-P-BUD             PIC -(11)9.99.
           05  WS-ED-P-ACT             PIC -(11)9.99.
           05  WS-ED-P-VAR             PIC -(11)9.99.
           05  WS-ED-P-PCT             PIC -(3)9.9.
           05  WS-ED-Y-BUD             PIC -(11)9.99.
           05  WS-ED-Y-ACT             PIC -(11)9.99.
           05  WS-ED-Y-VAR             PIC -(11)9.99.
           05  WS-ED-Y-PCT             PIC -(3)9.9.
           05  WS-ED-FCST              PIC -(11)9.99.
           05  WS-ED-A-BUD             PIC -(11)9.99.
           05  WS-ED-F-VAR             PIC -(11)9.99.
           05  WS-ED-F-PCT             PIC -(3)9.9.

           COPY "PAYCOM.cpy".

       PROCEDURE DIVISION.

      *>================================================================*
      *>  MAIN-PARA: Entry point
      *>================================================================*
       MAIN-PARA.
           DISPLAY "BUDGRPT|START"

           PERFORM GET-FISCAL-PERIOD
           IF WS-FISCAL-YEAR = 0
               STOP RUN
           END-IF
           DISPLAY "BUDGRPT|FISCAL|" WS-FISCAL-YEAR "|"
               WS-FISCAL-PERIOD

           OPEN INPUT BUDGET-FILE
           IF WS-BUD-STATUS NOT = '00'
               DISPLAY "BUDGRPT|ERROR|BUDFILE|" WS-BUD-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM LOAD-BUDGET UNTIL WS-EOF
           CLOSE BUDGET-FILE

           OPEN INPUT LABORDIST-FILE
           IF WS-LD-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM LOAD-LABOR-DIST UNTIL WS-EOF
               CLOSE LABORDIST-FILE
           ELSE
               DISPLAY "BUDGRPT|WARN|LDFILE|" WS-LD-STATUS
           END-IF

           OPEN INPUT PAYSTUB-FILE
           IF WS-STUB-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM LOAD-PAY-STUB UNTIL WS-EOF
               CLOSE PAYSTUB-FILE
           ELSE
               DISPLAY "BUDGRPT|WARN|STUBFILE|" WS-STUB-STATUS
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-OUT-FORMAT = "CSV"
               MOVE "BUDGRPT.CSV" TO WS-CSV-PATH
               OPEN OUTPUT CSV-OUTPUT-FILE
               MOVE '"COMPANY","DEPT","FISCAL-YEAR","PERIOD","CATEGORY","PERIOD-BUDGET","PERIOD-ACTUAL","PERIOD-VARIANCE","PERIOD-VAR-PCT","YTD-BUDGET","YTD-ACTUAL","YTD-VARIANCE","YTD-VAR-PCT","YE-FORECAST","ANNUAL-BUDGET","FORECAST-VARIANCE","OVER-TOLERANCE"'
                   TO CSV-LINE
               WRITE CSV-LINE
           END-IF

           MOVE PAYCOM-BUDGET-TOL-PCT TO WS-ED-TOL
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "PAYROLL BUDGET VERSUS ACTUAL — FISCAL YEAR "
                   DELIMITED SIZE
               WS-FISCAL-YEAR DELIMITED SIZE
               " PERIOD " DELIMITED SIZE
               WS-FISCAL-PERIOD DELIMITED SIZE
               " OF " DELIMITED SIZE
               PAYCOM-FISCAL-PERIODS DELIMITED SIZE
               "   (OVER TOLERANCE " DELIMITED SIZE
               WS-ED-TOL DELIMITED SIZE
               "%)" DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           WRITE REPORT-RECORD FROM WS-OUT-LINE

           INITIALIZE WS-GT-ENTRY
           MOVE "ALL " TO WS-GT-COMPANY
           MOVE "ALL " TO WS-GT-DEPT

           PERFORM VARYING WS-BD-SUB FROM 1 BY 1
               UNTIL WS-BD-SUB > WS-BD-COUNT
               MOVE WS-BD-ENTRY(WS-BD-SUB) TO WS-CU-ENTRY
               PERFORM ADD-TO-GRAND-TOTAL
               PERFORM PRINT-ENTRY
               DISPLAY "BUDGRPT|DEPT|" WS-CU-COMPANY "|" WS-CU-DEPT
                   "|" WS-BV-P-VAR "|" WS-BV-Y-VAR "|" WS-BV-FLAG
               IF WS-BV-FLAG NOT = SPACES
                   ADD 1 TO WS-OVER-COUNT
                   DISPLAY "BUDGRPT|OVER-BUDGET|" WS-CU-COMPANY "|"
                       WS-CU-DEPT "|" WS-BV-FLAG "|" WS-BV-Y-PCT
               END-IF
           END-PERFORM

           MOVE WS-GT-ENTRY TO WS-CU-ENTRY
           PERFORM PRINT-ENTRY

           CLOSE REPORT-FILE
           IF WS-OUT-FORMAT = "CSV"
               CLOSE CSV-OUTPUT-FILE
               DISPLAY "BUDGRPT|CSV-FILE|" WS-CSV-PATH
           END-IF

           DISPLAY "BUDGRPT|SUMMARY"
           DISPLAY "BUDGRPT|BUDGET-RECORDS|" WS-BUD-COUNT
           DISPLAY "BUDGRPT|LABORDIST-LINES|" WS-LD-COUNT
           DISPLAY "BUDGRPT|STUBS|" WS-STUB-COUNT
           DISPLAY "BUDGRPT|OFFCYCLE-STUBS|" WS-OC-COUNT
           DISPLAY "BUDGRPT|DEPARTMENTS|" WS-BD-COUNT
           DISPLAY "BUDGRPT|OVER-BUDGET-DEPTS|" WS-OVER-COUNT
           DISPLAY "BUDGRPT|COMPLETE"

           STOP RUN.

      *>================================================================*
      *>  GET-FISCAL-PERIOD: "yyyy pp [CSV]" or "[CSV]" from the
      *>  command line. No year and period reports the fiscal period
      *>  today falls in. WS-FISCAL-YEAR is left zero on a bad
      *>  argument.
      *>================================================================*
       GET-FISCAL-PERIOD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-YEAR-TOKEN WS-PERIOD-TOKEN WS-FORMAT-TOKEN
           END-UNSTRING

           IF WS-YEAR-TOKEN = "CSV" OR WS-YEAR-TOKEN = SPACES
               MOVE WS-YEAR-TOKEN TO WS-OUT-FORMAT
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DT-DAY
               PERFORM FIND-FISCAL-PERIOD
               MOVE WS-DT-FY TO WS-FISCAL-YEAR
               MOVE WS-DT-PERIOD TO WS-FISCAL-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FORMAT-TOKEN TO WS-OUT-FORMAT
           IF FUNCTION NUMVAL(WS-YEAR-TOKEN) < 1900
               OR FUNCTION NUMVAL(WS-YEAR-TOKEN) > 9999
               DISPLAY "BUDGRPT|ERROR|FISCAL-YEAR-MUST-BE-YYYY|"
                   WS-YEAR-TOKEN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-PERIOD-TOKEN) < 1
               OR FUNCTION NUMVAL(WS-PERIOD-TOKEN)
                   > PAYCOM-FISCAL-PERIODS
               DISPLAY "BUDGRPT|ERROR|FISCAL-PERIOD-MUST-BE-01-"
                   PAYCOM-FISCAL-PERIODS "|" WS-PERIOD-TOKEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PERIOD-TOKEN) TO WS-FISCAL-PERIOD
           MOVE FUNCTION NUMVAL(WS-YEAR-TOKEN) TO WS-FISCAL-YEAR.

      *>================================================================*
      *>  FIND-FISCAL-PERIOD: Fiscal year and period of WS-DT-DAY.
      *>  Periods are calendar months counted from PAYCOM-FISCAL-
      *>  START-MONTH; a fiscal year that starts after January is
      *>  named for the calendar year it ends in. WS-DT-COUNTS when
      *>  the date is in the reported fiscal year, no later than the
      *>  reported period.
      *>================================================================*
       FIND-FISCAL-PERIOD.
           COMPUTE WS-DT-OFFSET =
               WS-DT-MONTH - PAYCOM-FISCAL-START-MONTH
           MOVE WS-DT-YEAR TO WS-DT-FY
           IF WS-DT-OFFSET < 0
               ADD 12 TO WS-DT-OFFSET
           ELSE
               IF PAYCOM-FISCAL-START-MONTH > 1
                   ADD 1 TO WS-DT-FY
               END-IF
           END-IF
           COMPUTE WS-DT-PERIOD = WS-DT-OFFSET + 1

           MOVE 'N' TO WS-DT-IN-YEAR
           IF WS-DT-FY = WS-FISCAL-YEAR
               AND WS-DT-PERIOD <= WS-FISCAL-PERIOD
               MOVE 'Y' TO WS-DT-IN-YEAR
           END-IF.

      *>================================================================*
      *>  LOAD-BUDGET: One PAYBUDGET.DAT record for the reported
      *>  fiscal year into its department's period, year-to-date and
      *>  annual budget. Other years are passed over.
      *>================================================================*
       LOAD-BUDGET.
           READ BUDGET-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF
           IF BUD-FISCAL-YEAR NOT = WS-FISCAL-YEAR
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BUD-COUNT
           MOVE BUD-COMPANY TO WS-KEY-COMPANY
           MOVE BUD-DEPT TO WS-KEY-DEPT
           PERFORM FIND-DEPT
           IF WS-BD-SUB = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-CAT-SUB
           MOVE BUD-REGULAR TO WS-PC-BUD
           PERFORM POST-BUDGET
           MOVE 2 TO WS-CAT-SUB
           MOVE BUD-OVERTIME TO WS-PC-BUD
           PERFORM POST-BUDGET
           MOVE 3 TO WS-CAT-SUB
           MOVE BUD-EMPR-TAX TO WS-PC-BUD
           PERFORM POST-BUDGET
           MOVE 4 TO WS-CAT-SUB
           MOVE BUD-BENEFITS TO WS-PC-BUD
           PERFORM POST-BUDGET
           MOVE 5 TO WS-CAT-SUB
           MOVE BUD-HEADCOUNT TO WS-PC-BUD
           PERFORM POST-BUDGET.

       POST-BUDGET.
           ADD WS-PC-BUD TO WS-BD-A-BUD(WS-BD-SUB, WS-CAT-SUB)
           IF BUD-PERIOD <= WS-FISCAL-PERIOD
               ADD WS-PC-BUD TO WS-BD-Y-BUD(WS-BD-SUB, WS-CAT-SUB)
           END-IF
           IF BUD-PERIOD = WS-FISCAL-PERIOD
               ADD WS-PC-BUD TO WS-BD-P-BUD(WS-BD-SUB, WS-CAT-SUB)
           END-IF.

      *>================================================================*
      *>  LOAD-LABOR-DIST: One LABORDIST.DAT line in the fiscal year
      *>  to date into its company/cost center — gross less overtime
      *>  as regular wages, the overtime, employer FICA and benefit
      *>  cost.
      *>================================================================*
       LOAD-LABOR-DIST.
           READ LABORDIST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF
           IF LD-DAY NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE LD-DAY TO WS-DT-DAY
           PERFORM FIND-FISCAL-PERIOD
           IF NOT WS-DT-COUNTS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LD-COUNT
           MOVE LD-COMPANY TO WS-KEY-COMPANY
           MOVE LD-CC TO WS-KEY-DEPT
           PERFORM FIND-DEPT
           IF WS-BD-SUB = 0
               EXIT PARAGRAPH
           END-IF

      *>   Lines from before the overtime split was carried are all
      *>   regular wages.
           MOVE 0 TO WS-PC-VAR
           IF LD-OT-PAY IS NUMERIC
               MOVE LD-OT-PAY TO WS-PC-VAR
           END-IF

           MOVE 1 TO WS-CAT-SUB
           COMPUTE WS-PC-BUD = LD-GROSS - WS-PC-VAR
           PERFORM POST-ACTUAL
           MOVE 2 TO WS-CAT-SUB
           MOVE WS-PC-VAR TO WS-PC-BUD
           PERFORM POST-ACTUAL
           MOVE 3 TO WS-CAT-SUB
           MOVE LD-FICA TO WS-PC-BUD
           PERFORM POST-ACTUAL
           MOVE 4 TO WS-CAT-SUB
           MOVE LD-BENEFITS TO WS-PC-BUD
           PERFORM POST-ACTUAL.

       POST-ACTUAL.
           ADD WS-PC-BUD TO WS-BD-Y-ACT(WS-BD-SUB, WS-CAT-SUB)
           IF WS-DT-PERIOD = WS-FISCAL-PERIOD
               ADD WS-PC-BUD TO WS-BD-P-ACT(WS-BD-SUB, WS-CAT-SUB)
           END-IF.

      *>================================================================*
      *>  LOAD-PAY-STUB: One PAY-STUB-RECORD in the fiscal year to
      *>  date. Each employee paid counts once toward the period's
      *>  headcount for the stub's company/department; an off-cycle
      *>  check (PAY-OC-REASON set) also adds its cost there, since
      *>  P-000-OFFCYCLE writes no LABORDIST.DAT line.
      *>================================================================*
       LOAD-PAY-STUB.
           READ PAYSTUB-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF
           IF PAY-DATE-FULL NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-DATE-FULL TO WS-DT-DAY
           PERFORM FIND-FISCAL-PERIOD
           IF NOT WS-DT-COUNTS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-STUB-COUNT
           MOVE PAY-COMPANY TO WS-KEY-COMPANY
           MOVE PAY-DEPT-CODE TO WS-KEY-DEPT
           PERFORM FIND-DEPT
           IF WS-BD-SUB = 0
               EXIT PARAGRAPH
           END-IF

           IF PAY-OC-REASON NOT = SPACES
               ADD 1 TO WS-OC-COUNT
               MOVE 1 TO WS-CAT-SUB
               MOVE PAY-GROSS TO WS-PC-BUD
               PERFORM POST-ACTUAL
               MOVE 3 TO WS-CAT-SUB
               MOVE PAY-FICA TO WS-PC-BUD
               PERFORM POST-ACTUAL
               MOVE 4 TO WS-CAT-SUB
               COMPUTE WS-PC-BUD = PAY-MEDICAL + PAY-DENTAL
               PERFORM POST-ACTUAL
           END-IF

           MOVE PAY-COMPANY TO WS-HC-K-COMPANY
           MOVE PAY-DEPT-CODE TO WS-HC-K-DEPT
           MOVE WS-DT-PERIOD TO WS-HC-K-PERIOD
           MOVE PAY-EMP-ID TO WS-HC-K-EMP-ID
           MOVE 'N' TO WS-HC-FOUND
           PERFORM VARYING WS-HC-SUB FROM 1 BY 1
               UNTIL WS-HC-SUB > WS-HC-COUNT
               IF WS-HC-SEEN(WS-HC-SUB) = WS-HC-KEY
                   MOVE 'Y' TO WS-HC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HC-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-HC-COUNT >= 5000
               IF WS-HC-FULL-FLAG = 'N'
                   DISPLAY "BUDGRPT|ERROR|HEADCOUNT-TABLE-FULL|"
                       PAY-EMP-ID
                   MOVE 'Y' TO WS-HC-FULL-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HC-COUNT
           MOVE WS-HC-KEY TO WS-HC-SEEN(WS-HC-COUNT)

           MOVE 5 TO WS-CAT-SUB
           MOVE 1 TO WS-PC-BUD
           PERFORM POST-ACTUAL.

      *>================================================================*
      *>  FIND-DEPT: WS-BD-SUB for WS-KEY-COMPANY/WS-KEY-DEPT, adding
      *>  a zeroed entry the first time one is seen. Zero when the
      *>  table is full.
      *>================================================================*
       FIND-DEPT.
           PERFORM VARYING WS-BD-SUB FROM 1 BY 1
               UNTIL WS-BD-SUB > WS-BD-COUNT
               IF WS-BD-COMPANY(WS-BD-SUB) = WS-KEY-COMPANY
                   AND WS-BD-DEPT(WS-BD-SUB) = WS-KEY-DEPT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-BD-COUNT >= 500
               IF WS-BD-FULL-FLAG = 'N'
                   DISPLAY "BUDGRPT|ERROR|TABLE-FULL|" WS-KEY-COMPANY
                       "|" WS-KEY-DEPT
                   MOVE 'Y' TO WS-BD-FULL-FLAG
               END-IF
               MOVE 0 TO WS-BD-SUB
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BD-COUNT
           MOVE WS-BD-COUNT TO WS-BD-SUB
           INITIALIZE WS-BD-ENTRY(WS-BD-SUB)
           MOVE WS-KEY-COMPANY TO WS-BD-COMPANY(WS-BD-SUB)
           MOVE WS-KEY-DEPT TO WS-BD-DEPT(WS-BD-SUB).

       ADD-TO-GRAND-TOTAL.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 5
               ADD WS-CU-P-BUD(WS-CAT-SUB) TO WS-GT-P-BUD(WS-CAT-SUB)
               ADD WS-CU-P-ACT(WS-CAT-SUB) TO WS-GT-P-ACT(WS-CAT-SUB)
               ADD WS-CU-Y-BUD(WS-CAT-SUB) TO WS-GT-Y-BUD(WS-CAT-SUB)
               ADD WS-CU-Y-ACT(WS-CAT-SUB) TO WS-GT-Y-ACT(WS-CAT-SUB)
               ADD WS-CU-A-BUD(WS-CAT-SUB) TO WS-GT-A-BUD(WS-CAT-SUB)
           END-PERFORM.

      *>================================================================*
      *>  PRINT-ENTRY: WS-CU-ENTRY's block — the four spend
      *>  categories, total spend with its year-end forecast against
      *>  the annual budget, and headcount. Leaves the total spend
      *>  line's variances and flag in WS-BV-FIELDS (saved across
      *>  the headcount line in WS-BV-SAVE) for the caller.
      *>================================================================*
       PRINT-ENTRY.
           MOVE SPACES TO WS-OUT-LINE
           IF WS-CU-COMPANY = "ALL " AND WS-CU-DEPT = "ALL "
               MOVE "ALL COMPANIES AND DEPARTMENTS" TO WS-OUT-LINE
           ELSE
               STRING
                   "COMPANY: " DELIMITED SIZE
                   WS-CU-COMPANY DELIMITED SIZE
                   "   DEPARTMENT: " DELIMITED SIZE
                   WS-CU-DEPT DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-OUT-LINE
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-1
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-2

           MOVE 'N' TO WS-BV-HC-FLAG
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 4
               MOVE WS-CU-P-BUD(WS-CAT-SUB) TO WS-BV-P-BUD
               MOVE WS-CU-P-ACT(WS-CAT-SUB) TO WS-BV-P-ACT
               MOVE WS-CU-Y-BUD(WS-CAT-SUB) TO WS-BV-Y-BUD
               MOVE WS-CU-Y-ACT(WS-CAT-SUB) TO WS-BV-Y-ACT
               MOVE WS-CU-A-BUD(WS-CAT-SUB) TO WS-BV-A-BUD
               PERFORM PRINT-CATEGORY-LINE
           END-PERFORM

           MOVE 0 TO WS-BV-P-BUD WS-BV-P-ACT WS-BV-Y-BUD
                     WS-BV-Y-ACT WS-BV-A-BUD
           PERFORM ADD-SPEND-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 4
           MOVE 6 TO WS-CAT-SUB
           PERFORM PRINT-CATEGORY-LINE
           MOVE WS-BV-FIELDS TO WS-BV-SAVE

           MOVE WS-BV-FCST TO WS-ED-FCST
           MOVE WS-BV-A-BUD TO WS-ED-A-BUD
           MOVE WS-BV-F-VAR TO WS-ED-F-VAR
           MOVE WS-BV-F-PCT TO WS-ED-F-PCT
           MOVE SPACES TO WS-OUT-LINE
           STRING
               "  Year-end forecast at run rate: " DELIMITED SIZE
               FUNCTION TRIM(WS-ED-FCST) DELIMITED SIZE
               "   Annual budget: " DELIMITED SIZE
               FUNCTION TRIM(WS-ED-A-BUD) DELIMITED SIZE
               "   Forecast variance: " DELIMITED SIZE
               FUNCTION TRIM(WS-ED-F-VAR) DELIMITED SIZE
               " (" DELIMITED SIZE
               FUNCTION TRIM(WS-ED-F-PCT) DELIMITED SIZE
               "%)" DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-OUT-LINE

      *>   Headcount year to date and for the year is the average
      *>   per period.
           MOVE 'Y' TO WS-BV-HC-FLAG
           MOVE 5 TO WS-CAT-SUB
           MOVE WS-CU-P-BUD(5) TO WS-BV-P-BUD
           MOVE WS-CU-P-ACT(5) TO WS-BV-P-ACT
           COMPUTE WS-HC-AVG ROUNDED =
               WS-CU-Y-BUD(5) / WS-FISCAL-PERIOD
           MOVE WS-HC-AVG TO WS-BV-Y-BUD
           COMPUTE WS-HC-AVG ROUNDED =
               WS-CU-Y-ACT(5) / WS-FISCAL-PERIOD
           MOVE WS-HC-AVG TO WS-BV-Y-ACT
           COMPUTE WS-HC-AVG ROUNDED =
               WS-CU-A-BUD(5) / PAYCOM-FISCAL-PERIODS
           MOVE WS-HC-AVG TO WS-BV-A-BUD
           PERFORM PRINT-CATEGORY-LINE

           MOVE SPACES TO WS-OUT-LINE
           WRITE REPORT-RECORD FROM WS-OUT-LINE
           MOVE WS-BV-SAVE TO WS-BV-FIELDS.

       ADD-SPEND-CATEGORY.
           ADD WS-CU-P-BUD(WS-CAT-SUB) TO WS-BV-P-BUD
           ADD WS-CU-P-ACT(WS-CAT-SUB) TO WS-BV-P-ACT
           ADD WS-CU-Y-BUD(WS-CAT-SUB) TO WS-BV-Y-BUD
           ADD WS-CU-Y-ACT(WS-CAT-SUB) TO WS-BV-Y-ACT
           ADD WS-CU-A-BUD(WS-CAT-SUB) TO WS-BV-A-BUD.

      *>================================================================*
      *>  PRINT-CATEGORY-LINE: Variances for WS-BV-FIELDS, one print
      *>  line, and the CSV row when asked for.
      *>================================================================*
       PRINT-CATEGORY-LINE.
           PERFORM COMPUTE-VARIANCE
           IF WS-BV-HEADCOUNT
               WRITE REPORT-RECORD FROM WS-HC-LINE
           ELSE
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           END-IF
           IF WS-OUT-FORMAT = "CSV"
               PERFORM WRITE-CSV-ROW
           END-IF.

      *>================================================================*
      *>  COMPUTE-VARIANCE: Dollar and percent variance for the
      *>  period, year to date and year-end forecast, the over-
      *>  tolerance flag, and the edited print line for WS-CAT-SUB.
      *>================================================================*
       COMPUTE-VARIANCE.
           MOVE WS-CAT-LABEL(WS-CAT-SUB) TO WS-BV-LABEL
           MOVE WS-CAT-CODE(WS-CAT-SUB) TO WS-BV-CODE

           COMPUTE WS-BV-P-VAR = WS-BV-P-ACT - WS-BV-P-BUD
           MOVE WS-BV-P-BUD TO WS-PC-BUD
           MOVE WS-BV-P-VAR TO WS-PC-VAR
           PERFORM COMPUTE-PERCENT
           MOVE WS-PC-PCT TO WS-BV-P-PCT
           MOVE WS-PC-OVER TO WS-BV-P-OVER

           COMPUTE WS-BV-Y-VAR = WS-BV-Y-ACT - WS-BV-Y-BUD
           MOVE WS-BV-Y-BUD TO WS-PC-BUD
           MOVE WS-BV-Y-VAR TO WS-PC-VAR
           PERFORM COMPUTE-PERCENT
           MOVE WS-PC-PCT TO WS-BV-Y-PCT
           MOVE WS-PC-OVER TO WS-BV-Y-OVER

      *>   Headcount's year-to-date figure is already the average
      *>   per period, which is its forecast.
           IF WS-BV-HEADCOUNT
               MOVE WS-BV-Y-ACT TO WS-BV-FCST
           ELSE
               COMPUTE WS-BV-FCST ROUNDED =
                   WS-BV-Y-ACT * PAYCOM-FISCAL-PERIODS
                   / WS-FISCAL-PERIOD
           END-IF
           COMPUTE WS-BV-F-VAR = WS-BV-FCST - WS-BV-A-BUD
           MOVE WS-BV-A-BUD TO WS-PC-BUD
           MOVE WS-BV-F-VAR TO WS-PC-VAR
           PERFORM COMPUTE-PERCENT
           MOVE WS-PC-PCT TO WS-BV-F-PCT

           EVALUATE TRUE
               WHEN WS-BV-P-OVER = 'Y' AND WS-BV-Y-OVER = 'Y'
                   MOVE "BOTH" TO WS-BV-FLAG
               WHEN WS-BV-P-OVER = 'Y'
                   MOVE "PERIOD" TO WS-BV-FLAG
               WHEN WS-BV-Y-OVER = 'Y'
                   MOVE "YTD" TO WS-BV-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-BV-FLAG
           END-EVALUATE

           IF WS-BV-HEADCOUNT
               MOVE WS-BV-LABEL TO WS-HL-LABEL
               MOVE WS-BV-P-BUD TO WS-HL-P-BUD
               MOVE WS-BV-P-ACT TO WS-HL-P-ACT
               MOVE WS-BV-P-VAR TO WS-HL-P-VAR
               MOVE WS-BV-P-PCT TO WS-HL-P-PCT
               MOVE WS-BV-Y-BUD TO WS-HL-Y-BUD
               MOVE WS-BV-Y-ACT TO WS-HL-Y-ACT
               MOVE WS-BV-Y-VAR TO WS-HL-Y-VAR
               MOVE WS-BV-Y-PCT TO WS-HL-Y-PCT
               MOVE WS-BV-FCST TO WS-HL-FCST
               MOVE WS-BV-FLAG TO WS-HL-FLAG
           ELSE
               MOVE WS-BV-LABEL TO WS-DL-LABEL
               MOVE WS-BV-P-BUD TO WS-DL-P-BUD
               MOVE WS-BV-P-ACT TO WS-DL-P-ACT
               MOVE WS-BV-P-VAR TO WS-DL-P-VAR
               MOVE WS-BV-P-PCT TO WS-DL-P-PCT
               MOVE WS-BV-Y-BUD TO WS-DL-Y-BUD
               MOVE WS-BV-Y-ACT TO WS-DL-Y-ACT
               MOVE WS-BV-Y-VAR TO WS-DL-Y-VAR
               MOVE WS-BV-Y-PCT TO WS-DL-Y-PCT
               MOVE WS-BV-FCST TO WS-DL-FCST
               MOVE WS-BV-FLAG TO WS-DL-FLAG
           END-IF.

      *>================================================================*
      *>  COMPUTE-PERCENT: WS-PC-VAR as a percent of WS-PC-BUD, held
      *>  to +/-999.9 (999.9 for any spend against a zero budget),
      *>  and WS-PC-OVER 'Y' when it runs past the tolerance.
      *>================================================================*
       COMPUTE-PERCENT.
           IF WS-PC-BUD = 0
               IF WS-PC-VAR > 0
                   MOVE 999.9 TO WS-PC-WORK
               ELSE
                   MOVE 0 TO WS-PC-WORK
               END-IF
           ELSE
               COMPUTE WS-PC-WORK ROUNDED =
                   WS-PC-VAR * 100 / WS-PC-BUD
           END-IF
           IF WS-PC-WORK > 999.9
               MOVE 999.9 TO WS-PC-WORK
           END-IF
           IF WS-PC-WORK < -999.9
               MOVE -999.9 TO WS-PC-WORK
           END-IF
           MOVE WS-PC-WORK TO WS-PC-PCT

           MOVE 'N' TO WS-PC-OVER
           IF WS-PC-VAR > 0
               AND WS-PC-VAR * 100 > WS-PC-BUD * PAYCOM-BUDGET-TOL-PCT
               MOVE 'Y' TO WS-PC-OVER
           END-IF.

      *>================================================================*
      *>  WRITE-CSV-ROW: WS-BV-FIELDS as one quoted-CSV row.
      *>================================================================*
       WRITE-CSV-ROW.
           MOVE WS-BV-P-BUD TO WS-ED-P-BUD
           MOVE WS-BV-P-ACT TO WS-ED-P-ACT
           MOVE WS-BV-P-VAR TO WS-ED-P-VAR
           MOVE WS-BV-P-PCT TO WS-ED-P-PCT
           MOVE WS-BV-Y-BUD TO WS-ED-Y-BUD
           MOVE WS-BV-Y-ACT TO WS-ED-Y-ACT
           MOVE WS-BV-Y-VAR TO WS-ED-Y-VAR
           MOVE WS-BV-Y-PCT TO WS-ED-Y-PCT
           MOVE WS-BV-FCST TO WS-ED-FCST
           MOVE WS-BV-A-BUD TO WS-ED-A-BUD
           MOVE WS-BV-F-VAR TO WS-ED-F-VAR
           MOVE SPACES TO CSV-LINE
           STRING '"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-CU-COMPANY) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-CU-DEPT) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               WS-FISCAL-YEAR DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               WS-FISCAL-PERIOD DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-BV-CODE) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-P-BUD) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-P-ACT) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-P-VAR) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-P-PCT) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-Y-BUD) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-Y-ACT) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-Y-VAR) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-Y-PCT) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-FCST) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-A-BUD) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-F-VAR) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-BV-FLAG) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE.
