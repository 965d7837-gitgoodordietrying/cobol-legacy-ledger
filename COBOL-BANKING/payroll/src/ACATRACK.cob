      *>================================================================*
      *>  Program:     ACATRACK.cob
      *>  System:      ENTERPRISE PAYROLL — ACA Full-Time Tracking
      *>  Author:      AKD
      *>  Written:     2026-10-15
      *>
      *>  JCL Reference:
      *>    //PAYRL600 JOB (ACCT),'ACA TRACKING',CLASS=A
      *>    //STEP01   EXEC PGM=ACATRACK,PARM='ACCUM'
      *>    //TSFILE   DD DSN=PAYRL.TIMESHEET.CURRENT,DISP=SHR
      *>    //ACAHOLD  DD DSN=PAYRL.ACAHOURS.MASTER,DISP=SHR
      *>    //ACAHNEW  DD DSN=PAYRL.ACAHOURS.NEW,DISP=(NEW,CATLG)
      *>    //STEP02   EXEC PGM=ACATRACK,PARM='MEASURE yyyymm'
      *>    //EMPFILE  DD DSN=PAYRL.EMPLOYEE.MASTER,DISP=SHR
      *>    //ACASOLD  DD DSN=PAYRL.ACASTAT.MASTER,DISP=SHR
      *>    //ACASNEW  DD DSN=PAYRL.ACASTAT.NEW,DISP=(NEW,CATLG)
      *>    //ELIGFILE DD DSN=PAYRL.ACA.ELIGIBLE,DISP=(NEW,CATLG)
      *>    //STEP03   EXEC PGM=ACATRACK,PARM='F1095C yyyy'
      *>    //COMFILE  DD DSN=PAYRL.COMPANY.MASTER,DISP=SHR
      *>    //STUBFILE DD DSN=PAYRL.PAYSTUBS.HISTORY,DISP=SHR
      *>    //F1095C   DD DSN=PAYRL.ACA.F1095C,DISP=(NEW,CATLG)
      *>    //F1094C   DD DSN=PAYRL.ACA.F1094C,DISP=(NEW,CATLG)
      *>    //SYSOUT   DD SYSOUT=*
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial — look-back measurement for the
      *>                     ACA employer mandate, replacing the
      *>                     spreadsheet built from TIMESHEET.DAT
      *>                     dumps. ACCUM adds each pay run's approved
      *>                     timesheet hours (worked, holiday and paid
      *>                     leave) into monthly hours of service on
      *>                     ACAHOURS.DAT. MEASURE closes a measurement
      *>                     period: each hourly employee's average is
      *>                     judged against PAYCOM-ACA-FT-MONTHLY-HRS
      *>                     and the full-time status is fixed for the
      *>                     stability period that follows; employees
      *>                     newly full-time are listed for a benefits
      *>                     offer. F1095C writes the year-end 1095-C
      *>                     extract per employee and the 1094-C
      *>                     transmittal totals per COMPANY.DAT EIN
      *>
      *>  Invocation:
      *>    ./ACATRACK ACCUM [yyyymmdd]
      *>    ./ACATRACK MEASURE <yyyymm>
      *>    ./ACATRACK F1095C <yyyy>
      *>
      *>    ACCUM's date (default today) only sets the retention
      *>    window — months older than PAYCOM-ACA-KEEP-MONTHS before
      *>    it are dropped. MEASURE's month is the last month of the
      *>    measurement period; the period is the PAYCOM-ACA-MEAS-
      *>    MONTHS ending with it.
      *>
      *>  Files:
      *>    Input:  TIMESHEET.DAT (TIMEREC.cpy — ACCUM; Approved lines
      *>            only, every pay code)
      *>    Input:  ACAHOURS.DAT (ACAHRSR.cpy — may not exist yet)
      *>    Output: ACAHOURS.NEW (ACAHRSR.cpy — ACCUM; promoted over
      *>            ACAHOURS.DAT by JCL, same as YTDPAY.NEW)
      *>    Input:  EMPLOYEES.DAT (EMPREC.cpy — MEASURE, F1095C)
      *>    Input:  ACASTAT.DAT (ACASTATR.cpy — may not exist yet)
      *>    Output: ACASTAT.NEW (ACASTATR.cpy — MEASURE; promoted over
      *>            ACASTAT.DAT by JCL)
      *>    Output: ACAELIG.DAT
      *>            (ELIG|emp|name|company|dept|hours|avg-monthly|
      *>             stab-start|stab-end|prior) — MEASURE; prior is
      *>             N (was measured part-time) or NEW (first period)
      *>    Input:  COMPANY.DAT (COMPREC.cpy — F1095C; EIN per
      *>            company, UNKNOWN when not on file, same as
      *>            QTRRPT.cob's 941 extract)
      *>    Input:  PAYSTUBS.DAT (PAYREC.cpy — F1095C; a terminated
      *>            employee's last check date in the year ends
      *>            their employment months)
      *>    Output: F1095C.DAT
      *>            (1095C|year|company|ein|emp|name|then per month
      *>             Jan..Dec: line14|line15|line16)
      *>    Output: F1094C.DAT
      *>            (1094C|year|company|ein|name|forms) then twelve
      *>            (1094CM|year|company|ein|month|mec|ft|total)
      *>
      *>  1095-C CODES:
      *>    Line 14 — PAYCOM-ACA-OFFER-CODE in a full-time month, 1H
      *>              (no offer) otherwise.
      *>    Line 15 — employee share of the lowest-cost self-only
      *>              coverage, PAYCOM-MED-BASIC a month, in an offer
      *>              month; blank otherwise.
      *>    Line 16 — 2A not employed that month; 2C enrolled; 2D
      *>              hourly employee still in their first
      *>              measurement period; 2B not full-time; 2H
      *>              offered, declined, and affordable under the
      *>              rate-of-pay safe harbor; blank otherwise.
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACATRACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMESHEET-FILE
               ASSIGN TO "TIMESHEET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.
           SELECT HOURS-OLD-FILE
               ASSIGN TO "ACAHOURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRS-OLD-STATUS.
           SELECT HOURS-NEW-FILE
               ASSIGN TO "ACAHOURS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRS-NEW-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT STAT-OLD-FILE
               ASSIGN TO "ACASTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-OLD-STATUS.
           SELECT STAT-NEW-FILE
               ASSIGN TO "ACASTAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-NEW-STATUS.
           SELECT ELIG-FILE
               ASSIGN TO "ACAELIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIG-STATUS.
           SELECT COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-STATUS.
           SELECT PAYSTUB-FILE
               ASSIGN TO "PAYSTUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUB-STATUS.
           SELECT F1095C-FILE
               ASSIGN TO "F1095C.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F95-STATUS.
           SELECT F1094C-FILE
               ASSIGN TO "F1094C.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F94-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMESHEET-FILE.
           COPY "TIMEREC.cpy".
       FD  HOURS-OLD-FILE.
           COPY "ACAHRSR.cpy".
       FD  HOURS-NEW-FILE.
       01  HOURS-NEW-RECORD            PIC X(19).
       FD  EMPLOYEE-FILE.
           COPY "EMPREC.cpy".
       FD  STAT-OLD-FILE.
           COPY "ACASTATR.cpy".
       FD  STAT-NEW-FILE.
       01  STAT-NEW-RECORD             PIC X(52).
       FD  ELIG-FILE.
       01  ELIG-RECORD                 PIC X(120).
       FD  COMPANY-FILE.
           COPY "COMPREC.cpy".
       FD  PAYSTUB-FILE.
           COPY "PAYREC.cpy".
       FD  F1095C-FILE.
       01  F1095C-RECORD               PIC X(300).
       FD  F1094C-FILE.
       01  F1094C-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-TS-STATUS            PIC X(2).
           05  WS-HRS-OLD-STATUS       PIC X(2).
           05  WS-HRS-NEW-STATUS       PIC X(2).
           05  WS-EMP-STATUS           PIC X(2).
           05  WS-STAT-OLD-STATUS      PIC X(2).
           05  WS-STAT-NEW-STATUS      PIC X(2).
           05  WS-ELIG-STATUS          PIC X(2).
           05  WS-COMP-STATUS          PIC X(2).
           05  WS-STUB-STATUS          PIC X(2).
           05  WS-F95-STATUS           PIC X(2).
           05  WS-F94-STATUS           PIC X(2).

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-CMD-LINE                 PIC X(30) VALUE SPACES.
       01  WS-MODE-TOKEN               PIC X(8) VALUE SPACES.
       01  WS-ARG-TOKEN                PIC X(10) VALUE SPACES.
       01  WS-AS-OF-DATE               PIC 9(8) VALUE 0.
       01  WS-RPT-YEAR                 PIC 9(4) VALUE 0.

      *> Months are carried as YYYYMM on file and as a running month
      *> number (year * 12 + month - 1) for arithmetic, so a period
      *> that crosses a year end needs no special case.
       01  WS-MONTH-FIELDS.
           05  WS-YYYYMM               PIC 9(6) VALUE 0.
           05  WS-YYYYMM-R REDEFINES WS-YYYYMM.
               10  WS-YM-YEAR          PIC 9(4).
               10  WS-YM-MONTH         PIC 9(2).
           05  WS-MONTH-NUM            PIC S9(7) COMP VALUE 0.
           05  WS-CUTOFF-NUM           PIC S9(7) COMP VALUE 0.
           05  WS-MEAS-START-NUM       PIC S9(7) COMP VALUE 0.
           05  WS-MEAS-END-NUM         PIC S9(7) COMP VALUE 0.
           05  WS-FIRST-NUM            PIC S9(7) COMP VALUE 0.
           05  WS-HIRE-NUM             PIC S9(7) COMP VALUE 0.
           05  WS-MEAS-START           PIC 9(6) VALUE 0.
           05  WS-MEAS-END             PIC 9(6) VALUE 0.
           05  WS-STAB-START           PIC 9(6) VALUE 0.
           05  WS-STAB-END             PIC 9(6) VALUE 0.
           05  WS-MEAS-MONTHS          PIC S9(4) COMP VALUE 0.

      *> Hours of service by employee and month, kept in key order
      *> (EMP-ID then YYYYMM) so ACAHOURS.NEW comes out sorted and a
      *> lookup is a binary search rather than a walk of the table.
       01  WS-HRS-TABLE.
           05  WS-HRS-T-ENTRY OCCURS 60000 TIMES.
               10  WS-HRS-T-KEY.
                   15  WS-HRS-T-EMP    PIC X(7).
                   15  WS-HRS-T-MONTH  PIC 9(6).
               10  WS-HRS-T-HOURS      PIC S9(5)V99 COMP-3.
       01  WS-HRS-COUNT                PIC 9(5) VALUE 0.
       01  WS-HRS-SUB                  PIC 9(5) VALUE 0.
       01  WS-HRS-SHIFT                PIC 9(5) VALUE 0.
       01  WS-HRS-LOW                  PIC 9(5) VALUE 0.
       01  WS-HRS-HIGH                 PIC 9(5) VALUE 0.
       01  WS-HRS-MID                  PIC 9(5) VALUE 0.
       01  WS-HRS-FOUND                PIC X(1) VALUE 'N'.
       01  WS-SEARCH-COMPANY           PIC X(4) VALUE SPACES.
       01  WS-SEARCH-KEY.
           05  WS-SEARCH-EMP           PIC X(7).
           05  WS-SEARCH-MONTH         PIC 9(6).
       01  WS-HRS-OUT.
           05  WS-HRS-OUT-EMP          PIC X(7).
           05  WS-HRS-OUT-MONTH        PIC 9(6).
           05  WS-HRS-OUT-HOURS        PIC 9(4)V99.

      *> Employee master staged by EMP-ID, with the measurement
      *> result (MEASURE) or the twelve monthly 1095-C codes
      *> (F1095C) — same load-once/search-by-key shape as
      *> QTRRPT.cob's WS-EMP-TABLE.
       01  WS-EMP-TABLE.
           05  WS-EMP-T-ENTRY OCCURS 9999 TIMES.
               10  WS-EMP-T-ID         PIC X(7).
               10  WS-EMP-T-NAME       PIC X(25).
               10  WS-EMP-T-STATUS     PIC X(1).
                   88  WS-EMP-T-TERMINATED VALUE 'T'.
               10  WS-EMP-T-PAY-TYPE   PIC X(1).
                   88  WS-EMP-T-HOURLY VALUE 'H'.
               10  WS-EMP-T-HIRE       PIC 9(8).
               10  WS-EMP-T-DEPT       PIC X(4).
               10  WS-EMP-T-COMPANY    PIC X(4).
               10  WS-EMP-T-MED-PLAN   PIC X(1).
                   88  WS-EMP-T-ENROLLED VALUE 'B' 'P'.
               10  WS-EMP-T-SALARY     PIC S9(7)V99 COMP-3.
               10  WS-EMP-T-RATE       PIC S9(3)V99 COMP-3.
      *>         MEASURE: status from the latest earlier period.
               10  WS-EMP-T-PRIOR-END  PIC 9(6).
               10  WS-EMP-T-PRIOR-STAT PIC X(1).
      *>         F1095C: last check date this year, and the measured
      *>         status covering each month (F, N, or space for no
      *>         stability period on file).
               10  WS-EMP-T-LAST-PAY   PIC 9(8).
               10  WS-EMP-T-MONTH OCCURS 12 TIMES.
                   15  WS-EMP-T-MONTH-STAT PIC X(1).
                   15  WS-EMP-T-MONTH-MEAS PIC 9(6).
       01  WS-EMP-COUNT                PIC 9(4) VALUE 0.
       01  WS-EMP-SUB                  PIC 9(4) VALUE 0.
       01  WS-EMP-FOUND                PIC X(1) VALUE 'N'.

      *> Per-company (EIN) 1094-C rollup — small fixed table, same
      *> shape as QTRRPT.cob's WS-C941-TABLE.
       01  WS-C94-TABLE.
           05  WS-C94-ENTRY OCCURS 20 TIMES.
               10  WS-C94-CODE         PIC X(4).
               10  WS-C94-EIN          PIC X(10).
               10  WS-C94-NAME         PIC X(30).
               10  WS-C94-FORMS        PIC 9(5).
               10  WS-C94-MONTH OCCURS 12 TIMES.
                   15  WS-C94-FT       PIC 9(5).
                   15  WS-C94-TOTAL    PIC 9(5).
                   15  WS-C94-OFFERED  PIC 9(5).
       01  WS-C94-COUNT                PIC 9(2) VALUE 0.
       01  WS-C94-SUB                  PIC 9(2) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-MSUB                 PIC 9(2) VALUE 0.
           05  WS-AFF-SUB              PIC 9(2) VALUE 0.
           05  WS-AFF-PCT              PIC 9V9999 VALUE 0.
           05  WS-PERIOD-HOURS         PIC S9(7)V99 COMP-3.
           05  WS-AVG-MONTHLY          PIC S9(5)V99 COMP-3.
           05  WS-STATUS               PIC X(1).
           05  WS-MONTH-END            PIC 9(8).
           05  WS-EMPLOYED             PIC X(1).
           05  WS-FULL-TIME            PIC X(1).
           05  WS-ANY-FT               PIC X(1).
           05  WS-MONTHLY-PAY          PIC S9(7)V99 COMP-3.
           05  WS-AFFORD-CAP           PIC S9(7)V99 COMP-3.
           05  WS-LOWEST-PREMIUM       PIC S9(5)V99 COMP-3.
           05  WS-LINE14               PIC X(2).
           05  WS-LINE15               PIC X(7).
           05  WS-LINE16               PIC X(2).
           05  WS-PRIOR-TAG            PIC X(3).
           05  WS-OUT-PTR              PIC 9(3).
           05  WS-MEC-FLAG             PIC X(1).

       01  WS-COUNTERS.
           05  WS-TS-LINES             PIC 9(7) VALUE 0.
           05  WS-TS-SKIPPED           PIC 9(7) VALUE 0.
           05  WS-HRS-DROPPED          PIC 9(7) VALUE 0.
           05  WS-MEASURED-COUNT       PIC 9(5) VALUE 0.
           05  WS-FT-COUNT             PIC 9(5) VALUE 0.
           05  WS-PT-COUNT             PIC 9(5) VALUE 0.
           05  WS-NEW-ELIG-COUNT       PIC 9(5) VALUE 0.
           05  WS-STAT-KEPT            PIC 9(7) VALUE 0.
           05  WS-STAT-REPLACED        PIC 9(7) VALUE 0.
           05  WS-FORM-COUNT           PIC 9(5) VALUE 0.

       01  WS-STAT-OUT.
           05  WS-SO-EMP-ID            PIC X(7).
           05  WS-SO-MEAS-START        PIC 9(6).
           05  WS-SO-MEAS-END          PIC 9(6).
           05  WS-SO-STAB-START        PIC 9(6).
           05  WS-SO-STAB-END          PIC 9(6).
           05  WS-SO-HOURS             PIC 9(5)V99.
           05  WS-SO-AVG-MONTHLY       PIC 9(3)V99.
           05  WS-SO-STATUS            PIC X(1).
           05  WS-SO-MEASURED-DATE     PIC 9(8).

       01  WS-ELIG-LINE                PIC X(120) VALUE SPACES.
       01  WS-F95-LINE                 PIC X(300) VALUE SPACES.
       01  WS-F94-LINE                 PIC X(120) VALUE SPACES.

      *> DISPLAY-format staging for the STRING builds — packed
      *> amounts can't be STRINGed directly.
       01  WS-AMT-DISPLAY-FIELDS.
           05  WS-D-HOURS              PIC 9(5)V99.
           05  WS-D-AVG                PIC 9(3)V99.
           05  WS-D-PREMIUM            PIC 9(4).99.
           05  WS-D-MONTH              PIC 9(2).

           COPY "PAYCOM.cpy".

       PROCEDURE DIVISION.

      *>================================================================*
      *>  MAIN-PARA: Mode dispatch
      *>================================================================*
       MAIN-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-MODE-TOKEN WS-ARG-TOKEN
           END-UNSTRING

           EVALUATE WS-MODE-TOKEN
               WHEN "ACCUM"
                   PERFORM DO-ACCUMULATE
               WHEN "MEASURE"
                   PERFORM DO-MEASURE
               WHEN "F1095C"
                   PERFORM DO-F1095C
               WHEN OTHER
                   DISPLAY "ACATRACK|ERROR|"
                       "MODE-MUST-BE-ACCUM-MEASURE-OR-F1095C"
           END-EVALUATE

           STOP RUN.

      *>================================================================*
      *>  DO-ACCUMULATE: Old ACAHOURS.DAT plus this run's approved
      *>  TIMESHEET.DAT lines out to ACAHOURS.NEW. Every approved
      *>  pay code counts — REG/OT/SHF are hours worked, HOL and PTO
      *>  are hours paid for not working, and hours of service is
      *>  both. Unapproved lines never paid and don't count.
      *>================================================================*
       DO-ACCUMULATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           IF FUNCTION TRIM(WS-ARG-TOKEN) NOT = SPACES
               IF FUNCTION NUMVAL(WS-ARG-TOKEN) > 19000000
                   MOVE FUNCTION NUMVAL(WS-ARG-TOKEN)
                       TO WS-AS-OF-DATE
               END-IF
           END-IF
           MOVE WS-AS-OF-DATE(1:6) TO WS-YYYYMM
           PERFORM YYYYMM-TO-NUM
           COMPUTE WS-CUTOFF-NUM =
               WS-MONTH-NUM - PAYCOM-ACA-KEEP-MONTHS + 1

           DISPLAY "ACATRACK|START|ACCUM|" WS-AS-OF-DATE
           PERFORM LOAD-HOURS-TABLE

           OPEN INPUT TIMESHEET-FILE
           IF WS-TS-STATUS NOT = '00'
               DISPLAY "ACATRACK|ERROR|TSFILE|" WS-TS-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ TIMESHEET-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TS-APPROVED
                           ADD 1 TO WS-TS-LINES
                           MOVE TS-EMP-ID TO WS-SEARCH-EMP
                           MOVE TS-WORK-DATE(1:6) TO WS-SEARCH-MONTH
                           PERFORM FIND-HOURS-SLOT
                           IF WS-HRS-FOUND = 'N'
                               PERFORM INSERT-HOURS-SLOT
                           END-IF
                           IF WS-HRS-FOUND NOT = 'X'
                               ADD TS-HOURS
                                   TO WS-HRS-T-HOURS(WS-HRS-SUB)
                           END-IF
                       ELSE
                           ADD 1 TO WS-TS-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMESHEET-FILE

           OPEN OUTPUT HOURS-NEW-FILE
           IF WS-HRS-NEW-STATUS NOT = '00'
               DISPLAY "ACATRACK|ERROR|ACAHNEW|" WS-HRS-NEW-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-HRS-SUB FROM 1 BY 1
               UNTIL WS-HRS-SUB > WS-HRS-COUNT
               MOVE WS-HRS-T-MONTH(WS-HRS-SUB) TO WS-YYYYMM
               PERFORM YYYYMM-TO-NUM
               IF WS-MONTH-NUM < WS-CUTOFF-NUM
                   ADD 1 TO WS-HRS-DROPPED
               ELSE
                   MOVE WS-HRS-T-EMP(WS-HRS-SUB) TO WS-HRS-OUT-EMP
                   MOVE WS-HRS-T-MONTH(WS-HRS-SUB)
                       TO WS-HRS-OUT-MONTH
                   MOVE WS-HRS-T-HOURS(WS-HRS-SUB)
                       TO WS-HRS-OUT-HOURS
                   WRITE HOURS-NEW-RECORD FROM WS-HRS-OUT
               END-IF
           END-PERFORM
           CLOSE HOURS-NEW-FILE

           DISPLAY "ACATRACK|TIMESHEET-LINES|" WS-TS-LINES
           DISPLAY "ACATRACK|UNAPPROVED-SKIPPED|" WS-TS-SKIPPED
           DISPLAY "ACATRACK|MONTHS-DROPPED|" WS-HRS-DROPPED
           DISPLAY "ACATRACK|COMPLETE|ACCUM".

      *>================================================================*
      *>  DO-MEASURE: Close the measurement period ending with the
      *>  given month. Each hourly, non-terminated employee's hours of
      *>  service over the period, divided by the months they were
      *>  employed in it (a new hire is measured from their hire
      *>  month), against PAYCOM-ACA-FT-MONTHLY-HRS. The status holds
      *>  for the stability period after the administrative period.
      *>  Salaried employees are full-time by position and aren't
      *>  measured.
      *>================================================================*
       DO-MEASURE.
           MOVE 0 TO WS-MEAS-END
           IF FUNCTION TRIM(WS-ARG-TOKEN) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-TOKEN) TO WS-MEAS-END
           END-IF
           MOVE WS-MEAS-END TO WS-YYYYMM
           IF WS-YM-YEAR < 1900 OR WS-YM-MONTH < 1
               OR WS-YM-MONTH > 12
               DISPLAY "ACATRACK|ERROR|MEASURE-NEEDS-YYYYMM"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE

           PERFORM YYYYMM-TO-NUM
           MOVE WS-MONTH-NUM TO WS-MEAS-END-NUM
           COMPUTE WS-MEAS-START-NUM =
               WS-MEAS-END-NUM - PAYCOM-ACA-MEAS-MONTHS + 1
           MOVE WS-MEAS-START-NUM TO WS-MONTH-NUM
           PERFORM NUM-TO-YYYYMM
           MOVE WS-YYYYMM TO WS-MEAS-START
           COMPUTE WS-MONTH-NUM =
               WS-MEAS-END-NUM + PAYCOM-ACA-ADMIN-MONTHS + 1
           PERFORM NUM-TO-YYYYMM
           MOVE WS-YYYYMM TO WS-STAB-START
           COMPUTE WS-MONTH-NUM = WS-MONTH-NUM
               + PAYCOM-ACA-STAB-MONTHS - 1
           PERFORM NUM-TO-YYYYMM
           MOVE WS-YYYYMM TO WS-STAB-END

           DISPLAY "ACATRACK|START|MEASURE|" WS-MEAS-START "|"
               WS-MEAS-END "|STABILITY|" WS-STAB-START "|"
               WS-STAB-END
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-HOURS-TABLE

           OPEN OUTPUT STAT-NEW-FILE
           IF WS-STAT-NEW-STATUS NOT = '00'
               DISPLAY "ACATRACK|ERROR|ACASNEW|" WS-STAT-NEW-STATUS
               STOP RUN
           END-IF
           PERFORM CARRY-FORWARD-STATUS
           OPEN OUTPUT ELIG-FILE
           IF WS-ELIG-STATUS NOT = '00'
               DISPLAY "ACATRACK|ERROR|ELIGFILE|" WS-ELIG-STATUS
               STOP RUN
           END-IF

           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-T-HOURLY(WS-EMP-SUB)
                   AND NOT WS-EMP-T-TERMINATED(WS-EMP-SUB)
                   PERFORM MEASURE-ONE-EMPLOYEE
               END-IF
           END-PERFORM
           CLOSE STAT-NEW-FILE
           CLOSE ELIG-FILE

           DISPLAY "ACATRACK|STATUS-KEPT|" WS-STAT-KEPT
           DISPLAY "ACATRACK|STATUS-REPLACED|" WS-STAT-REPLACED
           DISPLAY "ACATRACK|MEASURED|" WS-MEASURED-COUNT
           DISPLAY "ACATRACK|FULL-TIME|" WS-FT-COUNT
           DISPLAY "ACATRACK|NOT-FULL-TIME|" WS-PT-COUNT
           DISPLAY "ACATRACK|NEWLY-ELIGIBLE|" WS-NEW-ELIG-COUNT
           DISPLAY "ACATRACK|COMPLETE|MEASURE".

      *>================================================================*
      *>  CARRY-FORWARD-STATUS: Every ACASTAT.DAT record out to
      *>  ACASTAT.NEW except this period's (a rerun replaces them),
      *>  noting each employee's latest earlier status on the way so
      *>  the eligible list can tell who's newly full-time.
      *>================================================================*
       CARRY-FORWARD-STATUS.
           OPEN INPUT STAT-OLD-FILE
           IF WS-STAT-OLD-STATUS NOT = '00'
               DISPLAY "ACATRACK|INFO|NO-PRIOR-STATUS-FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ STAT-OLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ACAS-MEAS-END = WS-MEAS-END
                           ADD 1 TO WS-STAT-REPLACED
                       ELSE
                           WRITE STAT-NEW-RECORD
                               FROM ACA-STATUS-RECORD
                           ADD 1 TO WS-STAT-KEPT
                           IF ACAS-MEAS-END < WS-MEAS-END
                               PERFORM NOTE-PRIOR-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAT-OLD-FILE.

       NOTE-PRIOR-STATUS.
           MOVE ACAS-EMP-ID TO WS-SEARCH-EMP
           PERFORM FIND-EMPLOYEE
           IF WS-EMP-FOUND = 'Y'
               IF ACAS-MEAS-END > WS-EMP-T-PRIOR-END(WS-EMP-SUB)
                   MOVE ACAS-MEAS-END
                       TO WS-EMP-T-PRIOR-END(WS-EMP-SUB)
                   MOVE ACAS-STATUS
                       TO WS-EMP-T-PRIOR-STAT(WS-EMP-SUB)
               END-IF
           END-IF.

       MEASURE-ONE-EMPLOYEE.
      *>   Measured from the later of the period start and the hire
      *>   month; hired after the period closed means not measured
      *>   this time.
           MOVE WS-MEAS-START-NUM TO WS-FIRST-NUM
           IF WS-EMP-T-HIRE(WS-EMP-SUB) > 0
               MOVE WS-EMP-T-HIRE(WS-EMP-SUB)(1:6) TO WS-YYYYMM
               PERFORM YYYYMM-TO-NUM
               MOVE WS-MONTH-NUM TO WS-HIRE-NUM
               IF WS-HIRE-NUM > WS-MEAS-END-NUM
                   EXIT PARAGRAPH
               END-IF
               IF WS-HIRE-NUM > WS-FIRST-NUM
                   MOVE WS-HIRE-NUM TO WS-FIRST-NUM
               END-IF
           END-IF
           COMPUTE WS-MEAS-MONTHS = WS-MEAS-END-NUM - WS-FIRST-NUM + 1

           MOVE 0 TO WS-PERIOD-HOURS
           MOVE WS-EMP-T-ID(WS-EMP-SUB) TO WS-SEARCH-EMP
           PERFORM VARYING WS-MONTH-NUM FROM WS-FIRST-NUM BY 1
               UNTIL WS-MONTH-NUM > WS-MEAS-END-NUM
               PERFORM NUM-TO-YYYYMM
               MOVE WS-YYYYMM TO WS-SEARCH-MONTH
               PERFORM FIND-HOURS-SLOT
               IF WS-HRS-FOUND = 'Y'
                   ADD WS-HRS-T-HOURS(WS-HRS-SUB) TO WS-PERIOD-HOURS
               END-IF
           END-PERFORM
           COMPUTE WS-AVG-MONTHLY ROUNDED =
               WS-PERIOD-HOURS / WS-MEAS-MONTHS
           IF WS-AVG-MONTHLY NOT < PAYCOM-ACA-FT-MONTHLY-HRS
               MOVE 'F' TO WS-STATUS
               ADD 1 TO WS-FT-COUNT
           ELSE
               MOVE 'N' TO WS-STATUS
               ADD 1 TO WS-PT-COUNT
           END-IF
           ADD 1 TO WS-MEASURED-COUNT

           MOVE WS-EMP-T-ID(WS-EMP-SUB) TO WS-SO-EMP-ID
           MOVE WS-MEAS-START TO WS-SO-MEAS-START
           MOVE WS-MEAS-END TO WS-SO-MEAS-END
           MOVE WS-STAB-START TO WS-SO-STAB-START
           MOVE WS-STAB-END TO WS-SO-STAB-END
           MOVE WS-PERIOD-HOURS TO WS-SO-HOURS
           IF WS-AVG-MONTHLY > 999.99
               MOVE 999.99 TO WS-SO-AVG-MONTHLY
           ELSE
               MOVE WS-AVG-MONTHLY TO WS-SO-AVG-MONTHLY
           END-IF
           MOVE WS-STATUS TO WS-SO-STATUS
           MOVE WS-AS-OF-DATE TO WS-SO-MEASURED-DATE
           WRITE STAT-NEW-RECORD FROM WS-STAT-OUT

           IF WS-STATUS = 'F'
               AND WS-EMP-T-PRIOR-STAT(WS-EMP-SUB) NOT = 'F'
               PERFORM WRITE-ELIGIBLE-LINE
           END-IF.

      *>================================================================*
      *>  WRITE-ELIGIBLE-LINE: Newly full-time — owed a coverage offer
      *>  by the first day of the stability period, so benefits enrolls
      *>  them during the administrative period.
      *>================================================================*
       WRITE-ELIGIBLE-LINE.
           IF WS-EMP-T-PRIOR-STAT(WS-EMP-SUB) = SPACE
               MOVE "NEW" TO WS-PRIOR-TAG
           ELSE
               MOVE WS-EMP-T-PRIOR-STAT(WS-EMP-SUB) TO WS-PRIOR-TAG
           END-IF
           MOVE WS-SO-HOURS TO WS-D-HOURS
           MOVE WS-SO-AVG-MONTHLY TO WS-D-AVG
           MOVE SPACES TO WS-ELIG-LINE
           STRING "ELIG|" DELIMITED SIZE
               WS-EMP-T-ID(WS-EMP-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-EMP-T-NAME(WS-EMP-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-EMP-T-COMPANY(WS-EMP-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-EMP-T-DEPT(WS-EMP-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-D-HOURS DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-D-AVG DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-STAB-START DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-STAB-END DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-PRIOR-TAG DELIMITED SPACE
               INTO WS-ELIG-LINE
           END-STRING
           WRITE ELIG-RECORD FROM WS-ELIG-LINE
           ADD 1 TO WS-NEW-ELIG-COUNT
           DISPLAY "ACATRACK|ELIGIBLE|" WS-EMP-T-ID(WS-EMP-SUB) "|"
               WS-D-AVG "|" WS-STAB-START.

      *>================================================================*
      *>  DO-F1095C: Year-end 1095-C extract for every employee who was
      *>  full-time in at least one month of the year, and the 1094-C
      *>  transmittal totals per company EIN. Salaried employees are
      *>  full-time every month they're employed; hourly employees in
      *>  the months an F stability period on ACASTAT.DAT covers.
      *>================================================================*
       DO-F1095C.
           MOVE 0 TO WS-RPT-YEAR
           IF FUNCTION TRIM(WS-ARG-TOKEN) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-TOKEN) TO WS-RPT-YEAR
           END-IF
           IF WS-RPT-YEAR < 1900
               DISPLAY "ACATRACK|ERROR|F1095C-NEEDS-TAX-YEAR"
               STOP RUN
           END-IF

      *>   Affordability percentage for the plan year — last row
      *>   carries forward past the table, same as the 401(k) limits.
           MOVE PAYCOM-ACA-AFF-PCT(1) TO WS-AFF-PCT
           PERFORM VARYING WS-AFF-SUB FROM 1 BY 1
               UNTIL WS-AFF-SUB > PAYCOM-ACA-AFF-COUNT
               IF PAYCOM-ACA-AFF-YEAR(WS-AFF-SUB) NOT > WS-RPT-YEAR
                   MOVE PAYCOM-ACA-AFF-PCT(WS-AFF-SUB) TO WS-AFF-PCT
               END-IF
           END-PERFORM
           MOVE PAYCOM-MED-BASIC TO WS-LOWEST-PREMIUM

           DISPLAY "ACATRACK|START|F1095C|" WS-RPT-YEAR
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-STABILITY-STATUS
           PERFORM LOAD-LAST-PAY-DATES
           PERFORM LOAD-COMPANY-TABLE

           OPEN OUTPUT F1095C-FILE
           IF WS-F95-STATUS NOT = '00'
               DISPLAY "ACATRACK|ERROR|F1095C|" WS-F95-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               PERFORM F1095C-ONE-EMPLOYEE
           END-PERFORM
           CLOSE F1095C-FILE

           PERFORM WRITE-F1094C

           DISPLAY "ACATRACK|FORMS-1095C|" WS-FORM-COUNT
           DISPLAY "ACATRACK|COMPANIES|" WS-C94-COUNT
           DISPLAY "ACATRACK|COMPLETE|F1095C".

       F1095C-ONE-EMPLOYEE.
           MOVE WS-EMP-T-COMPANY(WS-EMP-SUB) TO WS-SEARCH-COMPANY
           PERFORM FIND-COMPANY-SLOT
           MOVE 'N' TO WS-ANY-FT

           MOVE SPACES TO WS-F95-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING "1095C|" DELIMITED SIZE
               WS-RPT-YEAR DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-C94-CODE(WS-C94-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-C94-EIN(WS-C94-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-EMP-T-ID(WS-EMP-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-EMP-T-NAME(WS-EMP-SUB) DELIMITED SIZE
               INTO WS-F95-LINE
               WITH POINTER WS-OUT-PTR
           END-STRING

           PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 12
               PERFORM CODE-ONE-MONTH
               STRING "|" DELIMITED SIZE
                   WS-LINE14 DELIMITED SIZE
                   "|" DELIMITED SIZE
                   WS-LINE15 DELIMITED SIZE
                   "|" DELIMITED SIZE
                   WS-LINE16 DELIMITED SIZE
                   INTO WS-F95-LINE
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-PERFORM

      *>   A form only for someone full-time in some month; everyone
      *>   employed still counts in the 1094-C total-employee column.
           IF WS-ANY-FT = 'Y'
               WRITE F1095C-RECORD FROM WS-F95-LINE
               ADD 1 TO WS-FORM-COUNT
               ADD 1 TO WS-C94-FORMS(WS-C94-SUB)
           END-IF.

      *>================================================================*
      *>  CODE-ONE-MONTH: Lines 14, 15 and 16 for month WS-MSUB, and
      *>  the month's 1094-C counts.
      *>================================================================*
       CODE-ONE-MONTH.
           MOVE "1H" TO WS-LINE14
           MOVE SPACES TO WS-LINE15
           MOVE SPACES TO WS-LINE16
           MOVE 'N' TO WS-FULL-TIME

      *>   Employed: hired by month end, and for a terminated
      *>   employee, paid by a check dated in or after that month.
           MOVE 'Y' TO WS-EMPLOYED
           COMPUTE WS-MONTH-END = WS-RPT-YEAR * 10000
               + WS-MSUB * 100 + 31
           IF WS-EMP-T-HIRE(WS-EMP-SUB) > WS-MONTH-END
               MOVE 'N' TO WS-EMPLOYED
           END-IF
           IF WS-EMP-T-TERMINATED(WS-EMP-SUB)
               IF WS-EMP-T-LAST-PAY(WS-EMP-SUB) = 0
                   OR WS-EMP-T-LAST-PAY(WS-EMP-SUB)(5:2) < WS-MSUB
                   MOVE 'N' TO WS-EMPLOYED
               END-IF
           END-IF
           IF WS-EMPLOYED = 'N'
               MOVE "2A" TO WS-LINE16
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-C94-TOTAL(WS-C94-SUB, WS-MSUB)

           IF WS-EMP-T-HOURLY(WS-EMP-SUB)
               IF WS-EMP-T-MONTH-STAT(WS-EMP-SUB, WS-MSUB) = 'F'
                   MOVE 'Y' TO WS-FULL-TIME
               END-IF
           ELSE
               MOVE 'Y' TO WS-FULL-TIME
           END-IF

           IF WS-FULL-TIME = 'N'
               IF WS-EMP-T-HOURLY(WS-EMP-SUB)
                   AND WS-EMP-T-MONTH-STAT(WS-EMP-SUB, WS-MSUB)
                       = SPACE
                   MOVE "2D" TO WS-LINE16
               ELSE
                   MOVE "2B" TO WS-LINE16
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-ANY-FT
           ADD 1 TO WS-C94-FT(WS-C94-SUB, WS-MSUB)
           ADD 1 TO WS-C94-OFFERED(WS-C94-SUB, WS-MSUB)
           MOVE PAYCOM-ACA-OFFER-CODE TO WS-LINE14
           MOVE WS-LOWEST-PREMIUM TO WS-D-PREMIUM
           MOVE WS-D-PREMIUM TO WS-LINE15

      *>   Rate-of-pay safe harbor: hourly rate x 130 hours, or the
      *>   monthly salary, times the year's affordability percentage.
           IF WS-EMP-T-ENROLLED(WS-EMP-SUB)
               MOVE "2C" TO WS-LINE16
           ELSE
               IF WS-EMP-T-HOURLY(WS-EMP-SUB)
                   COMPUTE WS-MONTHLY-PAY ROUNDED =
                       WS-EMP-T-RATE(WS-EMP-SUB)
                       * PAYCOM-ACA-FT-MONTHLY-HRS
               ELSE
                   COMPUTE WS-MONTHLY-PAY ROUNDED =
                       WS-EMP-T-SALARY(WS-EMP-SUB) / 12
               END-IF
               COMPUTE WS-AFFORD-CAP ROUNDED =
                   WS-MONTHLY-PAY * WS-AFF-PCT
               IF WS-LOWEST-PREMIUM NOT > WS-AFFORD-CAP
                   MOVE "2H" TO WS-LINE16
               END-IF
           END-IF.

      *>================================================================*
      *>  WRITE-F1094C: One 1094C line per company EIN with its 1095-C
      *>  count, then one 1094CM line per month — minimum essential
      *>  coverage offered (Y when at least PAYCOM-ACA-MEC-PCT of the
      *>  month's full-time employees got an offer), full-time count,
      *>  total employee count.
      *>================================================================*
       WRITE-F1094C.
           OPEN OUTPUT F1094C-FILE
           IF WS-F94-STATUS NOT = '00'
               DISPLAY "ACATRACK|ERROR|F1094C|" WS-F94-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-C94-SUB FROM 1 BY 1
               UNTIL WS-C94-SUB > WS-C94-COUNT
               IF WS-C94-FORMS(WS-C94-SUB) > 0
                   PERFORM WRITE-F1094C-COMPANY
               END-IF
           END-PERFORM
           CLOSE F1094C-FILE.

       WRITE-F1094C-COMPANY.
           MOVE SPACES TO WS-F94-LINE
           STRING "1094C|" DELIMITED SIZE
               WS-RPT-YEAR DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-C94-CODE(WS-C94-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-C94-EIN(WS-C94-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-C94-NAME(WS-C94-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-C94-FORMS(WS-C94-SUB) DELIMITED SIZE
               INTO WS-F94-LINE
           END-STRING
           WRITE F1094C-RECORD FROM WS-F94-LINE
           DISPLAY "ACATRACK|1094C|" WS-C94-CODE(WS-C94-SUB) "|"
               WS-C94-EIN(WS-C94-SUB) "|" WS-C94-FORMS(WS-C94-SUB)

           PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 12
               MOVE 'N' TO WS-MEC-FLAG
               IF WS-C94-FT(WS-C94-SUB, WS-MSUB) > 0
                   AND WS-C94-OFFERED(WS-C94-SUB, WS-MSUB)
                       NOT < WS-C94-FT(WS-C94-SUB, WS-MSUB)
                           * PAYCOM-ACA-MEC-PCT
                   MOVE 'Y' TO WS-MEC-FLAG
               END-IF
               MOVE WS-MSUB TO WS-D-MONTH
               MOVE SPACES TO WS-F94-LINE
               STRING "1094CM|" DELIMITED SIZE
                   WS-RPT-YEAR DELIMITED SIZE
                   "|" DELIMITED SIZE
                   WS-C94-CODE(WS-C94-SUB) DELIMITED SIZE
                   "|" DELIMITED SIZE
                   WS-C94-EIN(WS-C94-SUB) DELIMITED SIZE
                   "|" DELIMITED SIZE
                   WS-D-MONTH DELIMITED SIZE
                   "|" DELIMITED SIZE
                   WS-MEC-FLAG DELIMITED SIZE
                   "|" DELIMITED SIZE
                   WS-C94-FT(WS-C94-SUB, WS-MSUB) DELIMITED SIZE
                   "|" DELIMITED SIZE
                   WS-C94-TOTAL(WS-C94-SUB, WS-MSUB) DELIMITED SIZE
                   INTO WS-F94-LINE
               END-STRING
               WRITE F1094C-RECORD FROM WS-F94-LINE
           END-PERFORM.

      *>================================================================*
      *>  LOAD-STABILITY-STATUS: For each month of the tax year, the
      *>  status from the ACASTAT.DAT record whose stability period
      *>  covers it. A later measurement overrides an earlier one
      *>  for the same month.
      *>================================================================*
       LOAD-STABILITY-STATUS.
           OPEN INPUT STAT-OLD-FILE
           IF WS-STAT-OLD-STATUS NOT = '00'
               DISPLAY "ACATRACK|WARNING|NO-STATUS-FILE|"
                   WS-STAT-OLD-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ STAT-OLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ACAS-STAB-START(1:4) NOT > WS-RPT-YEAR
                           AND ACAS-STAB-END(1:4) NOT < WS-RPT-YEAR
                           PERFORM APPLY-STABILITY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAT-OLD-FILE.

       APPLY-STABILITY-RECORD.
           MOVE ACAS-EMP-ID TO WS-SEARCH-EMP
           PERFORM FIND-EMPLOYEE
           IF WS-EMP-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 12
               COMPUTE WS-YYYYMM = WS-RPT-YEAR * 100 + WS-MSUB
               IF WS-YYYYMM NOT < ACAS-STAB-START
                   AND WS-YYYYMM NOT > ACAS-STAB-END
                   AND ACAS-MEAS-END NOT <
                       WS-EMP-T-MONTH-MEAS(WS-EMP-SUB, WS-MSUB)
                   MOVE ACAS-STATUS
                       TO WS-EMP-T-MONTH-STAT(WS-EMP-SUB, WS-MSUB)
                   MOVE ACAS-MEAS-END
                       TO WS-EMP-T-MONTH-MEAS(WS-EMP-SUB, WS-MSUB)
               END-IF
           END-PERFORM.

      *>================================================================*
      *>  LOAD-LAST-PAY-DATES: Latest PAYSTUBS.DAT check date in the
      *>  tax year per employee — only read for terminated employees'
      *>  months. A missing file leaves them employed no month.
      *>================================================================*
       LOAD-LAST-PAY-DATES.
           OPEN INPUT PAYSTUB-FILE
           IF WS-STUB-STATUS NOT = '00'
               DISPLAY "ACATRACK|WARNING|NO-PAYSTUB-FILE|"
                   WS-STUB-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PAYSTUB-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF PAY-DATE-FULL(1:4) = WS-RPT-YEAR
                           MOVE PAY-EMP-ID TO WS-SEARCH-EMP
                           PERFORM FIND-EMPLOYEE
                           IF WS-EMP-FOUND = 'Y'
                               AND PAY-DATE-FULL >
                                   WS-EMP-T-LAST-PAY(WS-EMP-SUB)
                               MOVE PAY-DATE-FULL
                                   TO WS-EMP-T-LAST-PAY(WS-EMP-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYSTUB-FILE.

      *>================================================================*
      *>  LOAD-COMPANY-TABLE: One 1094-C slot per Active COMPANY.DAT
      *>  entry. A missing file leaves the table empty and
      *>  FIND-COMPANY-SLOT adds employees' codes as UNKNOWN.
      *>================================================================*
       LOAD-COMPANY-TABLE.
           MOVE 0 TO WS-C94-COUNT
           OPEN INPUT COMPANY-FILE
           IF WS-COMP-STATUS NOT = '00'
               DISPLAY "ACATRACK|WARNING|NO-COMPANY-FILE|"
                   WS-COMP-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ COMPANY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF COMP-ACTIVE AND WS-C94-COUNT < 20
                           ADD 1 TO WS-C94-COUNT
                           MOVE WS-C94-COUNT TO WS-C94-SUB
                           PERFORM CLEAR-COMPANY-SLOT
                           MOVE COMP-CODE TO WS-C94-CODE(WS-C94-SUB)
                           MOVE COMP-EIN TO WS-C94-EIN(WS-C94-SUB)
                           MOVE COMP-NAME TO WS-C94-NAME(WS-C94-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

      *>   A WS-SEARCH-COMPANY code with no
      *>   COMPANY.DAT entry (or the blank original company) gets a
      *>   slot of its own with the EIN left for payroll accounting
      *>   to fill in; past 20 companies everything pools in slot 20.
       FIND-COMPANY-SLOT.
           PERFORM VARYING WS-C94-SUB FROM 1 BY 1
               UNTIL WS-C94-SUB > WS-C94-COUNT
               IF WS-C94-CODE(WS-C94-SUB) = WS-SEARCH-COMPANY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-C94-COUNT >= 20
               MOVE 20 TO WS-C94-SUB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-C94-COUNT
           MOVE WS-C94-COUNT TO WS-C94-SUB
           PERFORM CLEAR-COMPANY-SLOT
           MOVE WS-SEARCH-COMPANY TO WS-C94-CODE(WS-C94-SUB)
           MOVE "UNKNOWN" TO WS-C94-EIN(WS-C94-SUB)
           MOVE SPACES TO WS-C94-NAME(WS-C94-SUB).

       CLEAR-COMPANY-SLOT.
           MOVE 0 TO WS-C94-FORMS(WS-C94-SUB)
           PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 12
               MOVE 0 TO WS-C94-FT(WS-C94-SUB, WS-MSUB)
               MOVE 0 TO WS-C94-TOTAL(WS-C94-SUB, WS-MSUB)
               MOVE 0 TO WS-C94-OFFERED(WS-C94-SUB, WS-MSUB)
           END-PERFORM.

      *>================================================================*
      *>  LOAD-EMPLOYEE-TABLE: EMPLOYEES.DAT whole.
      *>================================================================*
       LOAD-EMPLOYEE-TABLE.
           MOVE 0 TO WS-EMP-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "ACATRACK|ERROR|EMPFILE|" WS-EMP-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-EMP-COUNT < 9999
                           ADD 1 TO WS-EMP-COUNT
                           PERFORM STAGE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       STAGE-EMPLOYEE.
           MOVE EMP-ID TO WS-EMP-T-ID(WS-EMP-COUNT)
           MOVE EMP-NAME TO WS-EMP-T-NAME(WS-EMP-COUNT)
           MOVE EMP-STATUS TO WS-EMP-T-STATUS(WS-EMP-COUNT)
           MOVE EMP-PAY-TYPE TO WS-EMP-T-PAY-TYPE(WS-EMP-COUNT)
           MOVE EMP-HIRE-DATE TO WS-EMP-T-HIRE(WS-EMP-COUNT)
           MOVE EMP-DEPT-CODE TO WS-EMP-T-DEPT(WS-EMP-COUNT)
           MOVE EMP-COMPANY TO WS-EMP-T-COMPANY(WS-EMP-COUNT)
           MOVE EMP-MEDICAL-PLAN TO WS-EMP-T-MED-PLAN(WS-EMP-COUNT)
           MOVE EMP-SALARY TO WS-EMP-T-SALARY(WS-EMP-COUNT)
           MOVE EMP-HOURLY-RATE TO WS-EMP-T-RATE(WS-EMP-COUNT)
           MOVE 0 TO WS-EMP-T-PRIOR-END(WS-EMP-COUNT)
           MOVE SPACE TO WS-EMP-T-PRIOR-STAT(WS-EMP-COUNT)
           MOVE 0 TO WS-EMP-T-LAST-PAY(WS-EMP-COUNT)
           PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 12
               MOVE SPACE TO WS-EMP-T-MONTH-STAT(WS-EMP-COUNT, WS-MSUB)
               MOVE 0 TO WS-EMP-T-MONTH-MEAS(WS-EMP-COUNT, WS-MSUB)
           END-PERFORM.

       FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-T-ID(WS-EMP-SUB) = WS-SEARCH-EMP
                   MOVE 'Y' TO WS-EMP-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *>================================================================*
      *>  LOAD-HOURS-TABLE: ACAHOURS.DAT whole, into key order. A
      *>  missing file is the first run — nothing accumulated yet.
      *>================================================================*
       LOAD-HOURS-TABLE.
           MOVE 0 TO WS-HRS-COUNT
           OPEN INPUT HOURS-OLD-FILE
           IF WS-HRS-OLD-STATUS NOT = '00'
               DISPLAY "ACATRACK|INFO|NO-HOURS-FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ HOURS-OLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ACAH-EMP-ID TO WS-SEARCH-EMP
                       MOVE ACAH-MONTH TO WS-SEARCH-MONTH
                       PERFORM FIND-HOURS-SLOT
                       IF WS-HRS-FOUND = 'N'
                           PERFORM INSERT-HOURS-SLOT
                       END-IF
                       IF WS-HRS-FOUND NOT = 'X'
                           ADD ACAH-HOURS TO WS-HRS-T-HOURS(WS-HRS-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOURS-OLD-FILE.

      *>================================================================*
      *>  FIND-HOURS-SLOT: Binary search for WS-SEARCH-KEY. Found
      *>  ('Y') leaves WS-HRS-SUB on the entry; not found ('N') leaves
      *>  it on the slot the key belongs in.
      *>================================================================*
       FIND-HOURS-SLOT.
           MOVE 'N' TO WS-HRS-FOUND
           MOVE 1 TO WS-HRS-LOW
           MOVE WS-HRS-COUNT TO WS-HRS-HIGH
           PERFORM UNTIL WS-HRS-LOW > WS-HRS-HIGH
               COMPUTE WS-HRS-MID = (WS-HRS-LOW + WS-HRS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-HRS-T-KEY(WS-HRS-MID) = WS-SEARCH-KEY
                       MOVE 'Y' TO WS-HRS-FOUND
                       MOVE WS-HRS-MID TO WS-HRS-SUB
                       EXIT PARAGRAPH
                   WHEN WS-HRS-T-KEY(WS-HRS-MID) < WS-SEARCH-KEY
                       COMPUTE WS-HRS-LOW = WS-HRS-MID + 1
                   WHEN OTHER
                       IF WS-HRS-MID = 1
                           MOVE 0 TO WS-HRS-HIGH
                       ELSE
                           COMPUTE WS-HRS-HIGH = WS-HRS-MID - 1
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE WS-HRS-LOW TO WS-HRS-SUB.

      *>   Opens WS-HRS-SUB for WS-SEARCH-KEY at zero hours; a full
      *>   table sets WS-HRS-FOUND to 'X' and the hours are lost
      *>   (with a message) rather than overwriting someone else's.
       INSERT-HOURS-SLOT.
           IF WS-HRS-COUNT >= 60000
               DISPLAY "ACATRACK|ERROR|HOURS-TABLE-FULL|" WS-SEARCH-EMP
                   "|" WS-SEARCH-MONTH
               MOVE 'X' TO WS-HRS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HRS-SHIFT FROM WS-HRS-COUNT BY -1
               UNTIL WS-HRS-SHIFT < WS-HRS-SUB
               MOVE WS-HRS-T-ENTRY(WS-HRS-SHIFT)
                   TO WS-HRS-T-ENTRY(WS-HRS-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-HRS-COUNT
           MOVE WS-SEARCH-KEY TO WS-HRS-T-KEY(WS-HRS-SUB)
           MOVE 0 TO WS-HRS-T-HOURS(WS-HRS-SUB).

      *>================================================================*
      *>  Month-number conversions: WS-YYYYMM <-> WS-MONTH-NUM.
      *>================================================================*
       YYYYMM-TO-NUM.
           COMPUTE WS-MONTH-NUM = WS-YM-YEAR * 12 + WS-YM-MONTH - 1.

       NUM-TO-YYYYMM.
           DIVIDE WS-MONTH-NUM BY 12 GIVING WS-YM-YEAR
               REMAINDER WS-YM-MONTH
           ADD 1 TO WS-YM-MONTH.
