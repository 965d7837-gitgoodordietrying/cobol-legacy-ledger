      *>================================================================*
      *>  Program:     DEFERRPT.cob
      *>  System:      ENTERPRISE PAYROLL — 401(k) Deferral Limits
      *>  Author:      AKD
      *>  Written:     2026-10-15
      *>
      *>  JCL Reference:
      *>    //PAYRL580 JOB (ACCT),'401K LIMITS',CLASS=A
      *>    //STEP01   EXEC PGM=DEFERRPT
      *>    //EMPFILE  DD DSN=PAYRL.EMPLOYEE.MASTER,DISP=SHR
      *>    //YTDFILE  DD DSN=PAYRL.YTDPAY.MASTER,DISP=SHR
      *>    //OUTDFILE DD DSN=PAYRL.OUTSIDE.DEFERRAL,DISP=SHR
      *>    //LIMFILE  DD DSN=PAYRL.DEFER.LIMIT,DISP=(NEW,CATLG)
      *>    //EXCFILE  DD DSN=PAYRL.DEFER.EXCESS,DISP=(NEW,CATLG)
      *>    //SYSOUT   DD SYSOUT=*
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial — PAYROLL.cob's P-048 now stops
      *>                     each 401(k) deferral at the IRS annual
      *>                     limit, but HR wants to see it coming and
      *>                     to catch what payroll alone can't. LIMIT
      *>                     mode lists every employee at, near
      *>                     (PAYCOM-401K-WARN-PCT) or on pace to
      *>                     reach their limit this year, and calls
      *>                     out 401(k) participants with no birth
      *>                     date on file (no catch-up until HR fills
      *>                     it in). EXCESS mode adds the deferrals
      *>                     employees reported making at another
      *>                     employer (OUTDEFER.DAT, OUTDEFR.cpy) to
      *>                     ours for a prior tax year and lists
      *>                     anyone over that year's limit, for the
      *>                     April 15 excess-deferral refund
      *>
      *>  Invocation:
      *>    ./DEFERRPT LIMIT [yyyymmdd]
      *>    ./DEFERRPT EXCESS <yyyy>
      *>
      *>    LIMIT's as-of date defaults to today; its year picks the
      *>    YTDPAY.DAT records and the limit, and the days left in
      *>    that year drive the on-pace projection.
      *>
      *>  Files:
      *>    Input:  EMPLOYEES.DAT (EMPREC.cpy — 401(k) election, pay,
      *>            birth date)
      *>    Input:  YTDPAY.DAT (YTDREC.cpy — YTD-401K-DEFERRED for the
      *>            year; a missing file is nothing deferred yet)
      *>    Input:  OUTDEFER.DAT (OUTDEFR.cpy — EXCESS mode only; a
      *>            missing file means nobody reported any)
      *>    Output: DEFER-LIMIT.DAT
      *>            (LIMIT|emp|name|status|ytd|limit|projected|catchup)
      *>            status AT-LIMIT, NEAR or ON-PACE; catchup Y, N, or
      *>            ? when no birth date is on file
      *>    Output: DEFER-EXCESS.DAT
      *>            (EXCESS|emp|year|ours|outside|limit|excess)
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFERRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT YTD-FILE
               ASSIGN TO "YTDPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT OUTDEF-FILE
               ASSIGN TO "OUTDEFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTD-STATUS.
           SELECT LIMIT-FILE
               ASSIGN TO "DEFER-LIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
           SELECT EXCESS-FILE
               ASSIGN TO "DEFER-EXCESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY "EMPREC.cpy".
       FD  YTD-FILE.
           COPY "YTDREC.cpy".
       FD  OUTDEF-FILE.
           COPY "OUTDEFR.cpy".
       FD  LIMIT-FILE.
       01  LIMIT-RECORD                PIC X(120).
       FD  EXCESS-FILE.
       01  EXCESS-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-EMP-STATUS           PIC X(2).
           05  WS-YTD-STATUS           PIC X(2).
           05  WS-OUTD-STATUS          PIC X(2).
           05  WS-LIM-STATUS           PIC X(2).
           05  WS-EXC-STATUS           PIC X(2).

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-CMD-LINE                 PIC X(30) VALUE SPACES.
       01  WS-MODE-TOKEN               PIC X(8) VALUE SPACES.
       01  WS-ARG-TOKEN                PIC X(10) VALUE SPACES.
       01  WS-AS-OF-DATE               PIC 9(8) VALUE 0.
       01  WS-RPT-YEAR                 PIC 9(4) VALUE 0.
       01  WS-YEAR-END                 PIC 9(8) VALUE 0.

      *> Employee master staged by EMP-ID, with the year's deferral
      *> totals folded in from YTDPAY.DAT and OUTDEFER.DAT — same
      *> load-once/search-by-key shape as QTRRPT.cob's WS-EMP-TABLE.
       01  WS-EMP-TABLE.
           05  WS-EMP-T-ENTRY OCCURS 9999 TIMES.
               10  WS-EMP-T-ID         PIC X(7).
               10  WS-EMP-T-NAME       PIC X(25).
               10  WS-EMP-T-STATUS     PIC X(1).
                   88  WS-EMP-T-ACTIVE VALUE 'A'.
               10  WS-EMP-T-BIRTH      PIC 9(8).
               10  WS-EMP-T-PCT        PIC 9V99.
               10  WS-EMP-T-PER-DEF    PIC S9(7)V99 COMP-3.
               10  WS-EMP-T-YTD-DEF    PIC S9(9)V99 COMP-3.
               10  WS-EMP-T-OUTSIDE    PIC S9(9)V99 COMP-3.
       01  WS-EMP-COUNT                PIC 9(4) VALUE 0.
       01  WS-EMP-SUB                  PIC 9(4) VALUE 0.
       01  WS-EMP-FOUND                PIC X(1) VALUE 'N'.

      *> Limit work fields — same row pick and catch-up test as
      *> PAYROLL.cob's P-048-401K-LIMIT.
       01  WS-LIMIT-FIELDS.
           05  WS-LIM-SUB              PIC 9(2) VALUE 0.
           05  WS-LIM-ROW              PIC 9(2) VALUE 0.
           05  WS-BIRTH-YEAR           PIC 9(4) VALUE 0.
           05  WS-LIMIT                PIC S9(7)V99 COMP-3.
           05  WS-WARN-AMT             PIC S9(7)V99 COMP-3.
           05  WS-CATCHUP-FLAG         PIC X(1) VALUE 'N'.
           05  WS-PERIODS              PIC S9(4) COMP.
           05  WS-DAYS-LEFT            PIC S9(9) COMP.
           05  WS-PERIODS-LEFT         PIC S9(4) COMP.
           05  WS-PROJECTED            PIC S9(9)V99 COMP-3.
           05  WS-EXCESS               PIC S9(9)V99 COMP-3.
           05  WS-LIM-LINE-STATUS      PIC X(8) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-AT-LIMIT-COUNT       PIC 9(5) VALUE 0.
           05  WS-NEAR-COUNT           PIC 9(5) VALUE 0.
           05  WS-PACE-COUNT           PIC 9(5) VALUE 0.
           05  WS-NO-DOB-COUNT         PIC 9(5) VALUE 0.
           05  WS-EXCESS-COUNT         PIC 9(5) VALUE 0.
           05  WS-EXCESS-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-LIM-LINE                 PIC X(120) VALUE SPACES.
       01  WS-EXC-LINE                 PIC X(100) VALUE SPACES.

      *> DISPLAY-format staging for the STRING builds — packed
      *> amounts can't be STRINGed directly.
       01  WS-AMT-DISPLAY-FIELDS.
           05  WS-D-YTD                PIC 9(9)V99.
           05  WS-D-LIMIT              PIC 9(7)V99.
           05  WS-D-PROJECTED          PIC 9(9)V99.
           05  WS-D-OUTSIDE            PIC 9(9)V99.
           05  WS-D-EXCESS             PIC 9(9)V99.

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
           IF WS-MODE-TOKEN = SPACES
               MOVE "LIMIT" TO WS-MODE-TOKEN
           END-IF

           EVALUATE WS-MODE-TOKEN
               WHEN "LIMIT"
                   PERFORM DO-LIMIT-REPORT
               WHEN "EXCESS"
                   PERFORM DO-EXCESS-REPORT
               WHEN OTHER
                   DISPLAY "DEFERRPT|ERROR|MODE-MUST-BE-LIMIT-OR-EXCESS"
           END-EVALUATE

           STOP RUN.

      *>================================================================*
      *>  DO-LIMIT-REPORT: Everyone at, near, or on pace to reach this
      *>  year's limit. On pace means this year's deferrals so far,
      *>  plus the current election's per-period deferral for every
      *>  pay period left before December 31, reach the limit — the
      *>  stub will show the stop before year end unless the employee
      *>  lowers the election.
      *>================================================================*
       DO-LIMIT-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           IF FUNCTION TRIM(WS-ARG-TOKEN) NOT = SPACES
               IF FUNCTION NUMVAL(WS-ARG-TOKEN) > 19000000
                   MOVE FUNCTION NUMVAL(WS-ARG-TOKEN)
                       TO WS-AS-OF-DATE
               END-IF
           END-IF
           MOVE WS-AS-OF-DATE(1:4) TO WS-RPT-YEAR
           COMPUTE WS-YEAR-END = WS-RPT-YEAR * 10000 + 1231
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-END)
               - FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           COMPUTE WS-PERIODS-LEFT = WS-DAYS-LEFT / 14

           DISPLAY "DEFERRPT|START|LIMIT|" WS-AS-OF-DATE
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-YTD-DEFERRALS

           OPEN OUTPUT LIMIT-FILE
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-T-PCT(WS-EMP-SUB) > 0
                   OR WS-EMP-T-YTD-DEF(WS-EMP-SUB) > 0
                   PERFORM LIMIT-ONE-EMPLOYEE
               END-IF
           END-PERFORM
           CLOSE LIMIT-FILE

           DISPLAY "DEFERRPT|AT-LIMIT|" WS-AT-LIMIT-COUNT
           DISPLAY "DEFERRPT|NEAR|" WS-NEAR-COUNT
           DISPLAY "DEFERRPT|ON-PACE|" WS-PACE-COUNT
           DISPLAY "DEFERRPT|NO-BIRTH-DATE|" WS-NO-DOB-COUNT
           DISPLAY "DEFERRPT|COMPLETE|LIMIT".

       LIMIT-ONE-EMPLOYEE.
           PERFORM FIND-401K-LIMIT
           IF WS-CATCHUP-FLAG = '?'
               ADD 1 TO WS-NO-DOB-COUNT
               DISPLAY "DEFERRPT|NO-BIRTH-DATE|"
                   WS-EMP-T-ID(WS-EMP-SUB)
           END-IF

           MOVE WS-EMP-T-YTD-DEF(WS-EMP-SUB) TO WS-PROJECTED
           IF WS-EMP-T-ACTIVE(WS-EMP-SUB) AND WS-PERIODS-LEFT > 0
               COMPUTE WS-PROJECTED = WS-PROJECTED
                   + WS-EMP-T-PER-DEF(WS-EMP-SUB) * WS-PERIODS-LEFT
           END-IF
           COMPUTE WS-WARN-AMT ROUNDED =
               WS-LIMIT * PAYCOM-401K-WARN-PCT

           EVALUATE TRUE
               WHEN WS-EMP-T-YTD-DEF(WS-EMP-SUB) NOT < WS-LIMIT
                   MOVE "AT-LIMIT" TO WS-LIM-LINE-STATUS
                   ADD 1 TO WS-AT-LIMIT-COUNT
               WHEN WS-EMP-T-YTD-DEF(WS-EMP-SUB) NOT < WS-WARN-AMT
                   MOVE "NEAR" TO WS-LIM-LINE-STATUS
                   ADD 1 TO WS-NEAR-COUNT
               WHEN WS-PROJECTED NOT < WS-LIMIT
                   MOVE "ON-PACE" TO WS-LIM-LINE-STATUS
                   ADD 1 TO WS-PACE-COUNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-EMP-T-YTD-DEF(WS-EMP-SUB) TO WS-D-YTD
           MOVE WS-LIMIT TO WS-D-LIMIT
           MOVE WS-PROJECTED TO WS-D-PROJECTED
           MOVE SPACES TO WS-LIM-LINE
           STRING "LIMIT|" DELIMITED SIZE
               WS-EMP-T-ID(WS-EMP-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-EMP-T-NAME(WS-EMP-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-LIM-LINE-STATUS DELIMITED SPACE
               "|" DELIMITED SIZE
               WS-D-YTD DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-D-LIMIT DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-D-PROJECTED DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-CATCHUP-FLAG DELIMITED SIZE
               INTO WS-LIM-LINE
           END-STRING
           WRITE LIMIT-RECORD FROM WS-LIM-LINE
           DISPLAY "DEFERRPT|LIMIT|" WS-EMP-T-ID(WS-EMP-SUB) "|"
               WS-LIM-LINE-STATUS "|" WS-D-YTD "|" WS-D-LIMIT.

      *>================================================================*
      *>  DO-EXCESS-REPORT: Prior-year excess deferrals. For each
      *>  employee who reported deferrals at another employer for the
      *>  year, ours (YTD-401K-DEFERRED) plus theirs, less that year's
      *>  limit with catch-up as of December 31, is the excess our
      *>  plan has to refund. Birth date as on EMPLOYEES.DAT today.
      *>================================================================*
       DO-EXCESS-REPORT.
           MOVE 0 TO WS-RPT-YEAR
           IF FUNCTION TRIM(WS-ARG-TOKEN) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-TOKEN) TO WS-RPT-YEAR
           END-IF
           IF WS-RPT-YEAR < 1900
               DISPLAY "DEFERRPT|ERROR|EXCESS-NEEDS-TAX-YEAR"
               STOP RUN
           END-IF

           DISPLAY "DEFERRPT|START|EXCESS|" WS-RPT-YEAR
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-YTD-DEFERRALS
           PERFORM LOAD-OUTSIDE-DEFERRALS

           OPEN OUTPUT EXCESS-FILE
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-T-OUTSIDE(WS-EMP-SUB) > 0
                   PERFORM EXCESS-ONE-EMPLOYEE
               END-IF
           END-PERFORM
           CLOSE EXCESS-FILE

           DISPLAY "DEFERRPT|EXCESS-EMPLOYEES|" WS-EXCESS-COUNT
           DISPLAY "DEFERRPT|EXCESS-TOTAL|" WS-EXCESS-TOTAL
           DISPLAY "DEFERRPT|COMPLETE|EXCESS".

       EXCESS-ONE-EMPLOYEE.
           PERFORM FIND-401K-LIMIT
           COMPUTE WS-EXCESS = WS-EMP-T-YTD-DEF(WS-EMP-SUB)
               + WS-EMP-T-OUTSIDE(WS-EMP-SUB) - WS-LIMIT
           IF WS-EXCESS NOT > 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EXCESS-COUNT
           ADD WS-EXCESS TO WS-EXCESS-TOTAL
           MOVE WS-EMP-T-YTD-DEF(WS-EMP-SUB) TO WS-D-YTD
           MOVE WS-EMP-T-OUTSIDE(WS-EMP-SUB) TO WS-D-OUTSIDE
           MOVE WS-LIMIT TO WS-D-LIMIT
           MOVE WS-EXCESS TO WS-D-EXCESS
           MOVE SPACES TO WS-EXC-LINE
           STRING "EXCESS|" DELIMITED SIZE
               WS-EMP-T-ID(WS-EMP-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-RPT-YEAR DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-D-YTD DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-D-OUTSIDE DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-D-LIMIT DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-D-EXCESS DELIMITED SIZE
               INTO WS-EXC-LINE
           END-STRING
           WRITE EXCESS-RECORD FROM WS-EXC-LINE
           DISPLAY "DEFERRPT|EXCESS|" WS-EMP-T-ID(WS-EMP-SUB) "|"
               WS-D-EXCESS.

      *>================================================================*
      *>  FIND-401K-LIMIT: WS-RPT-YEAR's limit for the employee at
      *>  WS-EMP-SUB — the latest PAYCOM-401K-LIMIT-TABLE row on or
      *>  before that year, plus the catch-up when they turn
      *>  PAYCOM-401K-CATCHUP-AGE by December 31. WS-CATCHUP-FLAG
      *>  comes back Y, N, or ? (no birth date, so no catch-up).
      *>================================================================*
       FIND-401K-LIMIT.
           MOVE 1 TO WS-LIM-ROW
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > PAYCOM-401K-LIM-COUNT
               IF PAYCOM-401K-LIM-YEAR(WS-LIM-SUB) NOT > WS-RPT-YEAR
                   MOVE WS-LIM-SUB TO WS-LIM-ROW
               END-IF
           END-PERFORM
           MOVE PAYCOM-401K-LIM-BASE(WS-LIM-ROW) TO WS-LIMIT

           MOVE 'N' TO WS-CATCHUP-FLAG
           IF WS-EMP-T-BIRTH(WS-EMP-SUB) = 0
               MOVE '?' TO WS-CATCHUP-FLAG
           ELSE
               COMPUTE WS-BIRTH-YEAR =
                   WS-EMP-T-BIRTH(WS-EMP-SUB) / 10000
               IF WS-BIRTH-YEAR + PAYCOM-401K-CATCHUP-AGE
                   NOT > WS-RPT-YEAR
                   MOVE 'Y' TO WS-CATCHUP-FLAG
                   ADD PAYCOM-401K-LIM-CATCH(WS-LIM-ROW) TO WS-LIMIT
               END-IF
           END-IF.

      *>================================================================*
      *>  LOAD-EMPLOYEE-TABLE: Every employee on file, whatever the
      *>  status — a termination mid-year still has deferrals that
      *>  count. The per-period deferral is the current election on
      *>  the regular period's gross, as PAYROLL.cob's P-040/P-048
      *>  would compute it.
      *>================================================================*
       LOAD-EMPLOYEE-TABLE.
           MOVE 0 TO WS-EMP-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "DEFERRPT|ERROR|EMPFILE|" WS-EMP-STATUS
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
                           PERFORM STAGE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       STAGE-ONE-EMPLOYEE.
           MOVE EMP-ID TO WS-EMP-T-ID(WS-EMP-COUNT)
           MOVE EMP-NAME TO WS-EMP-T-NAME(WS-EMP-COUNT)
           MOVE EMP-STATUS TO WS-EMP-T-STATUS(WS-EMP-COUNT)
           IF EMP-BIRTH-DATE IS NUMERIC
               MOVE EMP-BIRTH-DATE TO WS-EMP-T-BIRTH(WS-EMP-COUNT)
           ELSE
               MOVE 0 TO WS-EMP-T-BIRTH(WS-EMP-COUNT)
           END-IF
           MOVE EMP-401K-PCT TO WS-EMP-T-PCT(WS-EMP-COUNT)
           MOVE 0 TO WS-EMP-T-YTD-DEF(WS-EMP-COUNT)
           MOVE 0 TO WS-EMP-T-OUTSIDE(WS-EMP-COUNT)
           MOVE 26 TO WS-PERIODS
           IF EMP-PAY-PERIODS > 0
               MOVE EMP-PAY-PERIODS TO WS-PERIODS
           END-IF
           IF EMP-SALARIED
               COMPUTE WS-EMP-T-PER-DEF(WS-EMP-COUNT) ROUNDED =
                   EMP-SALARY / WS-PERIODS * EMP-401K-PCT
           ELSE
               COMPUTE WS-EMP-T-PER-DEF(WS-EMP-COUNT) ROUNDED =
                   EMP-HOURLY-RATE * EMP-HOURS-WORKED * EMP-401K-PCT
           END-IF.

      *>================================================================*
      *>  LOAD-YTD-DEFERRALS: YTD-401K-DEFERRED off every WS-RPT-YEAR
      *>  record onto its employee. No YTDPAY.DAT is a first run —
      *>  nothing deferred yet.
      *>================================================================*
       LOAD-YTD-DEFERRALS.
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY "DEFERRPT|NOTE|NO-YTD-FILE|" WS-YTD-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ YTD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF YTD-YEAR = WS-RPT-YEAR
                           PERFORM FIND-YTD-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE.

       FIND-YTD-EMPLOYEE.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-T-ID(WS-EMP-SUB) = YTD-EMP-ID
                   ADD YTD-401K-DEFERRED
                       TO WS-EMP-T-YTD-DEF(WS-EMP-SUB)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>================================================================*
      *>  LOAD-OUTSIDE-DEFERRALS: Sums each employee's OUTDEFER.DAT
      *>  amounts for WS-RPT-YEAR. A record for an ID not on
      *>  EMPLOYEES.DAT is called out and skipped.
      *>================================================================*
       LOAD-OUTSIDE-DEFERRALS.
           OPEN INPUT OUTDEF-FILE
           IF WS-OUTD-STATUS NOT = '00'
               DISPLAY "DEFERRPT|NOTE|NO-OUTSIDE-FILE|" WS-OUTD-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ OUTDEF-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF OUTD-TAX-YEAR = WS-RPT-YEAR
                           PERFORM FIND-OUTSIDE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTDEF-FILE.

       FIND-OUTSIDE-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-T-ID(WS-EMP-SUB) = OUTD-EMP-ID
                   ADD OUTD-AMOUNT TO WS-EMP-T-OUTSIDE(WS-EMP-SUB)
                   MOVE 'Y' TO WS-EMP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EMP-FOUND = 'N'
               DISPLAY "DEFERRPT|UNKNOWN-EMP|" OUTD-EMP-ID
           END-IF.
