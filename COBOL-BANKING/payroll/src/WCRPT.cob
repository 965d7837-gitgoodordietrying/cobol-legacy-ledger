      *>================================================================*
      *>  Program:     WCRPT.cob
      *>  System:      ENTERPRISE PAYROLL — Workers' Comp Premium
      *>  Author:      AKD
      *>  Written:     2026-10-15
      *>
      *>  JCL Reference:
      *>    //PAYRL590 JOB (ACCT),'WC PREMIUM',CLASS=A
      *>    //STEP01   EXEC PGM=WCRPT
      *>    //WCWFILE  DD DSN=PAYRL.WCWAGES.MASTER,DISP=SHR
      *>    //WCRFILE  DD DSN=PAYRL.WCRATE.TABLE,DISP=SHR
      *>    //PREMFILE DD DSN=PAYRL.WC.PREMIUM,DISP=(NEW,CATLG)
      *>    //SYSOUT   DD SYSOUT=*
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial — PAYROLL.cob now accumulates
      *>                     premium-basis wages per workers' comp
      *>                     class on WCWAGES.DAT, so the carrier's
      *>                     premium audit stops being rebuilt from
      *>                     labor distribution by hand. QTR mode
      *>                     lists one quarter, ANNUAL mode the whole
      *>                     policy year, by state and class with the
      *>                     excluded overtime premium and the
      *>                     estimated premium at WCRATE.DAT's rate
      *>
      *>  Invocation:
      *>    ./WCRPT QTR <yyyy> <quarter 1-4>
      *>    ./WCRPT ANNUAL <yyyy>
      *>
      *>  Files:
      *>    Input:  WCWAGES.DAT (WCWAGER.cpy — duplicate keys from
      *>            off-cycle checks are added together; all
      *>            companies roll up into one state/class line)
      *>    Input:  WCRATE.DAT (WCRATER.cpy — a missing file or rate
      *>            reports every line NO-RATE with zero premium)
      *>    Output: WCPREM.DAT
      *>            (WC|year|period|state|class|desc|wages|ot-excl|
      *>             rate|premium|flag), state/class order, with a
      *>            (WCSTATE|year|period|state|wages|premium) line
      *>            after each state's classes
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WCRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WCWAGE-FILE
               ASSIGN TO "WCWAGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCW-STATUS.
           SELECT WCRATE-FILE
               ASSIGN TO "WCRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCR-STATUS.
           SELECT PREMIUM-FILE
               ASSIGN TO "WCPREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WCWAGE-FILE.
           COPY "WCWAGER.cpy".
       FD  WCRATE-FILE.
           COPY "WCRATER.cpy".
       FD  PREMIUM-FILE.
       01  PREMIUM-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-WCW-STATUS           PIC X(2).
           05  WS-WCR-STATUS           PIC X(2).
           05  WS-PREM-STATUS          PIC X(2).

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-CMD-LINE                 PIC X(30) VALUE SPACES.
       01  WS-MODE-TOKEN               PIC X(8) VALUE SPACES.
       01  WS-YEAR-TOKEN               PIC X(6) VALUE SPACES.
       01  WS-QTR-TOKEN                PIC X(4) VALUE SPACES.
       01  WS-RPT-YEAR                 PIC 9(4) VALUE 0.
       01  WS-QTR                      PIC 9(1) VALUE 0.
       01  WS-PERIOD                   PIC X(6) VALUE SPACES.
       01  WS-QSUB                     PIC 9(1) VALUE 0.

      *> Rates staged by state and class — same load-once/search-by-
      *> key shape as QTRRPT.cob's WS-EMP-TABLE.
       01  WS-RATE-TABLE.
           05  WS-RATE-T-ENTRY OCCURS 500 TIMES.
               10  WS-RATE-T-STATE     PIC X(2).
               10  WS-RATE-T-CLASS     PIC X(4).
               10  WS-RATE-T-DESC      PIC X(30).
               10  WS-RATE-T-RATE      PIC 9(3)V9999.
       01  WS-RATE-COUNT               PIC 9(3) VALUE 0.
       01  WS-RATE-SUB                 PIC 9(3) VALUE 0.

      *> Report lines, kept in state/class order as they're added so
      *> the state subtotals fall out of one pass.
       01  WS-LINE-TABLE.
           05  WS-LN-T-ENTRY OCCURS 500 TIMES.
               10  WS-LN-T-STATE       PIC X(2).
               10  WS-LN-T-CLASS       PIC X(4).
               10  WS-LN-T-WAGES       PIC S9(11)V99 COMP-3.
               10  WS-LN-T-OT-EXCL     PIC S9(11)V99 COMP-3.
       01  WS-LN-COUNT                 PIC 9(3) VALUE 0.
       01  WS-LN-SUB                   PIC 9(3) VALUE 0.
       01  WS-LN-SHIFT                 PIC 9(3) VALUE 0.
       01  WS-LN-FOUND                 PIC X(1) VALUE 'N'.

       01  WS-WORK-FIELDS.
           05  WS-PER-WAGES            PIC S9(11)V99 COMP-3.
           05  WS-PER-OT-EXCL          PIC S9(11)V99 COMP-3.
           05  WS-RATE                 PIC 9(3)V9999.
           05  WS-DESC                 PIC X(30).
           05  WS-FLAG                 PIC X(7).
           05  WS-PREMIUM              PIC S9(11)V99 COMP-3.
           05  WS-PRIOR-STATE          PIC X(2).

       01  WS-TOTALS.
           05  WS-ST-WAGES             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ST-PREMIUM           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-WAGES            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-OT-EXCL          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-PREMIUM          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-NO-RATE-COUNT        PIC 9(5) VALUE 0.

       01  WS-PREM-LINE                PIC X(120) VALUE SPACES.

      *> DISPLAY-format staging for the STRING builds — packed
      *> amounts can't be STRINGed directly.
       01  WS-AMT-DISPLAY-FIELDS.
           05  WS-D-WAGES              PIC 9(11)V99.
           05  WS-D-OT-EXCL            PIC 9(11)V99.
           05  WS-D-PREMIUM            PIC 9(11)V99.

       PROCEDURE DIVISION.

      *>================================================================*
      *>  MAIN-PARA: Mode dispatch
      *>================================================================*
       MAIN-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-MODE-TOKEN WS-YEAR-TOKEN WS-QTR-TOKEN
           END-UNSTRING
           IF WS-YEAR-TOKEN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-YEAR-TOKEN) TO WS-RPT-YEAR
           END-IF
           IF WS-RPT-YEAR < 1900
               DISPLAY "WCRPT|ERROR|YEAR-REQUIRED"
               STOP RUN
           END-IF

           EVALUATE WS-MODE-TOKEN
               WHEN "QTR"
                   IF WS-QTR-TOKEN NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-QTR-TOKEN) TO WS-QTR
                   END-IF
                   IF WS-QTR < 1 OR WS-QTR > 4
                       DISPLAY "WCRPT|ERROR|QUARTER-MUST-BE-1-TO-4"
                       STOP RUN
                   END-IF
                   STRING "Q" DELIMITED SIZE
                       WS-QTR DELIMITED SIZE
                       INTO WS-PERIOD
                   END-STRING
               WHEN "ANNUAL"
                   MOVE 0 TO WS-QTR
                   MOVE "ANNUAL" TO WS-PERIOD
               WHEN OTHER
                   DISPLAY "WCRPT|ERROR|MODE-MUST-BE-QTR-OR-ANNUAL"
                   STOP RUN
           END-EVALUATE

           DISPLAY "WCRPT|START|" WS-RPT-YEAR "|" WS-PERIOD
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-WAGE-LINES
           PERFORM WRITE-PREMIUM-REPORT

           DISPLAY "WCRPT|LINES|" WS-LN-COUNT
           DISPLAY "WCRPT|WAGES|" WS-TOT-WAGES
           DISPLAY "WCRPT|OT-EXCLUDED|" WS-TOT-OT-EXCL
           DISPLAY "WCRPT|PREMIUM|" WS-TOT-PREMIUM
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "WCRPT|NO-RATE|" WS-NO-RATE-COUNT
           END-IF
           DISPLAY "WCRPT|COMPLETE|" WS-PERIOD

           STOP RUN.

      *>================================================================*
      *>  LOAD-WAGE-LINES: The report year's WCWAGES.DAT records, the
      *>  chosen quarter (or all four for ANNUAL) summed into one line
      *>  per state and class. A class with no wages in the period
      *>  is left off.
      *>================================================================*
       LOAD-WAGE-LINES.
           OPEN INPUT WCWAGE-FILE
           IF WS-WCW-STATUS NOT = '00'
               DISPLAY "WCRPT|ERROR|WCWFILE|" WS-WCW-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ WCWAGE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WCW-YEAR = WS-RPT-YEAR
                           PERFORM ADD-WAGE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WCWAGE-FILE.

       ADD-WAGE-RECORD.
           MOVE 0 TO WS-PER-WAGES
           MOVE 0 TO WS-PER-OT-EXCL
           IF WS-QTR > 0
               MOVE WCW-Q-WAGES(WS-QTR) TO WS-PER-WAGES
               MOVE WCW-Q-OT-EXCL(WS-QTR) TO WS-PER-OT-EXCL
           ELSE
               PERFORM VARYING WS-QSUB FROM 1 BY 1
                   UNTIL WS-QSUB > 4
                   ADD WCW-Q-WAGES(WS-QSUB) TO WS-PER-WAGES
                   ADD WCW-Q-OT-EXCL(WS-QSUB) TO WS-PER-OT-EXCL
               END-PERFORM
           END-IF
           IF WS-PER-WAGES = 0 AND WS-PER-OT-EXCL = 0
               EXIT PARAGRAPH
           END-IF

      *>   Find the state/class line, or the slot it sorts into.
           MOVE 'N' TO WS-LN-FOUND
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-LN-T-STATE(WS-LN-SUB) = WCW-STATE
                   AND WS-LN-T-CLASS(WS-LN-SUB) = WCW-CLASS
                   MOVE 'Y' TO WS-LN-FOUND
                   EXIT PERFORM
               END-IF
               IF WS-LN-T-STATE(WS-LN-SUB) > WCW-STATE
                   OR (WS-LN-T-STATE(WS-LN-SUB) = WCW-STATE
                       AND WS-LN-T-CLASS(WS-LN-SUB) > WCW-CLASS)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-LN-FOUND = 'N'
               IF WS-LN-COUNT >= 500
                   DISPLAY "WCRPT|ERROR|LINE-TABLE-FULL|" WCW-STATE
                       "|" WCW-CLASS
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LN-SHIFT FROM WS-LN-COUNT BY -1
                   UNTIL WS-LN-SHIFT < WS-LN-SUB
                   MOVE WS-LN-T-ENTRY(WS-LN-SHIFT)
                       TO WS-LN-T-ENTRY(WS-LN-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-LN-COUNT
               MOVE WCW-STATE TO WS-LN-T-STATE(WS-LN-SUB)
               MOVE WCW-CLASS TO WS-LN-T-CLASS(WS-LN-SUB)
               MOVE 0 TO WS-LN-T-WAGES(WS-LN-SUB)
               MOVE 0 TO WS-LN-T-OT-EXCL(WS-LN-SUB)
           END-IF
           ADD WS-PER-WAGES TO WS-LN-T-WAGES(WS-LN-SUB)
           ADD WS-PER-OT-EXCL TO WS-LN-T-OT-EXCL(WS-LN-SUB).

      *>================================================================*
      *>  WRITE-PREMIUM-REPORT: One WC line per state and class with
      *>  its estimated premium (wages / 100 * rate), a WCSTATE line
      *>  at each change of state.
      *>================================================================*
       WRITE-PREMIUM-REPORT.
           OPEN OUTPUT PREMIUM-FILE
           IF WS-PREM-STATUS NOT = '00'
               DISPLAY "WCRPT|ERROR|PREMFILE|" WS-PREM-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PRIOR-STATE
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-LN-SUB > 1
                   AND WS-LN-T-STATE(WS-LN-SUB) NOT = WS-PRIOR-STATE
                   PERFORM WRITE-STATE-LINE
               END-IF
               MOVE WS-LN-T-STATE(WS-LN-SUB) TO WS-PRIOR-STATE
               PERFORM WRITE-CLASS-LINE
           END-PERFORM
           IF WS-LN-COUNT > 0
               PERFORM WRITE-STATE-LINE
           END-IF
           CLOSE PREMIUM-FILE.

       WRITE-CLASS-LINE.
           MOVE 0 TO WS-RATE
           MOVE SPACES TO WS-DESC
           MOVE "NO-RATE" TO WS-FLAG
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RATE-T-STATE(WS-RATE-SUB)
                       = WS-LN-T-STATE(WS-LN-SUB)
                   AND WS-RATE-T-CLASS(WS-RATE-SUB)
                       = WS-LN-T-CLASS(WS-LN-SUB)
                   MOVE WS-RATE-T-RATE(WS-RATE-SUB) TO WS-RATE
                   MOVE WS-RATE-T-DESC(WS-RATE-SUB) TO WS-DESC
                   MOVE SPACES TO WS-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FLAG = "NO-RATE"
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY "WCRPT|NO-RATE|" WS-LN-T-STATE(WS-LN-SUB) "|"
                   WS-LN-T-CLASS(WS-LN-SUB)
           END-IF

           COMPUTE WS-PREMIUM ROUNDED =
               WS-LN-T-WAGES(WS-LN-SUB) * WS-RATE / 100
           ADD WS-LN-T-WAGES(WS-LN-SUB) TO WS-ST-WAGES
           ADD WS-PREMIUM TO WS-ST-PREMIUM
           ADD WS-LN-T-WAGES(WS-LN-SUB) TO WS-TOT-WAGES
           ADD WS-LN-T-OT-EXCL(WS-LN-SUB) TO WS-TOT-OT-EXCL
           ADD WS-PREMIUM TO WS-TOT-PREMIUM

           MOVE WS-LN-T-WAGES(WS-LN-SUB) TO WS-D-WAGES
           MOVE WS-LN-T-OT-EXCL(WS-LN-SUB) TO WS-D-OT-EXCL
           MOVE WS-PREMIUM TO WS-D-PREMIUM
           MOVE SPACES TO WS-PREM-LINE
           STRING "WC|" DELIMITED SIZE
               WS-RPT-YEAR DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-PERIOD DELIMITED SPACE
               "|" DELIMITED SIZE
               WS-LN-T-STATE(WS-LN-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-LN-T-CLASS(WS-LN-SUB) DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-DESC DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-D-WAGES DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-D-OT-EXCL DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-RATE DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-D-PREMIUM DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-FLAG DELIMITED SPACE
               INTO WS-PREM-LINE
           END-STRING
           WRITE PREMIUM-RECORD FROM WS-PREM-LINE.

       WRITE-STATE-LINE.
           MOVE WS-ST-WAGES TO WS-D-WAGES
           MOVE WS-ST-PREMIUM TO WS-D-PREMIUM
           MOVE SPACES TO WS-PREM-LINE
           STRING "WCSTATE|" DELIMITED SIZE
               WS-RPT-YEAR DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-PERIOD DELIMITED SPACE
               "|" DELIMITED SIZE
               WS-PRIOR-STATE DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-D-WAGES DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-D-PREMIUM DELIMITED SIZE
               INTO WS-PREM-LINE
           END-STRING
           WRITE PREMIUM-RECORD FROM WS-PREM-LINE
           DISPLAY "WCRPT|STATE|" WS-PRIOR-STATE "|" WS-D-WAGES "|"
               WS-D-PREMIUM
           MOVE 0 TO WS-ST-WAGES
           MOVE 0 TO WS-ST-PREMIUM.

      *>================================================================*
      *>  LOAD-RATE-TABLE: WCRATE.DAT whole. A missing file isn't an
      *>  abend — every line just reports NO-RATE.
      *>================================================================*
       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT WCRATE-FILE
           IF WS-WCR-STATUS NOT = '00'
               DISPLAY "WCRPT|WARNING|NO-RATE-FILE|" WS-WCR-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ WCRATE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-RATE-COUNT < 500
                           ADD 1 TO WS-RATE-COUNT
                           MOVE WCR-STATE TO
                               WS-RATE-T-STATE(WS-RATE-COUNT)
                           MOVE WCR-CLASS TO
                               WS-RATE-T-CLASS(WS-RATE-COUNT)
                           MOVE WCR-DESC TO
                               WS-RATE-T-DESC(WS-RATE-COUNT)
                           MOVE WCR-RATE TO
                               WS-RATE-T-RATE(WS-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WCRATE-FILE.
