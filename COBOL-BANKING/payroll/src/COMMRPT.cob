      *>================================================================*
      *>  Program:     COMMRPT.cob
      *>  System:      ENTERPRISE PAYROLL — Sales Compensation Report
      *>  Author:      AKD
      *>  Written:     2026-10-15
      *>
      *>  JCL Reference:
      *>    //PAYRL640 JOB (ACCT),'SALES COMP RPT',CLASS=A
      *>    //STEP01   EXEC PGM=COMMRPT
      *>    //STUBFILE DD DSN=PAYRL.PAYSTUB.YYYYMMDD,DISP=SHR
      *>    //RPTFILE  DD DSN=PAYRL.COMMISSION.REPORT,DISP=(NEW,CATLG)
      *>    //SYSOUT   DD SYSOUT=*
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial — commission employees (EMP-PAY-
      *>                     TYPE 'C') are now paid by PAYROLL.cob's
      *>                     P-046 instead of OFFCYCLE bonus checks,
      *>                     and sales management needs the run's
      *>                     commission and draw position in one place.
      *>                     Lists every commission stub in the run's
      *>                     PAYSTUBS.DAT — sales credited, commission
      *>                     earned, draw paid, draw recovered, gross,
      *>                     and the unrecovered draw balance — by
      *>                     department, with department and run totals
      *>    2026-10-15  AKD  Job renumbered PAYRL640 — PAYRL600 is
      *>                     ACATRACK.cob's ACA tracking job
      *>
      *>  Invocation:
      *>    ./COMMRPT
      *>
      *>  Files:
      *>    Input:  PAYSTUBS.DAT (PAYREC.cpy — the commission fields;
      *>            non-commission stubs are passed over)
      *>    Output: COMMRPT.RPT (132-column print lines)
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSTUB-FILE
               ASSIGN TO "PAYSTUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUB-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "COMMRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYSTUB-FILE.
           COPY "PAYREC.cpy".

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-STUB-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-STUB-COUNT           PIC 9(5) VALUE 0.
           05  WS-COMM-COUNT           PIC 9(5) VALUE 0.
           05  WS-OWING-COUNT          PIC 9(5) VALUE 0.

      *> Commission stubs staged so the report can print them grouped
      *> by department — PAYSTUBS.DAT is in employee-master order.
      *> Same load-once shape as PAYRPT.cob's WS-DEPT-TABLE.
       01  WS-STUB-TABLE.
           05  WS-STUB-ENTRY OCCURS 2000 TIMES.
               10  WS-ST-DEPT           PIC X(4).
               10  WS-ST-EMP-ID         PIC X(7).
               10  WS-ST-NAME           PIC X(25).
               10  WS-ST-SALES          PIC S9(9)V99 COMP-3.
               10  WS-ST-COMMISSION     PIC S9(7)V99 COMP-3.
               10  WS-ST-DRAW-PAID      PIC S9(7)V99 COMP-3.
               10  WS-ST-RECOVERED      PIC S9(7)V99 COMP-3.
               10  WS-ST-GROSS          PIC S9(7)V99 COMP-3.
               10  WS-ST-DRAW-BAL       PIC S9(7)V99 COMP-3.
               10  WS-ST-PRINTED        PIC X(1).
       01  WS-ST-SUB                   PIC 9(4) VALUE 0.
       01  WS-ST-SUB2                  PIC 9(4) VALUE 0.
       01  WS-CUR-DEPT                 PIC X(4).

      *> Department and run totals, same columns as the detail line.
       01  WS-TOTALS.
           05  WS-DT-COUNT             PIC 9(5).
           05  WS-DT-SALES             PIC S9(11)V99 COMP-3.
           05  WS-DT-COMMISSION        PIC S9(9)V99 COMP-3.
           05  WS-DT-DRAW-PAID         PIC S9(9)V99 COMP-3.
           05  WS-DT-RECOVERED         PIC S9(9)V99 COMP-3.
           05  WS-DT-GROSS             PIC S9(9)V99 COMP-3.
           05  WS-DT-DRAW-BAL          PIC S9(9)V99 COMP-3.
           05  WS-GT-SALES             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-GT-COMMISSION        PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-GT-DRAW-PAID         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-GT-RECOVERED         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-GT-GROSS             PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-GT-DRAW-BAL          PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-OUT-LINE                 PIC X(132).

       01  WS-HEAD-LINE.
           05  FILLER                  PIC X(8)  VALUE 'EMP-ID'.
           05  FILLER                  PIC X(26) VALUE 'NAME'.
           05  FILLER                  PIC X(18)
                                       VALUE '    SALES CREDITED'.
           05  FILLER                  PIC X(16)
                                       VALUE '      COMMISSION'.
           05  FILLER                  PIC X(16)
                                       VALUE '       DRAW PAID'.
           05  FILLER                  PIC X(16)
                                       VALUE '  DRAW RECOVERED'.
           05  FILLER                  PIC X(16)
                                       VALUE '           GROSS'.
           05  FILLER                  PIC X(16)
                                       VALUE '    DRAW BALANCE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-EMP-ID            PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-NAME              PIC X(25).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-SALES             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-DL-COMMISSION        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-DRAW-PAID         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-RECOVERED         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-GROSS             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-DL-DRAW-BAL          PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

      *>================================================================*
      *>  MAIN-PARA: Entry point
      *>================================================================*
       MAIN-PARA.
           DISPLAY "COMMRPT|START"

           OPEN INPUT PAYSTUB-FILE
           IF WS-STUB-STATUS NOT = '00'
               DISPLAY "COMMRPT|ERROR|STUBFILE|" WS-STUB-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE

           PERFORM LOAD-COMMISSION-STUB UNTIL WS-EOF
           CLOSE PAYSTUB-FILE

           MOVE "SALES COMPENSATION — COMMISSION AND DRAW"
               TO WS-OUT-LINE
           WRITE REPORT-RECORD FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           WRITE REPORT-RECORD FROM WS-OUT-LINE

           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-COMM-COUNT
               IF WS-ST-PRINTED(WS-ST-SUB) = 'N'
                   PERFORM PRINT-DEPARTMENT
               END-IF
           END-PERFORM

           PERFORM PRINT-RUN-TOTAL

           CLOSE REPORT-FILE

           DISPLAY "COMMRPT|SUMMARY"
           DISPLAY "COMMRPT|STUBS|" WS-STUB-COUNT
           DISPLAY "COMMRPT|COMMISSION-STUBS|" WS-COMM-COUNT
           DISPLAY "COMMRPT|DRAW-OWING|" WS-OWING-COUNT
           DISPLAY "COMMRPT|DRAW-BALANCE|" WS-GT-DRAW-BAL
           DISPLAY "COMMRPT|COMPLETE"

           STOP RUN.

      *>================================================================*
      *>  LOAD-COMMISSION-STUB: Read one PAY-STUB-RECORD and stage it
      *>  when it is a commission stub — one with commission earned,
      *>  a draw paid or recovered, or a draw balance still owed.
      *>================================================================*
       LOAD-COMMISSION-STUB.
           READ PAYSTUB-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-STUB-COUNT

           IF PAY-COMMISSION = 0 AND PAY-DRAW-PAID = 0
               AND PAY-DRAW-RECOVERED = 0 AND PAY-DRAW-BAL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-COMM-COUNT >= 2000
               DISPLAY "COMMRPT|ERROR|TABLE-FULL|" PAY-EMP-ID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-COMM-COUNT
           MOVE PAY-DEPT-CODE TO WS-ST-DEPT(WS-COMM-COUNT)
           MOVE PAY-EMP-ID TO WS-ST-EMP-ID(WS-COMM-COUNT)
           MOVE PAY-EMP-NAME TO WS-ST-NAME(WS-COMM-COUNT)
           MOVE PAY-COMM-SALES TO WS-ST-SALES(WS-COMM-COUNT)
           MOVE PAY-COMMISSION TO WS-ST-COMMISSION(WS-COMM-COUNT)
           MOVE PAY-DRAW-PAID TO WS-ST-DRAW-PAID(WS-COMM-COUNT)
           MOVE PAY-DRAW-RECOVERED TO WS-ST-RECOVERED(WS-COMM-COUNT)
           MOVE PAY-GROSS TO WS-ST-GROSS(WS-COMM-COUNT)
           MOVE PAY-DRAW-BAL TO WS-ST-DRAW-BAL(WS-COMM-COUNT)
           MOVE 'N' TO WS-ST-PRINTED(WS-COMM-COUNT)
           IF PAY-DRAW-BAL > 0
               ADD 1 TO WS-OWING-COUNT
           END-IF.

      *>================================================================*
      *>  PRINT-DEPARTMENT: Print every staged stub for WS-ST-SUB's
      *>  department, in the order they were read, then the
      *>  department's totals.
      *>================================================================*
       PRINT-DEPARTMENT.
           MOVE WS-ST-DEPT(WS-ST-SUB) TO WS-CUR-DEPT
           MOVE 0 TO WS-DT-COUNT
           MOVE 0 TO WS-DT-SALES
           MOVE 0 TO WS-DT-COMMISSION
           MOVE 0 TO WS-DT-DRAW-PAID
           MOVE 0 TO WS-DT-RECOVERED
           MOVE 0 TO WS-DT-GROSS
           MOVE 0 TO WS-DT-DRAW-BAL

           MOVE SPACES TO WS-OUT-LINE
           STRING
               "DEPARTMENT: " DELIMITED SIZE
               WS-CUR-DEPT DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-OUT-LINE
           WRITE REPORT-RECORD FROM WS-HEAD-LINE

           PERFORM VARYING WS-ST-SUB2 FROM WS-ST-SUB BY 1
               UNTIL WS-ST-SUB2 > WS-COMM-COUNT
               IF WS-ST-DEPT(WS-ST-SUB2) = WS-CUR-DEPT
                   PERFORM PRINT-ONE-STUB
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-DL-NAME
           STRING
               "Department total (" DELIMITED SIZE
               WS-DT-COUNT DELIMITED SIZE
               ")" DELIMITED SIZE
               INTO WS-DL-NAME
           END-STRING
           MOVE SPACES TO WS-DL-EMP-ID
           MOVE WS-DT-SALES TO WS-DL-SALES
           MOVE WS-DT-COMMISSION TO WS-DL-COMMISSION
           MOVE WS-DT-DRAW-PAID TO WS-DL-DRAW-PAID
           MOVE WS-DT-RECOVERED TO WS-DL-RECOVERED
           MOVE WS-DT-GROSS TO WS-DL-GROSS
           MOVE WS-DT-DRAW-BAL TO WS-DL-DRAW-BAL
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           MOVE SPACES TO WS-OUT-LINE
           WRITE REPORT-RECORD FROM WS-OUT-LINE

           DISPLAY "COMMRPT|DEPT|" WS-CUR-DEPT "|" WS-DT-COUNT "|"
               WS-DT-COMMISSION "|" WS-DT-DRAW-BAL.

       PRINT-ONE-STUB.
           MOVE WS-ST-EMP-ID(WS-ST-SUB2) TO WS-DL-EMP-ID
           MOVE WS-ST-NAME(WS-ST-SUB2) TO WS-DL-NAME
           MOVE WS-ST-SALES(WS-ST-SUB2) TO WS-DL-SALES
           MOVE WS-ST-COMMISSION(WS-ST-SUB2) TO WS-DL-COMMISSION
           MOVE WS-ST-DRAW-PAID(WS-ST-SUB2) TO WS-DL-DRAW-PAID
           MOVE WS-ST-RECOVERED(WS-ST-SUB2) TO WS-DL-RECOVERED
           MOVE WS-ST-GROSS(WS-ST-SUB2) TO WS-DL-GROSS
           MOVE WS-ST-DRAW-BAL(WS-ST-SUB2) TO WS-DL-DRAW-BAL
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE 'Y' TO WS-ST-PRINTED(WS-ST-SUB2)

           ADD 1 TO WS-DT-COUNT
           ADD WS-ST-SALES(WS-ST-SUB2) TO WS-DT-SALES WS-GT-SALES
           ADD WS-ST-COMMISSION(WS-ST-SUB2)
               TO WS-DT-COMMISSION WS-GT-COMMISSION
           ADD WS-ST-DRAW-PAID(WS-ST-SUB2)
               TO WS-DT-DRAW-PAID WS-GT-DRAW-PAID
           ADD WS-ST-RECOVERED(WS-ST-SUB2)
               TO WS-DT-RECOVERED WS-GT-RECOVERED
           ADD WS-ST-GROSS(WS-ST-SUB2) TO WS-DT-GROSS WS-GT-GROSS
           ADD WS-ST-DRAW-BAL(WS-ST-SUB2)
               TO WS-DT-DRAW-BAL WS-GT-DRAW-BAL.

      *>================================================================*
      *>  PRINT-RUN-TOTAL: All commission stubs in the run.
      *>================================================================*
       PRINT-RUN-TOTAL.
           MOVE SPACES TO WS-DL-EMP-ID
           MOVE SPACES TO WS-DL-NAME
           STRING
               "Run total (" DELIMITED SIZE
               WS-COMM-COUNT DELIMITED SIZE
               ")" DELIMITED SIZE
               INTO WS-DL-NAME
           END-STRING
           MOVE WS-GT-SALES TO WS-DL-SALES
           MOVE WS-GT-COMMISSION TO WS-DL-COMMISSION
           MOVE WS-GT-DRAW-PAID TO WS-DL-DRAW-PAID
           MOVE WS-GT-RECOVERED TO WS-DL-RECOVERED
           MOVE WS-GT-GROSS TO WS-DL-GROSS
           MOVE WS-GT-DRAW-BAL TO WS-DL-DRAW-BAL
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
