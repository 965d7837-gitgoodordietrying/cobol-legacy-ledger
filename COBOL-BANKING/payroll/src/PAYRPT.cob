      *>                     cost-center summary instead of formatting
      *>                     individual stubs. Default (no argument)
      *>                     behaves exactly as before.
      *>    2026-10-15  AKD  Stub now prints the employer 401(k) match
      *>                     (PAY-401K-MATCH) under the 401(k) line, and
      *>                     an annual-limit notice when PAYROLL.cob's
      *>                     P-048 stopped the deferral at the IRS limit
      *>                     (PAY-401K-AT-LIMIT).
      *>    2026-10-15  AKD  Commission stubs itemize sales credited,
      *>                     commission earned, draw paid or recovered
      *>                     and the draw balance owed under Gross Pay
      *>                     (FORMAT-COMMISSION-LINES).
      *>    2026-10-15  AKD  Expense reimbursement prints as its own
      *>                     line after the deductions (it is inside
      *>                     NET PAY but was never wages), and mileage
      *>                     paid above the IRS rate is called out
      *>                     under Gross Pay as taxable.
      *>    2026-10-15  AKD  Payroll loan repayments (401(k) plan loan
      *>                     and pay advance) print with the deductions,
      *>                     followed by the loan balance still owed.
      *>
      *>================================================================*

           END-STRING
           WRITE REPORT-RECORD FROM WS-OUT-LINE

      *>   AKD 2026-10-15: A commission stub breaks gross down into
      *>   what the sales earned and how the draw settled, and shows
      *>   the draw balance still owed.
           IF PAY-COMMISSION > 0 OR PAY-DRAW-PAID > 0
               OR PAY-DRAW-RECOVERED > 0 OR PAY-DRAW-BAL > 0
               PERFORM FORMAT-COMMISSION-LINES
           END-IF

      *>   AKD 2026-10-15: Mileage over the IRS rate is in gross
           IF PAY-EXP-TAXABLE > 0
               MOVE PAY-EXP-TAXABLE TO WS-AMT-EDIT
               STRING
                   "    Taxable Mileage .... " DELIMITED SIZE
                   WS-AMT-EDIT DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-OUT-LINE
           END-IF

           MOVE PAY-FED-TAX TO WS-AMT-EDIT
           STRING
               "  Federal Tax .......... " DELIMITED SIZE
           END-STRING
           WRITE REPORT-RECORD FROM WS-OUT-LINE

      *>   AKD 2026-10-15: Employer match is informational — it is
      *>   not taken out of pay, so it prints under the deduction
      *>   it matches rather than in the net-pay arithmetic.
           IF PAY-401K-MATCH > 0
               MOVE PAY-401K-MATCH TO WS-AMT-EDIT
               STRING
                   "  401(k) Employer Match  " DELIMITED SIZE
                   WS-AMT-EDIT DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-OUT-LINE
           END-IF

           IF PAY-401K-AT-LIMIT
               MOVE SPACES TO WS-OUT-LINE
               STRING
                   "  ** 401(k) annual limit reached - deferral "
                       DELIMITED SIZE
                   "stopped **" DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-OUT-LINE
           END-IF

      *>   AKD 2026-10-15: Payroll loan repayments are post-tax
      *>   deductions; the balance still owed is informational.
           IF PAY-LOAN-401K > 0
               MOVE PAY-LOAN-401K TO WS-AMT-EDIT
               STRING
                   "  401(k) Loan Repayment  " DELIMITED SIZE
                   WS-AMT-EDIT DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-OUT-LINE
           END-IF
           IF PAY-LOAN-ADVANCE > 0
               MOVE PAY-LOAN-ADVANCE TO WS-AMT-EDIT
               STRING
                   "  Pay Advance Repayment  " DELIMITED SIZE
                   WS-AMT-EDIT DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-OUT-LINE
           END-IF
           IF PAY-LOAN-401K > 0 OR PAY-LOAN-ADVANCE > 0
               OR PAY-LOAN-BAL > 0
               MOVE PAY-LOAN-BAL TO WS-AMT-EDIT
               STRING
                   "    Loan Balance Owed .. " DELIMITED SIZE
                   WS-AMT-EDIT DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-OUT-LINE
           END-IF

      *>   AKD 2026-10-15: Non-taxable reimbursement, added after the
      *>   deductions — part of NET PAY below, never of gross.
           IF PAY-EXP-REIMB > 0
               MOVE PAY-EXP-REIMB TO WS-AMT-EDIT
               STRING
                   "  Expense Reimbursement  " DELIMITED SIZE
                   WS-AMT-EDIT DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-OUT-LINE
           END-IF

           MOVE "----------------------------------------"
               TO WS-OUT-LINE
           WRITE REPORT-RECORD FROM WS-OUT-LINE

           DISPLAY "PAYRPT|STUB|" PAY-EMP-ID "|" PAY-NET.

      *>================================================================*
      *>  FORMAT-COMMISSION-LINES: Commission pay detail under Gross
      *>  Pay — sales credited, the commission they earned, the draw
      *>  top-up or draw repaid this period, and the draw balance
      *>  still owed. AKD 2026-10-15.
      *>================================================================*
       FORMAT-COMMISSION-LINES.
           MOVE PAY-COMM-SALES TO WS-AMT-EDIT
           STRING
               "    Sales Credited ..... " DELIMITED SIZE
               WS-AMT-EDIT DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-OUT-LINE

           MOVE PAY-COMMISSION TO WS-AMT-EDIT
           STRING
               "    Commission Earned .. " DELIMITED SIZE
               WS-AMT-EDIT DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-OUT-LINE

           IF PAY-DRAW-PAID > 0
               MOVE PAY-DRAW-PAID TO WS-AMT-EDIT
               STRING
                   "    Draw Paid .......... " DELIMITED SIZE
                   WS-AMT-EDIT DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-OUT-LINE
           END-IF

           IF PAY-DRAW-RECOVERED > 0
               COMPUTE WS-AMT-EDIT = 0 - PAY-DRAW-RECOVERED
               STRING
                   "    Draw Recovered ..... " DELIMITED SIZE
                   WS-AMT-EDIT DELIMITED SIZE
                   INTO WS-OUT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-OUT-LINE
           END-IF

           MOVE PAY-DRAW-BAL TO WS-AMT-EDIT
           STRING
               "    Draw Balance Owed .. " DELIMITED SIZE
               WS-AMT-EDIT DELIMITED SIZE
               INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-OUT-LINE.

      *>================================================================*
      *>  ROLLUP-STUB: Read one PAY-STUB-RECORD and fold its gross,
      *>  tax, deduction, and net amounts into the matching
