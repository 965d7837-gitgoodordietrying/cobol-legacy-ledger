      *>                     at the teller line with RC-CHECK-MISMATCH
      *>                     instead of ops keying issued checks into
      *>                     positive pay by hand.
      *>    2026-10-15  AKD  Payroll-card employees (EMP-PAY-METHOD
      *>                     'P') print only when PAYROLL.cob could not
      *>                     credit the card and left the stub's
      *>                     PAY-DEST-ACCT blank — a credited card is
      *>                     already paid, whatever EMP-DD-STATUS says.
      *>
      *>  Invocation:
      *>    ./PAYCHECK <drawn-on-acct-id>
      *>
      *>  Files:
      *>    Input:  PAYSTUBS.DAT (PAYREC.cpy — this run's net pay)
      *>    Input:  EMPLOYEES.DAT (EMPREC.cpy — EMP-DD-STATUS,
      *>            EMP-PAY-METHOD)
      *>    I-O:    CHECKSTOCK.DAT (one record, next check number;
      *>            created at 0000100001 on first use)
      *>    Output: PAYCHECKS.DAT (CHECK|num|emp|name|amount|day)
           05  WS-EMP-T-ENTRY OCCURS 9999 TIMES.
               10  WS-EMP-T-ID         PIC X(7).
               10  WS-EMP-T-DD-STATUS  PIC X(1).
               10  WS-EMP-T-PAY-METHOD PIC X(1).
       01  WS-EMP-COUNT                PIC 9(4) VALUE 0.
       01  WS-EMP-SUB                  PIC 9(4) VALUE 0.
       01  WS-EMP-PRENOTE-DUE          PIC X(1) VALUE 'N'.
      *>  PRINT-ONE-IF-DUE: A stub prints a physical check only when
      *>  the employee's direct deposit is still pre-note pending —
      *>  everyone else was already paid through the settlement feed.
      *>  AKD 2026-10-15: ...or the employee is on a payroll card
      *>  PAYROLL.cob could not credit (blank PAY-DEST-ACCT).
      *>================================================================*
       PRINT-ONE-IF-DUE.
           PERFORM FIND-EMPLOYEE-DD
                       MOVE EMP-ID TO WS-EMP-T-ID(WS-EMP-COUNT)
                       MOVE EMP-DD-STATUS TO
                           WS-EMP-T-DD-STATUS(WS-EMP-COUNT)
                       MOVE EMP-PAY-METHOD TO
                           WS-EMP-T-PAY-METHOD(WS-EMP-COUNT)
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-T-ID(WS-EMP-SUB) = PAY-EMP-ID
                   IF WS-EMP-T-PAY-METHOD(WS-EMP-SUB) = 'P'
                       IF PAY-DEST-ACCT = SPACES
                           MOVE 'Y' TO WS-EMP-PRENOTE-DUE
                       END-IF
                   ELSE
                       IF WS-EMP-T-DD-STATUS(WS-EMP-SUB) = 'P'
                           MOVE 'Y' TO WS-EMP-PRENOTE-DUE
                       END-IF
                   END-IF
                   EXIT PERFORM
               END-IF
