      *>================================================================*
      *>  Program:     PAYCARD.cob
      *>  System:      ENTERPRISE PAYROLL — Payroll Card Enrollment
      *>  Author:      AKD
      *>  Written:     2026-10-15
      *>
      *>  JCL Reference:
      *>    //PAYRL610 JOB (ACCT),'PAYROLL CARD',CLASS=A
      *>    //STEP01   EXEC PGM=PAYCARD
      *>    //EMPFILE  DD DSN=PAYRL.EMPLOYEE.MASTER,DISP=SHR
      *>    //EMPNEW   DD DSN=PAYRL.EMPLOYEE.MASTER.NEW,DISP=(NEW,CATLG)
      *>    //PCDFILE  DD DSN=PAYRL.PAYCARD.REGISTER,DISP=OLD
      *>    //SYSOUT   DD SYSOUT=*
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial — employees with no bank account
      *>                     were paid by PAYCHECK.cob check and lost
      *>                     part of every payday to check-cashing
      *>                     fees. ENROLL opens a fee-exempt deposit
      *>                     account for a payroll-card employee
      *>                     (EMP-PAY-METHOD 'P') on the bank's own
      *>                     ledger (ACCOUNTS.cob PAYCARD), issues a
      *>                     debit card on it (CARDS.cob ISSUE), and
      *>                     makes that account the employee's pay
      *>                     destination — PAYROLL.cob then credits it
      *>                     on-us each run. DRAWDOWN keeps a
      *>                     terminated employee's card live until the
      *>                     balance is spent, then closes the account
      *>                     and retires the card.
      *>
      *>  Invocation:
      *>    ./PAYCARD ENROLL <emp-id> <card-last-4> <bank-code>
      *>              [<operator>]
      *>    ./PAYCARD DRAWDOWN [<operator>]
      *>    ./PAYCARD LIST
      *>        (run from the banking node's directory holding the
      *>         payroll data files, same as PAYCHECK.cob — the card
      *>         account is opened on that node's ledger, and
      *>         <bank-code> is that node's code, e.g. BANK_A)
      *>
      *>  Files:
      *>    Input:  EMPLOYEES.DAT (EMPREC.cpy)
      *>    Output: EMPLOYEES.NEW (ENROLL — the master with the new
      *>            card account as EMP-BANK-CODE/EMP-ACCT-ID;
      *>            promoting it is a JCL step, same as YTDPAY.NEW)
      *>    I-O:    PAYCARD.DAT (PCARDREC.cpy — enrollment registry;
      *>            created on first ENROLL)
      *>    Output: PAYCARD-STEP.OUT (scratch — captured output of
      *>            each ACCOUNTS/CARDS step, scanned for RESULT|XX)
      *>
      *>  Notes:
      *>    The account opens pending identity verification like any
      *>    new account: pay credits post to it at once, but the card
      *>    cannot spend until a banker runs ACCOUNTS VERIFY on it.
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EMPLOYEE-NEW-FILE
               ASSIGN TO "EMPLOYEES.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-NEW-STATUS.
           SELECT PAYCARD-FILE
               ASSIGN TO "PAYCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCD-STATUS.
           SELECT STEP-OUTPUT-FILE
               ASSIGN TO "PAYCARD-STEP.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY "EMPREC.cpy".
       FD  EMPLOYEE-NEW-FILE.
       01  EMPLOYEE-NEW-RECORD         PIC X(170).
       FD  PAYCARD-FILE.
           COPY "PCARDREC.cpy".
       FD  STEP-OUTPUT-FILE.
       01  STEP-OUTPUT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-EMP-STATUS           PIC X(2).
           05  WS-EMP-NEW-STATUS       PIC X(2).
           05  WS-PCD-STATUS           PIC X(2).
           05  WS-STEP-STATUS          PIC X(2).

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-CMD-LINE                 PIC X(80) VALUE SPACES.
       01  WS-OPERATION                PIC X(10) VALUE SPACES.
       01  WS-IN-EMP-ID                PIC X(7) VALUE SPACES.
       01  WS-IN-LAST-4                PIC X(4) VALUE SPACES.
       01  WS-IN-BANK-CODE             PIC X(8) VALUE SPACES.
       01  WS-IN-OPERATOR              PIC X(10) VALUE SPACES.
       01  WS-ARG-2                    PIC X(10) VALUE SPACES.
       01  WS-RUN-DAY                  PIC 9(8) VALUE 0.

      *> Card daily point-of-sale cap at issue — a payroll card is a
      *> spending card for someone with no other account, so it gets
      *> a cap in line with a basic checking debit card.
       01  WS-PCD-DAILY-CAP            PIC X(6) VALUE "500.00".

      *> The employee being enrolled, found on the first pass.
       01  WS-EMP-FOUND                PIC X(1) VALUE 'N'.
       01  WS-EMP-NAME                 PIC X(25) VALUE SPACES.
       01  WS-EMP-PAY-METHOD           PIC X(1) VALUE SPACE.
       01  WS-EMP-STAT                 PIC X(1) VALUE SPACE.
       01  WS-NAME-TOKEN               PIC X(25) VALUE SPACES.
       01  WS-NAME-LEN                 PIC 9(2) VALUE 0.

      *> New account number: PCD- + node letter + 4-digit sequence
      *> (the 9-character base ACCOUNTS.cob appends a check digit to)
       01  WS-NEW-BASE.
           05  WS-NB-PREFIX            PIC X(4) VALUE "PCD-".
           05  WS-NB-NODE              PIC X(1).
           05  WS-NB-SEQ               PIC 9(4).
       01  WS-NEW-ACCT-ID              PIC X(10) VALUE SPACES.
       01  WS-NEW-CARD-ID              PIC X(12) VALUE SPACES.

      *> Enrollment registry, staged whole and rewritten on change.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 999 TIMES.
               10  WS-REG-EMP-ID       PIC X(7).
               10  WS-REG-BANK-CODE    PIC X(8).
               10  WS-REG-ACCT-ID      PIC X(10).
               10  WS-REG-CARD-ID      PIC X(12).
               10  WS-REG-LAST-4       PIC X(4).
               10  WS-REG-ENROLL-DAY   PIC 9(8).
               10  WS-REG-STATUS       PIC X(1).
               10  WS-REG-STATUS-DAY   PIC 9(8).
       01  WS-REG-COUNT                PIC 9(3) VALUE 0.
       01  WS-REG-SUB                  PIC 9(3) VALUE 0.
       01  WS-REG-CHANGED              PIC X(1) VALUE 'N'.

      *> Employee status by EMP-ID for DRAWDOWN.
       01  WS-EMP-TABLE.
           05  WS-EMP-T-ENTRY OCCURS 9999 TIMES.
               10  WS-EMP-T-ID         PIC X(7).
               10  WS-EMP-T-STATUS     PIC X(1).
       01  WS-EMP-COUNT                PIC 9(4) VALUE 0.
       01  WS-EMP-SUB                  PIC 9(4) VALUE 0.
       01  WS-EMP-TERMINATED           PIC X(1) VALUE 'N'.

      *> Ledger step plumbing — same CALL "SYSTEM" / RESULT|XX scan
      *> EODRUN.cob drives the banking programs with.
       01  WS-STEP-CMD                 PIC X(200) VALUE SPACES.
       01  WS-STEP-RESULT              PIC X(2) VALUE SPACES.
       01  WS-STEP-TAG                 PIC X(20) VALUE SPACES.
       01  WS-STEP-VALUE               PIC X(200) VALUE SPACES.

      *> ACCOUNT| line from ACCOUNTS.cob READ
       01  WS-ACCT-FIELDS.
           05  WS-AF-TAG               PIC X(10).
           05  WS-AF-ID                PIC X(10).
           05  WS-AF-NAME              PIC X(30).
           05  WS-AF-JOINT             PIC X(30).
           05  WS-AF-BENEF             PIC X(30).
           05  WS-AF-TYPE              PIC X(1).
           05  WS-AF-BALANCE           PIC X(20).
       01  WS-CARD-FIELDS.
           05  WS-CF-TAG               PIC X(12).
           05  WS-CF-CARD-ID           PIC X(12).
       01  WS-BALANCE                  PIC S9(10)V99 VALUE 0.

       01  WS-COUNTERS.
           05  WS-DRAWING-COUNT        PIC 9(5) VALUE 0.
           05  WS-CLOSED-COUNT         PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

      *>================================================================*
      *>  MAIN-PARA
      *>================================================================*
       MAIN-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-ARG-2
                    WS-IN-LAST-4
                    WS-IN-BANK-CODE
                    WS-IN-OPERATOR
           END-UNSTRING
           ACCEPT WS-RUN-DAY FROM DATE YYYYMMDD

           EVALUATE WS-OPERATION
               WHEN "ENROLL"
                   MOVE WS-ARG-2 TO WS-IN-EMP-ID
                   IF WS-IN-OPERATOR = SPACES
                       MOVE "PAYROLL" TO WS-IN-OPERATOR
                   END-IF
                   PERFORM ENROLL-EMPLOYEE
               WHEN "DRAWDOWN"
                   MOVE WS-ARG-2 TO WS-IN-OPERATOR
                   IF WS-IN-OPERATOR = SPACES
                       MOVE "PAYROLL" TO WS-IN-OPERATOR
                   END-IF
                   PERFORM DRAWDOWN-TERMINATED
               WHEN "LIST"
                   PERFORM LIST-REGISTRY
               WHEN OTHER
                   DISPLAY "PAYCARD|ERROR|UNKNOWN-OPERATION|"
                       WS-OPERATION
                   DISPLAY "PAYCARD|USAGE|ENROLL <emp-id> "
                       "<card-last-4> <bank-code> [<operator>] | "
                       "DRAWDOWN [<operator>] | LIST"
           END-EVALUATE

           DISPLAY "PAYCARD|COMPLETE"
           STOP RUN.

      *>================================================================*
      *>  ENROLL-EMPLOYEE: One payroll-card employee, end to end —
      *>  open the account, issue the card, point the employee master
      *>  at the account, and register the enrollment. An employee
      *>  who is not on the paycard pay method, is terminated, or
      *>  already holds a live card is refused before anything is
      *>  opened on the ledger.
      *>================================================================*
       ENROLL-EMPLOYEE.
           IF WS-IN-LAST-4 IS NOT NUMERIC
               DISPLAY "PAYCARD|ERROR|BAD-CARD-LAST-4|" WS-IN-LAST-4
               EXIT PARAGRAPH
           END-IF
      *>   Node letter is the last letter of the node's bank code
           IF WS-IN-BANK-CODE(1:5) NOT = "BANK_"
               OR WS-IN-BANK-CODE(6:1) IS NOT ALPHABETIC
               OR WS-IN-BANK-CODE(6:1) = SPACE
               DISPLAY "PAYCARD|ERROR|BAD-BANK-CODE|" WS-IN-BANK-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-REGISTRY
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-EMP-ID(WS-REG-SUB) = WS-IN-EMP-ID
                   AND WS-REG-STATUS(WS-REG-SUB) NOT = 'C'
                   DISPLAY "PAYCARD|ALREADY-ENROLLED|" WS-IN-EMP-ID
                       "|" WS-REG-ACCT-ID(WS-REG-SUB)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-REG-COUNT >= 999
               DISPLAY "PAYCARD|ERROR|REGISTRY-FULL"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ENROLLING-EMPLOYEE
           IF WS-EMP-FOUND = 'N'
               DISPLAY "PAYCARD|ERROR|EMP-NOT-FOUND|" WS-IN-EMP-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-PAY-METHOD NOT = 'P'
               DISPLAY "PAYCARD|ERROR|NOT-PAYCARD-METHOD|"
                   WS-IN-EMP-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-STAT = 'T'
               DISPLAY "PAYCARD|ERROR|EMP-TERMINATED|" WS-IN-EMP-ID
               EXIT PARAGRAPH
           END-IF

      *>   Open the deposit account — ACCOUNTS.cob PAYCARD takes the
      *>   name as one token, underscores for spaces
           MOVE WS-IN-BANK-CODE(6:1) TO WS-NB-NODE
           COMPUTE WS-NB-SEQ = WS-REG-COUNT + 1
           MOVE SPACES TO WS-NAME-TOKEN
           MOVE FUNCTION TRIM(WS-EMP-NAME) TO WS-NAME-TOKEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EMP-NAME))
               TO WS-NAME-LEN
           INSPECT WS-NAME-TOKEN(1:WS-NAME-LEN)
               REPLACING ALL SPACE BY "_"
           MOVE SPACES TO WS-STEP-CMD
           STRING "../../cobol/bin/ACCOUNTS PAYCARD " DELIMITED SIZE
               WS-NEW-BASE DELIMITED SIZE
               " " DELIMITED SIZE
               WS-NAME-TOKEN DELIMITED SPACE
               " " DELIMITED SIZE
               WS-IN-OPERATOR DELIMITED SPACE
               " > PAYCARD-STEP.OUT 2>&1" DELIMITED SIZE
               INTO WS-STEP-CMD
           END-STRING
           MOVE "ACCOUNT-CREATED|" TO WS-STEP-TAG
           PERFORM RUN-LEDGER-STEP
           IF WS-STEP-RESULT NOT = "00"
               DISPLAY "PAYCARD|ERROR|ACCOUNT-OPEN|" WS-IN-EMP-ID
                   "|RESULT|" WS-STEP-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-ACCT-ID
           UNSTRING WS-STEP-VALUE DELIMITED BY "|"
               INTO WS-AF-TAG WS-NEW-ACCT-ID
           END-UNSTRING

      *>   Issue the card. A failed issue still leaves a usable
      *>   account — the enrollment goes ahead so pay lands, and the
      *>   card can be issued by hand through CARDS.cob.
           MOVE SPACES TO WS-STEP-CMD
           STRING "../../cobol/bin/CARDS ISSUE " DELIMITED SIZE
               WS-NEW-ACCT-ID DELIMITED SPACE
               " " DELIMITED SIZE
               WS-IN-LAST-4 DELIMITED SIZE
               " " DELIMITED SIZE
               WS-PCD-DAILY-CAP DELIMITED SIZE
               " " DELIMITED SIZE
               WS-IN-OPERATOR DELIMITED SPACE
               " > PAYCARD-STEP.OUT 2>&1" DELIMITED SIZE
               INTO WS-STEP-CMD
           END-STRING
           MOVE "CARD-ISSUED|" TO WS-STEP-TAG
           PERFORM RUN-LEDGER-STEP
           MOVE SPACES TO WS-NEW-CARD-ID
           IF WS-STEP-RESULT = "00"
               UNSTRING WS-STEP-VALUE DELIMITED BY "|"
                   INTO WS-CF-TAG WS-NEW-CARD-ID
               END-UNSTRING
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "PAYCARD|CARD-NOT-ISSUED|" WS-IN-EMP-ID "|"
                   WS-NEW-ACCT-ID "|RESULT|" WS-STEP-RESULT
           END-IF

           PERFORM WRITE-EMPLOYEE-NEW-MASTER

           ADD 1 TO WS-REG-COUNT
           MOVE WS-IN-EMP-ID TO WS-REG-EMP-ID(WS-REG-COUNT)
           MOVE WS-IN-BANK-CODE TO WS-REG-BANK-CODE(WS-REG-COUNT)
           MOVE WS-NEW-ACCT-ID TO WS-REG-ACCT-ID(WS-REG-COUNT)
           MOVE WS-NEW-CARD-ID TO WS-REG-CARD-ID(WS-REG-COUNT)
           MOVE WS-IN-LAST-4 TO WS-REG-LAST-4(WS-REG-COUNT)
           MOVE WS-RUN-DAY TO WS-REG-ENROLL-DAY(WS-REG-COUNT)
           MOVE 'A' TO WS-REG-STATUS(WS-REG-COUNT)
           MOVE WS-RUN-DAY TO WS-REG-STATUS-DAY(WS-REG-COUNT)
           PERFORM SAVE-REGISTRY

           DISPLAY "PAYCARD|ENROLLED|" WS-IN-EMP-ID "|"
               WS-IN-BANK-CODE "|" WS-NEW-ACCT-ID "|"
               WS-NEW-CARD-ID "|" WS-IN-LAST-4
           DISPLAY "PAYCARD|KYC-PENDING|" WS-NEW-ACCT-ID.

       FIND-ENROLLING-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "PAYCARD|ERROR|EMPFILE|" WS-EMP-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF OR WS-EMP-FOUND = 'Y'
               READ EMPLOYEE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF EMP-ID = WS-IN-EMP-ID
                           MOVE 'Y' TO WS-EMP-FOUND
                           MOVE EMP-NAME TO WS-EMP-NAME
                           MOVE EMP-PAY-METHOD TO WS-EMP-PAY-METHOD
                           MOVE EMP-STATUS TO WS-EMP-STAT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE 'N' TO WS-EOF-FLAG.

      *>================================================================*
      *>  WRITE-EMPLOYEE-NEW-MASTER: EMPLOYEES.DAT copied to
      *>  EMPLOYEES.NEW with the enrolled employee's pay destination
      *>  now the card account. A card account is on-us and verified
      *>  by its opening, so there is no pre-note to wait for.
      *>================================================================*
       WRITE-EMPLOYEE-NEW-MASTER.
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT EMPLOYEE-NEW-FILE
           IF WS-EMP-NEW-STATUS NOT = '00'
               DISPLAY "PAYCARD|ERROR|EMPNEW|" WS-EMP-NEW-STATUS
               CLOSE EMPLOYEE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF EMP-ID = WS-IN-EMP-ID
                           MOVE WS-IN-BANK-CODE TO EMP-BANK-CODE
                           MOVE WS-NEW-ACCT-ID TO EMP-ACCT-ID
                           MOVE 'V' TO EMP-DD-STATUS
                       END-IF
                       WRITE EMPLOYEE-NEW-RECORD FROM EMPLOYEE-RECORD
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE EMPLOYEE-NEW-FILE
           MOVE 'N' TO WS-EOF-FLAG.

      *>================================================================*
      *>  DRAWDOWN-TERMINATED: A terminated employee's card stays
      *>  live while the account holds money — it is their pay, and
      *>  the card is how they get at it. Each live enrollment for a
      *>  terminated employee is checked against the ledger: a
      *>  balance moves it to drawing-down, a zero balance closes
      *>  the account and retires the card.
      *>================================================================*
       DRAWDOWN-TERMINATED.
           PERFORM LOAD-REGISTRY
           PERFORM LOAD-EMPLOYEE-STATUS-TABLE
           MOVE 'N' TO WS-REG-CHANGED
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-STATUS(WS-REG-SUB) NOT = 'C'
                   PERFORM FIND-EMPLOYEE-STATUS
                   IF WS-EMP-TERMINATED = 'Y'
                       PERFORM DRAWDOWN-ONE-CARD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REG-CHANGED = 'Y'
               PERFORM SAVE-REGISTRY
           END-IF
           DISPLAY "PAYCARD|DRAWING-DOWN|" WS-DRAWING-COUNT
           DISPLAY "PAYCARD|CLOSED|" WS-CLOSED-COUNT
           DISPLAY "PAYCARD|ERRORS|" WS-ERROR-COUNT.

       DRAWDOWN-ONE-CARD.
           MOVE SPACES TO WS-STEP-CMD
           STRING "../../cobol/bin/ACCOUNTS READ " DELIMITED SIZE
               WS-REG-ACCT-ID(WS-REG-SUB) DELIMITED SPACE
               " " DELIMITED SIZE
               WS-IN-OPERATOR DELIMITED SPACE
               " > PAYCARD-STEP.OUT 2>&1" DELIMITED SIZE
               INTO WS-STEP-CMD
           END-STRING
           MOVE "ACCOUNT|" TO WS-STEP-TAG
           PERFORM RUN-LEDGER-STEP
           IF WS-STEP-RESULT NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "PAYCARD|ERROR|ACCOUNT-READ|"
                   WS-REG-ACCT-ID(WS-REG-SUB) "|RESULT|"
                   WS-STEP-RESULT
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-STEP-VALUE DELIMITED BY "|"
               INTO WS-AF-TAG WS-AF-ID WS-AF-NAME WS-AF-JOINT
                    WS-AF-BENEF WS-AF-TYPE WS-AF-BALANCE
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-AF-BALANCE) TO WS-BALANCE

           IF WS-BALANCE NOT = 0
               ADD 1 TO WS-DRAWING-COUNT
               IF WS-REG-STATUS(WS-REG-SUB) = 'A'
                   MOVE 'D' TO WS-REG-STATUS(WS-REG-SUB)
                   MOVE WS-RUN-DAY TO WS-REG-STATUS-DAY(WS-REG-SUB)
                   MOVE 'Y' TO WS-REG-CHANGED
               END-IF
               DISPLAY "PAYCARD|DRAWDOWN-OPEN|"
                   WS-REG-EMP-ID(WS-REG-SUB) "|"
                   WS-REG-ACCT-ID(WS-REG-SUB) "|" WS-BALANCE
               EXIT PARAGRAPH
           END-IF

      *>   Spent to zero — retire the card first so nothing can
      *>   authorize against an account that is about to close
           IF WS-REG-CARD-ID(WS-REG-SUB) NOT = SPACES
               MOVE SPACES TO WS-STEP-CMD
               STRING "../../cobol/bin/CARDS RETIRE " DELIMITED SIZE
                   WS-REG-CARD-ID(WS-REG-SUB) DELIMITED SPACE
                   " " DELIMITED SIZE
                   WS-IN-OPERATOR DELIMITED SPACE
                   " > PAYCARD-STEP.OUT 2>&1" DELIMITED SIZE
                   INTO WS-STEP-CMD
               END-STRING
               MOVE "CARD-RETIRED|" TO WS-STEP-TAG
               PERFORM RUN-LEDGER-STEP
               IF WS-STEP-RESULT NOT = "00"
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "PAYCARD|ERROR|CARD-RETIRE|"
                       WS-REG-CARD-ID(WS-REG-SUB) "|RESULT|"
                       WS-STEP-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-STEP-CMD
           STRING "../../cobol/bin/ACCOUNTS CLOSE " DELIMITED SIZE
               WS-REG-ACCT-ID(WS-REG-SUB) DELIMITED SPACE
               " " DELIMITED SIZE
               WS-IN-OPERATOR DELIMITED SPACE
               " > PAYCARD-STEP.OUT 2>&1" DELIMITED SIZE
               INTO WS-STEP-CMD
           END-STRING
           MOVE SPACES TO WS-STEP-TAG
           PERFORM RUN-LEDGER-STEP
           IF WS-STEP-RESULT NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "PAYCARD|ERROR|ACCOUNT-CLOSE|"
                   WS-REG-ACCT-ID(WS-REG-SUB) "|RESULT|"
                   WS-STEP-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO WS-REG-STATUS(WS-REG-SUB)
           MOVE WS-RUN-DAY TO WS-REG-STATUS-DAY(WS-REG-SUB)
           MOVE 'Y' TO WS-REG-CHANGED
           ADD 1 TO WS-CLOSED-COUNT
           DISPLAY "PAYCARD|CLOSED-OUT|" WS-REG-EMP-ID(WS-REG-SUB)
               "|" WS-REG-ACCT-ID(WS-REG-SUB) "|"
               WS-REG-CARD-ID(WS-REG-SUB).

      *>================================================================*
      *>  RUN-LEDGER-STEP: Runs WS-STEP-CMD against the node's ledger
      *>  and scans the captured output for RESULT|XX, the way
      *>  EODRUN.cob's SCAN-STEP-RESULT does. When WS-STEP-TAG is set,
      *>  the last output line starting with it is kept in
      *>  WS-STEP-VALUE for the caller to pick apart.
      *>================================================================*
       RUN-LEDGER-STEP.
           CALL "SYSTEM" USING WS-STEP-CMD
           MOVE SPACES TO WS-STEP-RESULT
           MOVE SPACES TO WS-STEP-VALUE
           OPEN INPUT STEP-OUTPUT-FILE
           IF WS-STEP-STATUS NOT = '00'
               MOVE "99" TO WS-STEP-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STEP-STATUS NOT = '00'
               READ STEP-OUTPUT-FILE
                   AT END
                       MOVE '10' TO WS-STEP-STATUS
                   NOT AT END
                       IF STEP-OUTPUT-LINE(1:7) = "RESULT|"
                           MOVE STEP-OUTPUT-LINE(8:2)
                               TO WS-STEP-RESULT
                       END-IF
                       IF WS-STEP-TAG NOT = SPACES
                           AND STEP-OUTPUT-LINE(1:FUNCTION LENGTH(
                               FUNCTION TRIM(WS-STEP-TAG)))
                               = FUNCTION TRIM(WS-STEP-TAG)
                           MOVE STEP-OUTPUT-LINE TO WS-STEP-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-OUTPUT-FILE
           IF WS-STEP-RESULT = SPACES
               MOVE "99" TO WS-STEP-RESULT
           END-IF.

      *>================================================================*
      *>  LIST-REGISTRY
      *>================================================================*
       LIST-REGISTRY.
           PERFORM LOAD-REGISTRY
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               DISPLAY "PAYCARD|" WS-REG-EMP-ID(WS-REG-SUB) "|"
                   WS-REG-BANK-CODE(WS-REG-SUB) "|"
                   WS-REG-ACCT-ID(WS-REG-SUB) "|"
                   WS-REG-CARD-ID(WS-REG-SUB) "|"
                   WS-REG-LAST-4(WS-REG-SUB) "|"
                   WS-REG-ENROLL-DAY(WS-REG-SUB) "|"
                   WS-REG-STATUS(WS-REG-SUB) "|"
                   WS-REG-STATUS-DAY(WS-REG-SUB)
           END-PERFORM
           DISPLAY "PAYCARD|COUNT|" WS-REG-COUNT.

      *>================================================================*
      *>  Registry and employee staging
      *>================================================================*
       LOAD-REGISTRY.
           MOVE 0 TO WS-REG-COUNT
           OPEN INPUT PAYCARD-FILE
           IF WS-PCD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PAYCARD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-REG-COUNT < 999
                           ADD 1 TO WS-REG-COUNT
                           MOVE PAYCARD-RECORD
                               TO WS-REG-ENTRY(WS-REG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYCARD-FILE
           MOVE 'N' TO WS-EOF-FLAG.

       SAVE-REGISTRY.
           OPEN OUTPUT PAYCARD-FILE
           IF WS-PCD-STATUS NOT = '00'
               DISPLAY "PAYCARD|ERROR|PAYCARD-FILE|" WS-PCD-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-ENTRY(WS-REG-SUB) TO PAYCARD-RECORD
               WRITE PAYCARD-RECORD
           END-PERFORM
           CLOSE PAYCARD-FILE.

       LOAD-EMPLOYEE-STATUS-TABLE.
           MOVE 0 TO WS-EMP-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY "PAYCARD|ERROR|EMPFILE|" WS-EMP-STATUS
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
                           MOVE EMP-ID TO WS-EMP-T-ID(WS-EMP-COUNT)
                           MOVE EMP-STATUS
                               TO WS-EMP-T-STATUS(WS-EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE 'N' TO WS-EOF-FLAG.

       FIND-EMPLOYEE-STATUS.
           MOVE 'N' TO WS-EMP-TERMINATED
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-T-ID(WS-EMP-SUB) = WS-REG-EMP-ID(WS-REG-SUB)
                   IF WS-EMP-T-STATUS(WS-EMP-SUB) = 'T'
                       MOVE 'Y' TO WS-EMP-TERMINATED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
