      *>================================================================*
      *>  Program:     YECLOSE.cob
      *>  System:      ENTERPRISE PAYROLL — Calendar Year-End Close
      *>  Author:      AKD
      *>  Written:     2026-10-15
      *>
      *>  JCL Reference:
      *>    //PAYRL620 JOB (ACCT),'PAYROLL YE CLOSE',CLASS=A
      *>    //STEP01   EXEC PGM=YECLOSE,PARM='2026 20261231 AKD'
      *>    //YEARCTL  DD DSN=PAYRL.YEAR.CONTROL,DISP=OLD
      *>    //YTDFILE  DD DSN=PAYRL.YTD.MASTER,DISP=OLD
      *>    //YTDARCH  DD DSN=PAYRL.YTD.MASTER.Y2026,DISP=(NEW,CATLG)
      *>    //ARRFILE  DD DSN=PAYRL.ARREARS.MASTER,DISP=OLD
      *>    //ARRARCH  DD DSN=PAYRL.ARREARS.MASTER.Y2026,DISP=(NEW,CATLG)
      *>    //GRNFILE  DD DSN=PAYRL.GARNISH.MASTER,DISP=OLD
      *>    //GRNARCH  DD DSN=PAYRL.GARNISH.MASTER.Y2026,DISP=(NEW,CATLG)
      *>    //DRWFILE  DD DSN=PAYRL.DRAWBAL.MASTER,DISP=SHR
      *>    //SYSOUT   DD SYSOUT=*
      *>
      *>  Change Log:
      *>    2026-10-15  AKD  Initial — nothing ever closed the payroll
      *>                     year: YTDPAY.DAT kept accumulating unless
      *>                     someone hand-edited YTD-YEAR, and the
      *>                     first January runs mixed the two years'
      *>                     totals. Once the year's last check date
      *>                     has run, this archives YTDPAY.DAT,
      *>                     ARREARS.DAT and GARNISH.DAT as dated year
      *>                     masters, opens a fresh YTDPAY.DAT with zero
      *>                     accumulators for the new year, and carries
      *>                     forward only what legitimately carries —
      *>                     arrears balances, garnishment paid-to-date
      *>                     on orders still active, and draw balances
      *>                     (DRAWBAL.DAT is not year-bound and is left
      *>                     alone). PAYYEAR.DAT then names the new year
      *>                     as open, which is what lets PAYROLL.cob
      *>                     run in it at all.
      *>
      *>  Invocation:
      *>    ./YECLOSE <yyyy> <last-check-yyyymmdd> [<operator>]
      *>
      *>  Files:
      *>    I-O:    PAYYEAR.DAT (PAYYEARR.cpy — the year control record)
      *>    I-O:    YTDPAY.DAT (YTDREC.cpy) — archived, then rewritten
      *>            as the new year's zero master
      *>    I-O:    ARREARS.DAT (ARREARR.cpy) — archived, then
      *>            rewritten with the balances still owed
      *>    I-O:    GARNISH.DAT (GARNREC.cpy) — archived, then
      *>            rewritten with the orders still active
      *>    Input:  DRAWBAL.DAT (DRAWBALR.cpy) — counted only
      *>    Output: YTDPAY-yyyy.DAT, ARREARS-yyyy.DAT, GARNISH-yyyy.DAT
      *>            — the closed year's masters, never written again
      *>            except by a PAYROLL.cob OFFCYCLE prior-year
      *>            adjustment (into YTDPAY-yyyy.NEW)
      *>
      *>  Notes:
      *>    Run after the final regular run's .NEW masters have been
      *>    promoted (PAYRL100's promote step) — the close archives
      *>    what is on the .DAT files. Prior-year reports (QTRRPT Q4,
      *>    DEFERRPT, W-2 work) read the archive by pointing their
      *>    YTDPAY DD at PAYRL.YTD.MASTER.Yyyyy.
      *>
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYYEAR-FILE
               ASSIGN TO "PAYYEAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYR-STATUS.
           SELECT YTD-FILE
               ASSIGN TO "YTDPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT ARREARS-FILE
               ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-STATUS.
           SELECT GARNISH-FILE
               ASSIGN TO "GARNISH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRN-STATUS.
           SELECT DRAWBAL-FILE
               ASSIGN TO "DRAWBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRW-STATUS.
      *>   The year masters — paths built from the year being closed,
      *>   same dynamic-ASSIGN idiom as NEWHIRE.cob's state files.
           SELECT YTD-ARCH-FILE
               ASSIGN TO WS-YTD-ARCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-ARCH-STATUS.
           SELECT ARR-ARCH-FILE
               ASSIGN TO WS-ARR-ARCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-ARCH-STATUS.
           SELECT GRN-ARCH-FILE
               ASSIGN TO WS-GRN-ARCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRN-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYYEAR-FILE.
           COPY "PAYYEARR.cpy".
       FD  YTD-FILE.
           COPY "YTDREC.cpy".
       FD  ARREARS-FILE.
           COPY "ARREARR.cpy".
       FD  GARNISH-FILE.
           COPY "GARNREC.cpy".
       FD  DRAWBAL-FILE.
           COPY "DRAWBALR.cpy".
       FD  YTD-ARCH-FILE.
       01  YTD-ARCH-RECORD             PIC X(246).
       FD  ARR-ARCH-FILE.
       01  ARR-ARCH-RECORD             PIC X(18).
       FD  GRN-ARCH-FILE.
       01  GRN-ARCH-RECORD             PIC X(82).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-PYR-STATUS           PIC X(2).
           05  WS-YTD-STATUS           PIC X(2).
           05  WS-ARR-STATUS           PIC X(2).
           05  WS-GRN-STATUS           PIC X(2).
           05  WS-DRW-STATUS           PIC X(2).
           05  WS-YTD-ARCH-STATUS      PIC X(2).
           05  WS-ARR-ARCH-STATUS      PIC X(2).
           05  WS-GRN-ARCH-STATUS      PIC X(2).

       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-CMD-LINE                 PIC X(80) VALUE SPACES.
       01  WS-YEAR-STR                 PIC X(10) VALUE SPACES.
       01  WS-FINAL-STR                PIC X(10) VALUE SPACES.
       01  WS-OPERATOR                 PIC X(10) VALUE SPACES.
       01  WS-CLOSE-YEAR               PIC 9(4) VALUE 0.
       01  WS-NEW-YEAR                 PIC 9(4) VALUE 0.
       01  WS-FINAL-DAY                PIC 9(8) VALUE 0.
       01  WS-FINAL-YEAR               PIC 9(4) VALUE 0.
       01  WS-TODAY                    PIC 9(8) VALUE 0.

       01  WS-YTD-ARCH-PATH            PIC X(20) VALUE SPACES.
       01  WS-ARR-ARCH-PATH            PIC X(20) VALUE SPACES.
       01  WS-GRN-ARCH-PATH            PIC X(20) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-YTD-ARCHIVED         PIC 9(5) VALUE 0.
           05  WS-YTD-OPENED           PIC 9(5) VALUE 0.
           05  WS-YTD-OLDER            PIC 9(5) VALUE 0.
           05  WS-ARR-ARCHIVED         PIC 9(5) VALUE 0.
           05  WS-ARR-CARRIED          PIC 9(5) VALUE 0.
           05  WS-GRN-ARCHIVED         PIC 9(5) VALUE 0.
           05  WS-GRN-CARRIED          PIC 9(5) VALUE 0.
           05  WS-GRN-DROPPED          PIC 9(5) VALUE 0.
           05  WS-DRW-CARRIED          PIC 9(5) VALUE 0.
           05  WS-YTD-QSUB             PIC 9(1) VALUE 0.

       01  WS-ARR-TOTAL                PIC 9(9)V99 VALUE 0.
       01  WS-GRN-PAID-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-DRW-TOTAL                PIC 9(9)V99 VALUE 0.
       01  WS-AMOUNT-DISPLAY           PIC Z(8)9.99.

       PROCEDURE DIVISION.

      *>================================================================*
      *>  MAIN-PARA
      *>================================================================*
       MAIN-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-YEAR-STR WS-FINAL-STR WS-OPERATOR
           END-UNSTRING
           IF FUNCTION TRIM(WS-YEAR-STR) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-YEAR-STR) TO WS-CLOSE-YEAR
           END-IF
           IF FUNCTION TRIM(WS-FINAL-STR) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FINAL-STR) TO WS-FINAL-DAY
           END-IF
           IF WS-OPERATOR = SPACES
               MOVE "BATCH" TO WS-OPERATOR
           END-IF
           IF WS-CLOSE-YEAR = 0 OR WS-FINAL-DAY = 0
               DISPLAY "YECLOSE|ERROR|USAGE|YECLOSE <yyyy> "
                   "<last-check-yyyymmdd> [<operator>]"
               STOP RUN
           END-IF
           MOVE WS-FINAL-DAY(1:4) TO WS-FINAL-YEAR
           COMPUTE WS-NEW-YEAR = WS-CLOSE-YEAR + 1
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           DISPLAY "YECLOSE|START|" WS-CLOSE-YEAR "|" WS-FINAL-DAY
               "|" WS-OPERATOR

           PERFORM CHECK-CLOSE-ALLOWED
           PERFORM BUILD-ARCHIVE-PATHS
           PERFORM CHECK-NOT-ARCHIVED

           PERFORM CLOSE-YTD-MASTER
           PERFORM CLOSE-ARREARS-MASTER
           PERFORM CLOSE-GARNISH-MASTER
           PERFORM COUNT-DRAW-BALANCES
           PERFORM WRITE-YEAR-CONTROL

           DISPLAY "YECLOSE|YTD-ARCHIVED|" WS-YTD-ARCHIVED "|"
               WS-YTD-ARCH-PATH
           IF WS-YTD-OLDER > 0
               DISPLAY "YECLOSE|YTD-EARLIER-YEARS|" WS-YTD-OLDER
           END-IF
           DISPLAY "YECLOSE|YTD-OPENED|" WS-NEW-YEAR "|"
               WS-YTD-OPENED
           MOVE WS-ARR-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "YECLOSE|ARREARS-CARRIED|" WS-ARR-CARRIED "|"
               WS-AMOUNT-DISPLAY
           MOVE WS-GRN-PAID-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "YECLOSE|GARNISH-CARRIED|" WS-GRN-CARRIED "|"
               WS-AMOUNT-DISPLAY
           DISPLAY "YECLOSE|GARNISH-CLOSED-DROPPED|" WS-GRN-DROPPED
           MOVE WS-DRW-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "YECLOSE|DRAW-CARRIED|" WS-DRW-CARRIED "|"
               WS-AMOUNT-DISPLAY
           DISPLAY "YECLOSE|CLOSED|" WS-CLOSE-YEAR "|OPEN|"
               WS-NEW-YEAR
           DISPLAY "YECLOSE|COMPLETE"
           STOP RUN.

      *>================================================================*
      *>  CHECK-CLOSE-ALLOWED: Only the open year closes, and only
      *>  once its last check date has actually been paid by a
      *>  regular run — PAYROLL.cob stamps every run's day onto
      *>  PYR-LAST-RUN-DAY. No PAYYEAR.DAT means no regular run has
      *>  happened since the year control went in, so there is
      *>  nothing to prove the final check ran.
      *>================================================================*
       CHECK-CLOSE-ALLOWED.
           OPEN INPUT PAYYEAR-FILE
           IF WS-PYR-STATUS NOT = '00'
               DISPLAY "YECLOSE|REFUSED|NO-YEAR-CONTROL|PAYYEAR.DAT"
               STOP RUN
           END-IF
           READ PAYYEAR-FILE
               AT END
                   DISPLAY "YECLOSE|REFUSED|NO-YEAR-CONTROL|EMPTY"
                   CLOSE PAYYEAR-FILE
                   STOP RUN
           END-READ
           CLOSE PAYYEAR-FILE

           IF WS-CLOSE-YEAR NOT = PYR-OPEN-YEAR
               DISPLAY "YECLOSE|REFUSED|NOT-OPEN-YEAR|" WS-CLOSE-YEAR
                   "|OPEN|" PYR-OPEN-YEAR
               STOP RUN
           END-IF
           IF WS-FINAL-YEAR NOT = WS-CLOSE-YEAR
               DISPLAY "YECLOSE|REFUSED|FINAL-CHECK-NOT-IN-YEAR|"
                   WS-FINAL-DAY
               STOP RUN
           END-IF
           IF PYR-LAST-RUN-DAY < WS-FINAL-DAY
               DISPLAY "YECLOSE|REFUSED|FINAL-CHECK-NOT-RUN|"
                   WS-FINAL-DAY "|LAST-RUN|" PYR-LAST-RUN-DAY
               STOP RUN
           END-IF.

       BUILD-ARCHIVE-PATHS.
           STRING "YTDPAY-" DELIMITED SIZE
               WS-CLOSE-YEAR DELIMITED SIZE
               ".DAT" DELIMITED SIZE
               INTO WS-YTD-ARCH-PATH
           END-STRING
           STRING "ARREARS-" DELIMITED SIZE
               WS-CLOSE-YEAR DELIMITED SIZE
               ".DAT" DELIMITED SIZE
               INTO WS-ARR-ARCH-PATH
           END-STRING
           STRING "GARNISH-" DELIMITED SIZE
               WS-CLOSE-YEAR DELIMITED SIZE
               ".DAT" DELIMITED SIZE
               INTO WS-GRN-ARCH-PATH
           END-STRING.

      *>================================================================*
      *>  CHECK-NOT-ARCHIVED: A year master, once written, is never
      *>  overwritten by a second close — that would replace the
      *>  year's real totals with the zeroed new-year master. The
      *>  live YTDPAY.DAT must be there to archive.
      *>================================================================*
       CHECK-NOT-ARCHIVED.
           OPEN INPUT YTD-ARCH-FILE
           IF WS-YTD-ARCH-STATUS = '00'
               CLOSE YTD-ARCH-FILE
               DISPLAY "YECLOSE|REFUSED|ALREADY-ARCHIVED|"
                   WS-YTD-ARCH-PATH
               STOP RUN
           END-IF
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY "YECLOSE|REFUSED|NO-YTD-MASTER|YTDPAY.DAT"
               STOP RUN
           END-IF
           CLOSE YTD-FILE.

      *>================================================================*
      *>  CLOSE-YTD-MASTER: YTDPAY.DAT goes to the year master as it
      *>  stands, then comes back as one zero-accumulator record per
      *>  employee who had closed-year totals, dated the new year and
      *>  keeping the employee's company. Records from still earlier
      *>  years (left behind before there was a close) live on in
      *>  the archive only.
      *>================================================================*
       CLOSE-YTD-MASTER.
           OPEN INPUT YTD-FILE
           OPEN OUTPUT YTD-ARCH-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ YTD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE YTD-ARCH-RECORD FROM YTD-RECORD
                       ADD 1 TO WS-YTD-ARCHIVED
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           CLOSE YTD-ARCH-FILE

           OPEN INPUT YTD-ARCH-FILE
           OPEN OUTPUT YTD-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ YTD-ARCH-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE YTD-ARCH-RECORD TO YTD-RECORD
                       IF YTD-YEAR = WS-CLOSE-YEAR
                           PERFORM OPEN-ONE-YTD-RECORD
                       ELSE
                           ADD 1 TO WS-YTD-OLDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-ARCH-FILE
           CLOSE YTD-FILE
           MOVE 'N' TO WS-EOF-FLAG.

       OPEN-ONE-YTD-RECORD.
           MOVE WS-NEW-YEAR TO YTD-YEAR
           MOVE 0 TO YTD-GROSS
           MOVE 0 TO YTD-FED-TAX
           MOVE 0 TO YTD-STATE-TAX
           MOVE 0 TO YTD-FICA-TAX
           MOVE 0 TO YTD-DED-TOTAL
           MOVE 0 TO YTD-NET
           MOVE 0 TO YTD-IMPUTED
           PERFORM VARYING WS-YTD-QSUB FROM 1 BY 1
               UNTIL WS-YTD-QSUB > 4
               MOVE 0 TO YTD-QTR-GROSS(WS-YTD-QSUB)
               MOVE 0 TO YTD-QTR-FED-TAX(WS-YTD-QSUB)
               MOVE 0 TO YTD-QTR-FICA-WAGES(WS-YTD-QSUB)
           END-PERFORM
           MOVE 0 TO YTD-401K-DEFERRED
           MOVE 0 TO YTD-401K-MATCH
           WRITE YTD-RECORD
           ADD 1 TO WS-YTD-OPENED.

      *>================================================================*
      *>  CLOSE-ARREARS-MASTER: Arrears are money still owed, not a
      *>  year's total — every balance carries into the new year
      *>  unchanged. A zero balance (PAYROLL.cob never writes one,
      *>  but a hand edit could) is not worth carrying.
      *>================================================================*
       CLOSE-ARREARS-MASTER.
           OPEN INPUT ARREARS-FILE
           IF WS-ARR-STATUS NOT = '00'
               DISPLAY "YECLOSE|NO-ARREARS-MASTER"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARR-ARCH-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ ARREARS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE ARR-ARCH-RECORD FROM ARREARS-RECORD
                       ADD 1 TO WS-ARR-ARCHIVED
               END-READ
           END-PERFORM
           CLOSE ARREARS-FILE
           CLOSE ARR-ARCH-FILE

           OPEN INPUT ARR-ARCH-FILE
           OPEN OUTPUT ARREARS-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ ARR-ARCH-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ARR-ARCH-RECORD TO ARREARS-RECORD
                       IF ARR-BALANCE > 0
                           WRITE ARREARS-RECORD
                           ADD 1 TO WS-ARR-CARRIED
                           ADD ARR-BALANCE TO WS-ARR-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARR-ARCH-FILE
           CLOSE ARREARS-FILE
           MOVE 'N' TO WS-EOF-FLAG
           DISPLAY "YECLOSE|ARREARS-ARCHIVED|" WS-ARR-ARCHIVED "|"
               WS-ARR-ARCH-PATH.

      *>================================================================*
      *>  CLOSE-GARNISH-MASTER: An order's paid-to-date runs against
      *>  its total due for the life of the order, not the calendar
      *>  year, so active orders carry exactly as they stand. Closed
      *>  orders are finished business — they stay in the year master
      *>  and drop off the live file.
      *>================================================================*
       CLOSE-GARNISH-MASTER.
           OPEN INPUT GARNISH-FILE
           IF WS-GRN-STATUS NOT = '00'
               DISPLAY "YECLOSE|NO-GARNISH-MASTER"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GRN-ARCH-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ GARNISH-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE GRN-ARCH-RECORD FROM GARN-ORDER-RECORD
                       ADD 1 TO WS-GRN-ARCHIVED
               END-READ
           END-PERFORM
           CLOSE GARNISH-FILE
           CLOSE GRN-ARCH-FILE

           OPEN INPUT GRN-ARCH-FILE
           OPEN OUTPUT GARNISH-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ GRN-ARCH-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE GRN-ARCH-RECORD TO GARN-ORDER-RECORD
                       IF GARN-ORDER-CLOSED
                           ADD 1 TO WS-GRN-DROPPED
                       ELSE
                           WRITE GARN-ORDER-RECORD
                           ADD 1 TO WS-GRN-CARRIED
                           ADD GARN-PAID-TO-DATE TO WS-GRN-PAID-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRN-ARCH-FILE
           CLOSE GARNISH-FILE
           MOVE 'N' TO WS-EOF-FLAG
           DISPLAY "YECLOSE|GARNISH-ARCHIVED|" WS-GRN-ARCHIVED "|"
               WS-GRN-ARCH-PATH.

      *>================================================================*
      *>  COUNT-DRAW-BALANCES: Unrecovered draw is owed across the
      *>  year boundary like arrears, and DRAWBAL.DAT holds no year
      *>  totals, so it carries as it is — counted here for the close
      *>  summary only.
      *>================================================================*
       COUNT-DRAW-BALANCES.
           OPEN INPUT DRAWBAL-FILE
           IF WS-DRW-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ DRAWBAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DRW-CARRIED
                       ADD DRAW-BALANCE TO WS-DRW-TOTAL
               END-READ
           END-PERFORM
           CLOSE DRAWBAL-FILE
           MOVE 'N' TO WS-EOF-FLAG.

      *>================================================================*
      *>  WRITE-YEAR-CONTROL: The new year opens — PAYROLL.cob will
      *>  now run in it, and an off-cycle check dated in the closed
      *>  year is a prior-year adjustment against its year master.
      *>================================================================*
       WRITE-YEAR-CONTROL.
           MOVE WS-NEW-YEAR TO PYR-OPEN-YEAR
           MOVE WS-CLOSE-YEAR TO PYR-CLOSED-YEAR
           MOVE 0 TO PYR-LAST-RUN-DAY
           MOVE WS-FINAL-DAY TO PYR-FINAL-CHECK-DAY
           MOVE WS-TODAY TO PYR-CLOSE-DAY
           MOVE WS-OPERATOR TO PYR-CLOSE-OPERATOR
           OPEN OUTPUT PAYYEAR-FILE
           IF WS-PYR-STATUS NOT = '00'
               DISPLAY "YECLOSE|ERROR|PAYYEAR|" WS-PYR-STATUS
               STOP RUN
           END-IF
           WRITE PAYROLL-YEAR-RECORD
           CLOSE PAYYEAR-FILE.
