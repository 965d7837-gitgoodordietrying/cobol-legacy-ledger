*> ================================================================
*> PAYYEARR.cpy — Payroll Year Control Record (42 bytes,
*> LINE SEQUENTIAL)
*> Used by: PAYROLL.cob, YECLOSE.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — the single record on PAYYEAR.DAT
*> that says which payroll year YTDPAY.DAT is accumulating and which
*> year was last closed. Same one-record control file idiom as
*> PAYCHECK.cob's CHECKSTOCK.DAT.
*>
*>   PYR-OPEN-YEAR      — the year regular runs post to. A regular
*>                        run dated past it is refused until
*>                        YECLOSE.cob has closed the open year.
*>   PYR-CLOSED-YEAR    — last year closed (zero = never). Its YTD,
*>                        arrears and garnishment masters live on as
*>                        YTDPAY-yyyy.DAT / ARREARS-yyyy.DAT /
*>                        GARNISH-yyyy.DAT; an off-cycle check dated
*>                        in it is a prior-year adjustment and posts
*>                        to YTDPAY-yyyy.DAT, never to YTDPAY.DAT.
*>   PYR-LAST-RUN-DAY   — latest regular run day in the open year;
*>                        the close will not run until this reaches
*>                        the year's last check date.
*>   PYR-FINAL-CHECK-DAY — the closed year's last check date, as
*>                        given to the close.
*>   PYR-CLOSE-DAY / PYR-CLOSE-OPERATOR — when and by whom.
*>
*> No PAYYEAR.DAT at all is the world before the close existed:
*> PAYROLL.cob's first regular run creates it with the run's year
*> open.
*>
*> Layout (42 bytes total):
*>   Bytes 01-04:  PYR-OPEN-YEAR       PIC 9(4)
*>   Bytes 05-08:  PYR-CLOSED-YEAR     PIC 9(4)
*>   Bytes 09-16:  PYR-LAST-RUN-DAY    PIC 9(8)
*>   Bytes 17-24:  PYR-FINAL-CHECK-DAY PIC 9(8)
*>   Bytes 25-32:  PYR-CLOSE-DAY       PIC 9(8)
*>   Bytes 33-42:  PYR-CLOSE-OPERATOR  PIC X(10)
*>
 01  PAYROLL-YEAR-RECORD.
     05  PYR-OPEN-YEAR           PIC 9(4).
     05  PYR-CLOSED-YEAR         PIC 9(4).
     05  PYR-LAST-RUN-DAY        PIC 9(8).
     05  PYR-FINAL-CHECK-DAY     PIC 9(8).
     05  PYR-CLOSE-DAY           PIC 9(8).
     05  PYR-CLOSE-OPERATOR      PIC X(10).
