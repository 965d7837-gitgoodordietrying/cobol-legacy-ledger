*>================================================================*
*> FXRVREC.cpy — Month-End FX Revaluation History Record (105 bytes)
*> Used by: FXREVAL.cob (writes), GLFEED.cob (exports the gain or
*>          loss to the GL)
*>
*> One record per non-USD account per month-end revaluation,
*> appended to FXREVAL.DAT by FXREVAL.cob. FXRV-BALANCE is the
*> ledger balance in the account's own FXRV-CURRENCY; FXRV-USD-VALUE
*> is that balance translated at the period-end FXRV-RATE (units of
*> currency per 1 USD, COMCODE.cpy's FX-RATE-TABLE convention).
*> FXRV-PRIOR-RATE is the rate the account was carried at on its
*> previous month's record and FXRV-PRIOR-USD the same balance
*> translated at it, so FXRV-GAIN-LOSS (FXRV-PRIOR-USD less
*> FXRV-USD-VALUE) is purely the rate move, not the month's
*> deposits and withdrawals: positive is a gain to the bank (a
*> customer deposit worth fewer dollars), negative a loss. An
*> account's first revaluation has no prior month — FXRV-PRIOR-RATE
*> is zero and there is no gain or loss to book. FXRV-ENTRY-ID
*> ("FXR" + period + sequence) is the GL transaction id GLFEED.cob
*> posts the gain or loss under. The file is append-only, LINE
*> SEQUENTIAL, in FXRV-PERIOD order; nothing rewrites it.
*>================================================================*
 01  FXREVAL-RECORD.
     05  FXRV-ACCT-ID          PIC X(10).
     05  FXRV-PERIOD           PIC 9(6).
     05  FXRV-DATE             PIC 9(8).
     05  FXRV-CURRENCY         PIC X(3).
     05  FXRV-BALANCE          PIC S9(10)V99.
     05  FXRV-RATE             PIC 9(5)V9(4).
     05  FXRV-USD-VALUE        PIC S9(10)V99.
     05  FXRV-PRIOR-RATE       PIC 9(5)V9(4).
     05  FXRV-PRIOR-USD        PIC S9(10)V99.
     05  FXRV-GAIN-LOSS        PIC S9(10)V99.
     05  FXRV-ENTRY-ID         PIC X(12).
