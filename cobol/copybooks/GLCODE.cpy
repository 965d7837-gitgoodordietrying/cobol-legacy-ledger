*> a posting to a different GL account by editing the VALUE clause
*> below without touching GLFEED.cob itself.
*>================================================================*
 01  GL-MAP-VALUES PIC X(156) VALUE
     'D' & '101000' & '201000' &
     'W' & '201000' & '101000' &
     'T' & '201000' & '201000' &
     'X' & '201000' & '109000' &
     'P' & '201000' & '101000' &
     'K' & '201000' & '101000' &
     'B' & '201000' & '109000' &
     'C' & '503000' & '201000' &
     'Y' & '101000' & '503000'.
*>   P (POS/ATM) and K (positive-pay check) post the same legs as W —
*>   both decline/clear exactly like an ordinary WITHDRAW, just with
*>   a different front-end check. B (bill-pay) posts the same legs as
*>   X — both are an external remittance out through a processor
*>   rather than cash over a teller line. C (overdrawn-account
*>   charge-off) moves the negative deposit balance to the loss
*>   account 503000; Y (a recovery on a charged-off account) is
*>   cash in, credited back against that same loss account.
 01  GL-MAP-TABLE REDEFINES GL-MAP-VALUES.
     05  GL-MAP-ENTRY OCCURS 12 TIMES.
         10  GL-MAP-TYPE          PIC X(1).
         10  GL-MAP-DEBIT-ACCT    PIC X(6).
         10  GL-MAP-CREDIT-ACCT   PIC X(6).

*>   Month-end FX revaluation (FXREVAL.cob, FXRVREC.cpy) is not a
*>   TRANS-TYPE — no customer balance moves — so it has no entry in
*>   the table above. GLFEED.cob books an unrealized gain as a debit
*>   to the deposit liability and a credit to GL-FX-GAIN-ACCT, and a
*>   loss as a debit to GL-FX-LOSS-ACCT and a credit to the deposit
*>   liability, under GL-FX-TRANS-TYPE.
 01  GL-FX-REVAL-ACCTS.
     05  GL-FX-DEPOSIT-ACCT       PIC X(6) VALUE '201000'.
     05  GL-FX-GAIN-ACCT          PIC X(6) VALUE '402000'.
     05  GL-FX-LOSS-ACCT          PIC X(6) VALUE '502000'.
     05  GL-FX-TRANS-TYPE         PIC X(1) VALUE 'V'.
