*>================================================================*
*> LVNTCREC.cpy — Protected-Amount Notice Record (115 bytes)
*> Used by: LEVY.cob
*>
*> One record per garnishment order served on an account that had
*> federal benefits direct-deposited in the lookback period,
*> appended to LEVYNOTICE.DAT by LEVY.cob's INTAKE (same append-
*> only idiom as HOLDNTCREC.cpy/HOLDNOTICE.DAT) so the branch can
*> print and mail the account holder the notice that the order was
*> received and LNTC-PROTECTED-AMT of the balance remains available
*> to them. The same figures are recorded on the LEVY.DAT order
*> itself (LEVYREC.cpy). LNTC-HOLD-AMOUNT is what the 'LO' hold
*> actually earmarks; LNTC-DEMAND-AMT the amount the order demands.
*>================================================================*
 01  LEVY-NOTICE-RECORD.
     05  LNTC-LEVY-ID          PIC X(12).
     05  LNTC-ACCT-ID          PIC X(10).
     05  LNTC-CASE-NUM         PIC X(15).
     05  LNTC-DEMAND-AMT       PIC 9(10)V99.
     05  LNTC-BENEFIT-TOTAL    PIC 9(10)V99.
     05  LNTC-PROTECTED-AMT    PIC 9(10)V99.
     05  LNTC-HOLD-AMOUNT      PIC 9(10)V99.
     05  LNTC-LOOKBACK-FROM    PIC 9(8).
     05  LNTC-LOOKBACK-TO      PIC 9(8).
     05  LNTC-DATE             PIC 9(8).
     05  LNTC-TIME             PIC 9(6).
