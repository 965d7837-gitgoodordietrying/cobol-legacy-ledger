*>================================================================*
*> HOLDNTCREC.cpy — Reg CC Exception Hold Notice Record (82 bytes)
*> Used by: TRANSACT.cob
*>
*> One record per exception-extended CHECK-DEPOSIT hold portion,
*> appended to HOLDNOTICE.DAT (same append-only idiom as
*> CHKITEMREC.cpy/CHKITEM.DAT) so the branch can print and hand the
*> customer the written exception-hold disclosure Regulation CC
*> requires. HNTC-HOLD-ID is the 'CX' hold on HOLDS.DAT the notice
*> covers; HNTC-TX-ID is the deposit's TRX id. HNTC-REASON-CODE is
*> one of COMCODE.cpy's REGCC-EXCEPTION-CODES (new account, repeat
*> overdraft, large deposit). HNTC-HOLD-AMOUNT is the extended
*> portion only; HNTC-DEPOSIT-AMT is the whole check.
*>================================================================*
 01  HOLD-NOTICE-RECORD.
     05  HNTC-HOLD-ID          PIC X(12).
     05  HNTC-ACCT-ID          PIC X(10).
     05  HNTC-TX-ID            PIC X(12).
     05  HNTC-HOLD-AMOUNT      PIC S9(10)V99.
     05  HNTC-DEPOSIT-AMT      PIC S9(10)V99.
     05  HNTC-RELEASE-DATE     PIC 9(8).
     05  HNTC-REASON-CODE      PIC X(2).
     05  HNTC-DATE             PIC 9(8).
     05  HNTC-TIME             PIC 9(6).
