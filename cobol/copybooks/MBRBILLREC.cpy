*>================================================================*
*> MBRBILLREC.cpy — Clearing Member Billing Record (138 bytes)
*> Used by: MBRBILL.cob
*>
*> One record per member per billed month on the hub's MBRBILL.DAT
*> — the billing register. MBRBILL.cob's BILL refuses to bill a
*> member twice for the same MB-PERIOD, so a re-run after a partial
*> failure only picks up the members not yet billed. MB-TRANS-ID is
*> the TRANS-TYPE 'F' posting on TRANSACT.DAT against the member's
*> NST-BANK-x nostro (spaces when the month priced to zero).
*>================================================================*
 01  MEMBER-BILL-RECORD.
     05  MB-PERIOD            PIC X(6).
     05  MB-BANK-LETTER       PIC X(1).
     05  MB-SUBMITTED         PIC 9(7).
     05  MB-SETTLED           PIC 9(7).
     05  MB-EXCEPTIONS        PIC 9(7).
     05  MB-RETURNS           PIC 9(7).
     05  MB-GROSS-VOL         PIC S9(13)V99.
     05  MB-BASE-FEE          PIC 9(7)V99.
     05  MB-ITEM-FEE          PIC 9(7)V99.
     05  MB-EXCEPTION-FEE     PIC 9(7)V99.
     05  MB-RETURN-FEE        PIC 9(7)V99.
     05  MB-VOLUME-FEE        PIC 9(7)V99.
     05  MB-TOTAL-FEE         PIC 9(8)V99.
     05  MB-TRANS-ID          PIC X(12).
     05  MB-BILLED-DATE       PIC 9(8).
     05  MB-OPERATOR-ID       PIC X(10).
