*> ================================================================
*> PCARDREC.cpy — Payroll Card Enrollment Record (58 bytes,
*> LINE SEQUENTIAL)
*> Used by: PAYCARD.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per payroll-card
*> enrollment on PAYCARD.DAT, the registry PAYCARD.cob keeps of
*> the deposit account and debit card it opened on the bank's own
*> ledger for an employee with no bank account of their own
*> (EMP-PAY-METHOD 'P'). Records are never deleted: a closed card
*> stays on file with status C, and the registry count drives the
*> next PCD- account number, so a number is never handed out twice.
*>
*> PCRD-STATUS:
*>   A — active; PAYROLL.cob credits pay to the account each run
*>   D — drawing down; the employee has terminated but the account
*>       still holds a balance, so the card stays live until it is
*>       spent to zero (PAYCARD.cob DRAWDOWN)
*>   C — closed; account closed and card retired at zero balance
*> PCRD-STATUS-DAY is the day the status last changed.
*>
*> Layout (58 bytes total):
*>   Bytes 01-07:  PCRD-EMP-ID       PIC X(7)
*>   Bytes 08-15:  PCRD-BANK-CODE    PIC X(8)
*>   Bytes 16-25:  PCRD-ACCT-ID      PIC X(10)
*>   Bytes 26-37:  PCRD-CARD-ID      PIC X(12)
*>   Bytes 38-41:  PCRD-LAST-4       PIC X(4)
*>   Bytes 42-49:  PCRD-ENROLL-DAY   PIC 9(8)
*>   Byte  50:     PCRD-STATUS       PIC X(1)
*>   Bytes 51-58:  PCRD-STATUS-DAY   PIC 9(8)
*>
 01  PAYCARD-RECORD.
     05  PCRD-EMP-ID             PIC X(7).
     05  PCRD-BANK-CODE          PIC X(8).
     05  PCRD-ACCT-ID            PIC X(10).
     05  PCRD-CARD-ID            PIC X(12).
     05  PCRD-LAST-4             PIC X(4).
     05  PCRD-ENROLL-DAY         PIC 9(8).
     05  PCRD-STATUS             PIC X(1).
         88  PCRD-ACTIVE         VALUE 'A'.
         88  PCRD-DRAWING-DOWN   VALUE 'D'.
         88  PCRD-CLOSED         VALUE 'C'.
     05  PCRD-STATUS-DAY         PIC 9(8).
