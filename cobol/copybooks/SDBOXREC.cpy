*>================================================================*
*> SDBOXREC.cpy — Safe Deposit Box Master Record Layout (63 bytes)
*> Used by: SAFEBOX.cob
*>
*> One record per physical box in a branch vault, rented or not, in
*> SAFEBOX.DAT (LINE SEQUENTIAL, loaded whole and rewritten — same
*> registry idiom as STOPREC.cpy/STOPPAY.DAT). BOX-BRANCH is the
*> same four-character code TRANS-BRANCH carries. BOX-SIZE prices
*> the annual rent off FEEREC.cpy's FEE-SDB-RENT-* schedule.
*> BOX-STATUS:
*>   'V'acant     — in inventory, free to rent
*>   'R'ented     — linked to BOX-ACCT-ID, rent current
*>   'D'elinquent — the annual rent debit failed on BOX-DELINQ-DATE;
*>                  still rented, retried by every BILL run
*>   'K' drilled  — opened after the statutory period; contents are
*>                  in bank custody on SDBINV.DAT (SDBINVREC.cpy)
*>                  until SURRENDER returns the box to inventory
*> BOX-NEXT-BILL is the date the next annual rent falls due (the
*> rental date for a new rental, so the first year bills on the
*> next BILL run). BOX-LAST-RENT is the last rent actually debited.
*>================================================================*
 01  SAFE-BOX-RECORD.
     05  BOX-ID               PIC X(8).
     05  BOX-BRANCH           PIC X(4).
     05  BOX-SIZE             PIC X(1).
         88  BOX-SIZE-SMALL   VALUE 'S'.
         88  BOX-SIZE-MEDIUM  VALUE 'M'.
         88  BOX-SIZE-LARGE   VALUE 'L'.
         88  BOX-SIZE-XLARGE  VALUE 'X'.
         88  BOX-SIZE-VALID   VALUE 'S' 'M' 'L' 'X'.
     05  BOX-STATUS           PIC X(1).
         88  BOX-VACANT       VALUE 'V'.
         88  BOX-RENTED       VALUE 'R'.
         88  BOX-DELINQUENT   VALUE 'D'.
         88  BOX-DRILLED      VALUE 'K'.
     05  BOX-ACCT-ID          PIC X(10).
     05  BOX-RENT-DATE        PIC 9(8).
     05  BOX-NEXT-BILL        PIC 9(8).
     05  BOX-DELINQ-DATE      PIC 9(8).
     05  BOX-DRILL-DATE       PIC 9(8).
     05  BOX-LAST-RENT        PIC 9(5)V99.
