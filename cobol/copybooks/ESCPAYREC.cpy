*>================================================================*
*> ESCPAYREC.cpy — Escrow Payee Schedule Record (72 bytes)
*> Used by: LOANS.cob (ESCPAYEE maintenance, ESCDISB, ESCANALYZE)
*>
*> One record per recurring bill paid from a loan's escrow
*> sub-account (ESCROWREC.cpy) on ESCPAYEE.DAT: the county tax
*> collector ('T') or the hazard insurer ('I'), the bill amount and
*> the date it next falls due. Each ESCDISB run pays every Active
*> bill whose EPY-NEXT-DUE has come and moves EPY-NEXT-DUE on by
*> EPY-FREQ-MONTHS (12 annual, 6 semi-annual, 3 quarterly);
*> ESCANALYZE projects the next twelve months of bills from the
*> same two fields. EPY-SEQ numbers a loan's payees 1, 2, ... in the
*> order they were added.
*>================================================================*
 01  ESCROW-PAYEE-RECORD.
     05  EPY-LOAN-ID          PIC X(10).
     05  EPY-SEQ              PIC 9(2).
     05  EPY-KIND             PIC X(1).
         88  EPY-TAX          VALUE 'T'.
         88  EPY-INSURANCE    VALUE 'I'.
     05  EPY-PAYEE-NAME       PIC X(30).
     05  EPY-AMOUNT           PIC 9(8)V99.
     05  EPY-NEXT-DUE         PIC 9(8).
     05  EPY-FREQ-MONTHS      PIC 9(2).
     05  EPY-STATUS           PIC X(1).
         88  EPY-ACTIVE       VALUE 'A'.
         88  EPY-CANCELLED    VALUE 'C'.
     05  EPY-LAST-PAID        PIC 9(8).
