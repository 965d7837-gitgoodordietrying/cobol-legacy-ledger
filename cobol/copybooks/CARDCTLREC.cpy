*>================================================================*
*> CARDCTLREC.cpy — Debit Card Control Settings Record (83 bytes)
*> Used by: CARDS.cob (CONTROL/CONTROLS), and for the control
*>          check (see CCTLCHK.cpy) TRANSACT.cob PROCESS-POS and
*>          VALIDATE.cob card-authorization RESERVE
*>
*> At most one record per card, on CARDCTL.DAT, keyed by CARD-ID
*> from CARDS.DAT (CARDREC.cpy). A card with no record here has no
*> controls beyond its status and daily POS cap. CCTL-BLOCKED-MCC
*> holds up to CARD-MAX-BLOCKED-MCC (COMCODE.cpy) four-digit
*> merchant category codes the customer has shut off — 7995
*> betting and casino gambling, for instance — and
*> CCTL-MCC-COUNT says how many are in use. CCTL-DOMESTIC-ONLY
*> 'Y' declines every merchant outside CARD-HOME-COUNTRY, even
*> under a travel notice: it is the customer's own block on
*> international use, where the travel notices on CARDTRVL.DAT
*> (CARDTRVREC.cpy) only lift the bank's default foreign-merchant
*> decline. A REISSUE carries the old card's record forward to
*> the replacement card.
*>================================================================*
 01  CARD-CONTROL-RECORD.
     05  CCTL-CARD-ID           PIC X(12).
     05  CCTL-ACCT-ID           PIC X(10).
     05  CCTL-DOMESTIC-ONLY     PIC X(1).
         88  CCTL-DOMESTIC-ONLY-ON VALUE 'Y'.
     05  CCTL-MCC-COUNT         PIC 9(2).
     05  CCTL-BLOCKED-MCC       PIC X(4) OCCURS 10 TIMES.
     05  CCTL-OPERATOR-ID       PIC X(10).
     05  CCTL-CHANGED-DATE      PIC 9(8).
