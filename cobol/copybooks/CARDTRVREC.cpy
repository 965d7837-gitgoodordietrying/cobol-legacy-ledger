*>================================================================*
*> CARDTRVREC.cpy — Debit Card Travel Notice Record (58 bytes)
*> Used by: CARDS.cob (TRAVEL/TRAVELVOID/CONTROLS), and for the
*>          control check (see CCTLCHK.cpy) TRANSACT.cob PROCESS-POS
*>          and VALIDATE.cob card-authorization RESERVE
*>
*> One record per trip the customer has told us about, on
*> CARDTRVL.DAT. CTRV-COUNTRY is the ISO 3166 three-letter code
*> of the country they will be using the card in, from
*> CTRV-START-DATE through CTRV-END-DATE inclusive. While an
*> Active notice covers the merchant's country and today's date,
*> a foreign-merchant POS or authorization on the card is honored
*> (unless the card is domestic-only — see CARDCTLREC.cpy).
*> TRAVELVOID flips CTRV-STATUS to 'X' for a cancelled trip;
*> voided notices stay on file so the fraud desk can see what the
*> customer said and when.
*>================================================================*
 01  CARD-TRAVEL-RECORD.
     05  CTRV-CARD-ID           PIC X(12).
     05  CTRV-COUNTRY           PIC X(3).
     05  CTRV-START-DATE        PIC 9(8).
     05  CTRV-END-DATE          PIC 9(8).
     05  CTRV-STATUS            PIC X(1).
         88  CTRV-ACTIVE        VALUE 'A'.
         88  CTRV-VOIDED        VALUE 'X'.
     05  CTRV-OPERATOR-ID       PIC X(10).
     05  CTRV-CHANGED-DATE      PIC 9(8).
     05  CTRV-ENTERED-DATE      PIC 9(8).
