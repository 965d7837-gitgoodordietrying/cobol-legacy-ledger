*>================================================================*
*> CARDREC.cpy — Debit Card Registry Record Layout (47 bytes)
*> Used by: CARDS.cob (maintenance), TRANSACT.cob (PROCESS-POS),
*>          VALIDATE.cob (card-authorization RESERVE)
*>
*> One record per physical card ever issued, on CARDS.DAT. A card
*> stays on file for life: HOTLIST flips CARD-STATUS to 'H' (lost/
