*>================================================================*
*> SDBINVREC.cpy — Drilled Box Contents Inventory Record (86 bytes)
*> Used by: SAFEBOX.cob (INVENTORY writes), REPORTS.cob (DORMANT
*>          reads), PURGE.cob (held-item check)
*>
*> One record per item found when a delinquent box is drilled,
*> appended to SDBINV.DAT (append-only, same idiom as CHKITEM.DAT).
*> INV-ACCT-ID is the renter's account at the time of the drill.
*> INV-STATUS 'H' means the item is held in bank custody and still
*> unclaimed — REPORTS.cob's DORMANT report lists those alongside
*> the dormant accounts, since both go through the same unclaimed-
*> property/escheatment review. 'C'laimed/'E'scheated items stay on
*> file for history.
*>================================================================*
 01  SDB-INVENTORY-RECORD.
     05  INV-BOX-ID           PIC X(8).
     05  INV-BRANCH           PIC X(4).
     05  INV-ACCT-ID          PIC X(10).
     05  INV-ITEM-SEQ         PIC 9(3).
     05  INV-DESC             PIC X(40).
     05  INV-VALUE            PIC 9(10)V99.
     05  INV-DRILL-DATE       PIC 9(8).
     05  INV-STATUS           PIC X(1).
         88  INV-HELD         VALUE 'H'.
         88  INV-CLAIMED      VALUE 'C'.
         88  INV-ESCHEATED    VALUE 'E'.
