*>================================================================*
*> ACHREC.cpy — NACHA ACH File Record Layouts (94 bytes each)
*> Used by: ACHORIG.cob (WORKING-STORAGE build areas, written
*>          through a 94-byte FD line with WRITE ... FROM)
*>
*> Standard NACHA fixed-width records: file header (1), batch
*> header (5), entry detail (6), addenda (7, type 05), batch
*> control (8), file control (9). Amounts are unsigned implied-
*> decimal display digits, so 125.50 lands as 0000012550 — the
*> cents figure the format wants — with no editing. Entry hash is
*> the sum of the 8-digit RDFI routing prefixes, rightmost 10
*> digits. The file is blocked at 10 records, the last block
*> filled out with all-9 records.
*>================================================================*
 01  ACH-FILE-HEADER.
     05  ACH-FH-TYPE          PIC X(1) VALUE '1'.
     05  ACH-FH-PRIORITY      PIC X(2) VALUE '01'.
     05  ACH-FH-IMMED-DEST    PIC X(10).
     05  ACH-FH-IMMED-ORIGIN  PIC X(10).
     05  ACH-FH-CREATE-DATE   PIC 9(6).
     05  ACH-FH-CREATE-TIME   PIC 9(4).
     05  ACH-FH-FILE-ID-MOD   PIC X(1).
     05  ACH-FH-RECORD-SIZE   PIC X(3) VALUE '094'.
     05  ACH-FH-BLOCKING      PIC X(2) VALUE '10'.
     05  ACH-FH-FORMAT-CODE   PIC X(1) VALUE '1'.
     05  ACH-FH-DEST-NAME     PIC X(23).
     05  ACH-FH-ORIGIN-NAME   PIC X(23).
     05  ACH-FH-REFERENCE     PIC X(8).

 01  ACH-BATCH-HEADER.
     05  ACH-BH-TYPE          PIC X(1) VALUE '5'.
     05  ACH-BH-SVC-CLASS     PIC 9(3).
     05  ACH-BH-CO-NAME       PIC X(16).
     05  ACH-BH-CO-DISCR      PIC X(20).
     05  ACH-BH-CO-ID         PIC X(10).
     05  ACH-BH-SEC-CODE      PIC X(3).
     05  ACH-BH-ENTRY-DESC    PIC X(10).
     05  ACH-BH-DESC-DATE     PIC X(6).
     05  ACH-BH-EFF-DATE      PIC 9(6).
     05  ACH-BH-SETTLE-DATE   PIC X(3).
     05  ACH-BH-ORIG-STATUS   PIC X(1) VALUE '1'.
     05  ACH-BH-ODFI-ID       PIC X(8).
     05  ACH-BH-BATCH-NUM     PIC 9(7).

 01  ACH-ENTRY-DETAIL.
     05  ACH-ED-TYPE          PIC X(1) VALUE '6'.
     05  ACH-ED-TRAN-CODE     PIC 9(2).
     05  ACH-ED-RDFI-ID       PIC X(8).
     05  ACH-ED-CHECK-DIGIT   PIC X(1).
     05  ACH-ED-DFI-ACCOUNT   PIC X(17).
     05  ACH-ED-AMOUNT        PIC 9(8)V99.
     05  ACH-ED-INDIV-ID      PIC X(15).
     05  ACH-ED-INDIV-NAME    PIC X(22).
     05  ACH-ED-DISCR-DATA    PIC X(2).
     05  ACH-ED-ADDENDA-IND   PIC 9(1).
     05  ACH-ED-TRACE-NUM.
         10  ACH-ED-TRACE-ODFI    PIC X(8).
         10  ACH-ED-TRACE-SEQ     PIC 9(7).

 01  ACH-ADDENDA.
     05  ACH-AD-TYPE          PIC X(1) VALUE '7'.
     05  ACH-AD-TYPE-CODE     PIC X(2) VALUE '05'.
     05  ACH-AD-PAYMENT-INFO  PIC X(80).
     05  ACH-AD-SEQ-NUM       PIC 9(4).
     05  ACH-AD-ENTRY-SEQ     PIC 9(7).

 01  ACH-BATCH-CONTROL.
     05  ACH-BC-TYPE          PIC X(1) VALUE '8'.
     05  ACH-BC-SVC-CLASS     PIC 9(3).
     05  ACH-BC-ENTRY-COUNT   PIC 9(6).
     05  ACH-BC-ENTRY-HASH    PIC 9(10).
     05  ACH-BC-DEBIT-TOTAL   PIC 9(10)V99.
     05  ACH-BC-CREDIT-TOTAL  PIC 9(10)V99.
     05  ACH-BC-CO-ID         PIC X(10).
     05  ACH-BC-MAC           PIC X(19).
     05  ACH-BC-RESERVED      PIC X(6).
     05  ACH-BC-ODFI-ID       PIC X(8).
     05  ACH-BC-BATCH-NUM     PIC 9(7).

 01  ACH-FILE-CONTROL.
     05  ACH-FC-TYPE          PIC X(1) VALUE '9'.
     05  ACH-FC-BATCH-COUNT   PIC 9(6).
     05  ACH-FC-BLOCK-COUNT   PIC 9(6).
     05  ACH-FC-ENTRY-COUNT   PIC 9(8).
     05  ACH-FC-ENTRY-HASH    PIC 9(10).
     05  ACH-FC-DEBIT-TOTAL   PIC 9(10)V99.
     05  ACH-FC-CREDIT-TOTAL  PIC 9(10)V99.
     05  ACH-FC-RESERVED      PIC X(39).
