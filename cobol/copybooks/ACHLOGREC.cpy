*>================================================================*
*> ACHLOGREC.cpy — ACH Origination File Log Record (98 bytes)
*> Used by: ACHORIG.cob
*>
*> One record per NACHA file ACHORIG.cob writes, appended to the
*> hub's ACHFILE.DAT. ACHL-FILE-ID ("ACH" + YYMMDD + the header's
*> file ID modifier) is also the name of the file written
*> (<file-id>.DAT) and the mark stamped on every item it carried;
*> the day's existing entries decide the next modifier (A, B, ...).
*> The counts, hash and totals are the file control record's.
*>================================================================*
 01  ACH-LOG-RECORD.
     05  ACHL-FILE-ID         PIC X(10).
     05  ACHL-CREATED-DATE    PIC 9(8).
     05  ACHL-CREATED-TIME    PIC 9(6).
     05  ACHL-BATCH-COUNT     PIC 9(6).
     05  ACHL-ENTRY-COUNT     PIC 9(8).
     05  ACHL-ENTRY-HASH      PIC 9(10).
     05  ACHL-DEBIT-TOTAL     PIC 9(10)V99.
     05  ACHL-CREDIT-TOTAL    PIC 9(10)V99.
     05  ACHL-OPERATOR-ID     PIC X(10).
     05  FILLER               PIC X(16).
