*>================================================================*
*> IDXRTREC.cpy — Loan Index Rate Record (37 bytes)
*> Used by: LOANS.cob (INDEXRATE maintenance, REPRICE)
*>
*> One record per published index value on INDEXRATE.DAT — an
*> index (IDXR-CODE, e.g. PRIME, SOFR30) and the annual rate
*> (fraction, like LOAN-RATE) that took effect on IDXR-EFF-DATE.
*> The file is a history, not a table of current values: REPRICE
*> prices each adjustable loan off the latest IDXR-EFF-DATE on or
*> before the loan's adjustment date, so a rate keyed in late
*> still prices the adjustments it should have. Re-keying a code
*> and date replaces that entry's rate (a correction).
*>================================================================*
 01  INDEX-RATE-RECORD.
     05  IDXR-CODE            PIC X(6).
     05  IDXR-EFF-DATE        PIC 9(8).
     05  IDXR-RATE            PIC 9V9(4).
     05  IDXR-ENTRY-DATE      PIC 9(8).
     05  IDXR-OPERATOR-ID     PIC X(10).
