*>================================================================*
*> IOLREMREC.cpy — IOLTA Remittance Detail Record (132 bytes)
*> Used by: INTEREST.cob (writer), REPORTS.cob (IOLTA extract)
*>
*> One record per interest sweep POST-INTEREST takes from an
*> IOLTA trust account (see IOLTAREC.cpy), appended to
*> IOLTAREM.DAT. IOLREM-AVG-BALANCE is the balance the accrual was
*> computed on; IOLREM-SVC-CHARGES is the portion of the period's
*> service-charge ('F') postings on the account netted against the
*> interest (never more than the interest itself), and
*> IOLREM-NET-REMITTED what actually went to IOLTA-REMIT-ACCT-ID —
*> so IOLREM-INTEREST = IOLREM-SVC-CHARGES + IOLREM-NET-REMITTED.
*> IOLREM-TX-ID is the gross interest posting's TRX id on
*> TRANSACT.DAT. REPORTS.cob's IOLTA operation rolls this file up
*> by month into the foundation's remittance report.
*>================================================================*
 01  IOLTA-REMIT-RECORD.
     05  IOLREM-PERIOD        PIC 9(6).
     05  IOLREM-ACCT-ID       PIC X(10).
     05  IOLREM-FIRM-NAME     PIC X(40).
     05  IOLREM-AVG-BALANCE   PIC S9(10)V99.
     05  IOLREM-INTEREST      PIC S9(10)V99.
     05  IOLREM-SVC-CHARGES   PIC S9(10)V99.
     05  IOLREM-NET-REMITTED  PIC S9(10)V99.
     05  IOLREM-TX-ID         PIC X(12).
     05  IOLREM-DATE          PIC 9(8).
     05  FILLER               PIC X(08).
