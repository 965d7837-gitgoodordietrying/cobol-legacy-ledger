*>================================================================*
*> TAXSTREC.cpy — Account Holder Tax-Status Record
*> (59 bytes, LINE SEQUENTIAL)
*> Used by: ACCOUNTS.cob (TAXSTAT maintenance), INTEREST.cob,
*>          REPORTS.cob (INT-1099, NRA-1042S)
*>
*> One record per account whose holder's tax status has been
*> documented, on TAXSTAT.DAT. An account with no record is
*> treated as a US person, as every account was before the file
*> existed. A foreign person (TST-STATUS 'F') is never reported on
*> the 1099-INT; INTEREST.cob's POST-INTEREST instead withholds
*> nonresident-alien tax on each interest accrual — at
*> TST-TREATY-RATE while the W-8 on file is unexpired, at
*> COMCODE.cpy's NRA-DEFAULT-RATE when there is none
*> (TST-W8-TYPE 'NONE') or it has lapsed, nothing when the
*> interest is exempt (TST-EXEMPT 'Y', honored only under a
*> valid W-8) — and writes the 1042-S detail to NRAWHOLD.DAT.
*> TST-RECERT-DATE is the date INTEREST.cob sent the holder a
*> recertification notice for the lapsed W-8 (W8NOTICE.DAT), so
*> it goes out once per lapse; re-documenting the account through
*> ACCOUNTS.cob's TAXSTAT clears it.
*>================================================================*
 01  TAX-STATUS-RECORD.
     05  TST-ACCT-ID          PIC X(10).
     05  TST-STATUS           PIC X(1).
         88  TST-US-PERSON    VALUE 'U'.
         88  TST-FOREIGN      VALUE 'F'.
     05  TST-COUNTRY          PIC X(2).
     05  TST-W8-TYPE          PIC X(6).
         88  TST-W8-BEN       VALUE 'W8BEN '.
         88  TST-W8-BEN-E     VALUE 'W8BENE'.
         88  TST-NO-W8        VALUE 'NONE  '.
     05  TST-TREATY-RATE      PIC 9V9(4).
     05  TST-CERT-EXPIRY      PIC 9(8).
     05  TST-EXEMPT           PIC X(1).
         88  TST-INTEREST-EXEMPT VALUE 'Y'.
     05  TST-EFFECTIVE-DATE   PIC 9(8).
     05  TST-OPERATOR-ID      PIC X(10).
     05  TST-RECERT-DATE      PIC 9(8).
