*>================================================================*
*> PURGEREC.cpy — Purged Account Registry Record (66 bytes)
*> Used by: PURGE.cob (writes), ACCOUNTS.cob (CREATE/REKEY refuse a
*>          retired account number), REPORTS.cob (STATEMENT finds a
*>          purged account's archive)
*>
*> One record per closed account PURGE.cob has moved out of
*> ACCOUNTS.DAT, appended to PURGED.DAT (append-only, LINE
*> SEQUENTIAL; nothing rewrites it). PRG-ARCHIVE-FILE names the
*> dated ACCOUNTS-ARCHIVE-YYYYMMDD.DAT holding the account's final
*> ACCTREC.cpy image, so a statement can still be produced. The
*> account number itself stays retired forever — an entry here is
*> what stops CREATE handing it to a new customer.
*>================================================================*
 01  PURGED-RECORD.
     05  PRG-ACCT-ID          PIC X(10).
     05  PRG-CLOSED-DATE      PIC 9(8).
     05  PRG-PURGE-DATE       PIC 9(8).
     05  PRG-ARCHIVE-FILE     PIC X(40).
