*>================================================================*
*> CDXREC.cpy — Check-Digit Exemption Record (28 bytes)
*> Used by: ACCOUNTS.cob (CDEXEMPT maintenance, CDREPORT, REKEY),
*>          TRANSACT.cob, VALIDATE.cob, LOANS.cob, CARDS.cob,
*>          STOPPAY.cob, LEVY.cob
*>
*> One record per legacy ACCT-ID on CHKDXMPT.DAT that predates the
*> check-digit numbering scheme (see ACCTCHK.cpy) and is allowed to
*> keep transacting until it is moved to a conforming number with
*> ACCOUNTS.cob's REKEY, which drops the old id's entry. An id with
*> no record here must carry a valid check digit in ACCT-ID
*> position 10 or every entry point refuses it with RESULT|23
*> before ACCOUNTS.DAT is ever searched.
*>================================================================*
 01  CHKDIGIT-EXEMPT-RECORD.
     05  CDX-ACCT-ID          PIC X(10).
     05  CDX-EXEMPT-DATE      PIC 9(8).
     05  CDX-OPERATOR-ID      PIC X(10).
