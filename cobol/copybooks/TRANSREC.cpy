*>================================================================*
*> TRANSREC.cpy — Transaction Record Layout (205 bytes)
*> Used by: TRANSACT.cob, REPORTS.cob, VALIDATE.cob, ACCOUNTS.cob,
*>          ARCHIVE.cob, BILLACK.cob, CCARD.cob, CHKORDER.cob,
*>          COLLECT.cob, FEES.cob, FIN314.cob, GLFEED.cob,
*>          INTEGRITY.cob, INTEREST.cob, KITESCAN.cob, LEVY.cob,
*>          LOANS.cob, MASKDATA.cob, MBRBILL.cob, PROMO.cob,
*>          PURGE.cob, RECONCILE.cob, RISKRATE.cob, SAFEBOX.cob,
*>          SARSCAN.cob, SETTLE.cob, SIMULATE.cob, SMOKETEST.cob,
*>          STOPPAY.cob, SWEEP.cob, VERIFY-CHAIN.cob. EODRUN.cob
*>          checks the chain through VERIFY-CHAIN in PREFLIGHT, and
*>          payroll's payroll-card credits (PAYROLL.cob P-070-
*>          PAYCARD-CREDIT) post through TRANSACT DEPOSIT rather
*>          than writing the file directly.
*> Every writer appends through the TRANS-CHAIN-HASH stamp below;
*> TRANS-TYPE now also carries 'M' memo, 'C' charge-off and 'Y'
*> recovery records (see below).
*> TRANS-REVERSAL-OF holds the TRANS-ID being reversed when
*> TRANS-TYPE is 'R'; SPACES for every other transaction type.
*> TRANS-CLIENT-REF is an optional caller-supplied dedup key on
*> TRANS-TYPE 'F' record at its source (COMCODE.cpy's
*> FEE-REASON-CODES: MNT maintenance, LOW low-balance, WIR wire,
*> ODF overdraft, CDP CD early-withdrawal penalty, STP stop-payment
*> placement, RET returned item, LCI overdraft-line finance charge,
*> CCI credit card interest, CCL credit card late fee, LLC loan
*> late charge — posted under the loan id, see LOANREC.cpy)
*> so fee income no longer has to be rebuilt by grepping TRANS-DESC
*> free text — see REPORTS.cob's FEE-INCOME. Spaces on non-fee
*> records and on fee records written before the field existed
*> (readers bucket those as UNK).
*> The one non-fee use: PROMO.cob's new-account bonus is an 'I'
*> record stamped PROMO-BONUS-REASON ('PRB', COMCODE.cpy), which
*> is how it is told apart from accrued interest.
*> TRANS-CHANNEL/TRANS-BRANCH record where a transaction came from
*> — channel (TLR teller, ATM, MOB mobile, SYS system batch, ...)
*> and originating branch code, supplied as trailing command-line
*> CHANNEL report and SARSCAN.cob's branch-hopping pass read them;
*> records written before the fields existed read back as spaces
*> and bucket as UNK.
*> TRANS-TYPE 'M' is a zero-amount memo that moves no money — it
*> marks an event on the account's history for the statement, e.g.
*> ACCOUNTS.cob's CONVERT product change ("PRODUCT CONVERSION C TO
*> S"). Balance and GL readers add it as zero or skip it (it has
*> no GLCODE.cpy map entry on purpose). INTEREST.cob reads the
*> CONVERT memo's date and old type (TRANS-DESC position 20) to
*> split that month's interest between the two products.
*> TRANS-TYPE 'C' is COLLECT.cob's charge-off of an overdrawn
*> deposit account: a credit that brings the negative balance back
*> to zero as the account is closed, booked against the loss GL
*> account rather than the customer. TRANS-TYPE 'Y' is a recovery
*> collected on a charged-off account afterwards (a DEPOSIT to it,
*> or COLLECT.cob's RECOVER): the money is booked back against the
*> loss account and the closed account's balance stays zero, so
*> balance readers add it as zero like a memo. See ODAGEREC.cpy.
*> TRANS-CHAIN-HASH makes TRANSACT.DAT tamper-evident: every writer
*> stamps it, just ahead of the WRITE, with a hash of the whole
*> record (this field blank) followed by the previous record's
*> hash — see TXCHAIN.cpy for the algorithm and the per-program
*> LOAD-CHAIN-ANCHOR/STAMP-CHAIN-HASH paragraphs, and
*> VERIFY-CHAIN.cob for the check. Editing, inserting or deleting
*> any record breaks every link after it. Records written before
*> the field existed read back as spaces and are treated as
*> unchained history ahead of the chain's first link.
*>================================================================*
 01  TRANSACTION-RECORD.
     05  TRANS-ID             PIC X(12).
         88  TRANS-POS        VALUE 'P'.
         88  TRANS-CHECK      VALUE 'K'.
         88  TRANS-BILLPAY    VALUE 'B'.
         88  TRANS-MEMO       VALUE 'M'.
         88  TRANS-CHARGEOFF  VALUE 'C'.
         88  TRANS-RECOVERY   VALUE 'Y'.
     05  TRANS-AMOUNT         PIC S9(10)V99.
     05  TRANS-DATE           PIC 9(8).
     05  TRANS-TIME           PIC 9(6).
     05  TRANS-FEE-REASON     PIC X(3).
     05  TRANS-CHANNEL        PIC X(3).
     05  TRANS-BRANCH         PIC X(4).
     05  TRANS-CHAIN-HASH     PIC X(16).
