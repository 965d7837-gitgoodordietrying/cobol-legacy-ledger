*>================================================================*
*> LEVYREC.cpy — Levy/Garnishment Order Record (168 bytes)
*> Used by: LEVY.cob, PURGE.cob (pending-levy check)
*>
*> One record per court order or agency levy served against a
*> deposit account, on LEVY.DAT. INTAKE places the 'LO'
*> stamped on the transaction, captures the hold, and flips the
*> order to Remitted. LEVY-HOLD-ID ties the order to its hold so
*> the capture lands on the right one.
*> LEVY-BENEFIT-TOTAL is the federal benefits (COMCODE.cpy's
*> BENEFIT-ORIGINATOR-TABLE) direct-deposited to the account between
*> LEVY-LOOKBACK-FROM and LEVY-LOOKBACK-TO, and LEVY-PROTECTED-AMT
*> the part of the balance at intake that protects — the lesser of
*> the two. It stays available to the customer: the hold
*> (LEVY-HOLD-AMOUNT) covers only what exceeds it, REMIT never pays
*> below it, and LEVY-NOTICE-DATE is when the protected-amount
*> notice went to the account holder (LEVYNOTICE.DAT — see
*> LVNTCREC.cpy; zero when no benefit was found). Records written
*> before these fields existed read back as trailing spaces —
*> readers class-test them and treat them as zero.
*>================================================================*
 01  LEVY-RECORD.
     05  LEVY-ID              PIC X(12).
         88  LEVY-RELEASED    VALUE 'C'.
     05  LEVY-HOLD-ID         PIC X(12).
     05  LEVY-INTAKE-DATE     PIC 9(8).
     05  LEVY-BENEFIT-TOTAL   PIC 9(10)V99.
     05  LEVY-PROTECTED-AMT   PIC 9(10)V99.
     05  LEVY-HOLD-AMOUNT     PIC 9(10)V99.
     05  LEVY-LOOKBACK-FROM   PIC 9(8).
     05  LEVY-LOOKBACK-TO     PIC 9(8).
     05  LEVY-NOTICE-DATE     PIC 9(8).
