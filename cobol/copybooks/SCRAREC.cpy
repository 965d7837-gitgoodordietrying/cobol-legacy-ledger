*>================================================================*
*> SCRAREC.cpy — Servicemember (SCRA) Registry Record (89 bytes)
*> Used by: SCRA.cob (ADD/END/VOID/LIST/CAPRPT), and for the rate
*>          cap (see SCRACHK.cpy) LOANS.cob SCRACAP and INTEREST.cob
*>          ACCRUE-ODLOC-CHARGES
*>
*> One record per period of active military service, on SCRA.DAT,
*> keyed by the servicemember's deposit account (a loan's
*> LOAN-BORROWER-ACCT, an overdraft line's ODLOC-ACCT-ID).
*> SCRA-SERVICE-END is zero while the member is still on active
*> duty; END records it once the release date is known. Debt the
*> member took on before SCRA-SERVICE-START is capped at
*> COMCODE.cpy's SCRA-RATE-CAP from the start date through
*> SCRA-SERVICE-END plus SCRA-GRACE-DAYS, after which the batch
*> restores the contract rate. SCRA-VERIFY-SOURCE says how active
*> duty was confirmed — DMDC (Defense Manpower Data Center status
*> report), ORDERS (copy of the military orders) or LETTER (the
*> commanding officer's letter) — on SCRA-VERIFY-DATE. VOID
*> flips SCRA-STATUS to 'X' for a registration entered in error:
*> the cap lifts on the next batch run. Voided records stay on
*> file for the compliance history.
*>================================================================*
 01  SCRA-RECORD.
     05  SCRA-ACCT-ID           PIC X(10).
     05  SCRA-MEMBER-NAME       PIC X(30).
     05  SCRA-SERVICE-START     PIC 9(8).
     05  SCRA-SERVICE-END       PIC 9(8).
     05  SCRA-VERIFY-SOURCE     PIC X(6).
         88  SCRA-VERIFIED-DMDC   VALUE 'DMDC'.
         88  SCRA-VERIFIED-ORDERS VALUE 'ORDERS'.
         88  SCRA-VERIFIED-LETTER VALUE 'LETTER'.
     05  SCRA-VERIFY-DATE       PIC 9(8).
     05  SCRA-STATUS            PIC X(1).
         88  SCRA-ACTIVE        VALUE 'A'.
         88  SCRA-VOIDED        VALUE 'X'.
     05  SCRA-OPERATOR-ID       PIC X(10).
     05  SCRA-CHANGED-DATE      PIC 9(8).
