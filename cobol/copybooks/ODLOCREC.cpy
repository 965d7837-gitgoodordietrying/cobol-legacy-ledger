*>================================================================*
*> ODLOCREC.cpy — Overdraft Line-of-Credit Enrollment Record
*> (68 bytes, LINE SEQUENTIAL)
*> Used by: ACCOUNTS.cob (ODLOC enrollment), TRANSACT.cob (draws),
*>          INTEREST.cob (finance-charge accrual, SCRA rate cap),
*>          SCRA.cob (CAPRPT)
*>
*> One record per checking account enrolled in the overdraft line
*> of credit, on ODLOC.DAT (same registry-file shape as SWEEP.DAT).
*> first by construction: a credit to a negative balance retires
*> the draw before any spendable balance exists. Accounts not
*> enrolled keep the old flat WS-OVERDRAFT-LIMIT-plus-fee handling.
*> ODLOC-SCRA-STATUS 'C' marks a line INTEREST.cob has capped under
*> the Servicemembers Civil Relief Act — the holder is on the
*> servicemember registry (SCRA.DAT — SCRAREC.cpy) with service
*> that began after ODLOC-ENROLL-DATE: ODLOC-RATE is held at
*> COMCODE.cpy's SCRA-RATE-CAP from ODLOC-SCRA-CAP-DATE while
*> ODLOC-SCRA-ORIG-RATE keeps the contract rate (a re-enrollment
*> while capped changes that one), and ODLOC-SCRA-FORGIVEN adds up
*> each day's finance charge above the cap. When the protected
*> period ends the contract rate is restored and the status goes
*> to 'R' with ODLOC-SCRA-RESTORE-DATE. Space (and records written
*> before these fields existed) means never capped.
*>================================================================*
 01  ODLOC-RECORD.
     05  ODLOC-ACCT-ID        PIC X(10).
         88  ODLOC-ACTIVE     VALUE 'A'.
         88  ODLOC-CANCELLED  VALUE 'C'.
     05  ODLOC-ENROLL-DATE    PIC 9(8).
     05  ODLOC-SCRA-STATUS    PIC X(1).
         88  ODLOC-SCRA-CAPPED   VALUE 'C'.
         88  ODLOC-SCRA-RESTORED VALUE 'R'.
     05  ODLOC-SCRA-ORIG-RATE PIC 9V9(4).
     05  ODLOC-SCRA-CAP-DATE  PIC 9(8).
     05  ODLOC-SCRA-RESTORE-DATE PIC 9(8).
     05  ODLOC-SCRA-FORGIVEN  PIC 9(8)V99.
