*>================================================================*
*> SCRACHK.cpy — Servicemember Rate-Cap Lookup Work Area
*> Used by: LOANS.cob (SCRACAP, REPRICE), INTEREST.cob
*>          (ACCRUE-ODLOC-CHARGES)
*>
*> Each program that prices pre-service debt stages the Active
*> registrations on SCRA.DAT (SCRAREC.cpy) into WS-SCRA-TABLE once
*> per run with its LOAD-SCRA-REGISTRY paragraph, then moves the
*> account to WS-SCRA-ACCT-ID and the date the debt was incurred
*> (loan origination, overdraft line enrollment) to
*> WS-SCRA-DEBT-DATE and PERFORMs CHECK-SCRA-PROTECTION:
*> WS-SCRA-FLAG comes back 'Y' when a registration for the account
*> began after the debt was incurred, has begun by today, and
*> today is no later than WS-SCRA-PROTECT-END — the service end
*> date plus COMCODE.cpy's SCRA-GRACE-DAYS, or zero while the
*> member is still serving. WS-SCRA-SVC-START/-SVC-END and
*> WS-SCRA-SOURCE describe the registration matched. Same
*> shared-layout, per-program-paragraph pattern as STAYCHK.cpy.
*>================================================================*
 01  WS-SCRA-STATUS         PIC XX VALUE SPACES.
 01  WS-SCRA-LOADED         PIC X VALUE 'N'.
 01  WS-SCRA-COUNT          PIC 9(4) VALUE 0.
 01  WS-SCRA-IDX            PIC 9(4) VALUE 0.
 01  WS-SCRA-TABLE.
     05  WS-SCRA-ENTRY OCCURS 500 TIMES.
         10  WS-SCRA-T-ACCT     PIC X(10).
         10  WS-SCRA-T-START    PIC 9(8).
         10  WS-SCRA-T-END      PIC 9(8).
         10  WS-SCRA-T-SOURCE   PIC X(6).
 01  WS-SCRA-ACCT-ID        PIC X(10) VALUE SPACES.
 01  WS-SCRA-DEBT-DATE      PIC 9(8) VALUE 0.
 01  WS-SCRA-FLAG           PIC X VALUE 'N'.
 01  WS-SCRA-SVC-START      PIC 9(8) VALUE 0.
 01  WS-SCRA-SVC-END        PIC 9(8) VALUE 0.
 01  WS-SCRA-PROTECT-END    PIC 9(8) VALUE 0.
 01  WS-SCRA-SOURCE         PIC X(6) VALUE SPACES.
 01  WS-SCRA-END-WORK       PIC 9(8) VALUE 0.
