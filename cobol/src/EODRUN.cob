      *>  Written:     2026-08-09
      *>
      *>  Purpose:
      *>    Runs a node's end-of-day batch steps — SWEEP, PROMO,
      *>    INTEREST, CCARD, LOANS' adjustable-rate REPRICE, the
      *>    servicemember rate cap SCRACAP, AUTODEBIT
      *>    and escrow ESCDISB and ESCANALYZE, COLLECT's overdrawn
      *>    aging, FEES, RECONCILE, (when a day number is given, i.e.
      *>    the CLEARING node) SETTLE, and finally BALHIST's closing
      *>    balance snapshot — in the fixed order the batch depends
      *>    on. Each step's STDOUT is
      *>    captured and scanned for its RESULT|XX line; any step
      *>    that does not report RESULT|00 halts the chain immediately
      *>    instead of letting the next step run against a
      *>    half-updated ACCOUNTS.DAT. RECONCILE is the
      *>    one exception — its RESULT|01 means it ran to completion and
      *>    merely found something to flag, so RUN-RECONCILE accepts
      *>    RESULT|01 as well as RESULT|00 and only halts the chain on
      *>    RECONCILE's RESULT|99.
      *>
      *>  Invocation:
      *>    ./EODRUN             (spoke node: SWEEP, PROMO, INTEREST,
      *>                         CCARD, REPRICE, SCRACAP, AUTODEBIT,
      *>                         ESCDISB, ESCANALYZE, COLLECT, FEES,
      *>                         RECONCILE, BALHIST)
      *>    ./EODRUN 1           (hub node: adds SETTLE for day 1)
      *>    ./EODRUN RECONCILE   (resume: skip every step ahead of
      *>                         RECONCILE, e.g. after fixing whatever
      *>                     file fails fast with a clear smoke-test
      *>                     error instead of INTEREST or FEES failing
      *>                     midway through real account processing
      *>    2026-10-15  AKD  Added RUN-BALHIST as the last step, after
      *>                     SETTLE on the hub, so BALHIST.cob appends
      *>                     every account's closing ledger and
      *>                     available balance to BALHIST.DAT once the
      *>                     day's postings are all in; BALHIST is also
      *>                     accepted as a resume-from step
      *>    2026-10-15  AKD  PREFLIGHT now also runs VERIFY-CHAIN.cob
      *>                     after INTEGRITY; a broken TRANSACT.DAT hash
      *>                     chain (RESULT|01) halts the run
      *>    2026-10-15  AKD  Added RUN-PROMO after RUN-SWEEP:
      *>                     PROMO.cob's daily new-account bonus batch
      *>                     pays qualified bonuses ahead of INTEREST;
      *>                     PROMO is also a resume-from step name
      *>    2026-10-15  AKD  Added RUN-CCARD (CCARD.cob's daily credit
      *>                     card cycle) after INTEREST and ahead of
      *>                     FEES
      *>    2026-10-15  AKD  Added RUN-ESCDISB and RUN-ESCANALYZE after
      *>                     RUN-AUTODEBIT (CCARD, REPRICE, SCRACAP,
      *>                     AUTODEBIT, ESCDISB, ESCANALYZE): LOANS.cob's
      *>                     daily mortgage escrow disbursements and
      *>                     annual escrow analysis; both are resume-
      *>                     from step names
      *>    2026-10-15  AKD  Added RUN-AUTODEBIT (LOANS.cob's daily loan
      *>                     autopay drafts and NSF retries) after RUN-
      *>                     CCARD, ahead of the escrow steps; AUTODEBIT
      *>                     is also a resume-from step name
      *>    2026-10-15  AKD  Added RUN-REPRICE (LOANS.cob's adjustable-
      *>                     rate repricing) after CCARD, ahead of
      *>                     AUTODEBIT so a reset loan's new payment is
      *>                     what gets drafted
      *>    2026-10-15  AKD  Added RUN-COLLECT (COLLECT.cob's overdrawn-
      *>                     account aging) after the escrow steps,
      *>                     ahead of FEES; COLLECT is also a resume-
      *>                     from step name
      *>    2026-10-15  AKD  Added RUN-SCRACAP (LOANS.cob's
      *>                     servicemember rate cap) after RUN-REPRICE,
      *>                     ahead of AUTODEBIT so a capped loan's
      *>                     payment is what gets drafted; SCRACAP is
      *>                     also a resume-from step name
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
           IF WS-PREFLIGHT-MODE = 'Y' AND WS-SKIPPING NOT = 'Y'
               PERFORM RUN-SMOKETEST
               PERFORM RUN-INTEGRITY
               PERFORM RUN-VERIFY-CHAIN
           END-IF

           PERFORM RUN-SWEEP
           PERFORM RUN-PROMO
           PERFORM RUN-INTEREST
           PERFORM RUN-CCARD
           PERFORM RUN-REPRICE
           PERFORM RUN-SCRACAP
           PERFORM RUN-AUTODEBIT
           PERFORM RUN-ESCDISB
           PERFORM RUN-ESCANALYZE
           PERFORM RUN-COLLECT
           PERFORM RUN-FEES
           PERFORM RUN-RECONCILE

               PERFORM RUN-SETTLE
           END-IF

           PERFORM RUN-BALHIST

           IF WS-SKIPPING = 'Y'
      *>       Asked to resume from a step name that was never
      *>       reached (typo, or SETTLE with no day number) — every
               IF WS-CMD-TOKEN = "PREFLIGHT"
                   MOVE 'Y' TO WS-PREFLIGHT-MODE
               ELSE
                   IF WS-CMD-TOKEN = "SWEEP" OR "PROMO" OR "INTEREST"
                           OR "CCARD" OR "FEES" OR "RECONCILE"
                           OR "REPRICE" OR "SCRACAP" OR "AUTODEBIT"
                           OR "ESCDISB"
                           OR "ESCANALYZE" OR "COLLECT"
                           OR "SETTLE"
                           OR "BALHIST"
                       MOVE WS-CMD-TOKEN TO WS-START-STEP
                       MOVE 'Y' TO WS-HAVE-START-STEP
                   ELSE
           MOVE "01" TO WS-STEP-ALSO-OK
           PERFORM EXECUTE-AND-CHECK-STEP.

      *>    Third PREFLIGHT gate: VERIFY-CHAIN.cob re-proves
      *>    TRANSACT.DAT's hash chain before anything else is appended
      *>    to it. Unlike INTEGRITY's orphans, a broken chain
      *>    (RESULT|01) halts the run — posting on top of a log that's
      *>    been edited would bury the break under tonight's records.
       RUN-VERIFY-CHAIN.
           MOVE "VERIFY-CHAIN" TO WS-STEP-NAME
           MOVE "../../cobol/bin/VERIFY-CHAIN > EODRUN-STEP.OUT 2>&1"
               TO WS-STEP-CMD
           MOVE SPACES TO WS-STEP-ALSO-OK
           PERFORM EXECUTE-AND-CHECK-STEP.

      *>    Runs first, ahead of INTEREST, so a checking account that
      *>    gets swept down to its threshold accrues interest on the
      *>    post-sweep balance rather than the swept-away excess.
           MOVE SPACES TO WS-STEP-ALSO-OK
           PERFORM EXECUTE-AND-CHECK-STEP.

      *>    PROMO.cob's daily new-account bonus batch, ahead of
      *>    INTEREST so a bonus paid today is on the balance tonight's
      *>    accrual and FEES' minimum-balance test see.
       RUN-PROMO.
           MOVE "PROMO" TO WS-STEP-NAME
           MOVE "../../cobol/bin/PROMO RUN > EODRUN-STEP.OUT 2>&1"
               TO WS-STEP-CMD
           MOVE SPACES TO WS-STEP-ALSO-OK
           PERFORM EXECUTE-AND-CHECK-STEP.

       RUN-INTEREST.
           MOVE "INTEREST" TO WS-STEP-NAME
           MOVE "../../cobol/bin/INTEREST > EODRUN-STEP.OUT 2>&1"
               TO WS-STEP-CMD
           PERFORM EXECUTE-AND-CHECK-STEP.

      *>    CCARD.cob's daily credit card cycle — due-date judgment
      *>    (late fees) and statement close (interest, minimum due)
      *>    for every card whose date has come.
       RUN-CCARD.
           MOVE "CCARD" TO WS-STEP-NAME
           MOVE "../../cobol/bin/CCARD CYCLE > EODRUN-STEP.OUT 2>&1"
               TO WS-STEP-CMD
           MOVE SPACES TO WS-STEP-ALSO-OK
           PERFORM EXECUTE-AND-CHECK-STEP.

      *>    LOANS.cob's adjustable-rate repricing: every loan whose
      *>    reset date has come gets its new index-based rate and
      *>    payment, ahead of AUTODEBIT drafting that payment.
       RUN-REPRICE.
           MOVE "REPRICE" TO WS-STEP-NAME
           MOVE SPACES TO WS-STEP-CMD
           STRING "../../cobol/bin/LOANS REPRICE"
               " > EODRUN-STEP.OUT 2>&1" DELIMITED BY SIZE
               INTO WS-STEP-CMD
           END-STRING
           MOVE SPACES TO WS-STEP-ALSO-OK
           PERFORM EXECUTE-AND-CHECK-STEP.

      *>    LOANS.cob's servicemember rate cap: loans whose borrower
      *>    has gone on active duty are capped (and capped loans past
      *>    the grace period restored) after REPRICE, so AUTODEBIT
      *>    drafts the capped payment.
       RUN-SCRACAP.
           MOVE "SCRACAP" TO WS-STEP-NAME
           MOVE SPACES TO WS-STEP-CMD
           STRING "../../cobol/bin/LOANS SCRACAP"
               " > EODRUN-STEP.OUT 2>&1" DELIMITED BY SIZE
               INTO WS-STEP-CMD
           END-STRING
           MOVE SPACES TO WS-STEP-ALSO-OK
           PERFORM EXECUTE-AND-CHECK-STEP.

      *>    LOANS.cob's loan autopay: today's installment drafts and
      *>    the NSF retries that have come due. Runs ahead of the
      *>    escrow steps so the escrow it collects is in before
      *>    today's disbursements.
       RUN-AUTODEBIT.
           MOVE "AUTODEBIT" TO WS-STEP-NAME
           MOVE SPACES TO WS-STEP-CMD
           STRING "../../cobol/bin/LOANS AUTODEBIT"
               " > EODRUN-STEP.OUT 2>&1" DELIMITED BY SIZE
               INTO WS-STEP-CMD
           END-STRING
           MOVE SPACES TO WS-STEP-ALSO-OK
           PERFORM EXECUTE-AND-CHECK-STEP.

      *>    LOANS.cob's mortgage escrow: today's tax and insurance
      *>    disbursements, then the annual analysis of every escrow
      *>    account whose analysis date has come (surplus refunds
      *>    land ahead of FEES).
       RUN-ESCDISB.
           MOVE "ESCDISB" TO WS-STEP-NAME
           MOVE "../../cobol/bin/LOANS ESCDISB > EODRUN-STEP.OUT 2>&1"
               TO WS-STEP-CMD
           MOVE SPACES TO WS-STEP-ALSO-OK
           PERFORM EXECUTE-AND-CHECK-STEP.

       RUN-ESCANALYZE.
           MOVE "ESCANALYZE" TO WS-STEP-NAME
           MOVE SPACES TO WS-STEP-CMD
           STRING "../../cobol/bin/LOANS ESCANALYZE"
               " > EODRUN-STEP.OUT 2>&1" DELIMITED BY SIZE
               INTO WS-STEP-CMD
           END-STRING
           MOVE SPACES TO WS-STEP-ALSO-OK
           PERFORM EXECUTE-AND-CHECK-STEP.

      *>    COLLECT.cob's overdrawn-account aging: bucket notices,
      *>    fee stop, freeze and charge-off. Runs ahead of FEES so an
      *>    account that crossed the fee stop today is skipped by
      *>    tonight's assessment.
       RUN-COLLECT.
           MOVE "COLLECT" TO WS-STEP-NAME
           MOVE SPACES TO WS-STEP-CMD
           STRING "../../cobol/bin/COLLECT AGING"
               " > EODRUN-STEP.OUT 2>&1" DELIMITED BY SIZE
               INTO WS-STEP-CMD
           END-STRING
           MOVE SPACES TO WS-STEP-ALSO-OK
           PERFORM EXECUTE-AND-CHECK-STEP.

       RUN-FEES.
           MOVE "FEES" TO WS-STEP-NAME
           MOVE "../../cobol/bin/FEES > EODRUN-STEP.OUT 2>&1"
           MOVE SPACES TO WS-STEP-ALSO-OK
           PERFORM EXECUTE-AND-CHECK-STEP.

      *>    Always last, spoke or hub: the balance-history snapshot
      *>    has to see every posting the chain made today (sweeps,
      *>    interest, fees, and SETTLE's clearing legs on the hub) so
      *>    BALHIST.DAT holds the day's true closing position.
       RUN-BALHIST.
           MOVE "BALHIST" TO WS-STEP-NAME
           MOVE "../../cobol/bin/BALHIST > EODRUN-STEP.OUT 2>&1"
               TO WS-STEP-CMD
           MOVE SPACES TO WS-STEP-ALSO-OK
           PERFORM EXECUTE-AND-CHECK-STEP.

      *>------------------------------------------------------------*
      *> EXECUTE-AND-CHECK-STEP — runs WS-STEP-CMD, scans the
      *> captured output for RESULT|XX, and halts the whole chain on
