      *>    to the TRANSACT.DAT sequential log file.
      *>
      *>  Operations (via command-line argument):
      *>    DEPOSIT   — Credit funds to an account. Into an IRA
      *>                (IRA.DAT — see IRAREC.cpy) it is a contribution
      *>                for the current tax year, or the prior one when
      *>                a 4-digit <tax-year> rides in the target slot
      *>                on or before IRA-PRIOR-YEAR-CUTOFF, and
      *>                declines RESULT|25 past the owner's annual
      *>                limit (command line: DEPOSIT <acct-id>
      *>                <amount> [<tax-year>] ...)
      *>    WITHDRAW  — Debit funds with NSF + limit checks. From an
      *>                IRA it is a distribution, coded for the 1099-R
      *>                from the owner's age unless a code rides in the
      *>                target slot (command line: WITHDRAW <acct-id>
      *>                <amount> [NORMAL|EARLY|ROLLOVER] ...)
      *>    TRANSFER  — Move funds between two accounts
      *>    WIRE      — Outbound wire/ACH to an external account;
      *>                debits the principal plus a flat wire fee
      *>                Also enforces the card's own daily POS cap
      *>                (CARD-DAILY-POS-LIMIT) against the card's
      *>                cumulative same-day POS debits — RESULT|02
      *>                — and the card's controls (CARDCTL.DAT,
      *>                CARDTRVL.DAT): a blocked merchant category, a
      *>                foreign merchant on a domestic-only card, or
      *>                a foreign merchant with no travel notice
      *>                declines RESULT|30 and is logged to
      *>                CARDCTLLOG.DAT (command line: POS <acct-id>
      *>                <amount> <card-last-4> <desc> [operator-id]
      *>                [channel] [branch] [presenter] [mcc]
      *>                [country]). While ATM-FOREIGN-FEE-SWITCH
      *>                is on, a withdrawal arriving on channel ATF
      *>                (another bank's ATM) is charged the
      *>                out-of-network ATM fee as its own 'F' record
      *>                (FEE-ATM-FOREIGN, reason ATF) unless the
      *>                account is fee-exempt, fee-stopped or stayed
      *>    CHECK-DEPOSIT — Deposit a paper check; credits the ledger
      *>                balance like an ordinary DEPOSIT but also places
      *>                an Active hold on HOLDS.DAT (same file/format as
      *>                (command line: CHECK-DEPOSIT <acct-id> <amount>
      *>                <float-days-or-NONE> <payee> <image-hash> <desc>;
      *>                NONE/omitted float-days uses CHECK-FLOAT-
      *>                DEFAULT-DAYS). The hold is split under the
      *>                Reg CC availability schedule (COMCODE.cpy's
      *>                REGCC-SETTINGS): an immediate portion posts
      *>                with no hold, and the next-day, scheduled and
      *>                exception-extended portions are each their own
      *>                HOLDS.DAT record and release date; an exception
      *>                portion also queues a HOLDNOTICE.DAT customer
      *>                disclosure — see APPLY-REGCC-SCHEDULE
      *>    BATCH     — Process pipe-delimited batch input file
      *>    PBATCH    — Run BATCH-INPUT.DAT as 2-9 concurrent
      *>                partition jobs split by account range
      *>                (command line: PBATCH <partitions> [branch]
      *>                [presenter] [operator-id]). Lines are cut
      *>                into contiguous ACCT-ID ranges of about equal
      *>                line count; a TRANSFER whose target lies in
      *>                another range is a barrier, posted by this
      *>                coordinator once every partition has reached
      *>                it, so per-account order is what a single
      *>                BATCH run would apply. The plan and each
      *>                partition's progress sit on BATCH-CKPT.DAT,
      *>                so a rerun after a failure resumes every
      *>                partition where it stopped. Results merge
      *>                onto BATCH-RESULT.DAT and one BATCH-SUMMARY
      *>                record — see PROCESS-PARALLEL-BATCH
      *>    PBATCH-PART — One partition job, launched by PBATCH
      *>                (command line: PBATCH-PART <nn> <from-line>
      *>                <to-line> [operator-id]); not for direct use
      *>    BATCH-COMPARE — Compare two BATCH-RESULT files line by
      *>                line (command line: BATCH-COMPARE <file-1>
      *>                <file-2>), the parity check between a
      *>                PBATCH run and a single-stream BATCH run
      *>    REVERSAL  — Back out a prior DEPOSIT/WITHDRAW by TRX id
      *>                (command line: REVERSAL <orig-trx-id>)
      *>    SCHEDULE  — Queue a WITHDRAW/TRANSFER for a future
      *>                check declines RC-CHECK-MISMATCH instead of
      *>                paying; REPORTS.cob's OUTSTANDING operation is
      *>                the companion register of what's still open
      *>    OFFICIAL-CHECK — Sell an official (cashier's) check:
      *>                debits the purchaser's account (or takes cash),
      *>                credits COMCODE.cpy's OFFCHK-LIAB-ACCT-ID
      *>                liability account, numbers the item from
      *>                OFCKSEQ.DAT and registers it on POSPAY.DAT
      *>                against the liability account, so CHECK pays it
      *>                when presented (command line: OFFICIAL-CHECK
      *>                <acct-id|CASH> <amount> <payee> <remitter|NONE>;
      *>                underscores in payee/remitter print as spaces,
      *>                NONE takes the account holder's name). The
      *>                debit gets WITHDRAW's status/authority/limit
      *>                checks but never overdraws — declines
      *>                RESULT|01 short of the full amount
      *>    VOID-OFFICIAL — Stop an outstanding official check the
      *>                purchaser reports lost: its POSPAY.DAT entry is
      *>                Voided and the OFFCHK.DAT item waits out
      *>                OFFCHK-INDEMNITY-DAYS for REPLACE-LOST
      *>                (command line: VOID-OFFICIAL <check-num>);
      *>                RESULT|28 if it isn't an outstanding item
      *>    REPLACE-LOST — Daily batch step: reissues every lost
      *>                official check whose indemnity wait is over
      *>                under a new number, same payee and amount
      *>    CHECK     — Post a check withdrawal; same checks as
      *>                WITHDRAW, but declines up front with
      *>                RESULT|14 (suspected altered/counterfeit check)
      *>                unless an Issued POSPAY.DAT entry matches the
      *>                account, check number, and amount exactly; an
      *>                account with no POSPAY.DAT entries is instead
      *>                held to the check-book ranges on CHKORDER.DAT
      *>                (CHKORDER.cob), and a check number already
      *>                paid on the account declines RESULT|15
      *>                (command line: CHECK <acct-id> <amount>
      *>                <check-num> <desc>)
      *>    REPRESENT — Daily batch step: scans REPRESENT.DAT for
      *>                POST-DUE; re-checks the stop-payment registry
      *>                on every retry and gives up after
      *>                REPRESENT-MAX-ATTEMPTS retries
      *>                (see QUEUE-REPRESENTMENT/PROCESS-REPRESENT);
      *>                an item against a debtor in an open bankruptcy
      *>                case (BANKRUPT.DAT) is held a retry period
      *>                without using an attempt and logged to
      *>                STAYSKIP.DAT
      *>    CHECK-RETURN — Claw back a deposited check the drawee bank
      *>                returned unpaid: debits the deposit back (a
      *>                TRANS-TYPE 'R' record linked via
      *>
      *>  Files:
      *>    Input/Output: ACCOUNTS.DAT  (INDEXED, keyed on ACCT-ID, 148-byte)
      *>    Output:       TRANSACT.DAT  (LINE SEQUENTIAL, 205-byte)
      *>    Input:        BATCH-INPUT.DAT (pipe-delimited batch)
      *>    I-O:          TXSEQ.DAT (1-record TRX-n sequence counter)
      *>    I-O:          BATCH-CKPT.DAT (1-record batch checkpoint —
      *>                  last WS-BATCH-SEQ line successfully applied;
      *>                  during PBATCH, the partition plan instead —
      *>                  see PBPLANREC.cpy)
      *>    I-O:          BATCH-CKPT-Pnn.DAT (PBATCH partition nn's
      *>                  own live checkpoint, folded back onto the
      *>                  plan by the coordinator)
      *>    Output:       BATCH-RESULT.DAT (LINE SEQUENTIAL, 76-byte —
      *>                  one outcome per batch line, BATCH or merged
      *>                  PBATCH; see BRESREC.cpy)
      *>    Output:       BATCH-RESULT-Pnn.DAT, PBATCH-Pnn.OUT
      *>                  (PBATCH partition nn's results and trace)
      *>    Output:       CTR.DAT (LINE SEQUENTIAL, 90-byte — Currency
      *>                  Transaction Report records for compliance,
      *>                  see WRITE-CTR-RECORD)
      *>                  CHECK-ITEM-RECORD)
      *>    Output:       OPLOG.DAT (LINE SEQUENTIAL, appended — one
      *>                  record per invocation, see APPEND-OPLOG-ENTRY)
      *>    Output:       HOLDNOTICE.DAT (LINE SEQUENTIAL, 82-byte,
      *>                  append-only — Reg CC exception-hold notices,
      *>                  see WRITE-HOLD-NOTICE-RECORD)
      *>    Input:        BRANCH.DAT (LINE SEQUENTIAL, 67-byte — branch
      *>                  master maintained by BRANCHES.cob; see
      *>                  CHECK-ENTRY-BRANCH)
      *>    Input:        CHKORDER.DAT (LINE SEQUENTIAL, 51-byte —
      *>                  check-book order registry maintained by
      *>                  CHKORDER.cob; see CHECK-ORDERED-RANGE)
      *>    Input:        CUSTODY.DAT (LINE SEQUENTIAL, 119-byte —
      *>                  custodial (UTMA) registry maintained by
      *>                  ACCOUNTS.cob; see CHECK-CUSTODIAN-DEBIT)
      *>    Input:        SIGNERS.DAT (LINE SEQUENTIAL, 108-byte —
      *>                  signer/POA registry maintained by
      *>                  ACCOUNTS.cob; see CHECK-SIGNER-AUTHORITY)
      *>    Input:        KYC.DAT (LINE SEQUENTIAL, 91-byte — owner's
      *>                  ID document; see CHECK-SIGNER-AUTHORITY)
      *>    I-O:          OFFCHK.DAT (LINE SEQUENTIAL, 160-byte —
      *>                  official check register; loaded whole and
      *>                  rewritten, the same idiom as POSPAY.DAT)
      *>    I-O:          OFCKSEQ.DAT (1-record official check number
      *>                  counter)
      *>    Input:        BANKRUPT.DAT (LINE SEQUENTIAL, 118-byte
      *>                  bankruptcy registry kept by BANKRUPT.cob —
      *>                  REPRESENT and the overdraft fee; absent file
      *>                  tolerated)
      *>    Output:       STAYSKIP.DAT (LINE SEQUENTIAL, appended —
      *>                  128-byte collection actions held back for a
      *>                  bankruptcy stay)
      *>    Input:        CARDCTL.DAT (LINE SEQUENTIAL, 83-byte — card
      *>                  controls kept by CARDS.cob; absent file
      *>                  tolerated)
      *>    Input:        CARDTRVL.DAT (LINE SEQUENTIAL, 58-byte —
      *>                  card travel notices kept by CARDS.cob)
      *>    Output:       CARDCTLLOG.DAT (LINE SEQUENTIAL, appended —
      *>                  103-byte POS declines by a card control)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout (145 bytes)
      *>    TRANSREC.cpy  — Transaction record layout (205 bytes)
      *>    TXCHAIN.cpy   — TRANSACT.DAT hash-chain work area
      *>    OBCTL.cpy     — OUTBOUND/SETTLED batch control work area
      *>    SEQREC.cpy    — Transaction sequence record layout
      *>    CTRREC.cpy    — Currency Transaction Report record layout
      *>    SCHEDREC.cpy  — Scheduled transaction record layout
      *>    REPRESENTREC.cpy — NSF re-presentment queue record layout
      *>    BILLPAYREC.cpy — Payee-remittance record layout
      *>    CHKITEMREC.cpy — Deposited check-item record layout
      *>    HOLDNTCREC.cpy — Reg CC exception-hold notice record layout
      *>    BRANCHREC.cpy — Branch master record layout (67 bytes)
      *>    CHKORDREC.cpy — Check-book order registry record layout
      *>    IRAREC.cpy    — IRA account flag record layout
      *>    IRATXREC.cpy  — IRA contribution/distribution record layout
      *>    UTMAREC.cpy   — Custodial (UTMA) account record layout
      *>    SIGNREC.cpy   — Authorized signer / POA record layout
      *>    KYCREC.cpy    — Customer identification record layout
      *>    OFCKREC.cpy   — Official check register record layout
      *>    BKRPTREC.cpy  — Bankruptcy filing registry record layout
      *>    STAYSKREC.cpy — Automatic-stay skip log record layout
      *>    STAYCHK.cpy   — Automatic-stay lookup work area
      *>    CARDCTLREC.cpy — Debit card control settings record layout
      *>    CARDTRVREC.cpy — Debit card travel notice record layout
      *>    CCLOGREC.cpy  — Card control decline log record layout
      *>    CCTLCHK.cpy   — Card control check work area
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O paragraphs
      *>    OPLOGREC.cpy  — Shared operator session log record layout
      *>    PBPLANREC.cpy — PBATCH partition plan record layout
      *>    BRESREC.cpy   — Batch line result record layout
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Success: OK|TYPE|TX-ID|ACCT-ID|NEW-BALANCE
      *>    the far side, same as WS-IN-AMOUNT/the source account's own
      *>    currency when no FX conversion applied — see CONVERT-
      *>    CURRENCY/LOOKUP-FX-RATE
      *>    CHECK-DEPOSIT/DEPOSIT-TICKET/RDC-BATCH also print one
      *>    REGCC|HOLD-ID|REASON|AMOUNT|RELEASE-DATE line per hold
      *>    portion written, after a REGCC|IMMEDIATE|AMOUNT line for
      *>    any unheld immediate portion
      *>    Batch:   Columnar trace (see Supplement A)
      *>    PBATCH:  PBATCH-PLAN|PART|LOW-ID|HIGH-ID|LINES|LAST-SEQ per
      *>             partition, PBATCH-PHASE|FROM|TO|JOBS and
      *>             PBATCH-PART-RESULT|PART|XX per phase, the
      *>             barrier transfers' own trace lines, then
      *>             PBATCH-MERGED|BATCH-ID and the batch summary
      *>    BATCH-COMPARE: COMPARE-DIFF|SEQ|<record-1>|<record-2> per
      *>             differing line, then COMPARE-TOTALS|COMPARED|DIFFS
      *>    Result:  RESULT|XX  (where XX = status code)
      *>
      *>  Exit Codes:
      *>                card-not-present)
      *>    RESULT|14 — Check mismatch (CHECK doesn't match an Issued
      *>                POSPAY.DAT entry on account, check number, and
      *>                amount — suspected altered/counterfeit check;
      *>                or, on an account not on positive pay, the
      *>                check number is outside every CHKORDER.DAT
      *>                range ordered for it)
      *>    RESULT|15 — Duplicate check item (CHECK-DEPOSIT matches an
      *>                amount/payee/image-hash already on file in
      *>                CHKITEM.DAT — see CHECK-DUPLICATE-ITEM), or
      *>                CHECK's check number was already paid on the
      *>                account (see CHECK-PAID-CHECK-NUM)
      *>    RESULT|16 — Account under legal hold (ACCT-STATUS 'L') —
      *>                blocks a debit the same as RESULT|04, but
      *>                DEPOSIT/CHECK-DEPOSIT/interest still post
      *>                token — use WIRE-BY-TEMPLATE or confirm)
      *>    RESULT|22 — Template error (WIRE-BY-TEMPLATE id unknown,
      *>                not Active, or amount over the template cap)
      *>    RESULT|23 — Malformed account number: the ACCT-ID (or a
      *>                transfer/standing target) fails its check
      *>                digit and isn't exempted on CHKDXMPT.DAT —
      *>                refused before any lookup (see ACCTCHK.cpy)
      *>    RESULT|24 — Invalid branch: TRANS-BRANCH is not on
      *>                BRANCH.DAT or the branch is Closed
      *>    RESULT|25 — IRA contribution limit: the deposit would take
      *>                the owner's contributions for the tax year past
      *>                IRA-ANNUAL-LIMIT (plus catch-up) — COMCODE.cpy
      *>    RESULT|26 — Not authorized: a WITHDRAW, TRANSFER, WIRE or
      *>                BILLPAY debit on a custodial (UTMA) account
      *>                whose presenter ID isn't the custodian's; or
      *>                a teller WITHDRAW, TRANSFER or WIRE whose
      *>                presenter is neither the owner nor a signer in
      *>                force within their limit
      *>    RESULT|28 — VOID-OFFICIAL: no such official check, or it
      *>                is not outstanding (already paid, lost or
      *>                replaced)
      *>    RESULT|30 — POS declined by a card control: blocked
      *>                merchant category, foreign merchant on a
      *>                domestic-only card, or foreign merchant with
      *>                no travel notice (logged to CARDCTLLOG.DAT)
      *>    RESULT|99 — File I/O or system error; also BATCH while a
      *>                PBATCH plan is open, PBATCH against a BATCH
      *>                checkpoint, a changed BATCH-INPUT.DAT on a
      *>                PBATCH resume, or a failed partition job
      *>                (ERROR|PBATCH-HALTED — rerun PBATCH to resume).
      *>                BATCH-COMPARE ends RESULT|01 when the files
      *>                differ and RESULT|00 when they match.
      *>
      *>  Presenter checks:
      *>    Every command line may carry a presenter ID after the
      *>    branch token — the person at the counter (or signed on).
      *>    WITHDRAW, TRANSFER, WIRE and BILLPAY against an Active
      *>    custodial (UTMA) account decline RESULT|26 unless it is
      *>    the custodian's ID on CUSTODY.DAT. Checks and card debits
      *>    are drawn on instruments issued to the custodian and are
      *>    not re-checked here. On any other account, a teller
      *>    (TLR) WITHDRAW, TRANSFER or WIRE that names a presenter
      *>    declines RESULT|26 unless the presenter is the owner (the
      *>    ID document on KYC.DAT) or an in-force entry on
      *>    SIGNERS.DAT — joint owner, or a signer, POA or agent
      *>    whose limit covers the amount. No presenter means the
      *>    owner was served in person, as before.
      *>
      *>  Overdraft:
      *>    WITHDRAW/TRANSFER no longer reject outright on NSF for a
      *>                     POSPAY-STALE-DEFAULT-DAYS — a six-month-
      *>                     old check used to clear just like a
      *>                     fresh one
      *>    2026-10-15  AKD  Check-deposit float holds (CHECK-DEPOSIT,
      *>                     DEPOSIT-TICKET, RDC-BATCH) now follow the
      *>                     Reg CC availability schedule: the first
      *>                     $225 releases the next business day, the
      *>                     rest on the float schedule, and a new-
      *>                     account, repeat-overdraft or large-deposit
      *>                     exception extends the affected portion and
      *>                     queues a HOLDNOTICE.DAT disclosure. CHECK-
      *>                     RETURN releases every portion of the item
      *>    2026-10-15  AKD  Every keyed operation (and each BATCH line)
      *>                     now refuses an account number failing its
      *>                     check digit with new RESULT|23 before it is
      *>                     looked up, unless CHKDXMPT.DAT exempts it
      *>                     -- see CHECK-ENTRY-ACCT-IDS and ACCTCHK.cpy
      *>    2026-10-15  AKD  Every operation that takes a branch now
      *>                     checks it against the new BRANCH.DAT master
      *>                     (BRANCHES.cob) and refuses an unknown or
      *>                     Closed branch code with new RESULT|24 --
      *>                     see CHECK-ENTRY-BRANCH
      *>    2026-10-15  AKD  CHECK on an account with no POSPAY.DAT
      *>                     entries is now validated against the check-
      *>                     book ranges on new CHKORDER.DAT (out of
      *>                     range: declined RESULT|14 or flagged, per
      *>                     COMCODE.cpy CHKORD-OUT-OF-RANGE-ACTION),
      *>                     and a check number already paid on the
      *>                     account declines RESULT|15
      *>    2026-10-15  AKD  DEPOSIT into an IRA (IRA.DAT -- see
      *>                     IRAREC.cpy) is tagged with the tax year it
      *>                     counts toward (prior year allowed through
      *>                     IRA-PRIOR-YEAR-CUTOFF) and declines new
      *>                     RESULT|25 past the owner's annual limit;
      *>                     WITHDRAW from an IRA is coded normal, early
      *>                     or rollover; both land on IRATXN.DAT for
      *>                     the 5498/1099-R extracts
      *>    2026-10-15  AKD  Every command line takes a presenter ID
      *>                     after the branch; WITHDRAW, TRANSFER, WIRE
      *>                     and BILLPAY on an Active custodial (UTMA)
      *>                     account decline RESULT|26 unless it matches
      *>                     the custodian on CUSTODY.DAT (see CHECK-
      *>                     CUSTODIAN-DEBIT)
      *>    2026-10-15  AKD  Teller (TLR) WITHDRAW, TRANSFER and WIRE
      *>                     naming a presenter now decline RESULT|26
      *>                     unless the presenter is the owner's KYC.DAT
      *>                     document or an in-force SIGNERS.DAT signer,
      *>                     POA or agent within their limit (see CHECK-
      *>                     SIGNER-AUTHORITY); presenter widened to a
      *>                     20-byte ID document
      *>    2026-10-15  AKD  WRITE-BILLPAY-RECORD initializes the new
      *>                     BILLPAY-ACH-FILE-ID/-DATE fields
      *>                     ACHORIG.cob stamps when it originates the
      *>                     remittance
      *>    2026-10-15  AKD  Every TRANSACT.DAT record written now
      *>                     carries TRANS-CHAIN-HASH linking it to the
      *>                     record before it (STAMP-CHAIN-HASH; anchor
      *>                     found by LOAD-CHAIN-ANCHOR — see
      *>                     TXCHAIN.cpy), so VERIFY-CHAIN.cob can prove
      *>                     the log hasn't been edited since
      *>    2026-10-15  AKD  Each transit-check collection now goes to
      *>                     OUTBOUND.DAT as a one-item batch framed by
      *>                     a HDR|bank|day|cycle header and
      *>                     TRL|count|hash-total trailer (OBCTL.cpy).
      *>                     RELEASE-TRANSIT first proves every framed
      *>                     batch in SETTLED.DAT foots to its trailer
      *>                     and releases nothing (RESULT|99) if a batch
      *>                     is cut short or altered
      *>    2026-10-15  AKD  New OFFICIAL-CHECK, VOID-OFFICIAL and
      *>                     REPLACE-LOST operations issue, stop and
      *>                     reissue official (cashier's) checks against
      *>                     the OFFCHK-LIAB-ACCT-ID liability account,
      *>                     registered on POSPAY.DAT and the new
      *>                     OFFCHK.DAT register (OFCKREC.cpy). CHECK
      *>                     marks a paid item on the register and skips
      *>                     the velocity and daily-limit checks for the
      *>                     liability account; VOID-STALE leaves
      *>                     official checks alone
      *>    2026-10-15  AKD  POS on channel ATF (another bank's ATM) now
      *>                     charges the out-of-network ATM fee
      *>                     (FEEREC.cpy's FEE-ATM-FOREIGN) as its own
      *>                     'F' record under fee reason ATF, which a
      *>                     qualifying rewards-checking cycle refunds
      *>    2026-10-15  AKD  WITHDRAW/POS on a credit card account
      *>                     (ACCT-TYPE 'R') draw on the card's credit
      *>                     line on CCACCT.DAT, fee-free, up to its
      *>                     limit — see LOOKUP-CREDIT-CARD and
      *>                     CCARD.cob
      *>    2026-10-15  AKD  REPRESENT skips queue items carrying the
      *>                     new REP-LOAN-ID (loan autopay drafts,
      *>                     retried and applied by LOANS.cob's
      *>                     AUTODEBIT) and carries the field through
      *>                     LOAD-/SAVE-REPRESENT
      *>    2026-10-15  AKD  Debits on an account frozen by
      *>                     COLLECT.cob's aging (ACCT-STATUS 'O') are
      *>                     declined like a legal hold (RESULT|16);
      *>                     overdrafts on an account aged past the fee
      *>                     stop post without the overdraft fee; a
      *>                     DEPOSIT to a charged-off account posts as a
      *>                     TRANS-TYPE 'Y' recovery against the
      *>                     written-off balance (RESULT|06 when above
      *>                     what is outstanding)
      *>    2026-10-15  AKD  PBATCH runs a batch file as concurrent
      *>                     partition jobs split by account range, with
      *>                     cross-range transfers posted between phases
      *>                     and a resumable plan on BATCH-CKPT.DAT;
      *>                     BATCH writes per-line outcomes to BATCH-
      *>                     RESULT.DAT and BATCH-COMPARE checks two
      *>                     result files for parity; PARSE-BATCH-LINE
      *>                     clears the description and target before
      *>                     each line
      *>    2026-10-15  AKD  The bankruptcy automatic stay
      *>                     (BANKRUPT.DAT): REPRESENT holds a debtor's
      *>                     NSF retries without using an attempt, and
      *>                     an overdraft by a debtor posts without the
      *>                     per-incident fee; each held item is logged
      *>                     to STAYSKIP.DAT
      *>    2026-10-15  AKD  POS takes the merchant category code and
      *>                     merchant country as trailing tokens and
      *>                     checks the card's controls on CARDCTL.DAT
      *>                     and travel notices on CARDTRVL.DAT (see
      *>                     CHECK-CARD-CONTROLS); a control decline is
      *>                     new RESULT|30 and is appended to
      *>                     CARDCTLLOG.DAT
      *>    2026-10-15  AKD  Reg CC schedule: the first
      *>                     REGCC-IMMEDIATE-AMT of a check is now
      *>                     available at once with no hold, and the
      *>                     scheduled ('CF') portion's release counts
      *>                     business days and never falls before the
      *>                     next-day ('CN') release
      *>    2026-10-15  AKD  The out-of-network ATM fee is now behind
      *>                     COMCODE.cpy's ATM-FOREIGN-FEE-SWITCH, is
      *>                     counted in POS's balance and overdraft
      *>                     coverage tests, and is not charged on a
      *>                     fee-exempt, fee-stopped or bankruptcy-
      *>                     stayed account (a stay logs to STAYSKIP.DAT)
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO WS-CKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT CTREXEMPT-FILE
               ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT CARD-CONTROL-FILE
               ASSIGN TO "CARDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCTL-STATUS.
           SELECT CARD-TRAVEL-FILE
               ASSIGN TO "CARDTRVL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRV-STATUS.
           SELECT CARD-CONTROL-LOG-FILE
               ASSIGN TO "CARDCTLLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCLG-STATUS.
           SELECT PAYEE-FILE
               ASSIGN TO "PAYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.
           SELECT BRANCH-FILE
               ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT CHKORDER-FILE
               ASSIGN TO "CHKORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKORD-STATUS.
           SELECT IRA-FILE
               ASSIGN TO "IRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRA-STATUS.
           SELECT IRATXN-FILE
               ASSIGN TO "IRATXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRATX-STATUS.
           SELECT UTMA-FILE
               ASSIGN TO "CUSTODY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTMA-STATUS.
           SELECT SIGNER-FILE
               ASSIGN TO "SIGNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGN-STATUS.
           SELECT KYC-FILE
               ASSIGN TO "KYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KYC-STATUS.
           SELECT DEBITBLK-FILE
               ASSIGN TO "DEBITBLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "ODLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODLOC-STATUS.
           SELECT ODAGE-FILE
               ASSIGN TO "ODAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODAGE-STATUS.
           SELECT CCACCT-FILE
               ASSIGN TO "CCACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT DENIED-FILE
               ASSIGN TO "DENIED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "SCRSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRSEQ-STATUS.
           SELECT HOLD-NOTICE-FILE
               ASSIGN TO "HOLDNOTICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HNTC-STATUS.
           SELECT CHKDXMPT-FILE
               ASSIGN TO "CHKDXMPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKD-XMPT-STATUS.
           SELECT OFFCHK-FILE
               ASSIGN TO "OFFCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFCHK-STATUS.
           SELECT OFFCHK-SEQUENCE-FILE
               ASSIGN TO "OFCKSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFCKSEQ-STATUS.
           SELECT PBATCH-PLAN-FILE
               ASSIGN TO "BATCH-CKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBP-STATUS.
           SELECT BATCH-RESULT-FILE
               ASSIGN TO WS-BRES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRES-STATUS.
           SELECT PBATCH-OUT-FILE
               ASSIGN TO WS-PBO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBO-STATUS.
           SELECT BANKRUPT-FILE
               ASSIGN TO "BANKRUPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKR-STATUS.
           SELECT STAY-SKIP-FILE
               ASSIGN TO "STAYSKIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "OPLOGREC.cpy".
       FD  CARD-FILE.
       COPY "CARDREC.cpy".
       FD  CARD-CONTROL-FILE.
       COPY "CARDCTLREC.cpy".
       FD  CARD-TRAVEL-FILE.
       COPY "CARDTRVREC.cpy".
       FD  CARD-CONTROL-LOG-FILE.
       COPY "CCLOGREC.cpy".
       FD  PAYEE-FILE.
       COPY "PAYEEREC.cpy".
       FD  BRANCH-FILE.
       COPY "BRANCHREC.cpy".
       FD  CHKORDER-FILE.
       COPY "CHKORDREC.cpy".
       FD  IRA-FILE.
       COPY "IRAREC.cpy".
       FD  IRATXN-FILE.
       COPY "IRATXREC.cpy".
       FD  UTMA-FILE.
       COPY "UTMAREC.cpy".
       FD  SIGNER-FILE.
       COPY "SIGNREC.cpy".
       FD  KYC-FILE.
       COPY "KYCREC.cpy".
       FD  DEBITBLK-FILE.
       COPY "DBKREC.cpy".
       FD  DEBITAUTH-FILE.
       COPY "BACKVALREC.cpy".
       FD  ODLOC-FILE.
       COPY "ODLOCREC.cpy".
       FD  ODAGE-FILE.
       COPY "ODAGEREC.cpy".
       FD  CCACCT-FILE.
       COPY "CCACCTREC.cpy".
       FD  DENIED-FILE.
       COPY "DENYREC.cpy".
       FD  SCREENQ-FILE.
       FD  SCREEN-SEQUENCE-FILE.
       01  SCREEN-SEQUENCE-RECORD.
           05  SCR-SEQ-NUMBER       PIC 9(6).
       FD  HOLD-NOTICE-FILE.
       COPY "HOLDNTCREC.cpy".
       FD  CHKDXMPT-FILE.
       COPY "CDXREC.cpy".
       FD  OFFCHK-FILE.
       COPY "OFCKREC.cpy".
      *>   Own record name for the official check number counter —
      *>   same split as HOLD-SEQUENCE-FILE.
       FD  OFFCHK-SEQUENCE-FILE.
       01  OFFCHK-SEQUENCE-RECORD.
           05  OFCK-SEQ-NUMBER      PIC 9(6).
      *>   Same physical file as CHECKPOINT-FILE: while a PBATCH run
      *>   is open BATCH-CKPT.DAT holds its plan instead of a bare
      *>   line number — see PBPLANREC.cpy.
       FD  PBATCH-PLAN-FILE.
       COPY "PBPLANREC.cpy".
       FD  BATCH-RESULT-FILE.
       COPY "BRESREC.cpy".
      *>   A PBATCH-PART job's captured output, scanned for its
      *>   RESULT| line.
       FD  PBATCH-OUT-FILE.
       01  PBATCH-OUT-LINE        PIC X(200).
       FD  BANKRUPT-FILE.
       COPY "BKRPTREC.cpy".
       FD  STAY-SKIP-FILE.
       COPY "STAYSKREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-BATCH-STATUS        PIC XX VALUE SPACES.
       01  WS-SEQ-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQ-LOADED          PIC X VALUE 'N'.
       01  WS-OPERATION           PIC X(16) VALUE SPACES.
       01  WS-IN-ACCT-ID          PIC X(10) VALUE SPACES.
       01  WS-IN-TARGET-ID        PIC X(10) VALUE SPACES.
       01  WS-ENTRY-ACCT-OK       PIC X(1) VALUE 'Y'.
       01  WS-ENTRY-CHECK-TARGET  PIC X(1) VALUE 'N'.
       01  WS-ENTRY-BRANCH-OK     PIC X(1) VALUE 'Y'.
       01  WS-IN-TYPE             PIC X(1) VALUE SPACES.
       01  WS-IN-AMOUNT           PIC S9(10)V99 VALUE 0.
       01  WS-IN-AMOUNT-STR       PIC X(20) VALUE SPACES.
      *>   TRANS-CHANNEL/TRANS-BRANCH and DEFAULT-CHANNEL-BRANCH.
       01  WS-IN-CHANNEL          PIC X(3) VALUE SPACES.
       01  WS-IN-BRANCH           PIC X(4) VALUE SPACES.
      *>   ID document of the person presenting a debit, trailing
      *>   the branch — checked against a custodial account's
      *>   custodian (CHECK-CUSTODIAN-DEBIT) and, at the teller line,
      *>   against the owner and signers on file
      *>   (CHECK-SIGNER-AUTHORITY). Spaces when the front end didn't
      *>   say.
       01  WS-IN-PRESENTER        PIC X(20) VALUE SPACES.
       01  WS-TX-ID               PIC X(12) VALUE SPACES.
       01  WS-TX-ID-NUM           PIC 9(6) VALUE 0.
       01  WS-NODE-CODE           PIC X(1) VALUE 'A'.
       01  WS-POSPAY-COUNT        PIC 9(3) VALUE 0.
       01  WS-POSPAY-IDX          PIC 9(3) VALUE 0.
       01  WS-PP-MATCH-IDX        PIC 9(3) VALUE 0.
      *>   CHECK on an account with no POSPAY.DAT entries falls back
      *>   to the CHKORDER.DAT check-book ranges — see CHECK-ORDERED-
      *>   RANGE and CHECK-PAID-CHECK-NUM.
       01  WS-PP-ENROLLED         PIC X(1) VALUE 'N'.
       01  WS-CHKORD-STATUS       PIC XX VALUE SPACES.
       01  WS-CHKORD-IN-RANGE     PIC X(1) VALUE 'N'.
       01  WS-CHKORD-ON-FILE      PIC X(1) VALUE 'N'.
       01  WS-CHK-NUM-LEN         PIC 9(2) VALUE 0.
       01  WS-CHK-NUM-VALUE       PIC 9(10) VALUE 0.
       01  WS-CHK-PAID-FLAG       PIC X(1) VALUE 'N'.
       01  WS-POSPAY-TABLE.
           05  WS-PP-ENTRY OCCURS 200 TIMES.
               10  WS-PP-ACCT-ID      PIC X(10).
       01  WS-REP-DUE-COUNT       PIC 9(3) VALUE 0.
       01  WS-REP-POSTED-COUNT    PIC 9(3) VALUE 0.
       01  WS-REP-FAILED-COUNT    PIC 9(3) VALUE 0.
       01  WS-REP-STAYED-COUNT    PIC 9(3) VALUE 0.
       01  WS-REP-NEXT-INT        PIC 9(8) VALUE 0.
       01  WS-REP-TABLE.
           05  WS-REP-ENTRY OCCURS 200 TIMES.
               10  WS-REP-NEXT-DATE   PIC 9(8).
               10  WS-REP-REC-STATUS  PIC X(1).
               10  WS-REP-CREATED     PIC 9(8).
               10  WS-REP-LOAN-ID     PIC X(10).
       01  WS-BATCH-SEQ           PIC 9(3) VALUE 0.
       01  WS-BATCH-SUCCESS       PIC 9(5) VALUE 0.
       01  WS-BATCH-FAILED        PIC 9(5) VALUE 0.
       01  WS-OVERDRAFT-FLAG      PIC X VALUE 'N'.
       01  WS-OVERDRAFT-LIMIT     PIC S9(10)V99 VALUE 500.00.
       01  WS-OVERDRAFT-FEE       PIC S9(10)V99 VALUE 35.00.
      *>   POS taken at another bank's ATM (channel
      *>   ATM-FOREIGN-CHANNEL) pays FEE-ATM-FOREIGN on top — see
      *>   FEEREC.cpy; a qualifying rewards-checking cycle refunds it.
      *>   Only while COMCODE.cpy's ATM-FOREIGN-FEE-SWITCH is on; see
      *>   CHECK-ATM-FOREIGN-FEE. WS-ATF-FEE-HELD says why a fee due
      *>   was not charged: 'E' fee-exempt account, 'S' COLLECT.cob
      *>   fee stop, 'B' bankruptcy stay.
       01  WS-ATM-FOREIGN-FLAG    PIC X VALUE 'N'.
       01  WS-ATF-FEE-HELD        PIC X VALUE 'N'.
      *>   The POS amount plus any ATM fee — what the balance and
      *>   overdraft-coverage tests must clear.
       01  WS-POS-DEBIT-AMT       PIC S9(10)V99 VALUE 0.

      *>   CD accounts drawn on before ACCT-MATURITY-DATE pay an
      *>   early-withdrawal penalty of WS-CD-PENALTY-RATE (2%) of the
       01  WS-IN-FLOAT-DAYS       PIC 9(3) VALUE 0.
       01  WS-HOLD-RELEASE-INT    PIC 9(8) VALUE 0.
       01  WS-HOLD-RELEASE-DATE   PIC 9(8) VALUE 0.
      *>   Reg CC availability split — see APPLY-REGCC-SCHEDULE and
      *>   COMCODE.cpy's REGCC-SETTINGS. WS-HOLD-AMOUNT-USE rides
      *>   with WS-HOLD-REASON-USE into WRITE-CHECK-HOLD-RECORD when a
      *>   hold covers only part of the check.
       01  WS-HNTC-STATUS         PIC XX VALUE SPACES.
       01  WS-HOLD-AMOUNT-USE     PIC S9(10)V99 VALUE 0.
       01  WS-REGCC-IMMED-AMT     PIC S9(10)V99 VALUE 0.
       01  WS-REGCC-NEXTDAY-AMT   PIC S9(10)V99 VALUE 0.
       01  WS-REGCC-SCHED-AMT     PIC S9(10)V99 VALUE 0.
       01  WS-REGCC-EXCEPT-AMT    PIC S9(10)V99 VALUE 0.
       01  WS-REGCC-PORTION-AMT   PIC S9(10)V99 VALUE 0.
       01  WS-REGCC-PORTION-RSN   PIC X(2) VALUE SPACES.
       01  WS-REGCC-EXC-REASON    PIC X(2) VALUE SPACES.
       01  WS-REGCC-TODAY-INT     PIC 9(8) VALUE 0.
       01  WS-REGCC-DAY-INT       PIC 9(8) VALUE 0.
       01  WS-REGCC-NEXTDAY-INT   PIC 9(8) VALUE 0.
       01  WS-REGCC-OPEN-INT      PIC 9(8) VALUE 0.
       01  WS-REGCC-BUS-DAYS      PIC 9(3) VALUE 0.
       01  WS-REGCC-WEEKDAY       PIC 9(1) VALUE 0.
       01  WS-REGCC-OD-CUTOFF     PIC 9(8) VALUE 0.
       01  WS-REGCC-OD-COUNT      PIC 9(5) VALUE 0.
       01  WS-REGCC-FINAL-ID      PIC X(12) VALUE SPACES.
       01  WS-REGCC-FINAL-DATE    PIC 9(8) VALUE 0.
       01  WS-BSUM-STATUS         PIC XX VALUE SPACES.
       01  WS-POSPAY-STATUS       PIC XX VALUE SPACES.
       01  WS-IN-CHECK-NUM        PIC X(10) VALUE SPACES.
       01  WS-CARD-FOUND-FLAG     PIC X VALUE 'N'.
       01  WS-CARD-LOOKUP-STATUS  PIC X(1) VALUE SPACES.
       01  WS-CARD-POS-CAP        PIC 9(10)V99 VALUE 0.
       01  WS-CARD-LOOKUP-ID      PIC X(12) VALUE SPACES.
       01  WS-IN-MCC              PIC X(4) VALUE SPACES.
       01  WS-IN-COUNTRY          PIC X(3) VALUE SPACES.
       01  WS-CARD-DAY-TOTAL      PIC S9(10)V99 VALUE 0.
       01  WS-FX-LOOKUP-CCY       PIC X(3) VALUE SPACES.
       01  WS-FX-SUB              PIC 9(3) VALUE 0.
       01  WS-RETURN-HOLD-FOUND   PIC X VALUE 'N'.
       01  WS-PAYEE-STATUS        PIC XX VALUE SPACES.
       01  WS-PAYEE-VALID-FLAG    PIC X VALUE 'N'.
       01  WS-BRANCH-STATUS       PIC XX VALUE SPACES.
       01  WS-BRANCH-VALID-FLAG   PIC X VALUE 'N'.

      *>   IRA contribution/distribution coding (see IRAREC.cpy and
      *>   IRATXREC.cpy). IRA.DAT is staged per call so the per-owner
      *>   contribution total can follow the owner across all of
      *>   their IRAs; a DEPOSIT's optional tax-year token and a
      *>   WITHDRAW's optional distribution code both ride in the
      *>   unused target-id slot.
       01  WS-IRA-STATUS          PIC XX VALUE SPACES.
       01  WS-IRATX-STATUS        PIC XX VALUE SPACES.
       01  WS-IRA-FLAG            PIC X VALUE 'N'.
       01  WS-IRA-DECLINE-RC      PIC X(2) VALUE SPACES.
       01  WS-IRA-PLAN            PIC X(1) VALUE SPACES.
       01  WS-IRA-OWNER           PIC X(30) VALUE SPACES.
       01  WS-IRA-DOB.
           05  WS-IRA-DOB-YYYY    PIC 9(4).
           05  WS-IRA-DOB-MM      PIC 9(2).
           05  WS-IRA-DOB-DD      PIC 9(2).
       01  WS-IRA-TODAY.
           05  WS-IRA-TODAY-YYYY  PIC 9(4).
           05  WS-IRA-TODAY-MMDD.
               10  WS-IRA-TODAY-MM    PIC 9(2).
               10  WS-IRA-TODAY-DD    PIC 9(2).
       01  WS-IRA-TAX-YEAR-IN     PIC 9(4) VALUE 0.
       01  WS-IRA-TAX-YEAR        PIC 9(4) VALUE 0.
       01  WS-IRA-YTD             PIC S9(10)V99 VALUE 0.
       01  WS-IRA-LIMIT           PIC S9(10)V99 VALUE 0.
       01  WS-IRA-AGE-MONTHS      PIC S9(5) VALUE 0.
       01  WS-IRA-DIST-IN         PIC X(1) VALUE SPACES.
       01  WS-IRA-DIST-CODE       PIC X(1) VALUE SPACES.
       01  WS-IRA-OWNED-FLAG      PIC X VALUE 'N'.
       01  WS-IRA-COUNT           PIC 9(3) VALUE 0.
       01  WS-IRA-IDX             PIC 9(3) VALUE 0.
       01  WS-IRA-TABLE.
           05  WS-IRA-ENTRY OCCURS 200 TIMES.
               10  WS-IRA-T-ACCT      PIC X(10).
               10  WS-IRA-T-OWNER     PIC X(30).

      *>   Custodial (UTMA) debit control — see UTMAREC.cpy and
      *>   CHECK-CUSTODIAN-DEBIT.
       01  WS-UTMA-STATUS         PIC XX VALUE SPACES.
       01  WS-UTMA-DECLINE        PIC X VALUE 'N'.
       01  WS-UTMA-CUSTODIAL      PIC X VALUE 'N'.

      *>   Teller presenter check — see SIGNREC.cpy, KYCREC.cpy and
      *>   CHECK-SIGNER-AUTHORITY.
       01  WS-SGN-STATUS          PIC XX VALUE SPACES.
       01  WS-KYC-STATUS          PIC XX VALUE SPACES.
       01  WS-SIGNER-DECLINE      PIC X VALUE 'N'.
       01  WS-SIGNER-OK           PIC X VALUE 'N'.
       01  WS-SIGNER-OVER-LIMIT   PIC X VALUE 'N'.

      *>   Inbound debit protection (see DBKREC.cpy/DAUREC.cpy).
      *>   Batch 'W' lines are the inbound ACH/settlement presentment
       01  WS-STLP-DAY            PIC X(8) VALUE SPACES.
       01  WS-STLP-DAY-NUM        PIC 9(8) VALUE 0.
       01  WS-STLP-FLAG           PIC X(10) VALUE SPACES.
      *>   Collection outbound line held while its batch header is
      *>   written, and the SETTLED.DAT control-total check (see
      *>   OBCTL.cpy and VERIFY-SETTLED-CONTROLS).
       01  WS-OB-DETAIL-LINE      PIC X(120) VALUE SPACES.
       01  WS-STLC-BATCH          PIC 9(5) VALUE 0.
       01  WS-STLC-IN-BATCH       PIC X VALUE 'N'.
       01  WS-STLC-REASON         PIC X(30) VALUE SPACES.
       COPY "OBCTL.cpy".

      *>   Wire-template work area — see WIRETMPLREC.cpy. The
      *>   via-template flag tells PROCESS-WIRE this wire's
       01  WS-ODLOC-LIMIT         PIC 9(10)V99 VALUE 0.
       01  WS-ODLOC-DRAW-FLAG     PIC X VALUE 'N'.

      *>   Overdrawn-account aging lookup fields — see ODAGEREC.cpy
      *>   and LOOKUP-ODAGE. An account COLLECT.cob has aged past
      *>   ODAGE-FEE-STOP-DAYS still overdraws, but fee-free
      *>   (WS-OD-FEE-STOPPED); a DEPOSIT to one it charged off posts
      *>   as a recovery against WS-ODAGE-OUTSTANDING. The file is
      *>   held as raw record images so a recovery can rewrite it.
       01  WS-ODAGE-STATUS        PIC XX VALUE SPACES.
       01  WS-ODAGE-FEE-STOP      PIC X VALUE 'N'.
       01  WS-ODAGE-CHARGED-OFF   PIC X VALUE 'N'.
       01  WS-ODAGE-OUTSTANDING   PIC 9(10)V99 VALUE 0.
       01  WS-ODAGE-COUNT         PIC 9(4) VALUE 0.
       01  WS-ODAGE-IDX           PIC 9(4) VALUE 0.
       01  WS-ODAGE-MATCH-IDX     PIC 9(4) VALUE 0.
       01  WS-ODAGE-TABLE.
           05  WS-ODAGE-IMAGE     PIC X(89) OCCURS 2000 TIMES.
       01  WS-OD-FEE-STOPPED      PIC X VALUE 'N'.
      *>   Same, for an account in an open bankruptcy case — the
      *>   automatic stay bars the fee (see STAYCHK.cpy).
       01  WS-OD-FEE-STAYED       PIC X VALUE 'N'.

      *>   Credit card line lookup fields — see CCACCTREC.cpy and
      *>   LOOKUP-CREDIT-CARD. A type 'R' account may run negative up
      *>   to its credit limit, with no overdraft fee.
       01  WS-CC-STATUS           PIC XX VALUE SPACES.
       01  WS-CC-ENROLLED         PIC X VALUE 'N'.
       01  WS-CC-LIMIT            PIC 9(10)V99 VALUE 0.
       01  WS-CC-DRAW-FLAG        PIC X VALUE 'N'.

      *>   Denied-party screening work fields — see SCREEN.cob and
      *>   SCRQREC.cpy for the review/release contract. The caller
      *>   sets WS-SCREEN-SOURCE/KEY-ID/AMOUNT and the text to screen,
       01  WS-STALE-CUTOFF-INT    PIC 9(8) VALUE 0.
       01  WS-STALE-CUTOFF-DATE   PIC 9(8) VALUE 0.
       01  WS-STALE-VOIDED-COUNT  PIC 9(5) VALUE 0.

      *>   Official (cashier's) check register — OFFCHK.DAT loaded and
      *>   rewritten whole, the same way WS-POSPAY-TABLE is for
      *>   POSPAY.DAT. Entries mirror OFCKREC.cpy so a record moves
      *>   in and out whole. See PROCESS-OFFICIAL-CHECK.
       01  WS-OFFCHK-STATUS       PIC XX VALUE SPACES.
       01  WS-OFCKSEQ-STATUS      PIC XX VALUE SPACES.
       01  WS-OFCK-SEQ-NUM        PIC 9(6) VALUE 0.
       01  WS-OFCK-NUMBER         PIC 9(10) VALUE 0.
       01  WS-IN-REMITTER         PIC X(30) VALUE SPACES.
       01  WS-OFCK-PURCHASER      PIC X(10) VALUE SPACES.
       01  WS-OFCK-CASH           PIC X(1) VALUE 'N'.
       01  WS-OFCK-LIAB-IDX       PIC 9(3) VALUE 0.
       01  WS-OFCK-PURCH-IDX      PIC 9(3) VALUE 0.
       01  WS-OFCK-ISSUE-TX-ID    PIC X(12) VALUE SPACES.
       01  WS-OFCK-COUNT          PIC 9(3) VALUE 0.
       01  WS-OFCK-IDX            PIC 9(3) VALUE 0.
       01  WS-OFCK-FOUND-IDX      PIC 9(3) VALUE 0.
       01  WS-OFCK-LOADED-COUNT   PIC 9(3) VALUE 0.
       01  WS-OFCK-REPLACED-COUNT PIC 9(5) VALUE 0.
       01  WS-OFCK-TABLE.
           05  WS-OC-ENTRY OCCURS 200 TIMES.
               10  WS-OC-CHECK-NUM    PIC X(10).
               10  WS-OC-PURCHASER    PIC X(10).
               10  WS-OC-FUNDING      PIC X(1).
               10  WS-OC-REMITTER     PIC X(30).
               10  WS-OC-PAYEE        PIC X(30).
               10  WS-OC-AMOUNT       PIC S9(10)V99.
               10  WS-OC-ISSUE-DATE   PIC 9(8).
               10  WS-OC-STATUS       PIC X(1).
               10  WS-OC-STATUS-DATE  PIC 9(8).
               10  WS-OC-REPLACE-DATE PIC 9(8).
               10  WS-OC-REPLACES     PIC X(10).
               10  WS-OC-REPLACED-BY  PIC X(10).
               10  WS-OC-ISSUE-TX-ID  PIC X(12).
               10  WS-OC-OPERATOR-ID  PIC X(10).

      *>   PBATCH — partitioned BATCH. WS-PB-MODE is 'C' in the
      *>   coordinating job and 'P' in a PBATCH-PART job; either way
      *>   GENERATE-TX-ID draws from the block the plan reserved
      *>   rather than TXSEQ.DAT. WS-CKPT-PATH/WS-BRES-PATH point at
      *>   the running job's own checkpoint and result files (job 00
      *>   is the coordinator) and default to the single-stream ones.
       01  WS-CKPT-PATH           PIC X(20) VALUE "BATCH-CKPT.DAT".
       01  WS-CKPT-PLAN-OPEN      PIC X VALUE 'N'.
       01  WS-BRES-PATH           PIC X(60) VALUE "BATCH-RESULT.DAT".
       01  WS-BRES-STATUS         PIC XX VALUE SPACES.
       01  WS-PBP-STATUS          PIC XX VALUE SPACES.
       01  WS-PBO-PATH            PIC X(20) VALUE SPACES.
       01  WS-PBO-STATUS          PIC XX VALUE SPACES.
       01  WS-PB-MODE             PIC X VALUE 'N'.
       01  WS-PB-COUNT-STR        PIC X(10) VALUE SPACES.
       01  WS-PB-PART-STR         PIC X(10) VALUE SPACES.
       01  WS-PB-FROM-STR         PIC X(10) VALUE SPACES.
       01  WS-PB-TO-STR           PIC X(10) VALUE SPACES.
       01  WS-PB-PART-COUNT       PIC 9(2) VALUE 0.
       01  WS-PB-THIS-PART        PIC 9(2) VALUE 0.
       01  WS-PB-PART-NN          PIC 9(2) VALUE 0.
       01  WS-PB-FROM-SEQ         PIC 9(4) VALUE 0.
       01  WS-PB-TO-SEQ           PIC 9(4) VALUE 0.
       01  WS-PB-TOTAL-LINES      PIC 9(3) VALUE 0.
       01  WS-PB-TX-BASE          PIC 9(6) VALUE 0.
       01  WS-PB-TX-SLOT          PIC 9(6) VALUE 0.
       01  WS-PB-MERGED           PIC X VALUE 'N'.
       01  WS-PB-PLAN-FOUND       PIC X VALUE 'N'.
       01  WS-PB-BARRIER-COUNT    PIC 9(3) VALUE 0.
       01  WS-PB-BARRIER-DONE     PIC 9(3) VALUE 0.
       01  WS-PB-IDX              PIC 9(2) VALUE 0.
       01  WS-PB-FIND-IDX         PIC 9(2) VALUE 0.
       01  WS-PB-FIND-ID          PIC X(10) VALUE SPACES.
       01  WS-PB-FIND-PART        PIC 9(2) VALUE 0.
       01  WS-PB-LINE-IDX         PIC 9(4) VALUE 0.
       01  WS-PB-LINE-COUNT       PIC 9(4) VALUE 0.
       01  WS-PB-CUM-WEIGHT       PIC 9(7) VALUE 0.
       01  WS-PB-KEEP             PIC 9(3) VALUE 0.
       01  WS-PB-PENDING          PIC X VALUE 'N'.
       01  WS-PB-LAUNCHED         PIC 9(2) VALUE 0.
       01  WS-PB-STEP-RESULT      PIC XX VALUE SPACES.
       01  WS-PB-HALT-RC          PIC XX VALUE SPACES.
       01  WS-PB-CMD              PIC X(1000) VALUE SPACES.
       01  WS-PB-CMD-PTR          PIC 9(4) VALUE 1.
       01  WS-PB-APPLIED          PIC 9(5) VALUE 0.
      *>   A PBATCH-PART job that finds ACCOUNTS.DAT or a shared side
      *>   file held by a sibling job (status 61) waits and retries,
      *>   up to about a minute, rather than failing the partition.
       01  WS-PB-RETRY            PIC 9(4) VALUE 0.
       01  WS-PB-RETRY-MAX        PIC 9(4) VALUE 600.
       01  WS-PB-WAIT-CMD         PIC X(20) VALUE "sleep 0.1".
       01  WS-PB-COMPARE-PATH     PIC X(60) VALUE SPACES.
       01  WS-PB-COMPARED         PIC 9(4) VALUE 0.
       01  WS-PB-DIFF-COUNT       PIC 9(4) VALUE 0.
       01  WS-PB-THIS-OUTCOME     PIC X(59) VALUE SPACES.
       01  WS-PB-PART-TABLE.
           05  WS-PBT-ENTRY OCCURS 9 TIMES.
               10  WS-PBT-LOW-ID      PIC X(10).
               10  WS-PBT-HIGH-ID     PIC X(10).
               10  WS-PBT-LAST-SEQ    PIC 9(3).
               10  WS-PBT-LINE-COUNT  PIC 9(3).
               10  WS-PBT-LAUNCHED    PIC X(1).
       01  WS-PB-LINE-TABLE.
           05  WS-PBL-ENTRY OCCURS 999 TIMES.
               10  WS-PBL-TEXT        PIC X(100).
               10  WS-PBL-ACCT        PIC X(10).
               10  WS-PBL-TYPE        PIC X(1).
               10  WS-PBL-TARGET      PIC X(10).
               10  WS-PBL-PART        PIC 9(2).
               10  WS-PBL-BARRIER     PIC X(1).
       01  WS-PB-RESULT-TABLE.
           05  WS-PBR-ENTRY OCCURS 999 TIMES.
               10  WS-PBR-PRESENT     PIC X(1).
               10  WS-PBR-RECORD      PIC X(76).
       01  WS-PB-COMPARE-TABLE.
           05  WS-PBC-ENTRY OCCURS 999 TIMES.
               10  WS-PBC-PRESENT     PIC X(1).
               10  WS-PBC-RECORD      PIC X(76).
       COPY "FEEREC.cpy".
       COPY "STAYCHK.cpy".
       COPY "CCTLCHK.cpy".
       COPY "ACCTCHK.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
           END-UNSTRING

           *> Trim all fields after parsing

           EVALUATE WS-OPERATION
               WHEN "DEPOSIT"
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-DEPOSIT
                   END-IF
                   MOVE "DEPOSIT" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "WITHDRAW"
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-WITHDRAW
                   END-IF
                   MOVE "WITHDRAW" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "TRANSFER"
                   MOVE 'Y' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-TRANSFER
                   END-IF
                   MOVE "TRANSFER" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "WIRE"
                   PERFORM PARSE-WIRE-LINE
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-WIRE
                   END-IF
                   MOVE "WIRE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "POS"
                   PERFORM PARSE-POS-LINE
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-POS
                   END-IF
                   MOVE "POS" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "CHECK-DEPOSIT"
                   PERFORM PARSE-CHECK-DEPOSIT-LINE
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-CHECK-DEPOSIT
                   END-IF
                   MOVE "CHECK-DEPOSIT" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "REGISTER-CHECK"
                   PERFORM PARSE-REGISTER-CHECK-LINE
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-REGISTER-CHECK
                   END-IF
                   MOVE "REGISTER-CHECK" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "OFFICIAL-CHECK"
                   PERFORM PARSE-OFFICIAL-CHECK-LINE
                   IF WS-IN-ACCT-ID = "CASH"
                       PERFORM CHECK-ENTRY-BRANCH
                       MOVE WS-ENTRY-BRANCH-OK TO WS-ENTRY-ACCT-OK
                   ELSE
                       MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                       PERFORM CHECK-ENTRY-ACCT-IDS
                   END-IF
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-OFFICIAL-CHECK
                   END-IF
                   MOVE "OFFICIAL-CHECK" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CHECK-NUM TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "VOID-OFFICIAL"
                   PERFORM PARSE-VOID-OFFICIAL-LINE
                   PERFORM CHECK-ENTRY-BRANCH
                   IF WS-ENTRY-BRANCH-OK = 'Y'
                       PERFORM PROCESS-VOID-OFFICIAL
                   END-IF
                   MOVE "VOID-OFFICIAL" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-CHECK-NUM TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "REPLACE-LOST"
                   PERFORM PARSE-RUN-CMD-LINE
                   PERFORM CHECK-ENTRY-BRANCH
                   IF WS-ENTRY-BRANCH-OK = 'Y'
                       PERFORM PROCESS-REPLACE-LOST
                   END-IF
                   MOVE "REPLACE-LOST" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "CHECK"
                   PERFORM PARSE-CHECK-LINE
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-CHECK
                   END-IF
                   MOVE "CHECK" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "BATCH"
                   PERFORM PARSE-RUN-CMD-LINE
                   PERFORM CHECK-ENTRY-BRANCH
                   IF WS-ENTRY-BRANCH-OK = 'Y'
                       PERFORM PROCESS-BATCH
                   END-IF
                   MOVE "BATCH" TO WS-OPLOG-OPERATION
                   MOVE WS-BATCH-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "PBATCH"
                   PERFORM PARSE-PBATCH-CMD-LINE
                   PERFORM CHECK-ENTRY-BRANCH
                   IF WS-ENTRY-BRANCH-OK = 'Y'
                       PERFORM PROCESS-PARALLEL-BATCH
                   END-IF
                   MOVE "PBATCH" TO WS-OPLOG-OPERATION
                   MOVE WS-BATCH-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
      *>        Started only by PBATCH itself, which logs the run.
               WHEN "PBATCH-PART"
                   PERFORM PARSE-PBATCH-CMD-LINE
                   PERFORM RUN-PBATCH-PARTITION
               WHEN "BATCH-COMPARE"
                   PERFORM COMPARE-BATCH-RESULTS
               WHEN "REVERSAL"
                   PERFORM PARSE-REVERSAL-LINE
                   PERFORM CHECK-ENTRY-BRANCH
                   IF WS-ENTRY-BRANCH-OK = 'Y'
                       PERFORM PROCESS-REVERSAL
                   END-IF
                   MOVE "REVERSAL" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ORIG-TX-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "SCHEDULE"
                   PERFORM PARSE-SCHEDULE-LINE
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   IF WS-IN-TYPE = 'T'
                       MOVE 'Y' TO WS-ENTRY-CHECK-TARGET
                   END-IF
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-SCHEDULE
                   END-IF
                   MOVE "SCHEDULE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "POST-DUE"
                   PERFORM PARSE-RUN-CMD-LINE
                   PERFORM CHECK-ENTRY-BRANCH
                   IF WS-ENTRY-BRANCH-OK = 'Y'
                       PERFORM PROCESS-POST-DUE
                   END-IF
                   MOVE "POST-DUE" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "STANDING"
                   PERFORM PARSE-STANDING-LINE
                   MOVE 'Y' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-STANDING
                   END-IF
                   MOVE "STANDING" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "POST-STANDING"
                   PERFORM PARSE-RUN-CMD-LINE
                   PERFORM CHECK-ENTRY-BRANCH
                   IF WS-ENTRY-BRANCH-OK = 'Y'
                       PERFORM PROCESS-POST-STANDING
                   END-IF
                   MOVE "POST-STANDING" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "REPRESENT"
                   PERFORM PARSE-RUN-CMD-LINE
                   PERFORM CHECK-ENTRY-BRANCH
                   IF WS-ENTRY-BRANCH-OK = 'Y'
                       PERFORM PROCESS-REPRESENT
                   END-IF
                   MOVE "REPRESENT" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "RELEASE-TRANSIT"
                   PERFORM PARSE-RUN-CMD-LINE
                   PERFORM CHECK-ENTRY-BRANCH
                   IF WS-ENTRY-BRANCH-OK = 'Y'
                       PERFORM PROCESS-RELEASE-TRANSIT
                   END-IF
                   MOVE "RELEASE-TRANSIT" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "WIRE-TEMPLATE"
                   PERFORM PARSE-WIRE-TEMPLATE-LINE
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-WIRE-TEMPLATE
                   END-IF
                   MOVE "WIRE-TEMPLATE" TO WS-OPLOG-OPERATION
                   MOVE WS-WTPL-IN-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "WIRE-BY-TEMPLATE"
                   PERFORM PARSE-WIRE-BY-TMPL-LINE
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-WIRE-BY-TEMPLATE
                   END-IF
                   MOVE "WIRE-BY-TEMPLATE" TO WS-OPLOG-OPERATION
                   MOVE WS-WTPL-IN-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "RDC-BATCH"
                   PERFORM PARSE-RUN-CMD-LINE
                   PERFORM CHECK-ENTRY-BRANCH
                   IF WS-ENTRY-BRANCH-OK = 'Y'
                       PERFORM PROCESS-RDC-BATCH
                   END-IF
                   MOVE "RDC-BATCH" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "VOID-STALE"
                   PERFORM PARSE-RUN-CMD-LINE
                   PERFORM CHECK-ENTRY-BRANCH
                   IF WS-ENTRY-BRANCH-OK = 'Y'
                       PERFORM PROCESS-VOID-STALE
                   END-IF
                   MOVE "VOID-STALE" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "CHECK-RETURN"
                   PERFORM PARSE-CHECK-RETURN-LINE
                   PERFORM CHECK-ENTRY-BRANCH
                   IF WS-ENTRY-BRANCH-OK = 'Y'
                       PERFORM PROCESS-CHECK-RETURN
                   END-IF
                   MOVE "CHECK-RETURN" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ITEM-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "BILLPAY"
                   PERFORM PARSE-BILLPAY-LINE
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-BILLPAY
                   END-IF
                   MOVE "BILLPAY" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
       DEFAULT-CHANNEL-BRANCH.
           MOVE FUNCTION TRIM(WS-IN-CHANNEL) TO WS-IN-CHANNEL
           MOVE FUNCTION TRIM(WS-IN-BRANCH) TO WS-IN-BRANCH
           MOVE FUNCTION TRIM(WS-IN-PRESENTER) TO WS-IN-PRESENTER
           IF WS-IN-CHANNEL = SPACES
               MOVE "TLR" TO WS-IN-CHANNEL
           END-IF.
      *>   Pick up the sequence counter from TXSEQ.DAT the first time
      *>   this run needs one; subsequent calls in the same run (e.g.
      *>   within PROCESS-BATCH) reuse the in-memory value.
           IF WS-PB-MODE NOT = 'N'
               PERFORM GENERATE-PBATCH-TX-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-SEQ-LOADED = 'N'
               PERFORM READ-TX-SEQUENCE
               MOVE 'Y' TO WS-SEQ-LOADED
      *>   BATCH-INPUT.DAT reads this first and skips every line up
      *>   to and including that number instead of reapplying them.
      *>   No file, or an empty one, means start from the beginning.
      *>   Anything but a number there is an open PBATCH plan
      *>   (PBPLANREC.cpy), flagged in WS-CKPT-PLAN-OPEN.
       READ-BATCH-CHECKPOINT.
           MOVE 0 TO WS-CKPT-LAST-SEQ
           MOVE 'N' TO WS-CKPT-PLAN-OPEN
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHECKPOINT-RECORD IS NUMERIC
                           MOVE CHECKPOINT-RECORD TO WS-CKPT-LAST-SEQ
                       ELSE
                           MOVE 'Y' TO WS-CKPT-PLAN-OPEN
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
       LOAD-ALL-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT
           OPEN INPUT ACCOUNTS-FILE
           MOVE 0 TO WS-PB-RETRY
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-PB-MODE NOT = 'P'
                   OR WS-PB-RETRY > WS-PB-RETRY-MAX
               PERFORM WAIT-FOR-PBATCH-SIBLING
               OPEN INPUT ACCOUNTS-FILE
           END-PERFORM
           IF WS-FILE-STATUS NOT = '00'
      *>       Status 39 is a record-length mismatch — the file was
      *>       written under a prior ACCTREC.cpy layout and needs the
       VERIFY-ACCOUNTS-UNCHANGED.
           MOVE 'N' TO WS-CONCURRENCY-FLAG
           OPEN INPUT ACCOUNTS-FILE
           MOVE 0 TO WS-PB-RETRY
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-PB-MODE NOT = 'P'
                   OR WS-PB-RETRY > WS-PB-RETRY-MAX
               PERFORM WAIT-FOR-PBATCH-SIBLING
               OPEN INPUT ACCOUNTS-FILE
           END-PERFORM
           IF WS-FILE-STATUS NOT = '00'
      *>       Status 39 is a record-length mismatch — the file was
      *>       written under a prior ACCTREC.cpy layout and needs the
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNTS-FILE
           MOVE 0 TO WS-PB-RETRY
           PERFORM UNTIL WS-FILE-STATUS NOT = '61'
                   OR WS-PB-MODE NOT = 'P'
                   OR WS-PB-RETRY > WS-PB-RETRY-MAX
               PERFORM WAIT-FOR-PBATCH-SIBLING
               OPEN I-O ACCOUNTS-FILE
           END-PERFORM
           IF WS-FILE-STATUS NOT = '00'
      *>       Status 39 is a record-length mismatch — the file was
      *>       written under a prior ACCTREC.cpy layout and needs the
           END-IF
           MOVE WS-IN-CHANNEL TO TRANS-CHANNEL
           MOVE WS-IN-BRANCH TO TRANS-BRANCH
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               OPEN OUTPUT TRANSACT-FILE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE.

               SET CTR-FILED TO TRUE
           END-IF
           OPEN EXTEND CTR-FILE
           MOVE 0 TO WS-PB-RETRY
           PERFORM UNTIL WS-CTR-STATUS NOT = '61'
                   OR WS-PB-MODE NOT = 'P'
                   OR WS-PB-RETRY > WS-PB-RETRY-MAX
               PERFORM WAIT-FOR-PBATCH-SIBLING
               OPEN EXTEND CTR-FILE
           END-PERFORM
           IF WS-CTR-STATUS NOT = '00' AND WS-CTR-STATUS NOT = '61'
               OPEN OUTPUT CTR-FILE
           END-IF
           IF WS-CTR-STATUS NOT = '00'
                   TO WS-IN-VALUE-DATE
               MOVE SPACES TO WS-IN-TARGET-ID
           END-IF
      *>   A 4-digit token in the same slot is the tax year an IRA
      *>   contribution counts toward (see CHECK-IRA-CONTRIBUTION);
      *>   on any other account it is simply ignored.
           MOVE 0 TO WS-IRA-TAX-YEAR-IN
           IF WS-IN-TARGET-ID(1:4) IS NUMERIC
               AND WS-IN-TARGET-ID(5:6) = SPACES
               MOVE WS-IN-TARGET-ID(1:4) TO WS-IRA-TAX-YEAR-IN
               MOVE SPACES TO WS-IN-TARGET-ID
           END-IF
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "RESULT|04"
               EXIT PARAGRAPH
           END-IF
      *>   A deposit to a charged-off account is a recovery, not a
      *>   credit to the closed account — see POST-DEPOSIT-RECOVERY.
           IF WS-A-STATUS(WS-FOUND-IDX) = 'C'
               PERFORM LOOKUP-ODAGE
               IF WS-ODAGE-CHARGED-OFF = 'Y'
                   PERFORM POST-DEPOSIT-RECOVERY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-IRA-CONTRIBUTION
           IF WS-IRA-DECLINE-RC NOT = SPACES
               MOVE WS-IRA-DECLINE-RC TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|" WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VELOCITY
           IF WS-VELOCITY-FLAG = 'Y'
               MOVE RC-VELOCITY-EXCEEDED TO WS-RESULT-CODE
           IF WS-IN-VALUE-DATE > 0
               PERFORM QUEUE-BACKVAL-ADJUSTMENT
           END-IF
           IF WS-IRA-FLAG = 'Y'
               MOVE 'C' TO IRATX-KIND
               MOVE SPACES TO WS-IRA-DIST-CODE
               PERFORM APPEND-IRA-TXN
               DISPLAY "IRA-CONTRIBUTION|" WS-IN-ACCT-ID "|"
                   WS-IRA-PLAN "|" WS-IRA-TAX-YEAR
           END-IF
           DISPLAY "OK|DEPOSIT|" WS-TX-ID "|" WS-IN-ACCT-ID "|"
               WS-A-BALANCE(WS-FOUND-IDX)
           DISPLAY "RESULT|00".

       PROCESS-WITHDRAW.
           MOVE 'W' TO WS-IN-TYPE
      *>   Optional IRA distribution code rides in the target-id slot
      *>   (a WITHDRAW has no target) — see RECORD-IRA-DISTRIBUTION.
           MOVE SPACES TO WS-IRA-DIST-IN
           EVALUATE WS-IN-TARGET-ID
               WHEN "N"
               WHEN "NORMAL"
                   MOVE 'N' TO WS-IRA-DIST-IN
               WHEN "E"
               WHEN "EARLY"
                   MOVE 'E' TO WS-IRA-DIST-IN
               WHEN "R"
               WHEN "ROLLOVER"
                   MOVE 'R' TO WS-IRA-DIST-IN
           END-EVALUATE
           IF WS-IRA-DIST-IN NOT = SPACES
               MOVE SPACES TO WS-IN-TARGET-ID
           END-IF
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
      *>   'E' (estate) blocks debits the same way a legal hold
      *>   does — deposits and final interest still land until
      *>   ACCOUNTS.cob's DISBURSE settles the estate.
      *>   'O' (an overdrawn account COLLECT.cob has frozen) is
      *>   the same: debits declined, deposits still cure it.
           IF WS-A-STATUS(WS-FOUND-IDX) = 'L'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'E'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'O'
               MOVE RC-LEGAL-HOLD TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|16"
               DISPLAY "RESULT|19"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CUSTODIAN-DEBIT
           IF WS-UTMA-DECLINE = 'Y'
               MOVE RC-NOT-AUTHORIZED TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|26"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SIGNER-AUTHORITY
           IF WS-SIGNER-DECLINE = 'Y'
               MOVE RC-NOT-AUTHORIZED TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|26"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VELOCITY
           IF WS-VELOCITY-FLAG = 'Y'
               MOVE RC-VELOCITY-EXCEEDED TO WS-RESULT-CODE
           END-IF
           MOVE 'N' TO WS-OVERDRAFT-FLAG
           MOVE 'N' TO WS-ODLOC-DRAW-FLAG
           MOVE 'N' TO WS-CC-DRAW-FLAG
           MOVE 'N' TO WS-CD-PENALTY-FLAG
           MOVE 0 TO WS-CD-PENALTY-AMT
           IF WS-A-TYPE(WS-FOUND-IDX) = ACCT-CD IN ACCOUNT-TYPES
           IF WS-A-BALANCE(WS-FOUND-IDX) <
               WS-IN-AMOUNT + WS-CD-PENALTY-AMT
               PERFORM LOOKUP-ODLOC
               PERFORM LOOKUP-CREDIT-CARD
               EVALUATE TRUE
      *>           Enrolled line of credit wins over the flat
      *>           overdraft allowance: the draw posts fee-free up to
                       AND WS-A-BALANCE(WS-FOUND-IDX) - WS-IN-AMOUNT
                           >= (0 - WS-OVERDRAFT-LIMIT)
                       MOVE 'Y' TO WS-OVERDRAFT-FLAG
      *>           A credit card account runs negative by design —
      *>           the draw is the card's own credit line (a cash
      *>           advance or purchase), up to CC-CREDIT-LIMIT on
      *>           CCACCT.DAT; CCARD.cob charges interest on it.
                   WHEN WS-A-TYPE(WS-FOUND-IDX) =
                           ACCT-CREDIT-CARD IN ACCOUNT-TYPES
                       AND WS-CC-ENROLLED = 'Y'
                       AND WS-A-BALANCE(WS-FOUND-IDX) - WS-IN-AMOUNT
                           >= (0 - WS-CC-LIMIT)
                       MOVE 'Y' TO WS-CC-DRAW-FLAG
                   WHEN OTHER
                       MOVE RC-NSF TO WS-RESULT-CODE
                       PERFORM WRITE-TRANSACTION-RECORD
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF
           MOVE 'N' TO WS-OD-FEE-STOPPED
           MOVE 'N' TO WS-OD-FEE-STAYED
           IF WS-OVERDRAFT-FLAG = 'Y'
               PERFORM CHECK-OVERDRAFT-FEE-STOP
           END-IF
           PERFORM SET-DAILY-LIMIT
           PERFORM CHECK-CUMULATIVE-DAILY-LIMIT
           IF WS-DAY-DEBIT-TOTAL + WS-IN-AMOUNT > WS-DAILY-LIMIT
           PERFORM WRITE-TRANSACTION-RECORD
           DISPLAY "OK|WITHDRAW|" WS-TX-ID "|" WS-IN-ACCT-ID "|"
               WS-A-BALANCE(WS-FOUND-IDX)
           PERFORM RECORD-IRA-DISTRIBUTION
           IF WS-ODLOC-DRAW-FLAG = 'Y'
               DISPLAY " ** LOC NOTE: Withdrawal " WS-IN-ACCT-ID
                   " drew on the overdraft line -- no fee"
               MOVE FEE-REASON-OVERDRAFT TO WS-FEE-REASON
               PERFORM WRITE-TRANSACTION-RECORD
           END-IF
           IF WS-OD-FEE-STOPPED = 'Y'
               DISPLAY " ** OVERDRAFT NOTE: Withdrawal " WS-IN-ACCT-ID
                   " overdrew the account -- fee stopped,"
                   " account is aged overdrawn"
           END-IF
           IF WS-OD-FEE-STAYED = 'Y'
               PERFORM LOG-OVERDRAFT-FEE-STAY
           END-IF
           IF WS-CD-PENALTY-FLAG = 'Y'
               DISPLAY " ** CD PENALTY NOTE: Withdrawal " WS-IN-ACCT-ID
                   " was before maturity -- early-withdrawal"
      *>   'E' (estate) blocks debits the same way a legal hold
      *>   does — deposits and final interest still land until
      *>   ACCOUNTS.cob's DISBURSE settles the estate.
      *>   'O' (an overdrawn account COLLECT.cob has frozen) is
      *>   the same: debits declined, deposits still cure it.
           IF WS-A-STATUS(WS-FOUND-IDX) = 'L'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'E'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'O'
               MOVE RC-LEGAL-HOLD TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|16"
               DISPLAY "RESULT|19"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CUSTODIAN-DEBIT
           IF WS-UTMA-DECLINE = 'Y'
               MOVE RC-NOT-AUTHORIZED TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|26"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SIGNER-AUTHORITY
           IF WS-SIGNER-DECLINE = 'Y'
               MOVE RC-NOT-AUTHORIZED TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|26"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VELOCITY
           IF WS-VELOCITY-FLAG = 'Y'
               MOVE RC-VELOCITY-EXCEEDED TO WS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'N' TO WS-OD-FEE-STOPPED
           MOVE 'N' TO WS-OD-FEE-STAYED
           IF WS-OVERDRAFT-FLAG = 'Y'
               PERFORM CHECK-OVERDRAFT-FEE-STOP
           END-IF
           MOVE WS-FOUND-IDX TO WS-ACCT-IDX
           MOVE WS-IN-ACCT-ID TO WS-XFER-SOURCE-ID
           MOVE WS-IN-TARGET-ID TO WS-IN-ACCT-ID
               MOVE FEE-REASON-OVERDRAFT TO WS-FEE-REASON
               PERFORM WRITE-TRANSACTION-RECORD
           END-IF
           IF WS-OD-FEE-STOPPED = 'Y'
               DISPLAY " ** OVERDRAFT NOTE: Transfer from "
                   WS-XFER-SOURCE-ID
                   " overdrew the account -- fee stopped,"
                   " account is aged overdrawn"
           END-IF
           IF WS-OD-FEE-STAYED = 'Y'
               PERFORM LOG-OVERDRAFT-FEE-STAY
           END-IF
           MOVE WS-ACCT-IDX TO WS-EXA-ACCT-IDX
           PERFORM CHECK-EXCESS-ACTIVITY
           DISPLAY "RESULT|00".
                        WS-IN-OPERATOR-ID
                        WS-IN-CHANNEL
                        WS-IN-BRANCH
                        WS-IN-PRESENTER
               END-UNSTRING
               IF WS-WIRE-CCY-TOKEN = "NONE"
                   MOVE SPACES TO WS-IN-DEST-CCY
                        WS-IN-OPERATOR-ID
                        WS-IN-CHANNEL
                        WS-IN-BRANCH
                        WS-IN-PRESENTER
               END-UNSTRING
           END-IF
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
      *>   'E' (estate) blocks debits the same way a legal hold
      *>   does — deposits and final interest still land until
      *>   ACCOUNTS.cob's DISBURSE settles the estate.
      *>   'O' (an overdrawn account COLLECT.cob has frozen) is
      *>   the same: debits declined, deposits still cure it.
           IF WS-A-STATUS(WS-FOUND-IDX) = 'L'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'E'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'O'
               MOVE RC-LEGAL-HOLD TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|16"
               DISPLAY "RESULT|19"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CUSTODIAN-DEBIT
           IF WS-UTMA-DECLINE = 'Y'
               MOVE RC-NOT-AUTHORIZED TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|26"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SIGNER-AUTHORITY
           IF WS-SIGNER-DECLINE = 'Y'
               MOVE RC-NOT-AUTHORIZED TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|26"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VELOCITY
           IF WS-VELOCITY-FLAG = 'Y'
               MOVE RC-VELOCITY-EXCEEDED TO WS-RESULT-CODE
      *>   POS carries a card-last-4 in place of the usual target-id
      *>   slot, so it gets its own small UNSTRING rather than
      *>   overloading the general one above — same reasoning as
      *>   REVERSAL/SCHEDULE. The merchant category code and the
      *>   merchant's country ride at the end, after the presenter,
      *>   for CHECK-CARD-CONTROLS; either may be omitted (a blank
      *>   country is domestic).
           MOVE SPACES TO WS-IN-MCC WS-IN-COUNTRY
           UNSTRING WS-BATCH-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
                    WS-IN-MCC
                    WS-IN-COUNTRY
           END-UNSTRING
      *>   This shape has no client-ref slot — clear whatever token
      *>   the general UNSTRING above already left there, or
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT-STR
           MOVE FUNCTION TRIM(WS-IN-CARD-LAST-4) TO WS-IN-CARD-LAST-4
           MOVE FUNCTION TRIM(WS-IN-MCC) TO WS-IN-MCC
           MOVE FUNCTION TRIM(WS-IN-COUNTRY) TO WS-IN-COUNTRY
           IF WS-IN-MCC = "NONE"
               MOVE SPACES TO WS-IN-MCC
           END-IF
           IF WS-IN-COUNTRY = "NON"
               MOVE SPACES TO WS-IN-COUNTRY
           END-IF
           MOVE FUNCTION TRIM(WS-IN-DESC) TO WS-IN-DESC
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               DISPLAY "RESULT|13"
               EXIT PARAGRAPH
           END-IF
      *>   The customer's own controls on the card (blocked merchant
      *>   categories, domestic-only) and the foreign-merchant travel
      *>   notice rule — a control decline is RESULT|30 and is logged
      *>   to CARDCTLLOG.DAT for the fraud desk.
           MOVE WS-CARD-LOOKUP-ID TO WS-CCTL-CARD-ID
           MOVE WS-IN-MCC TO WS-CCTL-MCC
           MOVE WS-IN-COUNTRY TO WS-CCTL-COUNTRY
           PERFORM CHECK-CARD-CONTROLS
           IF WS-CCTL-RULE NOT = SPACES
               MOVE RC-CARD-CONTROL TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE WS-IN-ACCT-ID TO CCLG-ACCT-ID
               MOVE WS-IN-CARD-LAST-4 TO CCLG-LAST-4
               MOVE WS-IN-AMOUNT TO CCLG-AMOUNT
               MOVE "TRANSACT" TO CCLG-SOURCE
               MOVE WS-IN-CHANNEL TO CCLG-CHANNEL
               MOVE WS-IN-BRANCH TO CCLG-BRANCH
               MOVE WS-IN-OPERATOR-ID TO CCLG-OPERATOR-ID
               MOVE SPACES TO CCLG-MERCHANT-REF
               PERFORM APPEND-CARD-CONTROL-LOG
               DISPLAY " ** CARD NOTE: Card ending "
                   WS-IN-CARD-LAST-4 " declined by card control "
                   WS-CCTL-RULE
               DISPLAY "RESULT|30"
               EXIT PARAGRAPH
           END-IF
      *>   Per-card daily POS cap, on top of the account-type daily
      *>   limit below — today's posted POS debits on this card plus
      *>   the current request must stay within the card's own
      *>   'E' (estate) blocks debits the same way a legal hold
      *>   does — deposits and final interest still land until
      *>   ACCOUNTS.cob's DISBURSE settles the estate.
      *>   'O' (an overdrawn account COLLECT.cob has frozen) is
      *>   the same: debits declined, deposits still cure it.
           IF WS-A-STATUS(WS-FOUND-IDX) = 'L'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'E'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'O'
               MOVE RC-LEGAL-HOLD TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|16"
               DISPLAY "RESULT|12"
               EXIT PARAGRAPH
           END-IF
      *>   Settle the out-of-network ATM fee first, so the balance
      *>   and overdraft-coverage tests below see the whole debit.
           PERFORM CHECK-ATM-FOREIGN-FEE
           MOVE WS-IN-AMOUNT TO WS-POS-DEBIT-AMT
           IF WS-ATM-FOREIGN-FLAG = 'Y'
               ADD FEE-ATM-FOREIGN TO WS-POS-DEBIT-AMT
           END-IF
           IF WS-A-TYPE(WS-FOUND-IDX) = ACCT-MMKT IN ACCOUNT-TYPES
               AND WS-A-BALANCE(WS-FOUND-IDX) - WS-POS-DEBIT-AMT
                   < MIN-BALANCE-MMKT
               MOVE RC-MIN-BALANCE TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
           END-IF
           MOVE 'N' TO WS-OVERDRAFT-FLAG
           MOVE 'N' TO WS-ODLOC-DRAW-FLAG
           MOVE 'N' TO WS-CC-DRAW-FLAG
           IF WS-A-BALANCE(WS-FOUND-IDX) < WS-POS-DEBIT-AMT
               PERFORM LOOKUP-ODLOC
               PERFORM LOOKUP-CREDIT-CARD
               EVALUATE TRUE
                   WHEN WS-A-TYPE(WS-FOUND-IDX) =
                           ACCT-CHECKING IN ACCOUNT-TYPES
                       AND WS-ODLOC-ENROLLED = 'Y'
                       AND WS-A-BALANCE(WS-FOUND-IDX) - WS-POS-DEBIT-AMT
                           >= (0 - WS-ODLOC-LIMIT)
                       MOVE 'Y' TO WS-ODLOC-DRAW-FLAG
                   WHEN WS-A-TYPE(WS-FOUND-IDX) =
                           ACCT-CHECKING IN ACCOUNT-TYPES
                       AND WS-ODLOC-ENROLLED = 'N'
                       AND WS-A-BALANCE(WS-FOUND-IDX) - WS-POS-DEBIT-AMT
                           >= (0 - WS-OVERDRAFT-LIMIT)
                       MOVE 'Y' TO WS-OVERDRAFT-FLAG
      *>           A credit card account runs negative by design —
      *>           the draw is the card's own credit line (a cash
      *>           advance or purchase), up to CC-CREDIT-LIMIT on
      *>           CCACCT.DAT; CCARD.cob charges interest on it.
                   WHEN WS-A-TYPE(WS-FOUND-IDX) =
                           ACCT-CREDIT-CARD IN ACCOUNT-TYPES
                       AND WS-CC-ENROLLED = 'Y'
                       AND WS-A-BALANCE(WS-FOUND-IDX) - WS-POS-DEBIT-AMT
                           >= (0 - WS-CC-LIMIT)
                       MOVE 'Y' TO WS-CC-DRAW-FLAG
                   WHEN OTHER
                       MOVE RC-NSF TO WS-RESULT-CODE
                       PERFORM WRITE-TRANSACTION-RECORD
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF
           MOVE 'N' TO WS-OD-FEE-STOPPED
           MOVE 'N' TO WS-OD-FEE-STAYED
           IF WS-OVERDRAFT-FLAG = 'Y'
               PERFORM CHECK-OVERDRAFT-FEE-STOP
           END-IF
           PERFORM SET-DAILY-LIMIT
           PERFORM CHECK-CUMULATIVE-DAILY-LIMIT
           IF WS-DAY-DEBIT-TOTAL + WS-IN-AMOUNT > WS-DAILY-LIMIT
           IF WS-OVERDRAFT-FLAG = 'Y'
               SUBTRACT WS-OVERDRAFT-FEE FROM WS-A-BALANCE(WS-FOUND-IDX)
           END-IF
           IF WS-ATM-FOREIGN-FLAG = 'Y'
               SUBTRACT FEE-ATM-FOREIGN FROM WS-A-BALANCE(WS-FOUND-IDX)
           END-IF
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           MOVE WS-FOUND-IDX TO WS-MARK-IDX
           PERFORM MARK-ACCOUNT-DIRTY
           PERFORM WRITE-TRANSACTION-RECORD
           DISPLAY "OK|POS|" WS-TX-ID "|" WS-IN-ACCT-ID "|"
               WS-A-BALANCE(WS-FOUND-IDX)
           IF WS-ATF-FEE-HELD NOT = 'N'
               PERFORM LOG-ATM-FOREIGN-FEE-HELD
           END-IF
           IF WS-ODLOC-DRAW-FLAG = 'Y'
               DISPLAY " ** LOC NOTE: POS/ATM debit " WS-IN-ACCT-ID
                   " drew on the overdraft line -- no fee"
               MOVE FEE-REASON-OVERDRAFT TO WS-FEE-REASON
               PERFORM WRITE-TRANSACTION-RECORD
           END-IF
           IF WS-OD-FEE-STOPPED = 'Y'
               DISPLAY " ** OVERDRAFT NOTE: POS/ATM debit "
                   WS-IN-ACCT-ID
                   " overdrew the account -- fee stopped,"
                   " account is aged overdrawn"
           END-IF
           IF WS-OD-FEE-STAYED = 'Y'
               PERFORM LOG-OVERDRAFT-FEE-STAY
           END-IF
           IF WS-ATM-FOREIGN-FLAG = 'Y'
               DISPLAY " ** ATM NOTE: " WS-IN-ACCT-ID
                   " used an out-of-network ATM -- fee assessed"
               PERFORM GENERATE-TX-ID
               MOVE 'F' TO WS-IN-TYPE
               MOVE FEE-ATM-FOREIGN TO WS-IN-AMOUNT
               MOVE "Out-of-network ATM fee" TO WS-IN-DESC
               MOVE FEE-REASON-ATM-FOREIGN TO WS-FEE-REASON
               PERFORM WRITE-TRANSACTION-RECORD
           END-IF
           MOVE WS-FOUND-IDX TO WS-EXA-ACCT-IDX
           PERFORM CHECK-EXCESS-ACTIVITY
           DISPLAY "RESULT|00".
       CHECK-CARD-REGISTRY.
           MOVE 'N' TO WS-CARD-FOUND-FLAG
           MOVE SPACES TO WS-CARD-LOOKUP-STATUS
           MOVE SPACES TO WS-CARD-LOOKUP-ID
           MOVE 0 TO WS-CARD-POS-CAP
           OPEN INPUT CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
                       OR CARD-STATUS = 'A'
                       MOVE 'Y' TO WS-CARD-FOUND-FLAG
                       MOVE CARD-STATUS TO WS-CARD-LOOKUP-STATUS
                       MOVE CARD-ID TO WS-CARD-LOOKUP-ID
                       MOVE CARD-DAILY-POS-LIMIT TO WS-CARD-POS-CAP
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRANSACT-FILE.

      *>   Card controls for WS-CCTL-CARD-ID against the merchant
      *>   category and country in WS-CCTL-MCC/WS-CCTL-COUNTRY — see
      *>   CCTLCHK.cpy. A blocked category wins over a country block,
      *>   and the customer's domestic-only flag over the bank's
      *>   travel-notice rule, so WS-CCTL-RULE always names the
      *>   control the customer would have to change. Missing
      *>   CARDCTL.DAT/CARDTRVL.DAT just mean no card has controls or
      *>   notices yet.
       CHECK-CARD-CONTROLS.
           MOVE SPACES TO WS-CCTL-RULE
           MOVE 'N' TO WS-CCTL-NOTICE-FLAG
           MOVE 'N' TO WS-CCTL-COVERED-FLAG
           MOVE 'N' TO WS-CCTL-FOREIGN-FLAG
           IF WS-CCTL-COUNTRY NOT = SPACES
               AND WS-CCTL-COUNTRY NOT = CARD-HOME-COUNTRY
               MOVE 'Y' TO WS-CCTL-FOREIGN-FLAG
           END-IF
           PERFORM SCAN-CARD-TRAVEL-NOTICES
           OPEN INPUT CARD-CONTROL-FILE
           IF WS-CCTL-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ CARD-CONTROL-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF CCTL-CARD-ID = WS-CCTL-CARD-ID
                       PERFORM TEST-CARD-CONTROL-RECORD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE CARD-CONTROL-FILE
           END-IF
           IF WS-CCTL-RULE = SPACES
               AND WS-CCTL-FOREIGN-FLAG = 'Y'
               AND CARD-FOREIGN-NEEDS-NOTICE = 'Y'
               AND WS-CCTL-COVERED-FLAG = 'N'
               MOVE "TRV" TO WS-CCTL-RULE
           END-IF.

       TEST-CARD-CONTROL-RECORD.
           IF CCTL-MCC-COUNT IS NOT NUMERIC
               MOVE 0 TO CCTL-MCC-COUNT
           END-IF
           IF WS-CCTL-MCC NOT = SPACES
               PERFORM VARYING WS-CCTL-IDX FROM 1 BY 1
                   UNTIL WS-CCTL-IDX > CCTL-MCC-COUNT
                       OR WS-CCTL-IDX > CARD-MAX-BLOCKED-MCC
                   IF CCTL-BLOCKED-MCC(WS-CCTL-IDX) = WS-CCTL-MCC
                       MOVE "MCC" TO WS-CCTL-RULE
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CCTL-FOREIGN-FLAG = 'Y' AND CCTL-DOMESTIC-ONLY-ON
               MOVE "DOM" TO WS-CCTL-RULE
           END-IF.

      *>   WS-CCTL-NOTICE-FLAG 'Y' when the card has any Active travel
      *>   notice that hasn't ended; WS-CCTL-COVERED-FLAG 'Y' when one
      *>   of them covers WS-CCTL-COUNTRY today.
       SCAN-CARD-TRAVEL-NOTICES.
           OPEN INPUT CARD-TRAVEL-FILE
           IF WS-CTRV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CARD-TRAVEL-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CTRV-CARD-ID = WS-CCTL-CARD-ID AND CTRV-ACTIVE
                   AND CTRV-END-DATE >= WS-CURRENT-DATE
                   MOVE 'Y' TO WS-CCTL-NOTICE-FLAG
                   IF CTRV-COUNTRY = WS-CCTL-COUNTRY
                       AND CTRV-START-DATE <= WS-CURRENT-DATE
                       MOVE 'Y' TO WS-CCTL-COVERED-FLAG
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CARD-TRAVEL-FILE.

      *>   Appends the caller's CARD-CONTROL-LOG-RECORD to
      *>   CARDCTLLOG.DAT, stamped with the control check's own
      *>   results — same OPEN EXTEND-else-OUTPUT append as
      *>   APPEND-OPLOG-ENTRY.
       APPEND-CARD-CONTROL-LOG.
           MOVE WS-CURRENT-DATE TO CCLG-DATE
           MOVE WS-CURRENT-TIME TO CCLG-TIME
           MOVE WS-CCTL-CARD-ID TO CCLG-CARD-ID
           MOVE WS-CCTL-MCC TO CCLG-MCC
           MOVE WS-CCTL-COUNTRY TO CCLG-COUNTRY
           MOVE WS-CCTL-RULE TO CCLG-RULE
           MOVE WS-CCTL-NOTICE-FLAG TO CCLG-NOTICE-FLAG
           OPEN EXTEND CARD-CONTROL-LOG-FILE
           IF WS-CCLG-STATUS NOT = '00'
               OPEN OUTPUT CARD-CONTROL-LOG-FILE
           END-IF
           IF WS-CCLG-STATUS = '00'
               WRITE CARD-CONTROL-LOG-RECORD
               CLOSE CARD-CONTROL-LOG-FILE
           END-IF.

       PARSE-CHECK-DEPOSIT-LINE.
      *>   Takes an optional float-days override, plus the payee line
      *>   and captured-image reference hash the deposit channel
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
           END-UNSTRING
      *>   No client-ref slot in this shape — same stale-token clear
      *>   as PARSE-POS-LINE.
               DISPLAY "RESULT|00"
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-REGCC-SCHEDULE
           PERFORM WRITE-CHECK-ITEM-RECORD
           DISPLAY "OK|CHECK-DEPOSIT|" WS-TX-ID "|" WS-IN-ACCT-ID "|"
               WS-A-BALANCE(WS-FOUND-IDX) "|" WS-HOLD-ID "|"
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
      *>   Each collection goes out as its own one-item batch,
      *>   framed by the OBCTL.cpy header/trailer SETTLE.cob checks
      *>   before it settles anything in this node's OUTBOUND.DAT.
           MOVE OUTBOUND-LINE TO WS-OB-DETAIL-LINE
           MOVE SPACES TO OUTBOUND-LINE
           STRING "HDR|BANK_" DELIMITED SIZE
               WS-NODE-CODE DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-CURRENT-DATE DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-SETTLE-CYCLE DELIMITED SIZE
               INTO OUTBOUND-LINE
           END-STRING
           WRITE OUTBOUND-LINE
           MOVE WS-OB-DETAIL-LINE TO OUTBOUND-LINE
           WRITE OUTBOUND-LINE
           MOVE 1 TO WS-OBC-COUNT
           MOVE WS-IN-AMOUNT TO WS-OBC-HASH
           MOVE WS-OBC-HASH TO WS-OBC-HASH-DISPLAY
           MOVE WS-OBC-HASH-INT TO WS-OBC-HASH-STRING(1:12)
           MOVE '.' TO WS-OBC-HASH-STRING(13:1)
           MOVE WS-OBC-HASH-DEC TO WS-OBC-HASH-STRING(14:2)
           MOVE SPACES TO OUTBOUND-LINE
           STRING "TRL|" DELIMITED SIZE
               WS-OBC-COUNT DELIMITED SIZE
               "|" DELIMITED SIZE
               WS-OBC-HASH-STRING DELIMITED SIZE
               INTO OUTBOUND-LINE
           END-STRING
           WRITE OUTBOUND-LINE
           CLOSE OUTBOUND-FILE.

               DISPLAY "RESULT|00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-SETTLED-CONTROLS
           IF WS-STLC-REASON NOT = SPACES
               CLOSE SETTLED-FILE
               DISPLAY "ERROR|SETTLED-CONTROL|" WS-STLC-BATCH "|"
                   FUNCTION TRIM(WS-STLC-REASON)
               MOVE RC-FILE-ERROR TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           CLOSE SETTLED-FILE
           OPEN INPUT SETTLED-FILE
           IF WS-SETTLED-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SETTLED-STATUS
               MOVE RC-FILE-ERROR TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SETTLED-FILE
                   AT END
           DISPLAY "RELEASE-TRANSIT-SUMMARY|" WS-TRANSIT-RELEASED
           DISPLAY "RESULT|00".

      *>   Proves every confirmation batch the hub framed into
      *>   SETTLED.DAT (OBCTL.cpy) arrived whole before any hold is
      *>   released against it: each HDR needs its TRL, and the
      *>   trailer's count and hash total must foot to the lines in
      *>   between. Lines ahead of the first batch predate the
      *>   framing and are taken as they stand; once framing starts,
      *>   a line outside a batch is refused like a bad trailer.
      *>   Leaves WS-STLC-REASON blank when
      *>   the file proves out; the file is left open at end.
       VERIFY-SETTLED-CONTROLS.
           MOVE 0 TO WS-STLC-BATCH
           MOVE 'N' TO WS-STLC-IN-BATCH
           MOVE SPACES TO WS-STLC-REASON
           PERFORM UNTIL 1 = 0
               READ SETTLED-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SETTLED-LINE(1:3) TO WS-OBC-TAG
               EVALUATE TRUE
                   WHEN WS-OBC-TAG = "HDR"
                       AND SETTLED-LINE(4:1) = "|"
                       IF WS-STLC-IN-BATCH = 'Y'
                           MOVE "TRAILER MISSING" TO WS-STLC-REASON
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-STLC-BATCH
                       MOVE 'Y' TO WS-STLC-IN-BATCH
                       MOVE 0 TO WS-OBC-COUNT
                       MOVE 0 TO WS-OBC-HASH
                   WHEN WS-OBC-TAG = "TRL"
                       AND SETTLED-LINE(4:1) = "|"
                       IF WS-STLC-IN-BATCH = 'N'
                           MOVE "TRAILER WITHOUT HEADER"
                               TO WS-STLC-REASON
                           EXIT PERFORM
                       END-IF
                       MOVE 'N' TO WS-STLC-IN-BATCH
                       MOVE SPACES TO WS-OBC-TRL-COUNT-STR
                       MOVE SPACES TO WS-OBC-TRL-HASH-STR
                       UNSTRING SETTLED-LINE DELIMITED BY "|"
                           INTO WS-OBC-TAG
                                WS-OBC-TRL-COUNT-STR
                                WS-OBC-TRL-HASH-STR
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-OBC-TRL-COUNT-STR))
                           TO WS-OBC-TRL-COUNT
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-OBC-TRL-HASH-STR))
                           TO WS-OBC-TRL-HASH
                       IF WS-OBC-TRL-COUNT NOT = WS-OBC-COUNT
                           MOVE "TRAILER COUNT MISMATCH"
                               TO WS-STLC-REASON
                           EXIT PERFORM
                       END-IF
                       IF WS-OBC-TRL-HASH NOT = WS-OBC-HASH
                           MOVE "TRAILER HASH MISMATCH"
                               TO WS-STLC-REASON
                           EXIT PERFORM
                       END-IF
                   WHEN WS-STLC-IN-BATCH = 'N'
                       AND WS-STLC-BATCH > 0
                       MOVE "DETAIL OUTSIDE BATCH" TO WS-STLC-REASON
                       EXIT PERFORM
                   WHEN WS-STLC-IN-BATCH = 'Y'
                       UNSTRING SETTLED-LINE DELIMITED BY "|"
                           INTO WS-STLP-SOURCE
                                WS-STLP-DEST
                                WS-STLP-AMT-STR
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-STLP-AMT-STR))
                           TO WS-OBC-LINE-AMOUNT
                       ADD 1 TO WS-OBC-COUNT
                       ADD WS-OBC-LINE-AMOUNT TO WS-OBC-HASH
               END-EVALUATE
           END-PERFORM
           IF WS-STLC-REASON = SPACES
               AND WS-STLC-IN-BATCH = 'Y'
               MOVE "TRAILER MISSING" TO WS-STLC-REASON
           END-IF.

       RELEASE-ONE-TRANSIT-HOLD.
           OPEN I-O HOLDS-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-ITEM-ID) TO WS-IN-ITEM-ID
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           END-PERFORM
           CLOSE CHKITEM-FILE.

      *>   Releases the returned deposit's still-Active float holds.
      *>   A Reg CC split deposit's portions all carry the item's TRX
      *>   id in HOLD-MERCHANT-REF, so every one of them goes; a hold
      *>   written before the split (blank merchant ref) is matched on
      *>   account, amount, and the check-float reason code, the same
      *>   keys it was written with. Not finding one is fine: the
      *>   float may already have lapsed and been auto-released by
      *>   VALIDATE.cob's RELEASE-EXPIRED before the return came in.
       RELEASE-RETURN-FLOAT-HOLD.
           MOVE 'N' TO WS-RETURN-HOLD-FOUND
           OPEN I-O HOLDS-FILE
               END-READ
               IF HOLD-ACTIVE
                   AND HOLD-ACCT-ID = WS-CI-ACCT-ID(WS-CI-MATCH-IDX)
                   AND HOLD-MERCHANT-REF = WS-CI-ID(WS-CI-MATCH-IDX)
                   AND (HOLD-REASON-CODE = HOLD-REASON-CHECK-FLOAT
                       OR HOLD-REASON-CODE = HOLD-REASON-CHECK-NEXTDAY
                       OR HOLD-REASON-CODE = HOLD-REASON-CHECK-EXCEPT)
                   MOVE 'R' TO HOLD-STATUS
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           DISPLAY "ERROR|REWRITE|"
                               WS-HOLD-FILE-STATUS
                   END-REWRITE
                   MOVE 'Y' TO WS-RETURN-HOLD-FOUND
               END-IF
               IF HOLD-ACTIVE
                   AND WS-RETURN-HOLD-FOUND = 'N'
                   AND HOLD-ACCT-ID = WS-CI-ACCT-ID(WS-CI-MATCH-IDX)
                   AND HOLD-MERCHANT-REF = SPACES
                   AND HOLD-AMOUNT = WS-CI-AMOUNT(WS-CI-MATCH-IDX)
                   AND HOLD-REASON-CODE = HOLD-REASON-CHECK-FLOAT
                   MOVE 'R' TO HOLD-STATUS
           MOVE WS-CURRENT-TIME TO HOLD-TIME
      *>   Ordinary float hold unless the caller overrode the reason
      *>   fields first — the transit-collection path sets 'TC'/no
      *>   release date/its collection ref before performing this, and
      *>   APPLY-REGCC-SCHEDULE sets each portion's reason and amount.
           IF WS-HOLD-REASON-USE = SPACES
               MOVE "Check deposit float hold" TO HOLD-DESC
               MOVE WS-HOLD-RELEASE-DATE TO HOLD-RELEASE-DATE
               MOVE WS-HOLD-RELEASE-DATE TO HOLD-RELEASE-DATE
               MOVE WS-HOLD-REASON-USE TO HOLD-REASON-CODE
               MOVE WS-HOLD-MERCHANT-USE TO HOLD-MERCHANT-REF
               IF WS-HOLD-AMOUNT-USE NOT = 0
                   MOVE WS-HOLD-AMOUNT-USE TO HOLD-AMOUNT
               END-IF
               MOVE SPACES TO WS-HOLD-REASON-USE
               MOVE 0 TO WS-HOLD-AMOUNT-USE
           END-IF
           WRITE HOLD-RECORD
               INVALID KEY
           END-WRITE
           CLOSE HOLDS-FILE.

      *>   Regulation CC availability split of one deposited check
      *>   (WS-IN-AMOUNT under WS-TX-ID, account at WS-FOUND-IDX) into
      *>   an immediate portion and up to three Active HOLDS.DAT
      *>   holds, each with its own HOLD-RELEASE-DATE and the
      *>   deposit's TRX id in HOLD-MERCHANT-REF:
      *>     immediate        — the first REGCC-IMMEDIATE-AMT, no
      *>                        hold written; available at once
      *>     next-day  ('CN') — the rest of the first
      *>                        REGCC-NEXT-DAY-AMT, let go the next
      *>                        business day
      *>     scheduled ('CF') — the rest, WS-IN-FLOAT-DAYS business
      *>                        days out but never ahead of the
      *>                        next-day portion
      *>     exception ('CX') — whatever REGCC-CHECK-EXCEPTION takes
      *>                        off the scheduled portion, held a
      *>                        further REGCC-EXCEPTION-BUS-DAYS
      *>                        business days, with a HOLDNOTICE.DAT
      *>                        disclosure record for the branch
      *>   A zero portion writes no hold. WS-HOLD-ID/WS-HOLD-RELEASE-
      *>   DATE come back set to the latest-releasing hold — the day
      *>   the whole check is available — for the caller's OK| line;
      *>   both are blank/zero when the immediate portion covered the
      *>   whole check.
       APPLY-REGCC-SCHEDULE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-REGCC-TODAY-INT
           MOVE SPACES TO WS-REGCC-FINAL-ID
           MOVE 0 TO WS-REGCC-FINAL-DATE
           MOVE WS-IN-AMOUNT TO WS-REGCC-IMMED-AMT
           IF WS-REGCC-IMMED-AMT > REGCC-IMMEDIATE-AMT
               MOVE REGCC-IMMEDIATE-AMT TO WS-REGCC-IMMED-AMT
           END-IF
           MOVE WS-IN-AMOUNT TO WS-REGCC-NEXTDAY-AMT
           IF WS-REGCC-NEXTDAY-AMT > REGCC-NEXT-DAY-AMT
               MOVE REGCC-NEXT-DAY-AMT TO WS-REGCC-NEXTDAY-AMT
           END-IF
           SUBTRACT WS-REGCC-IMMED-AMT FROM WS-REGCC-NEXTDAY-AMT
           COMPUTE WS-REGCC-SCHED-AMT =
               WS-IN-AMOUNT - WS-REGCC-IMMED-AMT
                   - WS-REGCC-NEXTDAY-AMT
           END-COMPUTE
           PERFORM REGCC-CHECK-EXCEPTION
           SUBTRACT WS-REGCC-EXCEPT-AMT FROM WS-REGCC-SCHED-AMT

           IF WS-REGCC-IMMED-AMT > 0
               DISPLAY "REGCC|IMMEDIATE|" WS-REGCC-IMMED-AMT
           END-IF

           MOVE WS-REGCC-TODAY-INT TO WS-REGCC-DAY-INT
           MOVE 1 TO WS-REGCC-BUS-DAYS
           PERFORM REGCC-ADD-BUSINESS-DAYS
           MOVE WS-REGCC-DAY-INT TO WS-REGCC-NEXTDAY-INT
           MOVE FUNCTION DATE-OF-INTEGER(WS-REGCC-DAY-INT)
               TO WS-HOLD-RELEASE-DATE
           IF WS-REGCC-NEXTDAY-AMT > 0
               MOVE HOLD-REASON-CHECK-NEXTDAY TO WS-REGCC-PORTION-RSN
               MOVE WS-REGCC-NEXTDAY-AMT TO WS-REGCC-PORTION-AMT
               MOVE "Check deposit next-day hold" TO WS-HOLD-DESC-USE
               PERFORM WRITE-REGCC-PORTION-HOLD
           END-IF

           MOVE WS-REGCC-TODAY-INT TO WS-REGCC-DAY-INT
           MOVE WS-IN-FLOAT-DAYS TO WS-REGCC-BUS-DAYS
           PERFORM REGCC-ADD-BUSINESS-DAYS
           IF WS-REGCC-DAY-INT < WS-REGCC-NEXTDAY-INT
               MOVE WS-REGCC-NEXTDAY-INT TO WS-REGCC-DAY-INT
           END-IF
           MOVE WS-REGCC-DAY-INT TO WS-HOLD-RELEASE-INT
           MOVE FUNCTION DATE-OF-INTEGER(WS-HOLD-RELEASE-INT)
               TO WS-HOLD-RELEASE-DATE
           IF WS-REGCC-SCHED-AMT > 0
               MOVE HOLD-REASON-CHECK-FLOAT TO WS-REGCC-PORTION-RSN
               MOVE WS-REGCC-SCHED-AMT TO WS-REGCC-PORTION-AMT
               MOVE "Check deposit float hold" TO WS-HOLD-DESC-USE
               PERFORM WRITE-REGCC-PORTION-HOLD
           END-IF

           IF WS-REGCC-EXCEPT-AMT > 0
               MOVE WS-HOLD-RELEASE-INT TO WS-REGCC-DAY-INT
               MOVE REGCC-EXCEPTION-BUS-DAYS TO WS-REGCC-BUS-DAYS
               PERFORM REGCC-ADD-BUSINESS-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-REGCC-DAY-INT)
                   TO WS-HOLD-RELEASE-DATE
               MOVE HOLD-REASON-CHECK-EXCEPT TO WS-REGCC-PORTION-RSN
               MOVE WS-REGCC-EXCEPT-AMT TO WS-REGCC-PORTION-AMT
               MOVE "Check deposit Reg CC exception hold"
                   TO WS-HOLD-DESC-USE
               PERFORM WRITE-REGCC-PORTION-HOLD
               PERFORM WRITE-HOLD-NOTICE-RECORD
               DISPLAY " ** REG CC NOTE: Exception hold ("
                   WS-REGCC-EXC-REASON ") on " WS-IN-ACCT-ID
                   " -- customer notice queued"
           END-IF

           MOVE WS-REGCC-FINAL-ID TO WS-HOLD-ID
           MOVE WS-REGCC-FINAL-DATE TO WS-HOLD-RELEASE-DATE.

      *>   Decides whether the scheduled portion (WS-REGCC-SCHED-AMT)
      *>   qualifies for an exception-extended hold, and how much of
      *>   it: all of it for a new account or a repeat overdrafter,
      *>   only the part of the check above REGCC-LARGE-DEPOSIT-AMT
      *>   for a large deposit. First matching reason wins; it lands
      *>   in WS-REGCC-EXC-REASON for the notice. An account with no
      *>   open date on file (pre-dates the field) is not "new".
       REGCC-CHECK-EXCEPTION.
           MOVE 0 TO WS-REGCC-EXCEPT-AMT
           MOVE SPACES TO WS-REGCC-EXC-REASON
           IF WS-REGCC-SCHED-AMT NOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-A-OPEN(WS-FOUND-IDX) > 0
               MOVE FUNCTION INTEGER-OF-DATE(WS-A-OPEN(WS-FOUND-IDX))
                   TO WS-REGCC-OPEN-INT
               IF WS-REGCC-OPEN-INT + REGCC-NEW-ACCT-DAYS
                   > WS-REGCC-TODAY-INT
                   MOVE REGCC-EXC-NEW-ACCOUNT TO WS-REGCC-EXC-REASON
                   MOVE WS-REGCC-SCHED-AMT TO WS-REGCC-EXCEPT-AMT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM REGCC-COUNT-OVERDRAFTS
           IF WS-REGCC-OD-COUNT >= REGCC-REPEAT-OD-COUNT
               MOVE REGCC-EXC-REPEAT-OD TO WS-REGCC-EXC-REASON
               MOVE WS-REGCC-SCHED-AMT TO WS-REGCC-EXCEPT-AMT
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-AMOUNT > REGCC-LARGE-DEPOSIT-AMT
               MOVE REGCC-EXC-LARGE-DEPOSIT TO WS-REGCC-EXC-REASON
               COMPUTE WS-REGCC-EXCEPT-AMT =
                   WS-IN-AMOUNT - REGCC-LARGE-DEPOSIT-AMT
               END-COMPUTE
               IF WS-REGCC-EXCEPT-AMT > WS-REGCC-SCHED-AMT
                   MOVE WS-REGCC-SCHED-AMT TO WS-REGCC-EXCEPT-AMT
               END-IF
           END-IF.

      *>   Counts posted overdraft-fee records (TRANS-TYPE 'F',
      *>   FEE-REASON-OVERDRAFT) on WS-IN-ACCT-ID within the last
      *>   REGCC-REPEAT-OD-DAYS — the repeat-overdrafter test. No
      *>   TRANSACT.DAT yet means no overdrafts.
       REGCC-COUNT-OVERDRAFTS.
           MOVE 0 TO WS-REGCC-OD-COUNT
           MOVE FUNCTION DATE-OF-INTEGER(
               WS-REGCC-TODAY-INT - REGCC-REPEAT-OD-DAYS)
               TO WS-REGCC-OD-CUTOFF
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF TRANS-ACCT-ID = WS-IN-ACCT-ID
                   AND TRANS-TYPE = 'F'
                   AND TRANS-FEE-REASON = FEE-REASON-OVERDRAFT
                   AND TRANS-STATUS = '00'
                   AND TRANS-DATE >= WS-REGCC-OD-CUTOFF
                   ADD 1 TO WS-REGCC-OD-COUNT
               END-IF
           END-PERFORM
           CLOSE TRANSACT-FILE.

      *>   Steps WS-REGCC-DAY-INT (an INTEGER-OF-DATE day number)
      *>   forward WS-REGCC-BUS-DAYS business days, skipping Saturdays
      *>   and Sundays. Day 1 of the integer calendar (1601-01-01) was
      *>   a Monday, so MOD 7 gives 6 for Saturday and 0 for Sunday.
       REGCC-ADD-BUSINESS-DAYS.
           PERFORM UNTIL WS-REGCC-BUS-DAYS = 0
               ADD 1 TO WS-REGCC-DAY-INT
               COMPUTE WS-REGCC-WEEKDAY =
                   FUNCTION MOD(WS-REGCC-DAY-INT 7)
               END-COMPUTE
               IF WS-REGCC-WEEKDAY NOT = 6
                   AND WS-REGCC-WEEKDAY NOT = 0
                   SUBTRACT 1 FROM WS-REGCC-BUS-DAYS
               END-IF
           END-PERFORM.

      *>   Writes one Reg CC portion hold (WS-REGCC-PORTION-RSN/-AMT,
      *>   WS-HOLD-DESC-USE, WS-HOLD-RELEASE-DATE set by the caller)
      *>   and remembers the latest-releasing one.
       WRITE-REGCC-PORTION-HOLD.
           MOVE WS-REGCC-PORTION-RSN TO WS-HOLD-REASON-USE
           MOVE WS-REGCC-PORTION-AMT TO WS-HOLD-AMOUNT-USE
           MOVE WS-TX-ID TO WS-HOLD-MERCHANT-USE
           PERFORM GENERATE-HOLD-ID
           PERFORM WRITE-CHECK-HOLD-RECORD
           DISPLAY "REGCC|" WS-HOLD-ID "|" WS-REGCC-PORTION-RSN "|"
               WS-REGCC-PORTION-AMT "|" WS-HOLD-RELEASE-DATE
           IF WS-HOLD-RELEASE-DATE >= WS-REGCC-FINAL-DATE
               MOVE WS-HOLD-ID TO WS-REGCC-FINAL-ID
               MOVE WS-HOLD-RELEASE-DATE TO WS-REGCC-FINAL-DATE
           END-IF.

      *>   HOLDNOTICE.DAT — one disclosure record per exception hold,
      *>   append-on-first-use the same as CHKITEM.DAT.
       WRITE-HOLD-NOTICE-RECORD.
           MOVE WS-HOLD-ID TO HNTC-HOLD-ID
           MOVE WS-IN-ACCT-ID TO HNTC-ACCT-ID
           MOVE WS-TX-ID TO HNTC-TX-ID
           MOVE WS-REGCC-EXCEPT-AMT TO HNTC-HOLD-AMOUNT
           MOVE WS-IN-AMOUNT TO HNTC-DEPOSIT-AMT
           MOVE WS-HOLD-RELEASE-DATE TO HNTC-RELEASE-DATE
           MOVE WS-REGCC-EXC-REASON TO HNTC-REASON-CODE
           MOVE WS-CURRENT-DATE TO HNTC-DATE
           MOVE WS-CURRENT-TIME TO HNTC-TIME
           OPEN EXTEND HOLD-NOTICE-FILE
           IF WS-HNTC-STATUS NOT = '00'
               OPEN OUTPUT HOLD-NOTICE-FILE
           END-IF
           IF WS-HNTC-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-HNTC-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE HOLD-NOTICE-RECORD
           CLOSE HOLD-NOTICE-FILE.

       PARSE-REGISTER-CHECK-LINE.
      *>   REGISTER-CHECK takes its own shape (acct, check-num,
      *>   amount, payee) -- same reasoning as PARSE-STANDING-LINE for
      *>   not overloading the general UNSTRING in MAIN-PROGRAM.
           UNSTRING WS-BATCH-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-CHECK-NUM
                    WS-IN-AMOUNT-STR
                    WS-IN-PAYEE
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-IN-CHECK-NUM) TO WS-IN-CHECK-NUM
           MOVE FUNCTION TRIM(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT-STR
           MOVE FUNCTION TRIM(WS-IN-PAYEE) TO WS-IN-PAYEE
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           PERFORM DEFAULT-CHANNEL-BRANCH
           MOVE 0 TO WS-IN-AMOUNT
           IF WS-IN-AMOUNT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT
           END-IF.

      *>   Registers a check ahead of being presented -- PROCESS-CHECK
      *>   later matches a CHECK operation against this entry on
      *>   account, check number, and amount before posting it, the
      *>   way a real positive-pay feed lets a bank flag a check that
      *>   doesn't match what was actually issued.
       PROCESS-REGISTER-CHECK.
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-POSPAY-FILE
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-WTPL-IN-ID) TO WS-WTPL-IN-ID
           IF WS-TKT-CASHBACK > 0
               IF WS-A-STATUS(WS-FOUND-IDX) = 'L'
                   OR WS-A-STATUS(WS-FOUND-IDX) = 'E'
                   OR WS-A-STATUS(WS-FOUND-IDX) = 'O'
                   MOVE RC-LEGAL-HOLD TO WS-RESULT-CODE
                   DISPLAY "RESULT|16"
                   EXIT PARAGRAPH
           IF WS-IN-AMOUNT > 9500.00
               PERFORM WRITE-CTR-RECORD
           END-IF
           PERFORM APPLY-REGCC-SCHEDULE
           PERFORM WRITE-CHECK-ITEM-RECORD
           ADD WS-IN-AMOUNT TO WS-TKT-CHECK-TOTAL
           DISPLAY "TICKET-ITEM|CHECK|" WS-TX-ID "|" WS-IN-AMOUNT
           IF WS-IN-AMOUNT > 9500.00
               PERFORM WRITE-CTR-RECORD
           END-IF
           PERFORM APPLY-REGCC-SCHEDULE
           PERFORM WRITE-CHECK-ITEM-RECORD
           ADD 1 TO WS-RDC-POSTED-COUNT
           ADD WS-IN-AMOUNT TO WS-RDC-POSTED-TOTAL
      *>   stale-dated check presented months later declines with
      *>   RC-CHECK-MISMATCH in PROCESS-CHECK instead of paying like
      *>   a fresh one. The entry stays on file for the register.
      *>   Official checks drawn on OFFCHK-LIAB-ACCT-ID don't go
      *>   stale — the bank owes them until paid or escheated.
       PROCESS-VOID-STALE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-STALE-TODAY-INT
               IF WS-PP-STATUS(WS-POSPAY-IDX) = 'I'
                   AND WS-PP-ISSUE-DATE(WS-POSPAY-IDX)
                       < WS-STALE-CUTOFF-DATE
                   AND WS-PP-ACCT-ID(WS-POSPAY-IDX)
                       NOT = OFFCHK-LIAB-ACCT-ID
                   MOVE 'V' TO WS-PP-STATUS(WS-POSPAY-IDX)
                   ADD 1 TO WS-STALE-VOIDED-COUNT
                   DISPLAY "CHECK-VOIDED|"
               WS-STALE-CUTOFF-DATE
           DISPLAY "RESULT|00".

       PARSE-OFFICIAL-CHECK-LINE.
      *>   OFFICIAL-CHECK carries the payee and remitter in place of
      *>   the usual target-id/description slots, so it gets its own
      *>   small UNSTRING -- same reasoning as REGISTER-CHECK. Both
      *>   names come in with underscores for spaces.
           UNSTRING WS-BATCH-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-AMOUNT-STR
                    WS-IN-PAYEE
                    WS-IN-REMITTER
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
           END-UNSTRING
      *>   No client-ref slot in this shape -- same stale-token clear
      *>   as PARSE-POS-LINE. The check number isn't known until the
      *>   item is numbered, so a declined sale is described plainly.
           MOVE SPACES TO WS-IN-CLIENT-REF
           MOVE SPACES TO WS-IN-CHECK-NUM
           MOVE "Official check" TO WS-IN-DESC
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT-STR
           MOVE FUNCTION TRIM(WS-IN-PAYEE) TO WS-IN-PAYEE
           MOVE FUNCTION TRIM(WS-IN-REMITTER) TO WS-IN-REMITTER
           INSPECT WS-IN-PAYEE REPLACING ALL "_" BY " "
           INSPECT WS-IN-REMITTER REPLACING ALL "_" BY " "
           IF WS-IN-REMITTER = "NONE"
               MOVE SPACES TO WS-IN-REMITTER
           END-IF
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
               MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT
           END-IF.

      *>   Sells an official (cashier's) check. The bank draws the
      *>   item on itself, so the money leaves the purchaser's
      *>   account (or comes over the counter as cash) up front and
      *>   sits in the OFFCHK-LIAB-ACCT-ID liability account until
      *>   the item is presented. The item is numbered from
      *>   OFCKSEQ.DAT and registered Issued on POSPAY.DAT against the
      *>   liability account, so PROCESS-CHECK pays it exactly like a
      *>   positive-pay customer's check, and on OFFCHK.DAT, the
      *>   outstanding-item register RECONCILE.cob proves the
      *>   liability balance against. An account purchase is a
      *>   WITHDRAW in every respect but one: it never overdraws — a
      *>   bank doesn't lend the customer its own official check.
       PROCESS-OFFICIAL-CHECK.
           MOVE 'W' TO WS-IN-TYPE
           MOVE 'N' TO WS-OFCK-CASH
           IF WS-IN-ACCT-ID = "CASH"
               MOVE 'Y' TO WS-OFCK-CASH
           END-IF
           MOVE WS-IN-ACCT-ID TO WS-OFCK-PURCHASER
      *>   A cash customer has no account name to fall back on, so
      *>   the remitter must be given.
           IF WS-IN-AMOUNT NOT > 0
               OR WS-IN-PAYEE = SPACES
               OR (WS-OFCK-CASH = 'Y' AND WS-IN-REMITTER = SPACES)
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               DISPLAY "ERROR|OFFICIAL-CHECK-FIELDS"
               DISPLAY "RESULT|06"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ALL-ACCOUNTS
           MOVE OFFCHK-LIAB-ACCT-ID TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           MOVE WS-OFCK-PURCHASER TO WS-IN-ACCT-ID
           IF WS-FOUND-FLAG = 'Y'
               IF WS-A-STATUS(WS-FOUND-IDX) = 'C'
                   MOVE 'N' TO WS-FOUND-FLAG
               END-IF
           END-IF
           IF WS-FOUND-FLAG = 'N'
               DISPLAY "ERROR|NO-LIABILITY-ACCOUNT|"
                   OFFCHK-LIAB-ACCT-ID
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IDX TO WS-OFCK-LIAB-IDX
           MOVE 0 TO WS-OFCK-PURCH-IDX
           IF WS-OFCK-CASH = 'N'
               PERFORM CHECK-OFFICIAL-PURCHASER
               IF WS-RESULT-CODE NOT = RC-SUCCESS
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *>   Both registers are fixed-size tables; refuse the sale
      *>   before any money moves rather than post an item that
      *>   can't be registered.
           PERFORM LOAD-POSPAY-FILE
           PERFORM LOAD-OFFCHK-FILE
           IF WS-POSPAY-COUNT >= 200 OR WS-OFCK-COUNT >= 200
               DISPLAY "ERROR|OFFICIAL-CHECK-REGISTER-FULL"
               MOVE RC-FILE-ERROR TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-ACCOUNTS-UNCHANGED
           IF WS-CONCURRENCY-FLAG = 'Y'
               MOVE RC-CONCURRENT-UPDATE TO WS-RESULT-CODE
               IF WS-OFCK-CASH = 'N'
                   PERFORM WRITE-TRANSACTION-RECORD
               END-IF
               DISPLAY "RESULT|05"
               EXIT PARAGRAPH
           END-IF
           PERFORM GENERATE-OFFCHK-NUMBER
           MOVE SPACES TO WS-IN-DESC
           STRING "Official check " DELIMITED SIZE
               WS-IN-CHECK-NUM DELIMITED SIZE
               INTO WS-IN-DESC
           END-STRING
           PERFORM GENERATE-TX-ID
           MOVE WS-TX-ID TO WS-OFCK-ISSUE-TX-ID
           IF WS-OFCK-CASH = 'N'
               SUBTRACT WS-IN-AMOUNT
                   FROM WS-A-BALANCE(WS-OFCK-PURCH-IDX)
               MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-OFCK-PURCH-IDX)
               MOVE WS-OFCK-PURCH-IDX TO WS-MARK-IDX
               PERFORM MARK-ACCOUNT-DIRTY
           END-IF
           ADD WS-IN-AMOUNT TO WS-A-BALANCE(WS-OFCK-LIAB-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-OFCK-LIAB-IDX)
           MOVE WS-OFCK-LIAB-IDX TO WS-MARK-IDX
           PERFORM MARK-ACCOUNT-DIRTY
           PERFORM SAVE-ALL-ACCOUNTS
           MOVE RC-SUCCESS TO WS-RESULT-CODE
      *>   Purchaser's debit first, then the liability credit under
      *>   its own TX id; a cash sale has only the credit.
           IF WS-OFCK-CASH = 'N'
               PERFORM WRITE-TRANSACTION-RECORD
               PERFORM GENERATE-TX-ID
           END-IF
           MOVE 'D' TO WS-IN-TYPE
           MOVE OFFCHK-LIAB-ACCT-ID TO WS-IN-ACCT-ID
           MOVE 0 TO WS-IN-VALUE-DATE
           PERFORM WRITE-TRANSACTION-RECORD
           MOVE WS-OFCK-PURCHASER TO WS-IN-ACCT-ID
           MOVE 'W' TO WS-IN-TYPE
      *>   Register the item as Issued against the liability account
      *>   for PROCESS-CHECK, and as Outstanding on OFFCHK.DAT.
           ADD 1 TO WS-POSPAY-COUNT
           MOVE OFFCHK-LIAB-ACCT-ID TO WS-PP-ACCT-ID(WS-POSPAY-COUNT)
           MOVE WS-IN-CHECK-NUM TO WS-PP-CHECK-NUM(WS-POSPAY-COUNT)
           MOVE WS-IN-AMOUNT TO WS-PP-AMOUNT(WS-POSPAY-COUNT)
           MOVE WS-IN-PAYEE TO WS-PP-PAYEE(WS-POSPAY-COUNT)
           MOVE 'I' TO WS-PP-STATUS(WS-POSPAY-COUNT)
           MOVE WS-CURRENT-DATE TO WS-PP-ISSUE-DATE(WS-POSPAY-COUNT)
           PERFORM SAVE-POSPAY-FILE
           ADD 1 TO WS-OFCK-COUNT
           MOVE WS-IN-CHECK-NUM TO WS-OC-CHECK-NUM(WS-OFCK-COUNT)
           MOVE WS-IN-AMOUNT TO WS-OC-AMOUNT(WS-OFCK-COUNT)
           MOVE WS-IN-PAYEE TO WS-OC-PAYEE(WS-OFCK-COUNT)
           IF WS-OFCK-CASH = 'Y'
               MOVE SPACES TO WS-OC-PURCHASER(WS-OFCK-COUNT)
               MOVE 'C' TO WS-OC-FUNDING(WS-OFCK-COUNT)
           ELSE
               MOVE WS-OFCK-PURCHASER TO WS-OC-PURCHASER(WS-OFCK-COUNT)
               MOVE 'A' TO WS-OC-FUNDING(WS-OFCK-COUNT)
           END-IF
           IF WS-IN-REMITTER = SPACES
               MOVE WS-A-NAME(WS-OFCK-PURCH-IDX)
                   TO WS-OC-REMITTER(WS-OFCK-COUNT)
           ELSE
               MOVE WS-IN-REMITTER TO WS-OC-REMITTER(WS-OFCK-COUNT)
           END-IF
           MOVE WS-CURRENT-DATE TO WS-OC-ISSUE-DATE(WS-OFCK-COUNT)
           MOVE 'O' TO WS-OC-STATUS(WS-OFCK-COUNT)
           MOVE WS-CURRENT-DATE TO WS-OC-STATUS-DATE(WS-OFCK-COUNT)
           MOVE 0 TO WS-OC-REPLACE-DATE(WS-OFCK-COUNT)
           MOVE SPACES TO WS-OC-REPLACES(WS-OFCK-COUNT)
           MOVE SPACES TO WS-OC-REPLACED-BY(WS-OFCK-COUNT)
           MOVE WS-OFCK-ISSUE-TX-ID TO WS-OC-ISSUE-TX-ID(WS-OFCK-COUNT)
           MOVE WS-IN-OPERATOR-ID TO WS-OC-OPERATOR-ID(WS-OFCK-COUNT)
           PERFORM SAVE-OFFCHK-FILE
           IF WS-OFCK-CASH = 'Y'
               DISPLAY "OK|OFFICIAL-CHECK|" WS-TX-ID "|CASH|"
                   WS-IN-CHECK-NUM
           ELSE
               DISPLAY "OK|OFFICIAL-CHECK|" WS-OFCK-ISSUE-TX-ID "|"
                   WS-IN-ACCT-ID "|" WS-A-BALANCE(WS-OFCK-PURCH-IDX)
                   "|" WS-IN-CHECK-NUM
               MOVE WS-OFCK-PURCH-IDX TO WS-EXA-ACCT-IDX
               PERFORM CHECK-EXCESS-ACTIVITY
           END-IF
           DISPLAY "RESULT|00".

      *>   The purchaser's side of an account-funded OFFICIAL-CHECK —
      *>   PROCESS-WITHDRAW's status, authority, minimum-balance and
      *>   daily-limit checks, minus the overdraft/line-of-credit
      *>   paths. Leaves WS-RESULT-CODE RC-SUCCESS and
      *>   WS-OFCK-PURCH-IDX set when the debit may post; otherwise
      *>   has written the declined record and RESULT line.
       CHECK-OFFICIAL-PURCHASER.
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IDX TO WS-OFCK-PURCH-IDX
           IF WS-A-STATUS(WS-FOUND-IDX) = 'F'
               MOVE RC-ACCOUNT-FROZEN TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|04"
               EXIT PARAGRAPH
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) = 'L'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'E'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'O'
               MOVE RC-LEGAL-HOLD TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|16"
               DISPLAY "RESULT|19"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CUSTODIAN-DEBIT
           IF WS-UTMA-DECLINE = 'Y'
               MOVE RC-NOT-AUTHORIZED TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|26"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SIGNER-AUTHORITY
           IF WS-SIGNER-DECLINE = 'Y'
               MOVE RC-NOT-AUTHORIZED TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|26"
               EXIT PARAGRAPH
           END-IF
           IF WS-A-TYPE(WS-FOUND-IDX) = ACCT-MMKT IN ACCOUNT-TYPES
               DISPLAY "RESULT|09"
               EXIT PARAGRAPH
           END-IF
           IF WS-A-BALANCE(WS-FOUND-IDX) < WS-IN-AMOUNT
               MOVE RC-NSF TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|01"
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-DAILY-LIMIT
           PERFORM CHECK-CUMULATIVE-DAILY-LIMIT
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|02"
               EXIT PARAGRAPH
           END-IF.

      *>   Next official check number: OFFCHK-NUMBER-BASE plus the
      *>   OFCKSEQ.DAT counter, kept apart from customers' own check
      *>   numbers and from TXSEQ.DAT — same read/add/rewrite shape
      *>   as GENERATE-HOLD-ID, but never cached across a run since
      *>   REPLACE-LOST may number several items in one.
       GENERATE-OFFCHK-NUMBER.
           MOVE 0 TO WS-OFCK-SEQ-NUM
           OPEN INPUT OFFCHK-SEQUENCE-FILE
           IF WS-OFCKSEQ-STATUS = '00'
               READ OFFCHK-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OFCK-SEQ-NUMBER TO WS-OFCK-SEQ-NUM
               END-READ
               CLOSE OFFCHK-SEQUENCE-FILE
           END-IF
           ADD 1 TO WS-OFCK-SEQ-NUM
           MOVE WS-OFCK-SEQ-NUM TO OFCK-SEQ-NUMBER
           OPEN OUTPUT OFFCHK-SEQUENCE-FILE
           IF WS-OFCKSEQ-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-OFCKSEQ-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE OFFCHK-SEQUENCE-RECORD
           CLOSE OFFCHK-SEQUENCE-FILE
           COMPUTE WS-OFCK-NUMBER =
               OFFCHK-NUMBER-BASE + WS-OFCK-SEQ-NUM
           MOVE WS-OFCK-NUMBER TO WS-IN-CHECK-NUM.

      *>   Loads OFFCHK.DAT whole into WS-OFCK-TABLE — same idiom as
      *>   LOAD-POSPAY-FILE. A missing file (no official check sold
      *>   yet) just leaves it empty.
       LOAD-OFFCHK-FILE.
           MOVE 0 TO WS-OFCK-COUNT
           OPEN INPUT OFFCHK-FILE
           IF WS-OFFCHK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ OFFCHK-FILE
                   AT END
                       CLOSE OFFCHK-FILE
                       EXIT PERFORM
               END-READ
               IF WS-OFCK-COUNT < 200
                   ADD 1 TO WS-OFCK-COUNT
                   MOVE OFFICIAL-CHECK-RECORD
                       TO WS-OC-ENTRY(WS-OFCK-COUNT)
               END-IF
           END-PERFORM.

      *>   Rewrites OFFCHK.DAT from WS-OFCK-TABLE — same idiom as
      *>   SAVE-POSPAY-FILE.
       SAVE-OFFCHK-FILE.
           OPEN OUTPUT OFFCHK-FILE
           IF WS-OFFCHK-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-OFFCHK-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-OFCK-IDX FROM 1 BY 1
               UNTIL WS-OFCK-IDX > WS-OFCK-COUNT
               MOVE WS-OC-ENTRY(WS-OFCK-IDX) TO OFFICIAL-CHECK-RECORD
               WRITE OFFICIAL-CHECK-RECORD
           END-PERFORM
           CLOSE OFFCHK-FILE.

      *>   WS-OFCK-FOUND-IDX set to the OFFCHK.DAT entry numbered
      *>   WS-IN-CHECK-NUM, zero when there is none.
       FIND-OFFCHK-ENTRY.
           MOVE 0 TO WS-OFCK-FOUND-IDX
           PERFORM VARYING WS-OFCK-IDX FROM 1 BY 1
               UNTIL WS-OFCK-IDX > WS-OFCK-COUNT
               IF WS-OC-CHECK-NUM(WS-OFCK-IDX) = WS-IN-CHECK-NUM
                   MOVE WS-OFCK-IDX TO WS-OFCK-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PARSE-VOID-OFFICIAL-LINE.
           UNSTRING WS-BATCH-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-CHECK-NUM
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-CHECK-NUM) TO WS-IN-CHECK-NUM
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           PERFORM DEFAULT-CHANNEL-BRANCH
           MOVE SPACES TO WS-IN-ACCT-ID.

      *>   Stops an outstanding official check the purchaser reports
      *>   lost, stolen or destroyed. Its POSPAY.DAT entry goes
      *>   'V'oided so PROCESS-CHECK declines it if it turns up, and
      *>   the register entry goes 'L'ost with OFCK-REPLACE-DATE set
      *>   OFFCHK-INDEMNITY-DAYS out — the wait before the bank may
      *>   reissue without being exposed to a holder in due course.
      *>   The liability stays on the books throughout; REPLACE-LOST
      *>   carries it over to the replacement item.
       PROCESS-VOID-OFFICIAL.
           PERFORM LOAD-OFFCHK-FILE
           PERFORM FIND-OFFCHK-ENTRY
           IF WS-OFCK-FOUND-IDX = 0
               DISPLAY "ERROR|NO-SUCH-OFFICIAL-CHECK|" WS-IN-CHECK-NUM
               MOVE RC-OFFCHK-STATE TO WS-RESULT-CODE
               DISPLAY "RESULT|28"
               EXIT PARAGRAPH
           END-IF
           IF WS-OC-STATUS(WS-OFCK-FOUND-IDX) NOT = 'O'
               DISPLAY "ERROR|OFFICIAL-CHECK-NOT-OUTSTANDING|"
                   WS-IN-CHECK-NUM "|" WS-OC-STATUS(WS-OFCK-FOUND-IDX)
               MOVE RC-OFFCHK-STATE TO WS-RESULT-CODE
               DISPLAY "RESULT|28"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-POSPAY-FILE
           PERFORM VARYING WS-POSPAY-IDX FROM 1 BY 1
               UNTIL WS-POSPAY-IDX > WS-POSPAY-COUNT
               IF WS-PP-ACCT-ID(WS-POSPAY-IDX) = OFFCHK-LIAB-ACCT-ID
                   AND WS-PP-CHECK-NUM(WS-POSPAY-IDX) = WS-IN-CHECK-NUM
                   AND WS-PP-STATUS(WS-POSPAY-IDX) = 'I'
                   MOVE 'V' TO WS-PP-STATUS(WS-POSPAY-IDX)
               END-IF
           END-PERFORM
           PERFORM SAVE-POSPAY-FILE
           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-STALE-TODAY-INT
           ADD OFFCHK-INDEMNITY-DAYS TO WS-STALE-TODAY-INT
               GIVING WS-STALE-CUTOFF-INT
           MOVE 'L' TO WS-OC-STATUS(WS-OFCK-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-OC-STATUS-DATE(WS-OFCK-FOUND-IDX)
           MOVE FUNCTION DATE-OF-INTEGER(WS-STALE-CUTOFF-INT)
               TO WS-OC-REPLACE-DATE(WS-OFCK-FOUND-IDX)
           MOVE WS-IN-OPERATOR-ID
               TO WS-OC-OPERATOR-ID(WS-OFCK-FOUND-IDX)
           PERFORM SAVE-OFFCHK-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "OK|VOID-OFFICIAL|" WS-IN-CHECK-NUM "|"
               WS-OC-AMOUNT(WS-OFCK-FOUND-IDX) "|"
               WS-OC-REPLACE-DATE(WS-OFCK-FOUND-IDX)
           DISPLAY "RESULT|00".

      *>   Daily batch step: every 'L'ost official check whose
      *>   indemnity wait ended on or before today is reissued under
      *>   a new number, same purchaser, remitter, payee and amount,
      *>   and registered Issued on POSPAY.DAT. The old entry goes
      *>   'R'eplaced, linked to its successor. No money moves — the
      *>   liability simply carries over to the new item.
       PROCESS-REPLACE-LOST.
           MOVE 0 TO WS-OFCK-REPLACED-COUNT
           PERFORM LOAD-OFFCHK-FILE
           PERFORM LOAD-POSPAY-FILE
           MOVE WS-OFCK-COUNT TO WS-OFCK-LOADED-COUNT
           PERFORM VARYING WS-OFCK-FOUND-IDX FROM 1 BY 1
               UNTIL WS-OFCK-FOUND-IDX > WS-OFCK-LOADED-COUNT
               IF WS-OC-STATUS(WS-OFCK-FOUND-IDX) = 'L'
                   AND WS-OC-REPLACE-DATE(WS-OFCK-FOUND-IDX)
                       <= WS-CURRENT-DATE
                   IF WS-OFCK-COUNT >= 200 OR WS-POSPAY-COUNT >= 200
                       DISPLAY "ERROR|OFFICIAL-CHECK-REGISTER-FULL"
                       EXIT PERFORM
                   END-IF
                   PERFORM GENERATE-OFFCHK-NUMBER
                   ADD 1 TO WS-OFCK-COUNT
                   MOVE WS-OC-ENTRY(WS-OFCK-FOUND-IDX)
                       TO WS-OC-ENTRY(WS-OFCK-COUNT)
                   MOVE WS-IN-CHECK-NUM
                       TO WS-OC-CHECK-NUM(WS-OFCK-COUNT)
                   MOVE WS-CURRENT-DATE
                       TO WS-OC-ISSUE-DATE(WS-OFCK-COUNT)
                   MOVE 'O' TO WS-OC-STATUS(WS-OFCK-COUNT)
                   MOVE WS-CURRENT-DATE
                       TO WS-OC-STATUS-DATE(WS-OFCK-COUNT)
                   MOVE 0 TO WS-OC-REPLACE-DATE(WS-OFCK-COUNT)
                   MOVE WS-OC-CHECK-NUM(WS-OFCK-FOUND-IDX)
                       TO WS-OC-REPLACES(WS-OFCK-COUNT)
                   MOVE SPACES TO WS-OC-REPLACED-BY(WS-OFCK-COUNT)
                   MOVE SPACES TO WS-OC-ISSUE-TX-ID(WS-OFCK-COUNT)
                   MOVE WS-IN-OPERATOR-ID
                       TO WS-OC-OPERATOR-ID(WS-OFCK-COUNT)
                   MOVE 'R' TO WS-OC-STATUS(WS-OFCK-FOUND-IDX)
                   MOVE WS-CURRENT-DATE
                       TO WS-OC-STATUS-DATE(WS-OFCK-FOUND-IDX)
                   MOVE WS-IN-CHECK-NUM
                       TO WS-OC-REPLACED-BY(WS-OFCK-FOUND-IDX)
                   ADD 1 TO WS-POSPAY-COUNT
                   MOVE OFFCHK-LIAB-ACCT-ID
                       TO WS-PP-ACCT-ID(WS-POSPAY-COUNT)
                   MOVE WS-IN-CHECK-NUM
                       TO WS-PP-CHECK-NUM(WS-POSPAY-COUNT)
                   MOVE WS-OC-AMOUNT(WS-OFCK-COUNT)
                       TO WS-PP-AMOUNT(WS-POSPAY-COUNT)
                   MOVE WS-OC-PAYEE(WS-OFCK-COUNT)
                       TO WS-PP-PAYEE(WS-POSPAY-COUNT)
                   MOVE 'I' TO WS-PP-STATUS(WS-POSPAY-COUNT)
                   MOVE WS-CURRENT-DATE
                       TO WS-PP-ISSUE-DATE(WS-POSPAY-COUNT)
                   ADD 1 TO WS-OFCK-REPLACED-COUNT
                   DISPLAY "OFFICIAL-REPLACED|"
                       WS-OC-CHECK-NUM(WS-OFCK-FOUND-IDX) "|"
                       WS-IN-CHECK-NUM "|"
                       FUNCTION TRIM(WS-OC-PAYEE(WS-OFCK-COUNT)) "|"
                       WS-OC-AMOUNT(WS-OFCK-COUNT)
               END-IF
           END-PERFORM
           IF WS-OFCK-REPLACED-COUNT > 0
               PERFORM SAVE-OFFCHK-FILE
               PERFORM SAVE-POSPAY-FILE
           END-IF
           MOVE SPACES TO WS-IN-CHECK-NUM
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "REPLACE-LOST-SUMMARY|" WS-OFCK-REPLACED-COUNT
           DISPLAY "RESULT|00".

      *>   A paid official check leaves the register: the entry
      *>   PROCESS-CHECK just cleared on POSPAY.DAT goes 'P'aid on
      *>   OFFCHK.DAT, and with it out of RECONCILE's outstanding sum.
       MARK-OFFICIAL-CHECK-PAID.
           PERFORM LOAD-OFFCHK-FILE
           PERFORM FIND-OFFCHK-ENTRY
           IF WS-OFCK-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OC-STATUS(WS-OFCK-FOUND-IDX) = 'O'
               MOVE 'P' TO WS-OC-STATUS(WS-OFCK-FOUND-IDX)
               MOVE WS-CURRENT-DATE
                   TO WS-OC-STATUS-DATE(WS-OFCK-FOUND-IDX)
               PERFORM SAVE-OFFCHK-FILE
           END-IF.

       PARSE-CHECK-LINE.
      *>   CHECK carries a check number in place of the usual
      *>   target-id slot, so it gets its own small UNSTRING -- same
      *>   reasoning as POS.
           UNSTRING WS-BATCH-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-IN-ACCT-ID
                    WS-IN-AMOUNT-STR
                    WS-IN-CHECK-NUM
                    WS-IN-DESC
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
           END-UNSTRING
      *>   No client-ref slot in this shape -- same stale-token clear
      *>   as PARSE-POS-LINE.
           MOVE SPACES TO WS-IN-CLIENT-REF
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT-STR
           MOVE FUNCTION TRIM(WS-IN-CHECK-NUM) TO WS-IN-CHECK-NUM
           MOVE FUNCTION TRIM(WS-IN-DESC) TO WS-IN-DESC
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           PERFORM DEFAULT-CHANNEL-BRANCH
           MOVE 0 TO WS-IN-AMOUNT
           IF WS-IN-AMOUNT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT
           END-IF.

      *>   Check withdrawal against the positive-pay registry -- same
      *>   NSF/frozen/velocity/stop-payment/limit checks as an
      *>   ordinary WITHDRAW, but declined up front (RC-CHECK-
      *>   MISMATCH) when no Issued POSPAY.DAT entry matches this
      *>   account, check number, and amount exactly, since a
      *>   mismatch there is exactly what an altered or counterfeit
      *>   check looks like. No CD early-withdrawal penalty path --
      *>   checks aren't written against CDs.
       PROCESS-CHECK.
           MOVE 'K' TO WS-IN-TYPE
           PERFORM LOAD-POSPAY-FILE
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'N' TO WS-PP-ENROLLED
           MOVE 0 TO WS-PP-MATCH-IDX
           PERFORM VARYING WS-POSPAY-IDX FROM 1 BY 1
               UNTIL WS-POSPAY-IDX > WS-POSPAY-COUNT
               IF WS-PP-ACCT-ID(WS-POSPAY-IDX) = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-PP-ENROLLED
               END-IF
               IF WS-PP-ACCT-ID(WS-POSPAY-IDX) = WS-IN-ACCT-ID
                   AND WS-PP-CHECK-NUM(WS-POSPAY-IDX) = WS-IN-CHECK-NUM
                   AND WS-PP-STATUS(WS-POSPAY-IDX) = 'I'
                   AND WS-PP-AMOUNT(WS-POSPAY-IDX) = WS-IN-AMOUNT
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-POSPAY-IDX TO WS-PP-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *>   A positive-pay customer's check must match an Issued entry,
      *>   as always. Anyone else (retail checking never registers
      *>   checks) is held to the check-book ranges ordered for the
      *>   account on CHKORDER.DAT instead.
           IF WS-FOUND-FLAG = 'N' AND WS-PP-ENROLLED = 'Y'
               MOVE RC-CHECK-MISMATCH TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|14"
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-FLAG = 'N'
               PERFORM CHECK-ORDERED-RANGE
               IF WS-CHKORD-IN-RANGE = 'N'
                   IF CHKORD-OUT-OF-RANGE-ACTION = 'F'
                       DISPLAY "CHECK-FLAG|OUT-OF-RANGE|"
                           WS-IN-ACCT-ID "|" WS-IN-CHECK-NUM "|"
                           WS-CHKORD-ON-FILE
                   ELSE
                       DISPLAY "ERROR|CHECK-OUT-OF-RANGE|"
                           WS-IN-ACCT-ID "|" WS-IN-CHECK-NUM "|"
                           WS-CHKORD-ON-FILE
                       MOVE RC-CHECK-MISMATCH TO WS-RESULT-CODE
                       PERFORM WRITE-TRANSACTION-RECORD
                       DISPLAY "RESULT|14"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           PERFORM CHECK-PAID-CHECK-NUM
           IF WS-CHK-PAID-FLAG = 'Y'
               DISPLAY "ERROR|DUPLICATE-CHECK|" WS-IN-ACCT-ID "|"
                   WS-IN-CHECK-NUM
               MOVE RC-DUPLICATE-ITEM TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|15"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) = 'F'
               MOVE RC-ACCOUNT-FROZEN TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|04"
               EXIT PARAGRAPH
           END-IF
      *>   'E' (estate) blocks debits the same way a legal hold
      *>   does — deposits and final interest still land until
      *>   ACCOUNTS.cob's DISBURSE settles the estate.
      *>   'O' (an overdrawn account COLLECT.cob has frozen) is
      *>   the same: debits declined, deposits still cure it.
           IF WS-A-STATUS(WS-FOUND-IDX) = 'L'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'E'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'O'
               MOVE RC-LEGAL-HOLD TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|16"
               EXIT PARAGRAPH
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) = 'P'
               MOVE RC-KYC-PENDING TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|19"
               EXIT PARAGRAPH
           END-IF
      *>   The official check liability account pays every item the
      *>   bank has sold — velocity and daily limits are customer
      *>   controls and don't apply to it.
           IF WS-IN-ACCT-ID NOT = OFFCHK-LIAB-ACCT-ID
               PERFORM CHECK-VELOCITY
               IF WS-VELOCITY-FLAG = 'Y'
                   MOVE RC-VELOCITY-EXCEEDED TO WS-RESULT-CODE
                   PERFORM WRITE-TRANSACTION-RECORD
                   DISPLAY "RESULT|07"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-STOP-PAYMENT
           IF WS-STOP-FLAG = 'Y'
               MOVE RC-STOP-PAYMENT TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|12"
               EXIT PARAGRAPH
           END-IF
           IF WS-A-TYPE(WS-FOUND-IDX) = ACCT-MMKT IN ACCOUNT-TYPES
               AND WS-A-BALANCE(WS-FOUND-IDX) - WS-IN-AMOUNT
                   < MIN-BALANCE-MMKT
               MOVE RC-MIN-BALANCE TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|09"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OVERDRAFT-FLAG
           MOVE 'N' TO WS-ODLOC-DRAW-FLAG
           IF WS-A-BALANCE(WS-FOUND-IDX) < WS-IN-AMOUNT
               PERFORM LOOKUP-ODLOC
               EVALUATE TRUE
                   WHEN WS-A-TYPE(WS-FOUND-IDX) =
                           ACCT-CHECKING IN ACCOUNT-TYPES
                       AND WS-ODLOC-ENROLLED = 'Y'
                       AND WS-A-BALANCE(WS-FOUND-IDX) - WS-IN-AMOUNT
                           >= (0 - WS-ODLOC-LIMIT)
                       MOVE 'Y' TO WS-ODLOC-DRAW-FLAG
                   WHEN WS-A-TYPE(WS-FOUND-IDX) =
                           ACCT-CHECKING IN ACCOUNT-TYPES
                       AND WS-ODLOC-ENROLLED = 'N'
                       AND WS-A-BALANCE(WS-FOUND-IDX) - WS-IN-AMOUNT
                           >= (0 - WS-OVERDRAFT-LIMIT)
                       MOVE 'Y' TO WS-OVERDRAFT-FLAG
                   WHEN OTHER
                       MOVE RC-NSF TO WS-RESULT-CODE
                       PERFORM WRITE-TRANSACTION-RECORD
                       DISPLAY "RESULT|01"
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF
           MOVE 'N' TO WS-OD-FEE-STOPPED
           MOVE 'N' TO WS-OD-FEE-STAYED
           IF WS-OVERDRAFT-FLAG = 'Y'
               PERFORM CHECK-OVERDRAFT-FEE-STOP
           END-IF
           IF WS-IN-ACCT-ID NOT = OFFCHK-LIAB-ACCT-ID
               PERFORM SET-DAILY-LIMIT
               PERFORM CHECK-CUMULATIVE-DAILY-LIMIT
               IF WS-DAY-DEBIT-TOTAL + WS-IN-AMOUNT > WS-DAILY-LIMIT
                   MOVE RC-LIMIT-EXCEEDED TO WS-RESULT-CODE
                   PERFORM WRITE-TRANSACTION-RECORD
                   DISPLAY "RESULT|02"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VERIFY-ACCOUNTS-UNCHANGED
           IF WS-CONCURRENCY-FLAG = 'Y'
               MOVE RC-CONCURRENT-UPDATE TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|05"
               EXIT PARAGRAPH
           END-IF
           PERFORM GENERATE-TX-ID
           SUBTRACT WS-IN-AMOUNT FROM WS-A-BALANCE(WS-FOUND-IDX)
           IF WS-OVERDRAFT-FLAG = 'Y'
               SUBTRACT WS-OVERDRAFT-FEE FROM WS-A-BALANCE(WS-FOUND-IDX)
           END-IF
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           MOVE WS-FOUND-IDX TO WS-MARK-IDX
           PERFORM MARK-ACCOUNT-DIRTY
           PERFORM SAVE-ALL-ACCOUNTS
           IF WS-PP-MATCH-IDX > 0
               MOVE 'C' TO WS-PP-STATUS(WS-PP-MATCH-IDX)
               PERFORM SAVE-POSPAY-FILE
           END-IF
           IF WS-IN-ACCT-ID = OFFCHK-LIAB-ACCT-ID
               PERFORM MARK-OFFICIAL-CHECK-PAID
           END-IF
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           PERFORM WRITE-TRANSACTION-RECORD
           DISPLAY "OK|CHECK|" WS-TX-ID "|" WS-IN-ACCT-ID "|"
               MOVE FEE-REASON-OVERDRAFT TO WS-FEE-REASON
               PERFORM WRITE-TRANSACTION-RECORD
           END-IF
           IF WS-OD-FEE-STOPPED = 'Y'
               DISPLAY " ** OVERDRAFT NOTE: Check " WS-IN-ACCT-ID
                   " overdrew the account -- fee stopped,"
                   " account is aged overdrawn"
           END-IF
           IF WS-OD-FEE-STAYED = 'Y'
               PERFORM LOG-OVERDRAFT-FEE-STAY
           END-IF
           DISPLAY "RESULT|00".

      *>   WS-CHKORD-IN-RANGE 'Y' when WS-IN-CHECK-NUM falls inside
      *>   any check-book range ever ordered for WS-IN-ACCT-ID on
      *>   CHKORDER.DAT (WS-CHKORD-ON-FILE 'N' when the account has
      *>   no orders at all, which is out of range by definition). A
      *>   check number that isn't all digits can't be in any range.
       CHECK-ORDERED-RANGE.
           MOVE 'N' TO WS-CHKORD-IN-RANGE
           MOVE 'N' TO WS-CHKORD-ON-FILE
           MOVE 0 TO WS-CHK-NUM-VALUE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-CHECK-NUM))
               TO WS-CHK-NUM-LEN
           IF WS-IN-CHECK-NUM = SPACES
               MOVE 0 TO WS-CHK-NUM-LEN
           END-IF
           IF WS-CHK-NUM-LEN > 0
               IF WS-IN-CHECK-NUM(1:WS-CHK-NUM-LEN) IS NUMERIC
                   MOVE WS-IN-CHECK-NUM(1:WS-CHK-NUM-LEN)
                       TO WS-CHK-NUM-VALUE
               END-IF
           END-IF
           OPEN INPUT CHKORDER-FILE
           IF WS-CHKORD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CHKORDER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CHKORD-ACCT-ID = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-CHKORD-ON-FILE
                   IF WS-CHK-NUM-VALUE >= CHKORD-START-NUM
                       AND WS-CHK-NUM-VALUE <
                           CHKORD-START-NUM + CHKORD-QUANTITY
                       AND WS-CHK-NUM-VALUE > 0
                       MOVE 'Y' TO WS-CHKORD-IN-RANGE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CHKORDER-FILE.

      *>   WS-CHK-PAID-FLAG 'Y' when TRANSACT.DAT already carries a
      *>   posted check (TRANS-TYPE 'K', status '00') with this check
      *>   number on this account. ARCHIVE.cob only moves records out
      *>   well after POSPAY-STALE-DEFAULT-DAYS, by which time the
      *>   same number presented again is stale-dated anyway.
       CHECK-PAID-CHECK-NUM.
           MOVE 'N' TO WS-CHK-PAID-FLAG
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF TRANS-ACCT-ID = WS-IN-ACCT-ID
                   AND TRANS-TYPE = 'K'
                   AND TRANS-STATUS = '00'
                   AND TRANS-CHECK-NUM = WS-IN-CHECK-NUM
                   MOVE 'Y' TO WS-CHK-PAID-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE TRANSACT-FILE.

       PARSE-BILLPAY-LINE.
      *>   BILLPAY carries a payee id, payee account-on-file, and a
      *>   scheduled remittance date in place of the usual target-id
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
           END-UNSTRING
      *>   No client-ref slot in this shape -- same stale-token clear
      *>   as PARSE-POS-LINE.
      *>   'E' (estate) blocks debits the same way a legal hold
      *>   does — deposits and final interest still land until
      *>   ACCOUNTS.cob's DISBURSE settles the estate.
      *>   'O' (an overdrawn account COLLECT.cob has frozen) is
      *>   the same: debits declined, deposits still cure it.
           IF WS-A-STATUS(WS-FOUND-IDX) = 'L'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'E'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'O'
               MOVE RC-LEGAL-HOLD TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|16"
               DISPLAY "RESULT|19"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CUSTODIAN-DEBIT
           IF WS-UTMA-DECLINE = 'Y'
               MOVE RC-NOT-AUTHORIZED TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|26"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VELOCITY
           IF WS-VELOCITY-FLAG = 'Y'
               MOVE RC-VELOCITY-EXCEEDED TO WS-RESULT-CODE
           MOVE WS-CURRENT-TIME TO BILLPAY-CREATED-TIME
           MOVE 'S' TO BILLPAY-STATUS
           MOVE 0 TO BILLPAY-ACK-DATE
           MOVE SPACES TO BILLPAY-ACH-FILE-ID
           MOVE 0 TO BILLPAY-ACH-DATE
           OPEN EXTEND BILLPAY-FILE
           IF WS-BILLPAY-STATUS NOT = '00'
               OPEN OUTPUT BILLPAY-FILE
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-ORIG-TX-ID) TO WS-IN-ORIG-TX-ID
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-SCHED-EFF-DATE-STR)
               TO WS-SCHED-EFF-DATE-STR
       QUEUE-REPRESENTMENT.
           PERFORM GENERATE-TX-ID
           OPEN EXTEND REPRESENT-FILE
           MOVE 0 TO WS-PB-RETRY
           PERFORM UNTIL WS-REP-STATUS NOT = '61'
                   OR WS-PB-MODE NOT = 'P'
                   OR WS-PB-RETRY > WS-PB-RETRY-MAX
               PERFORM WAIT-FOR-PBATCH-SIBLING
               OPEN EXTEND REPRESENT-FILE
           END-PERFORM
           IF WS-REP-STATUS NOT = '00' AND WS-REP-STATUS NOT = '61'
               OPEN OUTPUT REPRESENT-FILE
           END-IF
           IF WS-REP-STATUS NOT = '00'
               TO REP-NEXT-DATE
           SET REP-PENDING TO TRUE
           MOVE WS-CURRENT-DATE TO REP-CREATED-DATE
           MOVE SPACES TO REP-LOAN-ID
           WRITE REPRESENT-RECORD
           CLOSE REPRESENT-FILE
           DISPLAY " ** NSF NOTE: " WS-IN-ACCT-ID
               MOVE REP-NEXT-DATE TO WS-REP-NEXT-DATE(WS-REP-COUNT)
               MOVE REP-STATUS TO WS-REP-REC-STATUS(WS-REP-COUNT)
               MOVE REP-CREATED-DATE TO WS-REP-CREATED(WS-REP-COUNT)
               MOVE REP-LOAN-ID TO WS-REP-LOAN-ID(WS-REP-COUNT)
           END-PERFORM.

      *>   Rewrites REPRESENT.DAT from WS-REP-TABLE -- the attempt
               MOVE WS-REP-NEXT-DATE(WS-REP-IDX) TO REP-NEXT-DATE
               MOVE WS-REP-REC-STATUS(WS-REP-IDX) TO REP-STATUS
               MOVE WS-REP-CREATED(WS-REP-IDX) TO REP-CREATED-DATE
               MOVE WS-REP-LOAN-ID(WS-REP-IDX) TO REP-LOAN-ID
               WRITE REPRESENT-RECORD
           END-PERFORM
           CLOSE REPRESENT-FILE.
       PROCESS-REPRESENT.
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM LOAD-REPRESENT
           PERFORM LOAD-STAY-REGISTRY
           MOVE 0 TO WS-REP-DUE-COUNT
           MOVE 0 TO WS-REP-POSTED-COUNT
           MOVE 0 TO WS-REP-FAILED-COUNT
           MOVE 0 TO WS-REP-STAYED-COUNT
           DISPLAY "========================================"
           DISPLAY "  LEGACY LEDGER — NSF RE-PRESENTMENT LOG"
           DISPLAY "  DATE: " WS-CURRENT-DATE
           DISPLAY "  Due today:   " WS-REP-DUE-COUNT
           DISPLAY "  Posted:      " WS-REP-POSTED-COUNT
           DISPLAY "  Exhausted:   " WS-REP-FAILED-COUNT
           DISPLAY "  Stayed:      " WS-REP-STAYED-COUNT
           DISPLAY "========================================"
           DISPLAY "RESULT|00".

           IF WS-REP-REC-STATUS(WS-REP-IDX) NOT = 'P'
               EXIT PARAGRAPH
           END-IF
      *>   A loan autopay draft is retried by LOANS.cob's AUTODEBIT,
      *>   which also applies it to the loan -- not here.
           IF WS-REP-LOAN-ID(WS-REP-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-REP-NEXT-DATE(WS-REP-IDX) > WS-CURRENT-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REP-DUE-COUNT
           MOVE WS-REP-ACCT-ID(WS-REP-IDX) TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
      *>   A debtor in an open bankruptcy case can't be collected
      *>   from: the item waits out another retry period without
      *>   using an attempt, and resumes if the case is dismissed.
           MOVE WS-REP-ACCT-ID(WS-REP-IDX) TO WS-STAY-ACCT-ID
           MOVE SPACES TO WS-STAY-NAMES
           IF WS-FOUND-FLAG = 'Y'
               MOVE WS-A-NAME(WS-FOUND-IDX) TO WS-STAY-NAME(1)
               MOVE WS-A-JOINT(WS-FOUND-IDX) TO WS-STAY-NAME(2)
           END-IF
           PERFORM CHECK-BANKRUPTCY-STAY
           IF WS-STAY-FLAG = 'Y'
               PERFORM HOLD-REPRESENT-FOR-STAY
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-FLAG = 'N' OR WS-A-STATUS(WS-FOUND-IDX) = 'F'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'L'
               OR WS-A-BALANCE(WS-FOUND-IDX) <
                   WS-REP-NEXT-DATE(WS-REP-IDX)
           END-IF.

       HOLD-REPRESENT-FOR-STAY.
           ADD 1 TO WS-REP-STAYED-COUNT
           COMPUTE WS-REP-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) +
               REPRESENT-RETRY-DAYS
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER(WS-REP-NEXT-INT)
               TO WS-REP-NEXT-DATE(WS-REP-IDX)
           DISPLAY WS-REP-ID(WS-REP-IDX) "  STAYED  ACCOUNT "
               WS-REP-ACCT-ID(WS-REP-IDX) " BANKRUPTCY STAY, NEXT "
               WS-REP-NEXT-DATE(WS-REP-IDX)
           MOVE "REPRESENT" TO WS-STAY-PATH
           MOVE WS-REP-ID(WS-REP-IDX) TO WS-STAY-REF
           MOVE WS-REP-AMOUNT(WS-REP-IDX) TO WS-STAY-AMOUNT
           MOVE SPACES TO WS-STAY-REASON
           STRING "Re-presentment held to " DELIMITED BY SIZE
               WS-REP-NEXT-DATE(WS-REP-IDX) DELIMITED BY SIZE
               INTO WS-STAY-REASON
           END-STRING
           PERFORM WRITE-STAY-SKIP.

       PARSE-STANDING-LINE.
      *>   STANDING takes its own shape (src-acct, target-acct,
      *>   amount, day-of-month, desc) -- same reasoning as
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-IN-TARGET-ID) TO WS-IN-TARGET-ID
       PROCESS-BATCH.
           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM READ-BATCH-CHECKPOINT
           IF WS-CKPT-PLAN-OPEN = 'Y'
               DISPLAY "ERROR|PBATCH-PLAN-OPEN|BATCH-CKPT.DAT holds a "
                   "PBATCH plan -- finish it with PBATCH"
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
      *>   A fresh run starts a fresh BATCH-RESULT.DAT; a resumed one
      *>   keeps adding to the one the interrupted run left.
           IF WS-CKPT-LAST-SEQ = 0
               OPEN OUTPUT BATCH-RESULT-FILE
               IF WS-BRES-STATUS = '00'
                   CLOSE BATCH-RESULT-FILE
               END-IF
           END-IF
           IF WS-ACCOUNT-COUNT > 0
               MOVE WS-A-ID(1)(5:1) TO WS-NODE-CODE
           END-IF
               INTO DEBIT-RETURN-LINE
           END-STRING
           OPEN EXTEND DEBIT-RETURNS-FILE
           MOVE 0 TO WS-PB-RETRY
           PERFORM UNTIL WS-DRET-STATUS NOT = '61'
                   OR WS-PB-MODE NOT = 'P'
                   OR WS-PB-RETRY > WS-PB-RETRY-MAX
               PERFORM WAIT-FOR-PBATCH-SIBLING
               OPEN EXTEND DEBIT-RETURNS-FILE
           END-PERFORM
           IF WS-DRET-STATUS NOT = '00' AND WS-DRET-STATUS NOT = '61'
               OPEN OUTPUT DEBIT-RETURNS-FILE
           END-IF
           IF WS-DRET-STATUS = '00'
                    WS-IN-OPERATOR-ID
                    WS-IN-CHANNEL
                    WS-IN-BRANCH
                    WS-IN-PRESENTER
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
               TO WS-IN-OPERATOR-ID
           MOVE SPACES TO WS-IN-ACCT-ID.

       PARSE-BATCH-LINE.
      *>   A short line must not inherit the last line's trailing
      *>   fields — UNSTRING leaves receivers it never reaches alone.
           MOVE SPACES TO WS-BP-DESC WS-BP-TARGET
           UNSTRING BATCH-RECORD DELIMITED BY "|"
               INTO WS-BP-ACCT
                   WS-BP-TYPE
       PROCESS-ONE-TRANSACTION.
           ADD 1 TO WS-BATCH-SEQ
           MOVE WS-BATCH-SEQ TO WS-SEQ-DISPLAY
      *>   Under PBATCH, line n owns TRX ids TX-BASE + 2n-1 and
      *>   TX-BASE + 2n, whichever job ends up posting it.
           IF WS-PB-MODE NOT = 'N'
               COMPUTE WS-PB-TX-SLOT =
                   WS-PB-TX-BASE + 2 * (WS-BATCH-SEQ - 1)
           END-IF

      *>   Already applied on a prior run of this same batch file —
      *>   skip it rather than reposting it against current balances.

           MOVE RC-SUCCESS TO WS-RESULT-CODE

      *>   A malformed account number on the line (either leg of a
      *>   'T') is refused before it is ever looked up — see
      *>   CHECK-ENTRY-ACCT-IDS.
           MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
           PERFORM VALIDATE-CHECK-DIGIT
           IF WS-CHKD-VALID = 'Y' AND WS-IN-TYPE = 'T'
               MOVE WS-IN-TARGET-ID TO WS-CHKD-ID
               PERFORM VALIDATE-CHECK-DIGIT
           END-IF
           IF WS-CHKD-VALID = 'N'
               MOVE RC-BAD-CHECK-DIGIT TO WS-RESULT-CODE
           ELSE
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'N'
                   MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               END-IF
           END-IF

           IF WS-RESULT-CODE = '00'
      *>   through -- see ACCTREC.cpy's ACCT-LEGAL-HOLD note.
           IF WS-RESULT-CODE = '00'
               IF (WS-A-STATUS(WS-FOUND-IDX) = 'L'
                       OR WS-A-STATUS(WS-FOUND-IDX) = 'E'
                       OR WS-A-STATUS(WS-FOUND-IDX) = 'O')
                   AND (WS-IN-TYPE = 'W' OR WS-IN-TYPE = 'T')
                   MOVE RC-LEGAL-HOLD TO WS-RESULT-CODE
               END-IF
           END-IF

           PERFORM ACCUMULATE-BATCH-TOTALS
           PERFORM WRITE-BATCH-RESULT-RECORD

      *>   Persist accounts and the checkpoint together so a crash or
      *>   kill right after this point never leaves them out of step —
           END-PERFORM
           CLOSE ODLOC-FILE.

      *>   Looks WS-IN-ACCT-ID up against ODAGE.DAT (see
      *>   ODAGEREC.cpy / COLLECT.cob's AGING): WS-ODAGE-FEE-STOP 'Y'
      *>   when its open episode has aged past the fee stop, and
      *>   WS-ODAGE-CHARGED-OFF 'Y' with WS-ODAGE-OUTSTANDING when it
      *>   was charged off and not yet fully recovered. No file just
      *>   means nothing on this node has ever aged.
       LOOKUP-ODAGE.
           MOVE 'N' TO WS-ODAGE-FEE-STOP
           MOVE 'N' TO WS-ODAGE-CHARGED-OFF
           MOVE 0 TO WS-ODAGE-OUTSTANDING
           MOVE 0 TO WS-ODAGE-COUNT
           MOVE 0 TO WS-ODAGE-MATCH-IDX
           OPEN INPUT ODAGE-FILE
           IF WS-ODAGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ODAGE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-ODAGE-COUNT < 2000
                   ADD 1 TO WS-ODAGE-COUNT
                   MOVE ODAGE-RECORD TO WS-ODAGE-IMAGE(WS-ODAGE-COUNT)
               END-IF
               IF ODAG-ACCT-ID = WS-IN-ACCT-ID
                   IF ODAG-AGING AND ODAG-FEE-STOP = 'Y'
                       MOVE 'Y' TO WS-ODAGE-FEE-STOP
                   END-IF
                   IF ODAG-WRITTEN-OFF
                       MOVE 'Y' TO WS-ODAGE-CHARGED-OFF
                       COMPUTE WS-ODAGE-OUTSTANDING =
                           ODAG-CHARGEOFF-AMT - ODAG-RECOVERED-AMT
                       MOVE WS-ODAGE-COUNT TO WS-ODAGE-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ODAGE-FILE.

      *>   An overdraft on an account aged past the fee stop still
      *>   posts — the customer isn't cut off until the freeze — but
      *>   the per-incident fee is no longer piled on. Nor is it on
      *>   an account (at WS-FOUND-IDX) whose owners are in an open
      *>   bankruptcy case: the automatic stay bars the charge.
       CHECK-OVERDRAFT-FEE-STOP.
           PERFORM LOOKUP-ODAGE
           IF WS-ODAGE-FEE-STOP = 'Y'
               MOVE 'N' TO WS-OVERDRAFT-FLAG
               MOVE 'Y' TO WS-OD-FEE-STOPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-STAY-LOADED = 'N'
               PERFORM LOAD-STAY-REGISTRY
           END-IF
           IF WS-STAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-A-ID(WS-FOUND-IDX) TO WS-STAY-ACCT-ID
           MOVE WS-A-NAME(WS-FOUND-IDX) TO WS-STAY-NAME(1)
           MOVE WS-A-JOINT(WS-FOUND-IDX) TO WS-STAY-NAME(2)
           MOVE SPACES TO WS-STAY-NAME(3)
           PERFORM CHECK-BANKRUPTCY-STAY
           IF WS-STAY-FLAG = 'Y'
               MOVE 'N' TO WS-OVERDRAFT-FLAG
               MOVE 'Y' TO WS-OD-FEE-STAYED
           END-IF.

      *>   The overdraft fee CHECK-OVERDRAFT-FEE-STOP held back for a
      *>   stay, against transaction WS-TX-ID.
       LOG-OVERDRAFT-FEE-STAY.
           DISPLAY " ** OVERDRAFT NOTE: " WS-STAY-ACCT-ID
               " overdrew the account -- fee held,"
               " bankruptcy stay"
           MOVE "ODFEE" TO WS-STAY-PATH
           MOVE WS-TX-ID TO WS-STAY-REF
           MOVE WS-OVERDRAFT-FEE TO WS-STAY-AMOUNT
           MOVE "Overdraft fee held" TO WS-STAY-REASON
           PERFORM WRITE-STAY-SKIP.

      *>   Out-of-network ATM fee for a POS arriving on channel
      *>   ATM-FOREIGN-CHANNEL, charged only while COMCODE.cpy's
      *>   ATM-FOREIGN-FEE-SWITCH is 'Y'. A fee-exempt account
      *>   (ACCT-FEE-EXEMPT — payroll card accounts open that way)
      *>   pays nothing; an account COLLECT.cob has fee-stopped, or
      *>   one in an open bankruptcy case, has the fee held under the
      *>   same rules CHECK-OVERDRAFT-FEE-STOP applies to the
      *>   overdraft fee. Sets WS-ATM-FOREIGN-FLAG 'Y' when the fee is
      *>   to be charged, else WS-ATF-FEE-HELD with the reason.
       CHECK-ATM-FOREIGN-FEE.
           MOVE 'N' TO WS-ATM-FOREIGN-FLAG
           MOVE 'N' TO WS-ATF-FEE-HELD
           IF WS-IN-CHANNEL NOT = ATM-FOREIGN-CHANNEL
               OR ATM-FOREIGN-FEE-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-A-EXEMPT(WS-FOUND-IDX) = 'Y'
               MOVE 'E' TO WS-ATF-FEE-HELD
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ODAGE
           IF WS-ODAGE-FEE-STOP = 'Y'
               MOVE 'S' TO WS-ATF-FEE-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-STAY-LOADED = 'N'
               PERFORM LOAD-STAY-REGISTRY
           END-IF
           IF WS-STAY-COUNT > 0
               MOVE WS-A-ID(WS-FOUND-IDX) TO WS-STAY-ACCT-ID
               MOVE WS-A-NAME(WS-FOUND-IDX) TO WS-STAY-NAME(1)
               MOVE WS-A-JOINT(WS-FOUND-IDX) TO WS-STAY-NAME(2)
               MOVE SPACES TO WS-STAY-NAME(3)
               PERFORM CHECK-BANKRUPTCY-STAY
               IF WS-STAY-FLAG = 'Y'
                   MOVE 'B' TO WS-ATF-FEE-HELD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-ATM-FOREIGN-FLAG.

      *>   The ATM fee CHECK-ATM-FOREIGN-FEE held back, against POS
      *>   transaction WS-TX-ID; a stay is logged to STAYSKIP.DAT.
       LOG-ATM-FOREIGN-FEE-HELD.
           EVALUATE WS-ATF-FEE-HELD
               WHEN 'E'
                   DISPLAY " ** ATM NOTE: " WS-IN-ACCT-ID
                       " used an out-of-network ATM -- fee waived,"
                       " account is fee-exempt"
               WHEN 'S'
                   DISPLAY " ** ATM NOTE: " WS-IN-ACCT-ID
                       " used an out-of-network ATM -- fee stopped,"
                       " account is aged overdrawn"
               WHEN 'B'
                   DISPLAY " ** ATM NOTE: " WS-IN-ACCT-ID
                       " used an out-of-network ATM -- fee held,"
                       " bankruptcy stay"
                   MOVE "ATMFEE" TO WS-STAY-PATH
                   MOVE WS-TX-ID TO WS-STAY-REF
                   MOVE FEE-ATM-FOREIGN TO WS-STAY-AMOUNT
                   MOVE "Out-of-network ATM fee held" TO WS-STAY-REASON
                   PERFORM WRITE-STAY-SKIP
           END-EVALUATE.

      *>   Active cases on BANKRUPT.DAT — the automatic stay (see
      *>   STAYCHK.cpy). Loaded once per run; a missing file means
      *>   nobody is in bankruptcy.
       LOAD-STAY-REGISTRY.
           MOVE 0 TO WS-STAY-COUNT
           MOVE 'Y' TO WS-STAY-LOADED
           OPEN INPUT BANKRUPT-FILE
           IF WS-BKR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BANKRUPT-FILE
                   AT END
                       CLOSE BANKRUPT-FILE
                       EXIT PERFORM
               END-READ
               IF BKR-ACTIVE AND WS-STAY-COUNT < 500
                   ADD 1 TO WS-STAY-COUNT
                   MOVE BKR-KEY-TYPE TO WS-STAY-KEY-TYPE(WS-STAY-COUNT)
                   MOVE BKR-KEY TO WS-STAY-KEY(WS-STAY-COUNT)
                   MOVE BKR-CASE-NUM TO WS-STAY-CASE-NUM(WS-STAY-COUNT)
                   MOVE BKR-CHAPTER TO WS-STAY-CHAPTER(WS-STAY-COUNT)
               END-IF
           END-PERFORM.

      *>   WS-STAY-FLAG = 'Y' (case in WS-STAY-CASE) when an active
      *>   case names WS-STAY-ACCT-ID or one of WS-STAY-NAME(1-3).
       CHECK-BANKRUPTCY-STAY.
           MOVE 'N' TO WS-STAY-FLAG
           MOVE SPACES TO WS-STAY-CASE
           MOVE 0 TO WS-STAY-CHAPTER-HIT
           PERFORM VARYING WS-STAY-IDX FROM 1 BY 1
               UNTIL WS-STAY-IDX > WS-STAY-COUNT
               IF WS-STAY-KEY-TYPE(WS-STAY-IDX) = 'A'
                   IF WS-STAY-ACCT-ID NOT = SPACES
                       AND WS-STAY-KEY(WS-STAY-IDX) = WS-STAY-ACCT-ID
                       MOVE 'Y' TO WS-STAY-FLAG
                   END-IF
               ELSE
                   PERFORM VARYING WS-STAY-NAME-IDX FROM 1 BY 1
                       UNTIL WS-STAY-NAME-IDX > 3
                       IF WS-STAY-NAME(WS-STAY-NAME-IDX) NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(
                               WS-STAY-NAME(WS-STAY-NAME-IDX))
                               TO WS-STAY-UPPER-NAME
                           IF WS-STAY-KEY(WS-STAY-IDX) =
                               WS-STAY-UPPER-NAME
                               MOVE 'Y' TO WS-STAY-FLAG
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-STAY-FLAG = 'Y'
                   MOVE WS-STAY-CASE-NUM(WS-STAY-IDX) TO WS-STAY-CASE
                   MOVE WS-STAY-CHAPTER(WS-STAY-IDX)
                       TO WS-STAY-CHAPTER-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   One held-back collection action to STAYSKIP.DAT, described
      *>   by the caller in WS-STAY-PATH/-REF/-AMOUNT/-REASON.
       WRITE-STAY-SKIP.
           MOVE WS-CURRENT-DATE TO SSK-DATE
           MOVE WS-CURRENT-TIME TO SSK-TIME
           MOVE "TRANSACT" TO SSK-PROGRAM
           MOVE WS-STAY-PATH TO SSK-PATH
           MOVE WS-STAY-ACCT-ID TO SSK-ACCT-ID
           MOVE WS-STAY-REF TO SSK-REF
           MOVE WS-STAY-CASE TO SSK-CASE-NUM
           MOVE WS-STAY-CHAPTER-HIT TO SSK-CHAPTER
           MOVE WS-STAY-AMOUNT TO SSK-AMOUNT
           MOVE WS-STAY-REASON TO SSK-REASON
           OPEN EXTEND STAY-SKIP-FILE
           MOVE 0 TO WS-PB-RETRY
           PERFORM UNTIL WS-SSK-STATUS NOT = '61'
                   OR WS-PB-MODE NOT = 'P'
                   OR WS-PB-RETRY > WS-PB-RETRY-MAX
               PERFORM WAIT-FOR-PBATCH-SIBLING
               OPEN EXTEND STAY-SKIP-FILE
           END-PERFORM
           IF WS-SSK-STATUS NOT = '00' AND WS-SSK-STATUS NOT = '61'
               OPEN OUTPUT STAY-SKIP-FILE
           END-IF
           IF WS-SSK-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SSK-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE STAY-SKIP-RECORD
           CLOSE STAY-SKIP-FILE
           ADD 1 TO WS-STAY-SKIP-COUNT
           DISPLAY "STAY-SKIP|" FUNCTION TRIM(WS-STAY-PATH) "|"
               WS-STAY-ACCT-ID "|" FUNCTION TRIM(WS-STAY-REF) "|"
               FUNCTION TRIM(WS-STAY-CASE) "|" WS-STAY-AMOUNT.

      *>   A DEPOSIT to an account COLLECT.cob charged off: the money
      *>   is a recovery against the written-off balance, logged as a
      *>   TRANS-TYPE 'Y' record (GLCODE.cpy books it back against
      *>   the loss account). The closed account's balance stays at
      *>   zero. More than is still outstanding is declined — the
      *>   excess would have nowhere to go.
       POST-DEPOSIT-RECOVERY.
           MOVE 'Y' TO WS-IN-TYPE
           IF WS-IN-AMOUNT > WS-ODAGE-OUTSTANDING
               DISPLAY "ERROR|EXCEEDS-CHARGEOFF-BALANCE|" WS-IN-ACCT-ID
                   "|" WS-ODAGE-OUTSTANDING
               MOVE RC-INVALID-TRANS TO WS-RESULT-CODE
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "RESULT|06"
               EXIT PARAGRAPH
           END-IF
           PERFORM GENERATE-TX-ID
           MOVE "Recovery on charged-off balance" TO WS-IN-DESC
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           PERFORM WRITE-TRANSACTION-RECORD
           MOVE WS-ODAGE-IMAGE(WS-ODAGE-MATCH-IDX) TO ODAGE-RECORD
           ADD WS-IN-AMOUNT TO ODAG-RECOVERED-AMT
           MOVE WS-CURRENT-DATE TO ODAG-LAST-RECOVERY
           SUBTRACT WS-IN-AMOUNT FROM WS-ODAGE-OUTSTANDING
           IF WS-ODAGE-OUTSTANDING = 0
               MOVE 'R' TO ODAG-STATUS
               MOVE WS-CURRENT-DATE TO ODAG-STATUS-DATE
           END-IF
           MOVE ODAGE-RECORD TO WS-ODAGE-IMAGE(WS-ODAGE-MATCH-IDX)
           OPEN OUTPUT ODAGE-FILE
           IF WS-ODAGE-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ODAGE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ODAGE-IDX FROM 1 BY 1
               UNTIL WS-ODAGE-IDX > WS-ODAGE-COUNT
               MOVE WS-ODAGE-IMAGE(WS-ODAGE-IDX) TO ODAGE-RECORD
               WRITE ODAGE-RECORD
           END-PERFORM
           CLOSE ODAGE-FILE
           DISPLAY "OK|RECOVERY|" WS-TX-ID "|" WS-IN-ACCT-ID "|"
               WS-ODAGE-OUTSTANDING
           DISPLAY "RESULT|00".

      *>   Looks WS-IN-ACCT-ID up against CCACCT.DAT's Active credit
      *>   lines (see CCACCTREC.cpy / CCARD.cob's OPEN). A credit card
      *>   account with no line on file has no credit to draw on.
       LOOKUP-CREDIT-CARD.
           MOVE 'N' TO WS-CC-ENROLLED
           MOVE 0 TO WS-CC-LIMIT
           OPEN INPUT CCACCT-FILE
           IF WS-CC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CCACCT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CC-ACCT-ID = WS-IN-ACCT-ID AND CC-ACTIVE
                   MOVE 'Y' TO WS-CC-ENROLLED
                   MOVE CC-CREDIT-LIMIT TO WS-CC-LIMIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE CCACCT-FILE.

      *>   Matches WS-SCREEN-TEXT against every DENIED.DAT entry —
      *>   exact equality, plus the same INSPECT-substring close-match
      *>   CHECK-STOP-PAYMENT uses for partial descriptions, so
               WRITE OPLOG-RECORD
               CLOSE OPLOG-FILE
           END-IF.

      *>   Check digit over ACCT-ID positions 1-9 of WS-CHKD-ID into
      *>   WS-CHKD-DIGIT — weighting described in ACCTCHK.cpy.
       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-CHKD-SUM
           PERFORM VARYING WS-CHKD-POS FROM 1 BY 1
               UNTIL WS-CHKD-POS > 9
               MOVE WS-CHKD-ID(WS-CHKD-POS:1) TO WS-CHKD-CHAR
               MOVE 0 TO WS-CHKD-VALUE
               IF WS-CHKD-CHAR IS NUMERIC
                   MOVE WS-CHKD-CHAR-N TO WS-CHKD-VALUE
               ELSE
                   PERFORM VARYING WS-CHKD-ALPHA-IDX FROM 1 BY 1
                       UNTIL WS-CHKD-ALPHA-IDX > 26
                       IF WS-CHKD-ALPHABET(WS-CHKD-ALPHA-IDX:1)
                               = WS-CHKD-CHAR
                           MOVE WS-CHKD-ALPHA-IDX TO WS-CHKD-VALUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               COMPUTE WS-CHKD-SUM = WS-CHKD-SUM
                   + WS-CHKD-VALUE * WS-CHKD-WEIGHT(WS-CHKD-POS)
           END-PERFORM
           COMPUTE WS-CHKD-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CHKD-SUM, 10), 10).

      *>   Well-formed test on WS-CHKD-ID ahead of any account lookup:
      *>   WS-CHKD-VALID 'Y' when position 10 carries the right check
      *>   digit, or when the id is a legacy number exempted on
      *>   CHKDXMPT.DAT (WS-CHKD-EXEMPT 'Y') pending its REKEY.
       VALIDATE-CHECK-DIGIT.
           MOVE 'N' TO WS-CHKD-EXEMPT
           PERFORM TEST-CHECK-DIGIT
           IF WS-CHKD-VALID = 'N' AND WS-CHKD-ID NOT = SPACES
               PERFORM CHECK-DIGIT-EXEMPTION
           END-IF.

      *>   The check digit alone, exemptions not consulted.
       TEST-CHECK-DIGIT.
           MOVE 'N' TO WS-CHKD-VALID
           IF WS-CHKD-ID(1:9) NOT = SPACES
               MOVE WS-CHKD-ID(10:1) TO WS-CHKD-CHAR
               IF WS-CHKD-CHAR IS NUMERIC
                   PERFORM COMPUTE-CHECK-DIGIT
                   MOVE WS-CHKD-ID(10:1) TO WS-CHKD-CHAR
                   IF WS-CHKD-CHAR-N = WS-CHKD-DIGIT
                       MOVE 'Y' TO WS-CHKD-VALID
                   END-IF
               END-IF
           END-IF.

       CHECK-DIGIT-EXEMPTION.
           OPEN INPUT CHKDXMPT-FILE
           IF WS-CHKD-XMPT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CHKDXMPT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CDX-ACCT-ID = WS-CHKD-ID
                   MOVE 'Y' TO WS-CHKD-EXEMPT
                   MOVE 'Y' TO WS-CHKD-VALID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE CHKDXMPT-FILE.

      *>   Entry-point guard for every keyed single-transaction
      *>   operation: the account number (and the target account,
      *>   when WS-ENTRY-CHECK-TARGET is 'Y') must carry a valid check
      *>   digit or be exempted on CHKDXMPT.DAT, otherwise RESULT|23
      *>   is returned without FIND-ACCOUNT ever running, so a typo
      *>   can't land on somebody else's account. Distinct from
      *>   RESULT|03, which still means a well-formed number that
      *>   simply isn't on file.
       CHECK-ENTRY-ACCT-IDS.
           MOVE 'Y' TO WS-ENTRY-ACCT-OK
           MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
           PERFORM VALIDATE-CHECK-DIGIT
           IF WS-CHKD-VALID = 'N'
               MOVE 'N' TO WS-ENTRY-ACCT-OK
               DISPLAY "ERROR|ACCT-CHECK-DIGIT|" WS-IN-ACCT-ID
           END-IF
           IF WS-ENTRY-ACCT-OK = 'Y' AND WS-ENTRY-CHECK-TARGET = 'Y'
               MOVE WS-IN-TARGET-ID TO WS-CHKD-ID
               PERFORM VALIDATE-CHECK-DIGIT
               IF WS-CHKD-VALID = 'N'
                   MOVE 'N' TO WS-ENTRY-ACCT-OK
                   DISPLAY "ERROR|ACCT-CHECK-DIGIT|" WS-IN-TARGET-ID
               END-IF
           END-IF
           IF WS-ENTRY-ACCT-OK = 'N'
               MOVE RC-BAD-CHECK-DIGIT TO WS-RESULT-CODE
               DISPLAY "RESULT|" WS-RESULT-CODE
           ELSE
               PERFORM CHECK-ENTRY-BRANCH
               IF WS-ENTRY-BRANCH-OK = 'N'
                   MOVE 'N' TO WS-ENTRY-ACCT-OK
               END-IF
           END-IF.

      *>   A debit against an Active custodial (UTMA) account is the
      *>   custodian's alone to make: WS-UTMA-DECLINE comes back 'Y'
      *>   unless the presenter ID on the line matches the
      *>   custodian's on CUSTODY.DAT (see UTMAREC.cpy). Checked by
      *>   WITHDRAW, TRANSFER (source), WIRE and BILLPAY after the
      *>   status checks. No file means no custodial accounts.
       CHECK-CUSTODIAN-DEBIT.
           MOVE 'N' TO WS-UTMA-DECLINE
           MOVE 'N' TO WS-UTMA-CUSTODIAL
           OPEN INPUT UTMA-FILE
           IF WS-UTMA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ UTMA-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF UTMA-ACCT-ID = WS-A-ID(WS-FOUND-IDX) AND UTMA-ACTIVE
                   MOVE 'Y' TO WS-UTMA-CUSTODIAL
                   IF WS-IN-PRESENTER NOT = UTMA-CUSTODIAN-ID
                       MOVE 'Y' TO WS-UTMA-DECLINE
                       DISPLAY "ERROR|NOT-CUSTODIAN|"
                           WS-A-ID(WS-FOUND-IDX) "|" WS-IN-PRESENTER
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE UTMA-FILE.

      *>   A teller-line (channel TLR) debit presented by someone
      *>   named on the line must be by the owner — the ID document
      *>   on the account's KYC.DAT record — or by someone on
      *>   SIGNERS.DAT for the account whose authority is Active and
      *>   in force today (joint owner, or a signer, POA or agent
      *>   whose limit, if any, covers WS-IN-AMOUNT). Otherwise
      *>   WS-SIGNER-DECLINE comes back 'Y'. A blank presenter is the
      *>   owner served in person as before; a custodial account has
      *>   already been held to its custodian by
      *>   CHECK-CUSTODIAN-DEBIT. Checked by WITHDRAW, TRANSFER
      *>   (source) and WIRE.
       CHECK-SIGNER-AUTHORITY.
           MOVE 'N' TO WS-SIGNER-DECLINE
           MOVE 'N' TO WS-SIGNER-OK
           MOVE 'N' TO WS-SIGNER-OVER-LIMIT
           IF WS-IN-CHANNEL NOT = "TLR"
               OR WS-IN-PRESENTER = SPACES
               OR WS-UTMA-CUSTODIAL = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT KYC-FILE
           IF WS-KYC-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ KYC-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF KYC-ACCT-ID = WS-A-ID(WS-FOUND-IDX)
                       AND KYC-DOC-NUMBER = WS-IN-PRESENTER
                       MOVE 'Y' TO WS-SIGNER-OK
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE KYC-FILE
           END-IF
           IF WS-SIGNER-OK = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SIGNER-FILE
           IF WS-SGN-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ SIGNER-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF SGN-ACCT-ID = WS-A-ID(WS-FOUND-IDX)
                       AND SGN-ID-DOC = WS-IN-PRESENTER
                       AND SGN-ACTIVE
                       AND SGN-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
                       AND (SGN-EXPIRY-DATE = 0
                           OR SGN-EXPIRY-DATE NOT < WS-CURRENT-DATE)
                       IF SGN-JOINT-OWNER OR SGN-LIMIT = 0
                           OR WS-IN-AMOUNT NOT > SGN-LIMIT
                           MOVE 'Y' TO WS-SIGNER-OK
                       ELSE
                           MOVE 'Y' TO WS-SIGNER-OVER-LIMIT
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE SIGNER-FILE
           END-IF
           IF WS-SIGNER-OK = 'N'
               MOVE 'Y' TO WS-SIGNER-DECLINE
               IF WS-SIGNER-OVER-LIMIT = 'Y'
                   DISPLAY "ERROR|SIGNER-LIMIT|"
                       WS-A-ID(WS-FOUND-IDX) "|" WS-IN-PRESENTER
               ELSE
                   DISPLAY "ERROR|NOT-AUTHORIZED|"
                       WS-A-ID(WS-FOUND-IDX) "|" WS-IN-PRESENTER
               END-IF
           END-IF.

      *>   Stages IRA.DAT (every account ever flagged, with its
      *>   owner) and sets WS-IRA-FLAG/PLAN/OWNER/DOB when
      *>   WS-IN-ACCT-ID is an Active IRA. No file means no IRAs.
       LOOKUP-IRA-ACCOUNT.
           MOVE 'N' TO WS-IRA-FLAG
           MOVE 0 TO WS-IRA-COUNT
           OPEN INPUT IRA-FILE
           IF WS-IRA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ IRA-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-IRA-COUNT < 200
                   ADD 1 TO WS-IRA-COUNT
                   MOVE IRA-ACCT-ID TO WS-IRA-T-ACCT(WS-IRA-COUNT)
                   MOVE IRA-OWNER-NAME TO WS-IRA-T-OWNER(WS-IRA-COUNT)
               END-IF
               IF IRA-ACCT-ID = WS-IN-ACCT-ID AND IRA-ACTIVE
                   MOVE 'Y' TO WS-IRA-FLAG
                   MOVE IRA-PLAN-TYPE TO WS-IRA-PLAN
                   MOVE IRA-OWNER-NAME TO WS-IRA-OWNER
                   MOVE IRA-OWNER-DOB TO WS-IRA-DOB
               END-IF
           END-PERFORM
           CLOSE IRA-FILE.

      *>   A DEPOSIT into an IRA is a contribution for a tax year —
      *>   this year, or last year when the caller designates it and
      *>   today is on or before IRA-PRIOR-YEAR-CUTOFF (any other
      *>   year declines RC-INVALID-SCHEDULE). The owner's
      *>   contributions for that year across all of their IRAs
      *>   (IRATXN.DAT), plus this one, may not pass IRA-ANNUAL-LIMIT
      *>   (plus IRA-CATCHUP-LIMIT once the owner turns
      *>   IRA-CATCHUP-AGE by year end) — RC-IRA-LIMIT otherwise.
       CHECK-IRA-CONTRIBUTION.
           MOVE SPACES TO WS-IRA-DECLINE-RC
           PERFORM LOOKUP-IRA-ACCOUNT
           IF WS-IRA-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-DATE TO WS-IRA-TODAY
           MOVE WS-IRA-TODAY-YYYY TO WS-IRA-TAX-YEAR
           IF WS-IRA-TAX-YEAR-IN > 0
               AND WS-IRA-TAX-YEAR-IN NOT = WS-IRA-TODAY-YYYY
               IF WS-IRA-TAX-YEAR-IN = WS-IRA-TODAY-YYYY - 1
                   AND WS-IRA-TODAY-MMDD <= IRA-PRIOR-YEAR-CUTOFF
                   MOVE WS-IRA-TAX-YEAR-IN TO WS-IRA-TAX-YEAR
               ELSE
                   DISPLAY "ERROR|IRA-TAX-YEAR|" WS-IRA-TAX-YEAR-IN
                   MOVE RC-INVALID-SCHEDULE TO WS-IRA-DECLINE-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE IRA-ANNUAL-LIMIT TO WS-IRA-LIMIT
           IF WS-IRA-TAX-YEAR - WS-IRA-DOB-YYYY >= IRA-CATCHUP-AGE
               ADD IRA-CATCHUP-LIMIT TO WS-IRA-LIMIT
           END-IF
           MOVE 0 TO WS-IRA-YTD
           OPEN INPUT IRATXN-FILE
           IF WS-IRATX-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ IRATXN-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF IRATX-CONTRIBUTION
                       AND IRATX-TAX-YEAR = WS-IRA-TAX-YEAR
                       PERFORM CHECK-IRA-SAME-OWNER
                       IF WS-IRA-OWNED-FLAG = 'Y'
                           ADD IRATX-AMOUNT TO WS-IRA-YTD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE IRATXN-FILE
           END-IF
           IF WS-IRA-YTD + WS-IN-AMOUNT > WS-IRA-LIMIT
               DISPLAY "ERROR|IRA-LIMIT|" WS-IRA-TAX-YEAR "|"
                   WS-IRA-YTD "|" WS-IRA-LIMIT
               MOVE RC-IRA-LIMIT TO WS-IRA-DECLINE-RC
           END-IF.

       CHECK-IRA-SAME-OWNER.
           MOVE 'N' TO WS-IRA-OWNED-FLAG
           PERFORM VARYING WS-IRA-IDX FROM 1 BY 1
               UNTIL WS-IRA-IDX > WS-IRA-COUNT
               IF WS-IRA-T-ACCT(WS-IRA-IDX) = IRATX-ACCT-ID
                   IF WS-IRA-T-OWNER(WS-IRA-IDX) = WS-IRA-OWNER
                       MOVE 'Y' TO WS-IRA-OWNED-FLAG
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   A posted WITHDRAW from an IRA is a distribution, coded
      *>   Normal, Early or Rollover for the 1099-R: the caller's
      *>   code when one was given (a rollover, or an early-
      *>   distribution exception the teller has documented),
      *>   otherwise by the owner's age today against
      *>   IRA-NORMAL-DIST-MONTHS (59 1/2).
       RECORD-IRA-DISTRIBUTION.
           PERFORM LOOKUP-IRA-ACCOUNT
           IF WS-IRA-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-DATE TO WS-IRA-TODAY
           MOVE WS-IRA-TODAY-YYYY TO WS-IRA-TAX-YEAR
           MOVE WS-IRA-DIST-IN TO WS-IRA-DIST-CODE
           IF WS-IRA-DIST-CODE = SPACES
               COMPUTE WS-IRA-AGE-MONTHS =
                   (WS-IRA-TODAY-YYYY - WS-IRA-DOB-YYYY) * 12
                   + WS-IRA-TODAY-MM - WS-IRA-DOB-MM
               IF WS-IRA-TODAY-DD < WS-IRA-DOB-DD
                   SUBTRACT 1 FROM WS-IRA-AGE-MONTHS
               END-IF
               IF WS-IRA-AGE-MONTHS < IRA-NORMAL-DIST-MONTHS
                   MOVE 'E' TO WS-IRA-DIST-CODE
               ELSE
                   MOVE 'N' TO WS-IRA-DIST-CODE
               END-IF
           END-IF
           MOVE 'D' TO IRATX-KIND
           PERFORM APPEND-IRA-TXN
           DISPLAY "IRA-DISTRIBUTION|" WS-IN-ACCT-ID "|"
               WS-IRA-PLAN "|" WS-IRA-DIST-CODE.

      *>   Appends the IRATXN.DAT record for the posting just made
      *>   (WS-TX-ID/WS-IN-AMOUNT); the caller sets IRATX-KIND.
       APPEND-IRA-TXN.
           MOVE WS-IN-ACCT-ID TO IRATX-ACCT-ID
           MOVE WS-TX-ID TO IRATX-TX-ID
           MOVE WS-IRA-TAX-YEAR TO IRATX-TAX-YEAR
           MOVE WS-IN-AMOUNT TO IRATX-AMOUNT
           MOVE WS-IRA-DIST-CODE TO IRATX-DIST-CODE
           MOVE WS-IRA-PLAN TO IRATX-PLAN-TYPE
           MOVE WS-CURRENT-DATE TO IRATX-DATE
           OPEN EXTEND IRATXN-FILE
           IF WS-IRATX-STATUS NOT = '00'
               OPEN OUTPUT IRATXN-FILE
           END-IF
           IF WS-IRATX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-IRATX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE IRA-TXN-RECORD
           CLOSE IRATXN-FILE.

      *>   The branch the front end stamped (WS-IN-BRANCH, after the
      *>   operation's own parse) must be on BRANCH.DAT and Open,
      *>   otherwise RESULT|24 -- a mistyped "MAN " no longer splits
      *>   one branch into two on REPORTS.cob's CHANNEL and BRANCH
      *>   output. Spaces (front end didn't say) always pass. A node
      *>   that has no BRANCH.DAT yet is not validated, so branch
      *>   codes keep flowing until BRANCHES.cob has loaded the
      *>   master there.
       CHECK-ENTRY-BRANCH.
           MOVE 'Y' TO WS-ENTRY-BRANCH-OK
           IF WS-IN-BRANCH = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BRANCH-ON-FILE
           IF WS-BRANCH-VALID-FLAG = 'N'
               MOVE 'N' TO WS-ENTRY-BRANCH-OK
               DISPLAY "ERROR|BRANCH|" WS-IN-BRANCH
               MOVE RC-INVALID-BRANCH TO WS-RESULT-CODE
               DISPLAY "RESULT|" WS-RESULT-CODE
           END-IF.

       CHECK-BRANCH-ON-FILE.
           MOVE 'N' TO WS-BRANCH-VALID-FLAG
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = '00'
               MOVE 'Y' TO WS-BRANCH-VALID-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BRANCH-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF BRANCH-CODE = WS-IN-BRANCH AND BRANCH-OPEN
                   MOVE 'Y' TO WS-BRANCH-VALID-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE BRANCH-FILE.

      *>   Finds where TRANSACT.DAT's hash chain currently ends — the
      *>   TRANS-CHAIN-HASH of the last stamped record, or TXCHAIN.cpy's
      *>   genesis value on a log with none yet — before the first
      *>   append of this run; STAMP-CHAIN-HASH carries it forward from
      *>   there. The record being built is saved around the scan, since
      *>   it shares TRANSACT-FILE's record area.
       LOAD-CHAIN-ANCHOR.
           IF WS-CHAIN-LOADED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CHAIN-LOADED
           MOVE TRANSACTION-RECORD TO WS-CHAIN-SAVE-RECORD
           MOVE WS-CHAIN-GENESIS TO WS-CHAIN-PREV
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ TRANSACT-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TRANS-CHAIN-HASH NOT = SPACES
                       MOVE TRANS-CHAIN-HASH TO WS-CHAIN-PREV
                   END-IF
               END-PERFORM
               CLOSE TRANSACT-FILE
           END-IF
           MOVE WS-CHAIN-SAVE-RECORD TO TRANSACTION-RECORD.

      *>   Links the record about to be written to the one before it
      *>   (see TXCHAIN.cpy) and makes it the new end of the chain.
       STAMP-CHAIN-HASH.
           MOVE SPACES TO TRANS-CHAIN-HASH
           PERFORM COMPUTE-CHAIN-HASH
           MOVE WS-CHAIN-HASH TO TRANS-CHAIN-HASH
           MOVE WS-CHAIN-HASH TO WS-CHAIN-PREV.

       COMPUTE-CHAIN-HASH.
           MOVE 1 TO WS-CHAIN-H1
           MOVE 1 TO WS-CHAIN-H2
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
               UNTIL WS-CHAIN-POS > LENGTH OF TRANSACTION-RECORD
               MOVE TRANSACTION-RECORD(WS-CHAIN-POS:1) TO WS-CHAIN-CHAR
               PERFORM ADD-CHAIN-HASH-CHAR
           END-PERFORM
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
               UNTIL WS-CHAIN-POS > 16
               MOVE WS-CHAIN-PREV(WS-CHAIN-POS:1) TO WS-CHAIN-CHAR
               PERFORM ADD-CHAIN-HASH-CHAR
           END-PERFORM.

       ADD-CHAIN-HASH-CHAR.
           COMPUTE WS-CHAIN-H1 = FUNCTION MOD(
               WS-CHAIN-H1 * 257 + FUNCTION ORD(WS-CHAIN-CHAR),
               99999989)
           COMPUTE WS-CHAIN-H2 = FUNCTION MOD(
               WS-CHAIN-H2 * 263 + FUNCTION ORD(WS-CHAIN-CHAR),
               99999971).

      *>   Writes this line's outcome to BATCH-RESULT.DAT (or, under
      *>   PBATCH, the running job's own BATCH-RESULT-Pnn.DAT) — see
      *>   BRESREC.cpy. The balances are looked up fresh by account
      *>   id since the 'T' leg has already moved WS-FOUND-IDX on to
      *>   the target.
       WRITE-BATCH-RESULT-RECORD.
           MOVE WS-BATCH-SEQ TO BRES-SEQ
           MOVE WS-BP-ACCT TO BRES-ACCT-ID
           MOVE WS-BP-TYPE TO BRES-TYPE
           MOVE WS-BP-AMOUNT TO BRES-AMOUNT
           MOVE WS-BP-TARGET TO BRES-TARGET-ID
           MOVE WS-RESULT-CODE TO BRES-RESULT-CODE
           MOVE 0 TO BRES-ACCT-BAL BRES-TARGET-BAL
           MOVE WS-BP-ACCT TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'Y'
               MOVE WS-A-BALANCE(WS-FOUND-IDX) TO BRES-ACCT-BAL
           END-IF
           IF WS-BP-TYPE = 'T'
               MOVE WS-BP-TARGET TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'Y'
                   MOVE WS-A-BALANCE(WS-FOUND-IDX) TO BRES-TARGET-BAL
               END-IF
           END-IF
           MOVE WS-TX-ID TO BRES-TX-ID
           MOVE WS-PB-THIS-PART TO BRES-PART-NO
           OPEN EXTEND BATCH-RESULT-FILE
           IF WS-BRES-STATUS NOT = '00'
               OPEN OUTPUT BATCH-RESULT-FILE
           END-IF
           IF WS-BRES-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-BRES-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE BATCH-RESULT-RECORD
           CLOSE BATCH-RESULT-FILE.

      *>   PBATCH/PBATCH-PART re-split the command line the same way
      *>   PARSE-RUN-CMD-LINE does for BATCH. PBATCH takes the
      *>   partition count ahead of the usual operator/channel/
      *>   branch/presenter; PBATCH-PART is only ever started by the
      *>   coordinating PBATCH job, with the partition number and the
      *>   window of line numbers it is to work (exclusive both ends).
       PARSE-PBATCH-CMD-LINE.
           IF WS-OPERATION = "PBATCH"
               UNSTRING WS-BATCH-LINE DELIMITED BY SPACE
                   INTO WS-OPERATION
                        WS-PB-COUNT-STR
                        WS-IN-OPERATOR-ID
                        WS-IN-CHANNEL
                        WS-IN-BRANCH
                        WS-IN-PRESENTER
               END-UNSTRING
           ELSE
               UNSTRING WS-BATCH-LINE DELIMITED BY SPACE
                   INTO WS-OPERATION
                        WS-PB-PART-STR
                        WS-PB-FROM-STR
                        WS-PB-TO-STR
                        WS-IN-OPERATOR-ID
               END-UNSTRING
           END-IF
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
               TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           PERFORM DEFAULT-CHANNEL-BRANCH
           MOVE SPACES TO WS-IN-ACCT-ID.

      *>   PBATCH — the coordinating job of a partitioned batch run.
      *>   Splits BATCH-INPUT.DAT into WS-PB-PART-COUNT account-range
      *>   partitions (BUILD-PBATCH-PLAN), then works the file in
      *>   phases: every partition with lines left before the next
      *>   cross-partition transfer runs concurrently as its own
      *>   PBATCH-PART job, and once they have all finished this job
      *>   posts that transfer itself, against the accounts as the
      *>   partitions left them. Each account therefore sees exactly
      *>   the lines, in exactly the order, a single-stream BATCH
      *>   would have given it. The plan and every partition's
      *>   checkpoint live in BATCH-CKPT.DAT (PBPLANREC.cpy), so a
      *>   halted run picks up where it stopped when PBATCH is run
      *>   again. MERGE-PBATCH-RESULTS then writes the one combined
      *>   BATCH-RESULT.DAT and BATCH-SUMMARY.DAT record.
       PROCESS-PARALLEL-BATCH.
           MOVE 'C' TO WS-PB-MODE
           MOVE 0 TO WS-PB-THIS-PART
           IF WS-PB-COUNT-STR(2:9) NOT = SPACES
               OR WS-PB-COUNT-STR(1:1) < "2"
               OR WS-PB-COUNT-STR(1:1) > "9"
               DISPLAY "ERROR|PBATCH-PARTITIONS|2-9"
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PB-COUNT-STR(1:1) TO WS-PB-PART-COUNT

      *>   A single-stream BATCH still part-way through this file
      *>   must be finished (or its checkpoint cleared) first — the
      *>   two can't share BATCH-CKPT.DAT.
           PERFORM READ-BATCH-CHECKPOINT
           IF WS-CKPT-PLAN-OPEN = 'N' AND WS-CKPT-LAST-SEQ > 0
               DISPLAY "ERROR|BATCH-CHECKPOINT-OPEN|" WS-CKPT-LAST-SEQ
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ALL-ACCOUNTS
           IF WS-ACCOUNT-COUNT > 0
               MOVE WS-A-ID(1)(5:1) TO WS-NODE-CODE
           END-IF
           PERFORM LOAD-PBATCH-INPUT
           MOVE 'N' TO WS-PB-PLAN-FOUND
           IF WS-CKPT-PLAN-OPEN = 'Y'
               PERFORM READ-PBATCH-PLAN
           END-IF
           IF WS-PB-PLAN-FOUND = 'Y'
               IF WS-PB-TOTAL-LINES NOT = WS-PB-LINE-COUNT
                   DISPLAY "ERROR|PBATCH-INPUT-CHANGED|"
                       WS-PB-TOTAL-LINES "|" WS-PB-LINE-COUNT
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
               END-IF
               IF WS-PB-MERGED = 'Y'
                   DISPLAY "PBATCH-MERGED|" WS-BATCH-ID
                       "|already complete"
                   DISPLAY "RESULT|00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM CLASSIFY-PBATCH-LINES
           ELSE
               PERFORM BUILD-PBATCH-PLAN
           END-IF

           DISPLAY "========================================"
           DISPLAY "  LEGACY LEDGER — PARALLEL BATCH LOG"
           DISPLAY "  NODE: BANK_" WS-NODE-CODE
           DISPLAY "  BATCH ID: " WS-BATCH-ID
           DISPLAY "  DATE: " WS-CURRENT-DATE
               "  TIME: " WS-CURRENT-TIME
           DISPLAY "  INPUT: BATCH-INPUT.DAT"
           DISPLAY "  PARTITIONS: " WS-PB-PART-COUNT
               "  CROSS-PARTITION TRANSFERS: " WS-PB-BARRIER-COUNT
           IF WS-PB-PLAN-FOUND = 'Y'
               DISPLAY "  RESUMING OPEN PBATCH PLAN"
           END-IF
           DISPLAY "========================================"
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > WS-PB-PART-COUNT
               DISPLAY "PBATCH-PLAN|" WS-PB-IDX "|"
                   WS-PBT-LOW-ID(WS-PB-IDX) "|"
                   WS-PBT-HIGH-ID(WS-PB-IDX) "|"
                   WS-PBT-LINE-COUNT(WS-PB-IDX) "|"
                   WS-PBT-LAST-SEQ(WS-PB-IDX)
           END-PERFORM
           DISPLAY ""
           DISPLAY "SEQ  STATUS  TYPE  AMOUNT        ACCOUNT     "
               "BALANCE-AFTER  DESCRIPTION"
           DISPLAY "---  ------  ----  -----------   ----------  "
               "-------------  --------------------------------"

           PERFORM FOLD-PBATCH-CHECKPOINTS
           MOVE SPACES TO WS-PB-HALT-RC
           PERFORM UNTIL 1 = 0
               MOVE WS-PB-BARRIER-DONE TO WS-PB-FROM-SEQ
               PERFORM FIND-NEXT-PBATCH-BARRIER
               PERFORM RUN-PBATCH-PHASE
               IF WS-PB-HALT-RC NOT = SPACES
                   EXIT PERFORM
               END-IF
               IF WS-PB-TO-SEQ > WS-PB-LINE-COUNT
                   EXIT PERFORM
               END-IF
               PERFORM POST-PBATCH-BARRIER
               IF WS-PB-HALT-RC NOT = SPACES
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-PB-HALT-RC NOT = SPACES
               DISPLAY "ERROR|PBATCH-HALTED|" WS-BATCH-ID
                   "|run PBATCH again to resume from the checkpoints"
               DISPLAY "RESULT|" WS-PB-HALT-RC
               EXIT PARAGRAPH
           END-IF

           PERFORM MERGE-PBATCH-RESULTS
           DISPLAY ""
           DISPLAY "========================================"
           DISPLAY "  PARALLEL BATCH SUMMARY"
           DISPLAY "  ------"
           DISPLAY "  Total transactions read:    " WS-BATCH-SEQ
           DISPLAY "  Successful:                 " WS-BATCH-SUCCESS
           DISPLAY "  Failed:                     " WS-BATCH-FAILED
           DISPLAY "  Skipped (already applied):  " WS-BATCH-SKIPPED
           DISPLAY "  ------"
           DISPLAY "  Total deposits:             " WS-TOTAL-DEPOSITS
           DISPLAY "  Total withdrawals:          " WS-TOTAL-WITHDRAWALS
           DISPLAY "  Total transfers:            " WS-TOTAL-TRANSFERS
           DISPLAY "========================================"
           PERFORM WRITE-BATCH-SUMMARY-RECORD
           MOVE 'Y' TO WS-PB-MERGED
           PERFORM SAVE-PBATCH-PLAN
           DISPLAY "PBATCH-MERGED|" WS-BATCH-ID
           DISPLAY "RESULT|00".

      *>   Reads BATCH-INPUT.DAT whole into WS-PB-LINE-TABLE; the
      *>   line's position is its WS-BATCH-SEQ, exactly as
      *>   PROCESS-BATCH would number it.
       LOAD-PBATCH-INPUT.
           MOVE 0 TO WS-PB-LINE-COUNT
           OPEN INPUT BATCH-FILE
           IF WS-BATCH-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-BATCH-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ BATCH-FILE
                   AT END
                       CLOSE BATCH-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PB-LINE-COUNT = 999
                   CLOSE BATCH-FILE
                   DISPLAY "ERROR|PBATCH-INPUT-TOO-LARGE|999"
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PB-LINE-COUNT
               MOVE BATCH-RECORD TO WS-PBL-TEXT(WS-PB-LINE-COUNT)
               PERFORM PARSE-BATCH-LINE
               MOVE WS-BP-ACCT TO WS-PBL-ACCT(WS-PB-LINE-COUNT)
               MOVE WS-BP-TYPE TO WS-PBL-TYPE(WS-PB-LINE-COUNT)
               MOVE WS-BP-TARGET TO WS-PBL-TARGET(WS-PB-LINE-COUNT)
           END-PERFORM.

      *>   Cuts ACCOUNTS.DAT (already in key order from LOAD-ALL-
      *>   ACCOUNTS) into WS-PB-PART-COUNT ranges carrying roughly
      *>   the same number of batch lines each, weighting every
      *>   account by the lines posted against it. The TRX-id block
      *>   for the whole run is reserved here too — two ids per line,
      *>   enough for the posting plus an NSF re-presentment — so the
      *>   partitions never touch TXSEQ.DAT and can't issue the same
      *>   id twice (see GENERATE-PBATCH-TX-ID).
       BUILD-PBATCH-PLAN.
           MOVE SPACES TO WS-PB-PART-TABLE
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > 9
               MOVE 0 TO WS-PBT-LAST-SEQ(WS-PB-IDX)
               MOVE 0 TO WS-PBT-LINE-COUNT(WS-PB-IDX)
           END-PERFORM
           MOVE 1 TO WS-PB-IDX
           MOVE 0 TO WS-PB-CUM-WEIGHT
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               IF WS-PBT-LOW-ID(WS-PB-IDX) = SPACES
                   MOVE WS-A-ID(WS-ACCT-IDX) TO WS-PBT-LOW-ID(WS-PB-IDX)
               END-IF
               PERFORM VARYING WS-PB-LINE-IDX FROM 1 BY 1
                   UNTIL WS-PB-LINE-IDX > WS-PB-LINE-COUNT
                   IF WS-PBL-ACCT(WS-PB-LINE-IDX) = WS-A-ID(WS-ACCT-IDX)
                       ADD 1 TO WS-PB-CUM-WEIGHT
                   END-IF
               END-PERFORM
               IF WS-PB-IDX < WS-PB-PART-COUNT
                   AND WS-PB-CUM-WEIGHT * WS-PB-PART-COUNT >=
                       WS-PB-IDX * WS-PB-LINE-COUNT
                   MOVE WS-A-ID(WS-ACCT-IDX)
                       TO WS-PBT-HIGH-ID(WS-PB-IDX)
                   ADD 1 TO WS-PB-IDX
               END-IF
           END-PERFORM
           IF WS-ACCOUNT-COUNT > 0
               PERFORM VARYING WS-PB-IDX FROM WS-PB-IDX BY 1
                   UNTIL WS-PB-IDX > WS-PB-PART-COUNT
                   MOVE WS-A-ID(WS-ACCOUNT-COUNT)
                       TO WS-PBT-HIGH-ID(WS-PB-IDX)
               END-PERFORM
           END-IF

           PERFORM READ-TX-SEQUENCE
           MOVE WS-TX-ID-NUM TO WS-PB-TX-BASE
           COMPUTE WS-TX-ID-NUM = WS-PB-TX-BASE + 2 * WS-PB-LINE-COUNT
           PERFORM SAVE-TX-SEQUENCE

           MOVE SPACES TO WS-BATCH-ID
           STRING "BAT-" DELIMITED SIZE
               WS-NODE-CODE DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-CURRENT-TIME DELIMITED SIZE
               INTO WS-BATCH-ID
           END-STRING
           MOVE WS-PB-LINE-COUNT TO WS-PB-TOTAL-LINES
           MOVE 0 TO WS-PB-BARRIER-DONE
           MOVE 'N' TO WS-PB-MERGED

      *>   Fresh run — empty out whatever an earlier run's jobs left
      *>   behind in the per-job checkpoint and result files.
           PERFORM VARYING WS-PB-PART-NN FROM 0 BY 1
               UNTIL WS-PB-PART-NN > WS-PB-PART-COUNT
               PERFORM SET-PBATCH-PATHS
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CKPT-STATUS = '00'
                   CLOSE CHECKPOINT-FILE
               END-IF
               OPEN OUTPUT BATCH-RESULT-FILE
               IF WS-BRES-STATUS = '00'
                   CLOSE BATCH-RESULT-FILE
               END-IF
           END-PERFORM
           PERFORM RESET-PBATCH-PATHS
           PERFORM CLASSIFY-PBATCH-LINES
           PERFORM SAVE-PBATCH-PLAN.

      *>   Assigns every batch line to the partition owning its
      *>   account. A 'T' whose target account falls in another
      *>   partition is a barrier line — neither partition can post
      *>   both legs alone, so the coordinating job posts it.
       CLASSIFY-PBATCH-LINES.
           MOVE 0 TO WS-PB-BARRIER-COUNT
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > 9
               MOVE 0 TO WS-PBT-LINE-COUNT(WS-PB-IDX)
           END-PERFORM
           PERFORM VARYING WS-PB-LINE-IDX FROM 1 BY 1
               UNTIL WS-PB-LINE-IDX > WS-PB-LINE-COUNT
               MOVE WS-PBL-ACCT(WS-PB-LINE-IDX) TO WS-PB-FIND-ID
               PERFORM FIND-PBATCH-PART
               MOVE WS-PB-FIND-PART TO WS-PBL-PART(WS-PB-LINE-IDX)
               MOVE 'N' TO WS-PBL-BARRIER(WS-PB-LINE-IDX)
               IF WS-PBL-TYPE(WS-PB-LINE-IDX) = 'T'
                   MOVE WS-PBL-TARGET(WS-PB-LINE-IDX) TO WS-PB-FIND-ID
                   PERFORM FIND-PBATCH-PART
                   IF WS-PB-FIND-PART NOT = WS-PBL-PART(WS-PB-LINE-IDX)
                       MOVE 'Y' TO WS-PBL-BARRIER(WS-PB-LINE-IDX)
                   END-IF
               END-IF
               IF WS-PBL-BARRIER(WS-PB-LINE-IDX) = 'Y'
                   ADD 1 TO WS-PB-BARRIER-COUNT
               ELSE
                   MOVE WS-PBL-PART(WS-PB-LINE-IDX) TO WS-PB-FIND-PART
                   ADD 1 TO WS-PBT-LINE-COUNT(WS-PB-FIND-PART)
               END-IF
           END-PERFORM.

      *>   The partition owning WS-PB-FIND-ID is the first whose high
      *>   bound it doesn't sort above; anything past the last
      *>   account on file belongs to the last partition.
       FIND-PBATCH-PART.
           MOVE WS-PB-PART-COUNT TO WS-PB-FIND-PART
           PERFORM VARYING WS-PB-FIND-IDX FROM 1 BY 1
               UNTIL WS-PB-FIND-IDX > WS-PB-PART-COUNT
               IF WS-PBT-HIGH-ID(WS-PB-FIND-IDX) NOT = SPACES
                   AND WS-PB-FIND-ID <= WS-PBT-HIGH-ID(WS-PB-FIND-IDX)
                   MOVE WS-PB-FIND-IDX TO WS-PB-FIND-PART
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-NEXT-PBATCH-BARRIER.
           COMPUTE WS-PB-TO-SEQ = WS-PB-LINE-COUNT + 1
           COMPUTE WS-PB-LINE-IDX = WS-PB-FROM-SEQ + 1
           PERFORM UNTIL WS-PB-LINE-IDX > WS-PB-LINE-COUNT
               IF WS-PBL-BARRIER(WS-PB-LINE-IDX) = 'Y'
                   MOVE WS-PB-LINE-IDX TO WS-PB-TO-SEQ
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PB-LINE-IDX
           END-PERFORM.

      *>   One phase: starts a PBATCH-PART job for every partition
      *>   with lines still to do between WS-PB-FROM-SEQ and
      *>   WS-PB-TO-SEQ, all in the background of one shell so they
      *>   run concurrently, and waits for the lot. Each job's output
      *>   is captured to PBATCH-Pnn.OUT and scanned for its RESULT|
      *>   line the same way EODRUN.cob's SCAN-STEP-RESULT checks a
      *>   step; the first one that didn't end RESULT|00 halts the
      *>   run.
       RUN-PBATCH-PHASE.
           MOVE SPACES TO WS-PB-CMD
           MOVE 1 TO WS-PB-CMD-PTR
           MOVE 0 TO WS-PB-LAUNCHED
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > WS-PB-PART-COUNT
               MOVE 'N' TO WS-PBT-LAUNCHED(WS-PB-IDX)
               MOVE 'N' TO WS-PB-PENDING
               COMPUTE WS-PB-LINE-IDX = WS-PB-FROM-SEQ + 1
               PERFORM UNTIL WS-PB-LINE-IDX >= WS-PB-TO-SEQ
                   IF WS-PBL-PART(WS-PB-LINE-IDX) = WS-PB-IDX
                       AND WS-PBL-BARRIER(WS-PB-LINE-IDX) = 'N'
                       AND WS-PB-LINE-IDX > WS-PBT-LAST-SEQ(WS-PB-IDX)
                       MOVE 'Y' TO WS-PB-PENDING
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-PB-LINE-IDX
               END-PERFORM
               IF WS-PB-PENDING = 'Y'
                   MOVE 'Y' TO WS-PBT-LAUNCHED(WS-PB-IDX)
                   ADD 1 TO WS-PB-LAUNCHED
                   MOVE WS-PB-IDX TO WS-PB-PART-NN
                   STRING "../../cobol/bin/TRANSACT PBATCH-PART "
                           DELIMITED SIZE
                       WS-PB-PART-NN DELIMITED SIZE
                       " " DELIMITED SIZE
                       WS-PB-FROM-SEQ DELIMITED SIZE
                       " " DELIMITED SIZE
                       WS-PB-TO-SEQ DELIMITED SIZE
                       " " DELIMITED SIZE
                       WS-IN-OPERATOR-ID DELIMITED SPACE
                       " > PBATCH-P" DELIMITED SIZE
                       WS-PB-PART-NN DELIMITED SIZE
                       ".OUT 2>&1 & " DELIMITED SIZE
                       INTO WS-PB-CMD
                       WITH POINTER WS-PB-CMD-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-PB-LAUNCHED = 0
               EXIT PARAGRAPH
           END-IF
           STRING "wait" DELIMITED SIZE
               INTO WS-PB-CMD
               WITH POINTER WS-PB-CMD-PTR
           END-STRING
           DISPLAY "PBATCH-PHASE|" WS-PB-FROM-SEQ "|" WS-PB-TO-SEQ
               "|" WS-PB-LAUNCHED
           CALL "SYSTEM" USING WS-PB-CMD

           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > WS-PB-PART-COUNT
               IF WS-PBT-LAUNCHED(WS-PB-IDX) = 'Y'
                   MOVE WS-PB-IDX TO WS-PB-PART-NN
                   PERFORM SET-PBATCH-PATHS
                   PERFORM SCAN-PBATCH-PART-RESULT
                   DISPLAY "PBATCH-PART-RESULT|" WS-PB-PART-NN "|"
                       WS-PB-STEP-RESULT
                   IF WS-PB-STEP-RESULT NOT = '00'
                       AND WS-PB-HALT-RC = SPACES
                       MOVE WS-PB-STEP-RESULT TO WS-PB-HALT-RC
                   END-IF
               END-IF
           END-PERFORM
           PERFORM RESET-PBATCH-PATHS
           PERFORM FOLD-PBATCH-CHECKPOINTS.

       SCAN-PBATCH-PART-RESULT.
           MOVE SPACES TO WS-PB-STEP-RESULT
           OPEN INPUT PBATCH-OUT-FILE
           IF WS-PBO-STATUS NOT = '00'
               MOVE "99" TO WS-PB-STEP-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PBATCH-OUT-FILE
                   AT END
                       CLOSE PBATCH-OUT-FILE
                       EXIT PERFORM
               END-READ
               IF PBATCH-OUT-LINE(1:7) = "RESULT|"
                   MOVE PBATCH-OUT-LINE(8:2) TO WS-PB-STEP-RESULT
               END-IF
           END-PERFORM
           IF WS-PB-STEP-RESULT = SPACES
               MOVE "99" TO WS-PB-STEP-RESULT
           END-IF.

      *>   Posts the cross-partition transfer at WS-PB-TO-SEQ with the
      *>   whole account table freshly loaded — every partition has
      *>   finished the lines ahead of it, so both legs see the same
      *>   balances a single-stream run would have. Checkpointed and
      *>   logged as job 00.
       POST-PBATCH-BARRIER.
           MOVE 0 TO WS-PB-PART-NN
           PERFORM SET-PBATCH-PATHS
           PERFORM LOAD-ALL-ACCOUNTS
           MOVE WS-PB-BARRIER-DONE TO WS-CKPT-LAST-SEQ
           COMPUTE WS-BATCH-SEQ = WS-PB-TO-SEQ - 1
           MOVE WS-PBL-TEXT(WS-PB-TO-SEQ) TO BATCH-RECORD
           PERFORM PARSE-BATCH-LINE
           PERFORM PROCESS-ONE-TRANSACTION
           PERFORM RESET-PBATCH-PATHS
           IF WS-CONCURRENCY-FLAG = 'Y'
               MOVE "05" TO WS-PB-HALT-RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PB-TO-SEQ TO WS-PB-BARRIER-DONE
           PERFORM SAVE-PBATCH-PLAN.

      *>   PBATCH-PART — one partition's share of a phase. Loads only
      *>   the accounts in its own range, so VERIFY-ACCOUNTS-UNCHANGED
      *>   and SAVE-ALL-ACCOUNTS never look at (or trip over) the
      *>   accounts another partition is posting to at the same time,
      *>   and checkpoints to its own BATCH-CKPT-Pnn.DAT; the
      *>   coordinating job folds that into the plan when the phase
      *>   is over.
       RUN-PBATCH-PARTITION.
           MOVE 'P' TO WS-PB-MODE
           IF WS-PB-PART-STR(1:2) IS NOT NUMERIC
               OR WS-PB-FROM-STR(1:4) IS NOT NUMERIC
               OR WS-PB-TO-STR(1:4) IS NOT NUMERIC
               DISPLAY "ERROR|PBATCH-PART-ARGS|"
                   "PBATCH-PART nn from-seq to-seq [operator]"
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PB-PART-STR(1:2) TO WS-PB-THIS-PART
           MOVE WS-PB-FROM-STR(1:4) TO WS-PB-FROM-SEQ
           MOVE WS-PB-TO-STR(1:4) TO WS-PB-TO-SEQ
           PERFORM READ-BATCH-CHECKPOINT
           MOVE 'N' TO WS-PB-PLAN-FOUND
           IF WS-CKPT-PLAN-OPEN = 'Y'
               PERFORM READ-PBATCH-PLAN
           END-IF
           IF WS-PB-PLAN-FOUND = 'N'
               OR WS-PB-THIS-PART = 0
               OR WS-PB-THIS-PART > WS-PB-PART-COUNT
               DISPLAY "ERROR|PBATCH-NO-PLAN|" WS-PB-THIS-PART
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PBATCH-INPUT
           IF WS-PB-TOTAL-LINES NOT = WS-PB-LINE-COUNT
               DISPLAY "ERROR|PBATCH-INPUT-CHANGED|"
                   WS-PB-TOTAL-LINES "|" WS-PB-LINE-COUNT
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLASSIFY-PBATCH-LINES

           PERFORM LOAD-ALL-ACCOUNTS
           IF WS-ACCOUNT-COUNT > 0
               MOVE WS-A-ID(1)(5:1) TO WS-NODE-CODE
           END-IF
           PERFORM COMPACT-PBATCH-ACCOUNTS

           MOVE WS-PB-THIS-PART TO WS-PB-PART-NN
           PERFORM SET-PBATCH-PATHS
           PERFORM READ-BATCH-CHECKPOINT
           IF WS-PBT-LAST-SEQ(WS-PB-THIS-PART) > WS-CKPT-LAST-SEQ
               MOVE WS-PBT-LAST-SEQ(WS-PB-THIS-PART)
                   TO WS-CKPT-LAST-SEQ
           END-IF
           DISPLAY "PBATCH-PART-START|" WS-PB-THIS-PART "|"
               WS-PBT-LOW-ID(WS-PB-THIS-PART) "|"
               WS-PBT-HIGH-ID(WS-PB-THIS-PART) "|"
               WS-PB-FROM-SEQ "|" WS-PB-TO-SEQ "|" WS-BATCH-ID

           COMPUTE WS-PB-LINE-IDX = WS-PB-FROM-SEQ + 1
           PERFORM UNTIL WS-PB-LINE-IDX >= WS-PB-TO-SEQ
                   OR WS-PB-LINE-IDX > WS-PB-LINE-COUNT
               IF WS-PBL-PART(WS-PB-LINE-IDX) = WS-PB-THIS-PART
                   AND WS-PBL-BARRIER(WS-PB-LINE-IDX) = 'N'
                   COMPUTE WS-BATCH-SEQ = WS-PB-LINE-IDX - 1
                   MOVE WS-PBL-TEXT(WS-PB-LINE-IDX) TO BATCH-RECORD
                   PERFORM PARSE-BATCH-LINE
                   PERFORM PROCESS-ONE-TRANSACTION
                   IF WS-CONCURRENCY-FLAG = 'Y'
                       EXIT PERFORM
                   END-IF
               END-IF
               ADD 1 TO WS-PB-LINE-IDX
           END-PERFORM

           COMPUTE WS-PB-APPLIED = WS-BATCH-SUCCESS + WS-BATCH-FAILED
           DISPLAY "PBATCH-PART|" WS-PB-THIS-PART "|" WS-PB-APPLIED
               "|" WS-BATCH-SKIPPED
           IF WS-CONCURRENCY-FLAG = 'Y'
               DISPLAY "ERROR|CONCURRENT-UPDATE|ACCOUNTS.DAT changed "
                   "since partition load"
               DISPLAY "RESULT|05"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RESULT|00".

       WAIT-FOR-PBATCH-SIBLING.
           ADD 1 TO WS-PB-RETRY
           CALL "SYSTEM" USING WS-PB-WAIT-CMD.

      *>   Squeezes WS-ACCOUNT-TABLE down to this partition's range.
       COMPACT-PBATCH-ACCOUNTS.
           MOVE 0 TO WS-PB-KEEP
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               MOVE WS-A-ID(WS-ACCT-IDX) TO WS-PB-FIND-ID
               PERFORM FIND-PBATCH-PART
               IF WS-PB-FIND-PART = WS-PB-THIS-PART
                   ADD 1 TO WS-PB-KEEP
                   IF WS-PB-KEEP NOT = WS-ACCT-IDX
                       MOVE WS-ACCT-ENTRY(WS-ACCT-IDX)
                           TO WS-ACCT-ENTRY(WS-PB-KEEP)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-PB-KEEP TO WS-ACCOUNT-COUNT.

      *>   Under PBATCH every line owns two TRX ids out of the block
      *>   BUILD-PBATCH-PLAN reserved, whichever job posts it — see
      *>   PROCESS-ONE-TRANSACTION — so concurrent jobs never hand out
      *>   the same one and never contend for TXSEQ.DAT.
       GENERATE-PBATCH-TX-ID.
           ADD 1 TO WS-PB-TX-SLOT
           MOVE WS-PB-TX-SLOT TO WS-TX-ID-NUM
           MOVE SPACES TO WS-TX-ID
           STRING "TRX-" DELIMITED SIZE
               WS-NODE-CODE DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-TX-ID-NUM DELIMITED SIZE
               INTO WS-TX-ID
           END-STRING.

      *>   The per-job checkpoint, result and captured-output files
      *>   for job WS-PB-PART-NN (00 = the coordinating job).
       SET-PBATCH-PATHS.
           MOVE SPACES TO WS-CKPT-PATH WS-BRES-PATH WS-PBO-PATH
           STRING "BATCH-CKPT-P" DELIMITED SIZE
               WS-PB-PART-NN DELIMITED SIZE
               ".DAT" DELIMITED SIZE
               INTO WS-CKPT-PATH
           END-STRING
           STRING "BATCH-RESULT-P" DELIMITED SIZE
               WS-PB-PART-NN DELIMITED SIZE
               ".DAT" DELIMITED SIZE
               INTO WS-BRES-PATH
           END-STRING
           STRING "PBATCH-P" DELIMITED SIZE
               WS-PB-PART-NN DELIMITED SIZE
               ".OUT" DELIMITED SIZE
               INTO WS-PBO-PATH
           END-STRING.

       RESET-PBATCH-PATHS.
           MOVE "BATCH-CKPT.DAT" TO WS-CKPT-PATH
           MOVE "BATCH-RESULT.DAT" TO WS-BRES-PATH.

      *>   Loads the open plan from BATCH-CKPT.DAT (PBPLANREC.cpy).
       READ-PBATCH-PLAN.
           MOVE 'N' TO WS-PB-PLAN-FOUND
           OPEN INPUT PBATCH-PLAN-FILE
           IF WS-PBP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PBATCH-PLAN-FILE
                   AT END
                       CLOSE PBATCH-PLAN-FILE
                       EXIT PERFORM
               END-READ
               IF PBP-TAG = "PB"
                   MOVE 'Y' TO WS-PB-PLAN-FOUND
                   MOVE PBP-BATCH-ID TO WS-BATCH-ID
                   MOVE PBP-PART-COUNT TO WS-PB-PART-COUNT
                   MOVE PBP-TOTAL-LINES TO WS-PB-TOTAL-LINES
                   MOVE PBP-TX-BASE TO WS-PB-TX-BASE
                   MOVE PBP-MERGED TO WS-PB-MERGED
                   IF PBP-PART-NO = 0
                       MOVE PBP-LAST-SEQ TO WS-PB-BARRIER-DONE
                   ELSE
                       IF PBP-PART-NO <= 9
                           MOVE PBP-LOW-ID
                               TO WS-PBT-LOW-ID(PBP-PART-NO)
                           MOVE PBP-HIGH-ID
                               TO WS-PBT-HIGH-ID(PBP-PART-NO)
                           MOVE PBP-LAST-SEQ
                               TO WS-PBT-LAST-SEQ(PBP-PART-NO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>   Rewrites the whole plan — record 00 for the coordinating
      *>   job's barrier lines, then one per partition.
       SAVE-PBATCH-PLAN.
           OPEN OUTPUT PBATCH-PLAN-FILE
           IF WS-PBP-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-PBP-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO PBATCH-PLAN-RECORD
           MOVE "PB" TO PBP-TAG
           MOVE 0 TO PBP-PART-NO
           MOVE WS-PB-BARRIER-DONE TO PBP-LAST-SEQ
           MOVE WS-PB-BARRIER-COUNT TO PBP-LINE-COUNT
           PERFORM FILL-PBATCH-PLAN-COMMON
           WRITE PBATCH-PLAN-RECORD
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > WS-PB-PART-COUNT
               MOVE SPACES TO PBATCH-PLAN-RECORD
               MOVE "PB" TO PBP-TAG
               MOVE WS-PB-IDX TO PBP-PART-NO
               MOVE WS-PBT-LOW-ID(WS-PB-IDX) TO PBP-LOW-ID
               MOVE WS-PBT-HIGH-ID(WS-PB-IDX) TO PBP-HIGH-ID
               MOVE WS-PBT-LAST-SEQ(WS-PB-IDX) TO PBP-LAST-SEQ
               MOVE WS-PBT-LINE-COUNT(WS-PB-IDX) TO PBP-LINE-COUNT
               PERFORM FILL-PBATCH-PLAN-COMMON
               WRITE PBATCH-PLAN-RECORD
           END-PERFORM
           CLOSE PBATCH-PLAN-FILE.

       FILL-PBATCH-PLAN-COMMON.
           MOVE WS-BATCH-ID TO PBP-BATCH-ID
           MOVE WS-PB-PART-COUNT TO PBP-PART-COUNT
           MOVE WS-PB-TOTAL-LINES TO PBP-TOTAL-LINES
           MOVE WS-PB-TX-BASE TO PBP-TX-BASE
           MOVE WS-PB-MERGED TO PBP-MERGED.

      *>   Carries each job's own checkpoint file forward into the
      *>   plan in BATCH-CKPT.DAT. Also run on a resume, since a job
      *>   may have got further than the plan last recorded before
      *>   the run stopped.
       FOLD-PBATCH-CHECKPOINTS.
           PERFORM VARYING WS-PB-PART-NN FROM 0 BY 1
               UNTIL WS-PB-PART-NN > WS-PB-PART-COUNT
               PERFORM SET-PBATCH-PATHS
               PERFORM READ-BATCH-CHECKPOINT
               IF WS-PB-PART-NN = 0
                   IF WS-CKPT-LAST-SEQ > WS-PB-BARRIER-DONE
                       MOVE WS-CKPT-LAST-SEQ TO WS-PB-BARRIER-DONE
                   END-IF
               ELSE
                   IF WS-CKPT-LAST-SEQ >
                           WS-PBT-LAST-SEQ(WS-PB-PART-NN)
                       MOVE WS-CKPT-LAST-SEQ
                           TO WS-PBT-LAST-SEQ(WS-PB-PART-NN)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM RESET-PBATCH-PATHS
           PERFORM SAVE-PBATCH-PLAN.

      *>   Folds every job's BATCH-RESULT-Pnn.DAT into one
      *>   BATCH-RESULT.DAT in line order and rebuilds the run's
      *>   totals from it, on the same success-only basis
      *>   PROCESS-ONE-TRANSACTION tallies them, so the one
      *>   BATCH-SUMMARY.DAT record reads exactly as a single-stream
      *>   run's would.
       MERGE-PBATCH-RESULTS.
           MOVE SPACES TO WS-PB-RESULT-TABLE
           PERFORM VARYING WS-PB-PART-NN FROM 0 BY 1
               UNTIL WS-PB-PART-NN > WS-PB-PART-COUNT
               PERFORM SET-PBATCH-PATHS
               PERFORM LOAD-PBATCH-RESULT-FILE
           END-PERFORM
           PERFORM RESET-PBATCH-PATHS

           MOVE 0 TO WS-BATCH-SUCCESS WS-BATCH-FAILED WS-BATCH-SKIPPED
               WS-TOTAL-DEPOSITS WS-TOTAL-WITHDRAWALS
               WS-TOTAL-TRANSFERS
               WS-BSUM-DEP-COUNT WS-BSUM-WDR-COUNT
               WS-BSUM-XFR-COUNT WS-BSUM-INT-COUNT WS-BSUM-INT-AMOUNT
               WS-BSUM-FEE-COUNT WS-BSUM-FEE-AMOUNT
               WS-BSUM-RC-SUCCESS WS-BSUM-RC-NSF WS-BSUM-RC-INV-ACCT
               WS-BSUM-RC-FROZEN WS-BSUM-RC-CONCUR WS-BSUM-RC-OTHER
           OPEN OUTPUT BATCH-RESULT-FILE
           IF WS-BRES-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-BRES-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-PB-LINE-IDX FROM 1 BY 1
               UNTIL WS-PB-LINE-IDX > WS-PB-LINE-COUNT
               IF WS-PBR-PRESENT(WS-PB-LINE-IDX) = 'Y'
                   MOVE WS-PBR-RECORD(WS-PB-LINE-IDX)
                       TO BATCH-RESULT-RECORD
                   WRITE BATCH-RESULT-RECORD
                   MOVE BRES-RESULT-CODE TO WS-RESULT-CODE
                   PERFORM ACCUMULATE-BATCH-TOTALS
                   IF WS-RESULT-CODE = '00'
                       ADD 1 TO WS-BATCH-SUCCESS
                       EVALUATE BRES-TYPE
                           WHEN 'D'
                               ADD 1 TO WS-BSUM-DEP-COUNT
                               ADD BRES-AMOUNT TO WS-TOTAL-DEPOSITS
                           WHEN 'W'
                               ADD 1 TO WS-BSUM-WDR-COUNT
                               ADD BRES-AMOUNT TO WS-TOTAL-WITHDRAWALS
                           WHEN 'T'
                               ADD 1 TO WS-BSUM-XFR-COUNT
                               ADD BRES-AMOUNT TO WS-TOTAL-TRANSFERS
                           WHEN 'I'
                               ADD 1 TO WS-BSUM-INT-COUNT
                               ADD BRES-AMOUNT TO WS-BSUM-INT-AMOUNT
                           WHEN 'F'
                               ADD 1 TO WS-BSUM-FEE-COUNT
                               ADD BRES-AMOUNT TO WS-BSUM-FEE-AMOUNT
                       END-EVALUATE
                   ELSE
                       ADD 1 TO WS-BATCH-FAILED
                   END-IF
               ELSE
                   ADD 1 TO WS-BATCH-SKIPPED
               END-IF
           END-PERFORM
           CLOSE BATCH-RESULT-FILE
           MOVE WS-PB-LINE-COUNT TO WS-BATCH-SEQ.

      *>   Reads the result file at WS-BRES-PATH into WS-PB-RESULT-
      *>   TABLE by line number; a later record for the same line
      *>   (a rerun after a crash) replaces the earlier one.
       LOAD-PBATCH-RESULT-FILE.
           OPEN INPUT BATCH-RESULT-FILE
           IF WS-BRES-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BATCH-RESULT-FILE
                   AT END
                       CLOSE BATCH-RESULT-FILE
                       EXIT PERFORM
               END-READ
               IF BRES-SEQ > 0
                   MOVE 'Y' TO WS-PBR-PRESENT(BRES-SEQ)
                   MOVE BATCH-RESULT-RECORD TO WS-PBR-RECORD(BRES-SEQ)
               END-IF
           END-PERFORM.

      *>   BATCH-COMPARE — holds this directory's BATCH-RESULT.DAT up
      *>   against another run's, line by line, on everything but the
      *>   TRX id and the job that posted it: the proof that a PBATCH
      *>   run came out the same as single-stream BATCH on the same
      *>   input and starting ACCOUNTS.DAT.
       COMPARE-BATCH-RESULTS.
           UNSTRING WS-BATCH-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
                    WS-PB-COMPARE-PATH
           END-UNSTRING
           IF WS-PB-COMPARE-PATH = SPACES
               DISPLAY "ERROR|BATCH-COMPARE-ARGS|"
                   "BATCH-COMPARE <other-result-file>"
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PB-RESULT-TABLE
           PERFORM RESET-PBATCH-PATHS
           OPEN INPUT BATCH-RESULT-FILE
           IF WS-BRES-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|BATCH-RESULT.DAT|"
                   WS-BRES-STATUS
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           CLOSE BATCH-RESULT-FILE
           PERFORM LOAD-PBATCH-RESULT-FILE
           MOVE WS-PB-RESULT-TABLE TO WS-PB-COMPARE-TABLE
           MOVE SPACES TO WS-PB-RESULT-TABLE
           MOVE WS-PB-COMPARE-PATH TO WS-BRES-PATH
           OPEN INPUT BATCH-RESULT-FILE
           IF WS-BRES-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|"
                   FUNCTION TRIM(WS-PB-COMPARE-PATH) "|"
                   WS-BRES-STATUS
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           CLOSE BATCH-RESULT-FILE
           PERFORM LOAD-PBATCH-RESULT-FILE
           PERFORM RESET-PBATCH-PATHS

           MOVE 0 TO WS-PB-COMPARED WS-PB-DIFF-COUNT
           PERFORM VARYING WS-PB-LINE-IDX FROM 1 BY 1
               UNTIL WS-PB-LINE-IDX > 999
               IF WS-PBC-PRESENT(WS-PB-LINE-IDX) = 'Y'
                   OR WS-PBR-PRESENT(WS-PB-LINE-IDX) = 'Y'
                   ADD 1 TO WS-PB-COMPARED
                   PERFORM COMPARE-ONE-BATCH-RESULT
               END-IF
           END-PERFORM
           DISPLAY "COMPARE-TOTALS|" WS-PB-COMPARED "|"
               WS-PB-DIFF-COUNT
           IF WS-PB-DIFF-COUNT > 0
               DISPLAY "RESULT|01"
           ELSE
               DISPLAY "RESULT|00"
           END-IF.

      *>   WS-PB-COMPARE-TABLE holds this run's lines, WS-PB-RESULT-
      *>   TABLE the other run's.
       COMPARE-ONE-BATCH-RESULT.
           IF WS-PBR-PRESENT(WS-PB-LINE-IDX) NOT = 'Y'
               ADD 1 TO WS-PB-DIFF-COUNT
               DISPLAY "COMPARE-DIFF|" WS-PB-LINE-IDX
                   "|MISSING-FROM-OTHER"
               EXIT PARAGRAPH
           END-IF
           IF WS-PBC-PRESENT(WS-PB-LINE-IDX) NOT = 'Y'
               ADD 1 TO WS-PB-DIFF-COUNT
               DISPLAY "COMPARE-DIFF|" WS-PB-LINE-IDX
                   "|MISSING-FROM-THIS-RUN"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PBC-RECORD(WS-PB-LINE-IDX) TO BATCH-RESULT-RECORD
           MOVE BRES-OUTCOME TO WS-PB-THIS-OUTCOME
           MOVE WS-PBR-RECORD(WS-PB-LINE-IDX) TO BATCH-RESULT-RECORD
           IF BRES-OUTCOME NOT = WS-PB-THIS-OUTCOME
               ADD 1 TO WS-PB-DIFF-COUNT
               DISPLAY "COMPARE-DIFF|" WS-PB-LINE-IDX "|"
                   BRES-ACCT-ID "|" WS-PB-THIS-OUTCOME(34:2) "|"
                   BRES-RESULT-CODE
           END-IF.
