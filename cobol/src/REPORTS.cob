      *>    LEDGER    — All accounts with balance totals by type
      *>              (command line: LEDGER [CSV] — CSV writes
      *>              LEDGER.CSV instead of the pipe-delimited STDOUT
      *>              listing; any other or omitted value is STDOUT).
      *>              Each account also carries its currency and USD
      *>              equivalent; totals are in USD, with the
      *>              original-currency totals listed underneath
      *>    STATEMENT — Transaction history for a single account
      *>              (one PURGE.cob has moved to the closed-account
      *>              archive is looked up through PURGED.DAT)
      *>    BALANCE   — Teller-window balance inquiry for a single
      *>              account: current balance, available balance
      *>              (factoring in active holds via SUM-ACTIVE-HOLDS),
      *>              debit-type transactions (WITHDRAW, FEE, WIRE),
      *>              backs out the opening balance the ledger implies,
      *>              and flags an EXCEPTION if that implied opening
      *>              balance is negative. Every figure is in USD (a
      *>              non-USD account's activity and balance translated
      *>              at FX-RATE-TABLE's rate), with each currency's
      *>              original-currency balance listed underneath
      *>    CONSOLIDATE — Checking/savings totals bank-by-bank and in
      *>              aggregate across ../BANK_A .. ../BANK_E and
      *>              ../CLEARING (run from a directory with all 6
      *>              ledger carries no loan product, so the loan-
      *>              outstanding line is reported as zero rather than
      *>              omitted, so the call report's line item is still
      *>              present for the preparer to annotate. Balances
      *>              are reported in USD, with each currency's
      *>              original-currency total listed underneath.
      *>    BRANCH    — Regional managers' monthly branch pack
      *>              (command line: BRANCH [<yyyymm>] — defaults to
      *>              the current month): deposits held (in USD,
      *>              credit cards excluded) and account count by home
      *>              branch (ACCTBRN.DAT) as of today,
      *>              accounts opened, transactions by channel (on
      *>              TRANS-BRANCH) and fee income (on the charged
      *>              account's home branch) for the month, per branch
      *>              on BRANCH.DAT and rolled up by region; unbranched
      *>              or unknown-branch items report as UNASSIGNED
      *>    IOLTA     — State bar foundation's monthly IOLTA remittance
      *>              report (command line: IOLTA [<yyyymm>] —
      *>              defaults to the current month): one row per
      *>              trust account swept by INTEREST.cob that month
      *>              (IOLTAREM.DAT) with firm name, average balance,
      *>              interest earned, service charges netted and net
      *>              remitted, plus a totals row; also written to
      *>              IOLTA.CSV for the foundation
      *>    IRA-5498  — Year-end IRA contribution extract for Form
      *>              5498 (command line: IRA-5498 [<yyyy>] —
      *>              defaults to last year): per IRA on IRA.DAT, plan
      *>              type, owner, contributions made for the tax year
      *>              (Traditional box 1 / Roth box 10, from IRATXN.DAT
      *>              — prior-year designated deposits included) and
      *>              the account value; also written to IRA5498.CSV
      *>    IRA-1099R — Year-end IRA distribution extract for Form
      *>              1099-R (command line: IRA-1099R [<yyyy>]): per
      *>              IRA and box 7 code (7 normal, 1 early, G
      *>              rollover) the gross paid that year and the
      *>              taxable amount (gross for Traditional, left for
      *>              the preparer on Roth); also IRA1099R.CSV
      *>    INT-1099  — Year-end Form 1099-INT extract (command line:
      *>              INT-1099 [<yyyy>] — defaults to last year): per
      *>              account, box 1 interest paid in the year (every
      *>              successful TRANS-TYPE 'I' posting, promotional
      *>              bonuses included and also shown on their own)
      *>              and box 4 backup withholding off BWHOLD.DAT.
      *>              IRA accounts (reported on 1099-R) and Active
      *>              IOLTA trust accounts (interest belongs to the
      *>              bar foundation) are left off, as are foreign
      *>              persons on TAXSTAT.DAT (reported on 1042-S) and
      *>              any account under COMCODE.cpy's
      *>              INT-1099-MIN-REPORT with nothing withheld; also
      *>              written to INT1099.CSV
      *>    NRA-1042S — Year-end Form 1042-S extract (command line:
      *>              NRA-1042S [<yyyy>] — defaults to last year): per
      *>              foreign recipient and income code, the gross
      *>              interest paid in the year, the chapter 3
      *>              exemption code, tax rate and tax withheld off
      *>              INTEREST.cob's NRAWHOLD.DAT — a recipient whose
      *>              rate changed mid-year (a W-8 lapsed or renewed)
      *>              gets a row per rate, as the form requires; also
      *>              written to NRA1042S.CSV
      *>    AVG-BALANCE — Average daily balance, minimum and maximum
      *>              per account over a date range (command line:
      *>              AVG-BALANCE [<from-yyyymmdd>] [<to-yyyymmdd>]
      *>              [<acct-id>] — bounds default wide open like
      *>              CYCLE; acct-id limits it to one account), off
      *>              the nightly BALHIST.DAT snapshots BALHIST.cob
      *>              appends at the end of each EOD run — for loan
      *>              applications, deposit verifications and audits
      *>    FDIC      — Deposit-insurance coverage: every non-closed
      *>              account split into depositor ownership shares,
      *>              grouped by depositor and ownership category
      *>              (SGL single incl. UTMA minors, JNT joint, POD
      *>              payable-on-death, IRA, TRS IOLTA trust), the
      *>              COMCODE.cpy FDIC-SETTINGS limit applied per
      *>              group, insured/uninsured per depositor, category
      *>              totals for the quarterly assessment, and the
      *>              account-level FDIC.CSV extract for a failure-
      *>              resolution hand-off
      *>    INSIDER   — Quarterly Regulation O insider activity
      *>              (command line: INSIDER [<yyyyQn>] — defaults to
      *>              the current quarter): per active insider on
      *>              INSIDER.DAT (related interests rolled in), every
      *>              deposit account and active loan held, each
      *>              rate against the product's standard rate (tier
      *>              or STD-CD-RATE for deposits, STD-LOAN-RATE for
      *>              loans) and flagged PREFERENTIAL where the
      *>              insider does better, overdrawn days in the
      *>              quarter off BALHIST.DAT, and ACCT-FEE-EXEMPT
      *>              waivers, with per-insider totals checked
      *>              against INSIDER-AGG-LENDING-LIMIT
      *>    GAP       — ALCO interest-rate repricing gap (command
      *>              line: GAP [<param-file>] — defaults to
      *>              GAPPARM.DAT): rate-sensitive assets and
      *>              liabilities bucketed 0-30 days, 31-90, 91-180,
      *>              181-365, 1-3 years and over 3 years — CDs by
      *>              ACCT-MATURITY-DATE, loans by LOANSCHED.DAT
      *>              principal runoff (an adjustable-rate loan's
      *>              balance still outstanding at its next
      *>              adjustment date reprices on that date),
      *>              overdrawn balances at once,
      *>              and checking/savings/money market balances by
      *>              the assumed decay percents (COMCODE.cpy
      *>              GAP-DECAY-TABLE, overridden per type by the
      *>              parameter file) — with periodic and cumulative
      *>              gap, each as a percent of total assets
      *>
      *>  Files:
      *>    Input: ACCOUNTS.DAT  (INDEXED, keyed on ACCT-ID, 145-byte)
      *>    Input: TRANSACT.DAT  (LINE SEQUENTIAL, 205-byte records)
      *>    Input: HOLDS.DAT (INDEXED, keyed on HOLD-ID, 114-byte —
      *>           BALANCE sums still-Active holds; shared with
      *>           VALIDATE.cob/TRANSACT.cob, read-only here)
      *>    Input: CTR.DAT (LINE SEQUENTIAL, 90-byte — large-cash-
      *>           deposit filings written by TRANSACT.cob, read-only
      *>           here; CTR-SUMMARY operation only)
      *>    Input: SDBINV.DAT (LINE SEQUENTIAL, 86-byte — drilled safe
      *>           deposit box contents written by SAFEBOX.cob,
      *>           read-only here; DORMANT operation only, absent
      *>           file tolerated)
      *>    Input: OFFCHK.DAT (LINE SEQUENTIAL, 160-byte — official
      *>           check register written by TRANSACT.cob, read-only
      *>           here; DORMANT operation only, absent file tolerated)
      *>    Input: BRANCH.DAT (LINE SEQUENTIAL, 67-byte — branch
      *>           master maintained by BRANCHES.cob; BRANCH operation
      *>           only, absent file tolerated)
      *>    Input: ACCTBRN.DAT (LINE SEQUENTIAL, 22-byte — account
      *>           home branch; BRANCH operation only, absent file
      *>           tolerated)
      *>    Input: BALHIST.DAT (LINE SEQUENTIAL, 64-byte — daily
      *>           closing balance snapshots written by BALHIST.cob;
      *>           AVG-BALANCE operation only, absent file tolerated)
      *>    Input: IRA.DAT / IOLTA.DAT / CUSTODY.DAT (LINE SEQUENTIAL —
      *>           IRA, IOLTA trust and UTMA custodial registries kept
      *>           by ACCOUNTS.cob; FDIC categorizes accounts off them,
      *>           INT-1099 leaves IRA and IOLTA accounts off, absent
      *>           files tolerated)
      *>    Input: TAXSTAT.DAT (LINE SEQUENTIAL, 59-byte — account
      *>           holder tax status kept by ACCOUNTS.cob; INT-1099
      *>           leaves foreign persons off, absent file tolerated)
      *>    Input: NRAWHOLD.DAT (LINE SEQUENTIAL, 66-byte —
      *>           nonresident-alien withholding detail from
      *>           INTEREST.cob; NRA-1042S only, absent file tolerated)
      *>    Input: BWHOLD.DAT (LINE SEQUENTIAL, 54-byte — backup
      *>           withholding detail from INTEREST.cob; WITHHOLDING
      *>           and INT-1099 only, absent file tolerated)
      *>    Input: INSIDER.DAT (LINE SEQUENTIAL, 81-byte — insider
      *>           registry kept by ACCOUNTS.cob) and LOANS.DAT (LINE
      *>           SEQUENTIAL, 111-byte — LOANS.cob's loan book);
      *>           INSIDER operation only, absent files tolerated
      *>    Input: LOANSCHED.DAT (LINE SEQUENTIAL, 52-byte — loan
      *>           amortization schedule from LOANS.cob) and
      *>           GAPPARM.DAT (LINE SEQUENTIAL KEY=VALUE lines:
      *>           DECAY-C/-S/-M=p1,..,p6 and TOTAL-ASSETS=amount);
      *>           GAP operation only, absent files tolerated
      *>    Input: PURGED.DAT (LINE SEQUENTIAL, 66-byte — purged
      *>           account registry from PURGE.cob) and the
      *>           ACCOUNTS-ARCHIVE-YYYYMMDD.DAT it names (148-byte
      *>           archived account records); STATEMENT only, for an
      *>           account no longer on ACCOUNTS.DAT
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout (145 bytes)
      *>    TRANSREC.cpy  — Transaction record layout (205 bytes)
      *>    HOLDREC.cpy   — Funds hold record layout (114 bytes)
      *>    CTRREC.cpy    — Currency Transaction Report record layout
      *>                    (90 bytes)
      *>    SDBINVREC.cpy — Drilled safe deposit box contents (86 bytes)
      *>    BRANCHREC.cpy — Branch master record layout (67 bytes)
      *>    ACCTBRREC.cpy — Account home-branch record layout (22 bytes)
      *>    BALHREC.cpy   — Daily balance history record layout (64 bytes)
      *>    IOLTAREC.cpy  — IOLTA trust-account designation layout
      *>    UTMAREC.cpy   — UTMA custodial designation layout (119 bytes)
      *>    INSIDREC.cpy  — Insider (Regulation O) registry layout
      *>                    (81 bytes)
      *>    RWDREC.cpy    — Rewards-checking enrollment (68 bytes)
      *>    LOANREC.cpy   — Loan master record layout (236 bytes)
      *>    LOANSCHREC.cpy — Loan amortization schedule layout
      *>                    (52 bytes)
      *>    PURGEREC.cpy  — Purged account registry layout (66 bytes)
      *>    TAXSTREC.cpy  — Account holder tax-status layout (59 bytes)
      *>    NRAWHREC.cpy  — Nonresident-alien withholding detail
      *>                    (66 bytes)
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Ledger:    ACCOUNT|id|name|type|balance|status|opened|
      *>               lastact|currency|usd-equivalent  +
      *>               LEDGER|CURRENCY|ccy|orig-total|usd-total|count
      *>               (or written as quoted-CSV rows to LEDGER.CSV when
      *>               the CSV option is given — see LEDGER|CSV-FILE|path)
      *>    Statement: STATEMENT|BENEFICIARY|beneficiary  +
      *>               (for a purged account, first STATEMENT|ARCHIVED|
      *>               purge-date|archive-file + STATEMENT|CLOSED|name|
      *>               type|opened|closed from the archived record;
      *>               STATEMENT|REWARDS|QUALIFIED|cycle-end|pos-count|
      *>               atm-refund or STATEMENT|REWARDS|NOT-QUALIFIED|
      *>               cycle-end|pos-count|missed for a rewards-checking
      *>               account)
      *>               TRANS|id|type|amount|date|time|desc|status
      *>    Balance:   BALANCE|ACCOUNT|id|name|type|status  +
      *>               BALANCE|CURRENT|amt + BALANCE|AVAILABLE|amt +
      *>    Audit:     TRANS|id|acct|type|amount|date|time|desc|status|batch
      *>               (or written as quoted-CSV rows to AUDIT.CSV when
      *>               the CSV option is given — see AUDIT|CSV-FILE|path)
      *>    Dormant:   DORMANT|id|name|lastact|days-inactive  +
      *>               DORMANT-BOX|box|branch|acct|item|desc|value|
      *>               drilled  +  SUMMARY|DORMANT-BOX-COUNT|count  +
      *>               DORMANT-OFFCHK|check|remitter|payee|amount|
      *>               issued|days  +
      *>               SUMMARY|DORMANT-OFFCHK-COUNT|count
      *>    Trial Bal: TRIAL-BALANCE|label|value  +
      *>               EXCEPTION|TRIAL-BALANCE|IMPLIED-OPENING-NEGATIVE|amt
      *>               (only when the implied opening balance is negative)
      *>               + TRIAL-BALANCE|CURRENCY|ccy|orig-total|
      *>               usd-total|count
      *>    Consolid.: CONSOLIDATE|bank|checking|savings|total  +
      *>               SUMMARY|GRAND-CHECKING|value (and GRAND-SAVINGS,
      *>               GRAND-TOTAL)
      *>               CALLREPORT|FROZEN-ACCOUNTS|count  +
      *>               CALLREPORT|LEGAL-HOLD-ACCOUNTS|count  +
      *>               CALLREPORT|NEGATIVE-BALANCE-ACCOUNTS|count  +
      *>               CALLREPORT|CURRENCY|ccy|orig-total|usd-total|
      *>               count  +  SUMMARY|TOTAL-ASSETS|balance
      *>    Branch:    BRANCH|code|name|region|status|cost-center|
      *>               accounts|deposits|new|tx|fees  +
      *>               BRANCH-CHANNEL|code|channel|count  +
      *>               REGION|region|branches|accounts|deposits|new|
      *>               tx|fees  +  REGION-CHANNEL|region|channel|count
      *>               +  SUMMARY|BRANCH-COUNT|n (and DEPOSITS-HELD,
      *>               TRANSACTIONS, FEE-INCOME)
      *>    Avg Bal:   AVG-BALANCE|acct|ccy|first-date|last-date|days|
      *>               avg-ledger|min|max|avg-available  +
      *>               SUMMARY|AVG-BALANCE-ACCOUNTS|n  +
      *>               SUMMARY|AVG-BALANCE-SNAPSHOTS|n
      *>    FDIC:      FDIC|depositor|category|accounts|balance|limit|
      *>               insured|uninsured  +
      *>               FDIC-DEPOSITOR|depositor|balance|insured|uninsured
      *>               +  FDIC-CATEGORY|category|balance|insured|
      *>               uninsured  +  SUMMARY|FDIC-ACCOUNTS|n (and
      *>               FDIC-DEPOSITORS, FDIC-TOTAL-DEPOSITS,
      *>               FDIC-INSURED, FDIC-UNINSURED)  +
      *>               FDIC|CSV-FILE|FDIC.CSV
      *>    Insider:   INSIDER|REGULATION O INSIDER REPORT|yyyyQn|
      *>               from|to  +  INSIDER|insider|types  +
      *>               INSIDER-DEPOSIT|insider|acct|type|balance|rate|
      *>               std-rate|PREFERENTIAL or STANDARD|fee-exempt|
      *>               od-days|low-balance  +
      *>               INSIDER-LOAN|insider|loan|borrower-acct|balance|
      *>               rate|std-rate|PREFERENTIAL or STANDARD|
      *>               board-flag  +  INSIDER-TOTAL|insider|deposits|
      *>               loans|od-days|fee-waivers|preferential|
      *>               WITHIN-LIMIT or OVER-LIMIT  +
      *>               SUMMARY|INSIDERS|n (and INSIDER-DEPOSITS,
      *>               INSIDER-LOANS, INSIDER-OVERDRAFT-DAYS,
      *>               INSIDER-FEE-WAIVERS, INSIDER-PREFERENTIAL)
      *>    Gap:       GAP|PARAMETERS|file or DEFAULT  +
      *>               GAP-DECAY|type|p1|..|p6  +
      *>               GAP|TOTAL-ASSETS|amount|DEPOSITS or PARAMETER  +
      *>               GAP-ASSET|LOANS or OVERDRAFTS|b1|..|b6|total  +
      *>               GAP-LIABILITY|CDS, CHECKING, SAVINGS or MMKT|
      *>               b1|..|b6|total  +  GAP|bucket|rsa|rsl|periodic|
      *>               cumulative|periodic-pct|cumulative-pct  +
      *>               SUMMARY|GAP-RATE-SENSITIVE-ASSETS|amt (and
      *>               GAP-RATE-SENSITIVE-LIABILITIES, GAP-CUMULATIVE,
      *>               GAP-CUMULATIVE-PCT-ASSETS)
      *>    Result:    RESULT|XX  (where XX = status code)
      *>
      *>  Exit Codes:
      *>                     balance, accounts held, product mix) across
      *>                     every account a name appears on, reusing
      *>                     LOAD-HOUSEHOLD-ACCOUNTS' staging table
      *>    2026-10-15  AKD  DORMANT now also lists drilled safe deposit
      *>                     box contents still held on SDBINV.DAT (new
      *>                     read-only FD) for the unclaimed-property
      *>                     review
      *>    2026-10-15  AKD  Added BRANCH operation -- deposits held,
      *>                     new accounts, transactions by channel and
      *>                     fee income by branch and by region off the
      *>                     new BRANCH.DAT master and ACCTBRN.DAT home-
      *>                     branch registry (new read-only FDs)
      *>    2026-10-15  AKD  Added IOLTA operation -- the bar
      *>                     foundation's monthly remittance report off
      *>                     IOLTAREM.DAT, per trust account with firm
      *>                     name, average balance, interest, service
      *>                     charges netted and net remitted, on STDOUT
      *>                     and IOLTA.CSV
      *>    2026-10-15  AKD  Added IRA-5498 and IRA-1099R year-end
      *>                     extracts off IRA.DAT/IRATXN.DAT --
      *>                     contributions by tax year with account
      *>                     value, and distributions by 1099-R box 7
      *>                     code -- on STDOUT and
      *>                     IRA5498.CSV/IRA1099R.CSV
      *>    2026-10-15  AKD  Added AVG-BALANCE operation: average daily,
      *>                     minimum and maximum closing balance per
      *>                     account over a date range (optionally one
      *>                     account), read from the BALHIST.DAT
      *>                     snapshots EODRUN now takes nightly
      *>    2026-10-15  AKD  Added FDIC operation: deposit-insurance
      *>                     coverage by depositor and ownership
      *>                     category (single, joint, POD, IRA, IOLTA
      *>                     trust; UTMA as the minor's single
      *>                     ownership) against COMCODE.cpy's FDIC-
      *>                     SETTINGS, with assessment totals and the
      *>                     FDIC.CSV account-level extract
      *>    2026-10-15  AKD  Added INSIDER operation: quarterly
      *>                     Regulation O report of each insider's
      *>                     deposits and loans off the new INSIDER.DAT
      *>                     registry (related interests included),
      *>                     rates against the product's standard rate
      *>                     with preferential terms flagged, overdrawn
      *>                     days from BALHIST.DAT, fee waivers, and
      *>                     aggregate lending against INSIDER-AGG-
      *>                     LENDING-LIMIT
      *>    2026-10-15  AKD  Added GAP operation: ALCO repricing gap in
      *>                     six time buckets -- CDs by maturity, loans
      *>                     by LOANSCHED.DAT principal runoff,
      *>                     overdrafts at once, non-maturity deposits
      *>                     by decay percents from COMCODE.cpy or the
      *>                     GAPPARM.DAT parameter file -- with periodic
      *>                     and cumulative gap and percent of total
      *>                     assets
      *>    2026-10-15  AKD  STATEMENT falls back to PURGED.DAT and the
      *>                     dated closed-account archive it names (see
      *>                     PURGE.cob) when the account is no longer on
      *>                     ACCOUNTS.DAT
      *>    2026-10-15  AKD  DORMANT now also lists official checks
      *>                     unpaid past OFFCHK-DORMANCY-DAYS off
      *>                     OFFCHK.DAT (new read-only FD) for the
      *>                     unclaimed-property review
      *>    2026-10-15  AKD  LEDGER, TRIAL-BALANCE and CALL-REPORT
      *>                     translate non-USD balances and activity to
      *>                     USD at the FX-RATE-TABLE rate and total in
      *>                     USD; LEDGER adds currency and USD-
      *>                     equivalent columns and all three list per-
      *>                     currency original totals underneath
      *>    2026-10-15  AKD  STATEMENT now prints a rewards-checking
      *>                     account's last closed cycle (REWARDS.DAT)
      *>                     -- qualified with its ATM refund, or not
      *>                     qualified with the criteria missed
      *>    2026-10-15  AKD  Added INT-1099 year-end Form 1099-INT
      *>                     extract (box 1 interest including
      *>                     promotional bonuses, box 4 backup
      *>                     withholding; IRA and IOLTA accounts
      *>                     excluded) with INT1099.CSV
      *>    2026-10-15  AKD  EXCEPTIONS and CALL-REPORT no longer count
      *>                     a credit card account's (type R) normal
      *>                     negative balance as a negative-balance
      *>                     exception
      *>    2026-10-15  AKD  GAP buckets an adjustable-rate loan's
      *>                     balance left at its next adjustment date
      *>                     (LOAN-NEXT-ADJ-DATE) in that date's
      *>                     repricing bucket rather than running it off
      *>                     on the schedule
      *>    2026-10-15  AKD  EXCEPTIONS lists accounts frozen by
      *>                     COLLECT.cob's overdrawn aging (ACCT-STATUS
      *>                     'O') as EXCEPTION|COLLECTIONS; the trial
      *>                     balance counts charge-off records (TRANS-
      *>                     TYPE 'C') as credits
      *>    2026-10-15  AKD  Added NRA-1042S year-end Form 1042-S
      *>                     extract (gross interest, exemption code,
      *>                     rate and tax withheld per foreign recipient
      *>                     and income code off NRAWHOLD.DAT) with
      *>                     NRA1042S.CSV; INT-1099 now leaves foreign
      *>                     persons on TAXSTAT.DAT off
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO "KYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KYC-STATUS.
           SELECT REWARDS-FILE
               ASSIGN TO "REWARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RWD-STATUS.
           SELECT RATEOVR-FILE
               ASSIGN TO "RATEOVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "BWHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BWH-STATUS.
           SELECT TAXSTAT-FILE
               ASSIGN TO "TAXSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TST-STATUS.
           SELECT NRAWHOLD-FILE
               ASSIGN TO "NRAWHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NRW-STATUS.
           SELECT IOLREM-FILE
               ASSIGN TO "IOLTAREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOLREM-STATUS.
           SELECT IRA-FILE
               ASSIGN TO "IRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRA-STATUS.
           SELECT IRATXN-FILE
               ASSIGN TO "IRATXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRATX-STATUS.
           SELECT POSPAY-FILE
               ASSIGN TO "POSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.
           SELECT SDBINV-FILE
               ASSIGN TO "SDBINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDBINV-STATUS.
           SELECT OFFCHK-FILE
               ASSIGN TO "OFFCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFCHK-STATUS.
           SELECT BRANCH-FILE
               ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT ACCTBRN-FILE
               ASSIGN TO "ACCTBRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABR-STATUS.
           SELECT BALHIST-FILE
               ASSIGN TO "BALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BH-STATUS.
           SELECT IOLTA-FILE
               ASSIGN TO "IOLTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOLTA-STATUS.
           SELECT UTMA-FILE
               ASSIGN TO "CUSTODY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTMA-STATUS.
           SELECT INSIDER-FILE
               ASSIGN TO "INSIDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSIDER-STATUS.
           SELECT LOAN-FILE
               ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT LOAN-SCHED-FILE
               ASSIGN TO "LOANSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LSCH-STATUS.
           SELECT GAPPARM-FILE
               ASSIGN TO WS-GAP-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAPPARM-STATUS.
           SELECT PURGED-FILE
               ASSIGN TO "PURGED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGED-STATUS.
           SELECT ACCT-ARCHIVE-FILE
               ASSIGN TO WS-STMT-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-ARC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "KYCREC.cpy".
       FD  RATEOVR-FILE.
       COPY "RATEOVRREC.cpy".
       FD  REWARDS-FILE.
       COPY "RWDREC.cpy".
       FD  WAIVER-FILE.
       01  WAIVER-LINE               PIC X(40).
       FD  CTREXEMPT-FILE.
       COPY "EXCESSREC.cpy".
       FD  BWHOLD-FILE.
       COPY "BWHOLDREC.cpy".
       FD  TAXSTAT-FILE.
       COPY "TAXSTREC.cpy".
       FD  NRAWHOLD-FILE.
       COPY "NRAWHREC.cpy".
       FD  IOLREM-FILE.
       COPY "IOLREMREC.cpy".
       FD  IRA-FILE.
       COPY "IRAREC.cpy".
       FD  IRATXN-FILE.
       COPY "IRATXREC.cpy".
       FD  POSPAY-FILE.
       COPY "POSPAYREC.cpy".
       FD  SDBINV-FILE.
       COPY "SDBINVREC.cpy".
       FD  OFFCHK-FILE.
       COPY "OFCKREC.cpy".
       FD  BRANCH-FILE.
       COPY "BRANCHREC.cpy".
       FD  ACCTBRN-FILE.
       COPY "ACCTBRREC.cpy".
       FD  BALHIST-FILE.
       COPY "BALHREC.cpy".
       FD  IOLTA-FILE.
       COPY "IOLTAREC.cpy".
       FD  UTMA-FILE.
       COPY "UTMAREC.cpy".
       FD  INSIDER-FILE.
       COPY "INSIDREC.cpy".
       FD  LOAN-FILE.
       COPY "LOANREC.cpy".
       FD  LOAN-SCHED-FILE.
       COPY "LOANSCHREC.cpy".
       FD  GAPPARM-FILE.
       01  GAPPARM-LINE             PIC X(80).
       FD  PURGED-FILE.
       COPY "PURGEREC.cpy".
      *>   PURGE.cob's ACCOUNTS-ARCHIVE-YYYYMMDD.DAT holds each purged
      *>   account's final ACCTREC.cpy image; own field names here so
      *>   they don't collide with ACCOUNTS-FILE's.
       FD  ACCT-ARCHIVE-FILE.
       01  ARC-ACCOUNT-RECORD.
           05  ARC-ACCT-ID          PIC X(10).
           05  ARC-ACCT-NAME        PIC X(30).
           05  ARC-ACCT-JOINT-OWNER PIC X(30).
           05  ARC-ACCT-BENEFICIARY PIC X(30).
           05  ARC-ACCT-TYPE        PIC X(1).
           05  ARC-ACCT-BALANCE     PIC S9(10)V99.
           05  ARC-ACCT-STATUS      PIC X(1).
           05  ARC-ACCT-OPEN-DATE   PIC 9(8).
           05  ARC-ACCT-LAST-ACT    PIC 9(8).
           05  FILLER               PIC X(18).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-PATH      PIC X(60) VALUE "ACCOUNTS.DAT".
       01  WS-TX-BADACCT-COUNT    PIC 9(6) VALUE 0.
       01  WS-TX-FROZEN-COUNT     PIC 9(6) VALUE 0.
       01  WS-STMT-BENEFICIARY    PIC X(30) VALUE SPACES.
       01  WS-STMT-ARCHIVE-PATH   PIC X(40) VALUE SPACES.
       01  WS-PURGED-STATUS       PIC XX VALUE SPACES.
       01  WS-ACCT-ARC-STATUS     PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-DORMANT-DAYS-STR    PIC X(8) VALUE SPACES.
       01  WS-DORMANT-DAYS        PIC 9(5) VALUE 0.
      *>   TRANSACT.DAT before the reversal itself (TRANSACT.cob's
      *>   PROCESS-REVERSAL requires FIND-ORIGINAL-TRANSACTION to
      *>   succeed first), so a single sequential pass always sees it
      *>   by the time the reversal turns up.
       01  WS-TB-TX-TABLE.
           05  WS-TB-TX-ENTRY OCCURS 5000 TIMES.
               10  WS-TB-TX-ID     PIC X(12).
      *>   them by account with per-account float subtotals, same
      *>   per-report table idiom as WS-HH-TABLE above.
       01  WS-POSPAY-STATUS         PIC XX VALUE SPACES.
       01  WS-SDBINV-STATUS         PIC XX VALUE SPACES.
       01  WS-OFFCHK-STATUS         PIC XX VALUE SPACES.

      *>   FEE-INCOME — monthly fee income off TRANSACT.DAT's 'F'
      *>   records, bucketed by month x TRANS-FEE-REASON and by month
      *>   bucket as UNK rather than vanishing.
       01  WS-WAIVE-STATUS          PIC XX VALUE SPACES.
       01  WS-ROV-STATUS            PIC XX VALUE SPACES.
       01  WS-RWD-STATUS            PIC XX VALUE SPACES.
       01  WS-KYC-STATUS            PIC XX VALUE SPACES.

      *>   FORECAST — projects interest expense over a requested
       01  WS-BWQ-THIS-YEAR         PIC 9(4) VALUE 0.
       01  WS-BWQ-THIS-QTR          PIC 9(1) VALUE 0.
       01  WS-BWQ-MM                PIC 9(2) VALUE 0.

      *>   IOLTA — the state bar foundation's monthly remittance
      *>   report off IOLTAREM.DAT: one row per trust account for the
      *>   month (interest, service charges netted and net remitted
      *>   summed; average balance averaged over the month's
      *>   accruals), shown on STDOUT and written to IOLTA.CSV for
      *>   transmission to the foundation.
       01  WS-IOLREM-STATUS         PIC XX VALUE SPACES.
       01  WS-IOR-PERIOD-STR        PIC X(8) VALUE SPACES.
       01  WS-IOR-PERIOD            PIC X(6) VALUE SPACES.
       01  WS-IOR-TABLE.
           05  WS-IOR-ENTRY OCCURS 200 TIMES.
               10  WS-IOR-ACCT        PIC X(10).
               10  WS-IOR-FIRM        PIC X(40).
               10  WS-IOR-POSTINGS    PIC 9(4).
               10  WS-IOR-BAL-SUM     PIC S9(13)V99.
               10  WS-IOR-AVG-BAL     PIC S9(11)V99.
               10  WS-IOR-INTEREST    PIC S9(11)V99.
               10  WS-IOR-CHARGES     PIC S9(11)V99.
               10  WS-IOR-REMITTED    PIC S9(11)V99.
       01  WS-IOR-COUNT             PIC 9(3) VALUE 0.
       01  WS-IOR-IDX               PIC 9(3) VALUE 0.
       01  WS-IOR-TOT-INTEREST      PIC S9(11)V99 VALUE 0.
       01  WS-IOR-TOT-CHARGES       PIC S9(11)V99 VALUE 0.
       01  WS-IOR-TOT-REMITTED      PIC S9(11)V99 VALUE 0.
       01  WS-IOR-EDIT-BAL          PIC -(11)9.99.
       01  WS-IOR-EDIT-INT          PIC -(11)9.99.
       01  WS-IOR-EDIT-CHG          PIC -(11)9.99.
       01  WS-IOR-EDIT-REM          PIC -(11)9.99.

      *>   IRA-5498 / IRA-1099R — year-end IRA tax extracts off
      *>   IRA.DAT and IRATXN.DAT (see IRAREC.cpy/IRATXREC.cpy). One
      *>   5498 row per IRA (contributions for the tax year and the
      *>   account value); one 1099-R row per IRA and distribution
      *>   code paid in the year. Both default to last calendar year.
       01  WS-IRA-STATUS            PIC XX VALUE SPACES.

      *>   INT-1099 — year-end Form 1099-INT extract, one row per
      *>   reportable account for the year WS-IRX-YEAR (same year
      *>   argument parse as the IRA extracts).
       01  WS-I99-TABLE.
           05  WS-I99-ENTRY OCCURS 500 TIMES.
               10  WS-I99-ACCT        PIC X(10).
               10  WS-I99-NAME        PIC X(30).
               10  WS-I99-EXCLUDE     PIC X(1).
               10  WS-I99-BOX1        PIC S9(11)V99.
               10  WS-I99-BONUS       PIC S9(11)V99.
               10  WS-I99-BOX4        PIC S9(11)V99.
       01  WS-I99-COUNT             PIC 9(3) VALUE 0.
       01  WS-I99-IDX               PIC 9(3) VALUE 0.
       01  WS-I99-KEY               PIC X(10) VALUE SPACES.
       01  WS-I99-TX-YEAR           PIC 9(4) VALUE 0.
       01  WS-I99-ROWS              PIC 9(5) VALUE 0.
       01  WS-I99-EXCLUDED          PIC 9(5) VALUE 0.
       01  WS-I99-TOT-BOX1          PIC S9(11)V99 VALUE 0.
       01  WS-I99-TOT-BOX4          PIC S9(11)V99 VALUE 0.
       01  WS-I99-EDIT-1            PIC -(11)9.99.
       01  WS-I99-EDIT-2            PIC -(11)9.99.
       01  WS-I99-EDIT-3            PIC -(11)9.99.
       01  WS-TST-STATUS            PIC XX VALUE SPACES.

      *>   NRA-1042S — year-end Form 1042-S extract off NRAWHOLD.DAT,
      *>   one row per recipient, income code and rate/exemption for
      *>   the year WS-IRX-YEAR (same year argument parse as the IRA
      *>   extracts), with the recipient's name off ACCOUNTS.DAT.
       01  WS-NRW-STATUS            PIC XX VALUE SPACES.
       01  WS-N42-TABLE.
           05  WS-N42-ENTRY OCCURS 500 TIMES.
               10  WS-N42-ACCT        PIC X(10).
               10  WS-N42-NAME        PIC X(30).
               10  WS-N42-COUNTRY     PIC X(2).
               10  WS-N42-INCOME-CODE PIC X(2).
               10  WS-N42-EXEMPT-CODE PIC X(2).
               10  WS-N42-RATE        PIC 9V9(4).
               10  WS-N42-GROSS       PIC S9(11)V99.
               10  WS-N42-WITHHELD    PIC S9(11)V99.
       01  WS-N42-COUNT             PIC 9(3) VALUE 0.
       01  WS-N42-IDX               PIC 9(3) VALUE 0.
       01  WS-N42-TX-YEAR           PIC 9(4) VALUE 0.
       01  WS-N42-TOT-GROSS         PIC S9(11)V99 VALUE 0.
       01  WS-N42-TOT-WITHHELD      PIC S9(11)V99 VALUE 0.
       01  WS-N42-PCT               PIC 99V99 VALUE 0.
       01  WS-N42-PCT-EDIT          PIC Z9.99.
       01  WS-N42-EDIT-1            PIC -(11)9.99.
       01  WS-N42-EDIT-2            PIC -(11)9.99.
       01  WS-IRATX-STATUS          PIC XX VALUE SPACES.
       01  WS-IRX-YEAR-STR          PIC X(8) VALUE SPACES.
       01  WS-IRX-YEAR              PIC 9(4) VALUE 0.
       01  WS-IRX-TABLE.
           05  WS-IRX-ENTRY OCCURS 200 TIMES.
               10  WS-IRX-ACCT        PIC X(10).
               10  WS-IRX-PLAN        PIC X(1).
               10  WS-IRX-OWNER       PIC X(30).
               10  WS-IRX-DOB         PIC 9(8).
               10  WS-IRX-STATUS      PIC X(1).
               10  WS-IRX-CONTRIB     PIC S9(11)V99.
               10  WS-IRX-FMV         PIC S9(11)V99.
               10  WS-IRX-DIST-N      PIC S9(11)V99.
               10  WS-IRX-DIST-E      PIC S9(11)V99.
               10  WS-IRX-DIST-R      PIC S9(11)V99.
       01  WS-IRX-COUNT             PIC 9(3) VALUE 0.
       01  WS-IRX-IDX               PIC 9(3) VALUE 0.
       01  WS-IRX-ROWS              PIC 9(5) VALUE 0.
       01  WS-IRX-TOTAL             PIC S9(11)V99 VALUE 0.
       01  WS-IRX-GROSS             PIC S9(11)V99 VALUE 0.
       01  WS-IRX-TAXABLE           PIC S9(11)V99 VALUE 0.
       01  WS-IRX-BOX7              PIC X(1) VALUE SPACES.
       01  WS-IRX-EDIT-1            PIC -(11)9.99.
       01  WS-IRX-EDIT-2            PIC -(11)9.99.
       01  WS-BWH-GRAND             PIC S9(12)V99 VALUE 0.
       01  WS-OC-TABLE.
           05  WS-OC-ENTRY OCCURS 500 TIMES.
       01  WS-OC-GROUP-COUNT        PIC 9(3) VALUE 0.
       01  WS-OC-GROUP-FLOAT        PIC S9(12)V99 VALUE 0.
       01  WS-OC-TOTAL-FLOAT        PIC S9(12)V99 VALUE 0.

      *>   BRANCH report — one row per BRANCH.DAT entry plus a last
      *>   UNASSIGNED row (accounts with no ACCTBRN.DAT home branch,
      *>   transactions stamped with no branch or one not on file),
      *>   branch x channel transaction counts, and the same figures
      *>   rolled up by BRANCH-REGION.
       01  WS-BRANCH-STATUS         PIC XX VALUE SPACES.
       01  WS-ABR-STATUS            PIC XX VALUE SPACES.
       01  WS-BRR-PERIOD-STR        PIC X(8) VALUE SPACES.
       01  WS-BRR-PERIOD            PIC X(6) VALUE SPACES.
       01  WS-BRR-TABLE.
           05  WS-BRR-ENTRY OCCURS 101 TIMES.
               10  WS-BRR-CODE        PIC X(4).
               10  WS-BRR-NAME        PIC X(30).
               10  WS-BRR-REGION      PIC X(10).
               10  WS-BRR-STATUS      PIC X(1).
               10  WS-BRR-COST-CENTER PIC X(6).
               10  WS-BRR-ACCOUNTS    PIC 9(6).
               10  WS-BRR-DEPOSITS    PIC S9(13)V99.
               10  WS-BRR-NEW         PIC 9(6).
               10  WS-BRR-TX          PIC 9(7).
               10  WS-BRR-FEES        PIC S9(11)V99.
       01  WS-BRR-COUNT             PIC 9(3) VALUE 0.
       01  WS-BRR-IDX               PIC 9(3) VALUE 0.
       01  WS-BRR-UNASSIGNED        PIC 9(3) VALUE 0.
       01  WS-BRR-LOOKUP-CODE       PIC X(4) VALUE SPACES.
       01  WS-BRR-LOOKUP-CH         PIC X(3) VALUE SPACES.
       01  WS-BRR-LOOKUP-ACCT       PIC X(10) VALUE SPACES.
       01  WS-BRC-TABLE.
           05  WS-BRC-ENTRY OCCURS 600 TIMES.
               10  WS-BRC-BRANCH-IDX  PIC 9(3).
               10  WS-BRC-CHANNEL     PIC X(3).
               10  WS-BRC-COUNT       PIC 9(7).
       01  WS-BRC-TOTAL             PIC 9(3) VALUE 0.
       01  WS-BRC-IDX               PIC 9(3) VALUE 0.
       01  WS-BRG-TABLE.
           05  WS-BRG-ENTRY OCCURS 40 TIMES.
               10  WS-BRG-REGION      PIC X(10).
               10  WS-BRG-BRANCHES    PIC 9(3).
               10  WS-BRG-ACCOUNTS    PIC 9(6).
               10  WS-BRG-DEPOSITS    PIC S9(13)V99.
               10  WS-BRG-NEW         PIC 9(6).
               10  WS-BRG-TX          PIC 9(7).
               10  WS-BRG-FEES        PIC S9(11)V99.
       01  WS-BRG-TOTAL             PIC 9(2) VALUE 0.
       01  WS-BRG-IDX               PIC 9(2) VALUE 0.
       01  WS-BRGC-TABLE.
           05  WS-BRGC-ENTRY OCCURS 200 TIMES.
               10  WS-BRGC-REGION     PIC X(10).
               10  WS-BRGC-CHANNEL    PIC X(3).
               10  WS-BRGC-COUNT      PIC 9(7).
       01  WS-BRGC-TOTAL            PIC 9(3) VALUE 0.
       01  WS-BRGC-IDX              PIC 9(3) VALUE 0.
       01  WS-BRA-TABLE.
           05  WS-BRA-ENTRY OCCURS 2000 TIMES.
               10  WS-BRA-ACCT-ID     PIC X(10).
               10  WS-BRA-BRANCH-IDX  PIC 9(3).
       01  WS-BRA-COUNT             PIC 9(4) VALUE 0.
       01  WS-BRA-IDX               PIC 9(4) VALUE 0.
       01  WS-BR-GRAND-DEPOSITS     PIC S9(13)V99 VALUE 0.
       01  WS-BR-GRAND-TX           PIC 9(7) VALUE 0.
       01  WS-BR-GRAND-FEES         PIC S9(11)V99 VALUE 0.

      *>   AVG-BALANCE — average daily, minimum and maximum closing
      *>   balance per account over a date range, off the nightly
      *>   BALHIST.DAT snapshots (see BALHREC.cpy). Days are the
      *>   snapshots actually on file in the range, i.e. business
      *>   days the EOD chain ran.
       01  WS-BH-STATUS             PIC XX VALUE SPACES.
       01  WS-ABL-FROM-STR          PIC X(8) VALUE SPACES.
       01  WS-ABL-TO-STR            PIC X(8) VALUE SPACES.
       01  WS-ABL-ACCT-STR          PIC X(10) VALUE SPACES.
       01  WS-ABL-FROM              PIC 9(8) VALUE 0.
       01  WS-ABL-TO                PIC 9(8) VALUE 99999999.
       01  WS-ABL-TABLE.
           05  WS-ABL-ENTRY OCCURS 500 TIMES.
               10  WS-ABL-ACCT        PIC X(10).
               10  WS-ABL-CURRENCY    PIC X(3).
               10  WS-ABL-DAYS        PIC 9(5).
               10  WS-ABL-LEDGER-SUM  PIC S9(15)V99.
               10  WS-ABL-AVAIL-SUM   PIC S9(15)V99.
               10  WS-ABL-MIN         PIC S9(10)V99.
               10  WS-ABL-MAX         PIC S9(10)V99.
               10  WS-ABL-FIRST       PIC 9(8).
               10  WS-ABL-LAST        PIC 9(8).
       01  WS-ABL-COUNT             PIC 9(3) VALUE 0.
       01  WS-ABL-IDX               PIC 9(3) VALUE 0.
       01  WS-ABL-SNAPSHOTS         PIC 9(7) VALUE 0.
       01  WS-ABL-AVG               PIC S9(10)V99 VALUE 0.
       01  WS-ABL-AVG-AVAIL         PIC S9(10)V99 VALUE 0.
       01  WS-ABL-EDIT-AVG          PIC -(11)9.99.
       01  WS-ABL-EDIT-MIN          PIC -(11)9.99.
       01  WS-ABL-EDIT-MAX          PIC -(11)9.99.
       01  WS-ABL-EDIT-AVAIL        PIC -(11)9.99.

      *>   FDIC — deposit-insurance coverage by depositor and
      *>   ownership category. WS-FDC-TABLE classifies the accounts
      *>   that aren't plain single/joint/POD (IRA.DAT, IOLTA.DAT,
      *>   CUSTODY.DAT); WS-FDS-TABLE is one row per depositor's
      *>   ownership share of an account, WS-FDG-TABLE one row per
      *>   depositor x category with its coverage limit applied, and
      *>   WS-FDB-TABLE the distinct POD beneficiaries per group.
      *>   Everything is in USD (FX-RATES) since coverage is.
       01  WS-IOLTA-STATUS          PIC XX VALUE SPACES.
       01  WS-UTMA-STATUS           PIC XX VALUE SPACES.
       01  WS-FDC-TABLE.
           05  WS-FDC-ENTRY OCCURS 600 TIMES.
               10  WS-FDC-ACCT        PIC X(10).
               10  WS-FDC-CATEGORY    PIC X(3).
               10  WS-FDC-OWNER       PIC X(30).
       01  WS-FDC-COUNT             PIC 9(4) VALUE 0.
       01  WS-FDC-IDX               PIC 9(4) VALUE 0.
       01  WS-FDS-TABLE.
           05  WS-FDS-ENTRY OCCURS 1000 TIMES.
               10  WS-FDS-ACCT        PIC X(10).
               10  WS-FDS-GROUP-IDX   PIC 9(4).
               10  WS-FDS-SHARE       PIC S9(12)V99.
       01  WS-FDS-COUNT             PIC 9(4) VALUE 0.
       01  WS-FDS-IDX               PIC 9(4) VALUE 0.
       01  WS-FDG-TABLE.
           05  WS-FDG-ENTRY OCCURS 1000 TIMES.
               10  WS-FDG-DEPOSITOR   PIC X(30).
               10  WS-FDG-CATEGORY    PIC X(3).
               10  WS-FDG-ACCOUNTS    PIC 9(4).
               10  WS-FDG-BALANCE     PIC S9(12)V99.
               10  WS-FDG-BENEFS      PIC 9(2).
               10  WS-FDG-LIMIT       PIC 9(9)V99.
               10  WS-FDG-INSURED     PIC S9(12)V99.
               10  WS-FDG-UNINSURED   PIC S9(12)V99.
       01  WS-FDG-COUNT             PIC 9(4) VALUE 0.
       01  WS-FDG-IDX               PIC 9(4) VALUE 0.
       01  WS-FDB-TABLE.
           05  WS-FDB-ENTRY OCCURS 1000 TIMES.
               10  WS-FDB-GROUP-IDX   PIC 9(4).
               10  WS-FDB-BENEF       PIC X(30).
       01  WS-FDB-COUNT             PIC 9(4) VALUE 0.
       01  WS-FDB-IDX               PIC 9(4) VALUE 0.
       01  WS-FDB-FOUND             PIC X VALUE 'N'.
       01  WS-FDD-TABLE.
           05  WS-FDD-ENTRY OCCURS 1000 TIMES.
               10  WS-FDD-DEPOSITOR   PIC X(30).
               10  WS-FDD-BALANCE     PIC S9(12)V99.
               10  WS-FDD-INSURED     PIC S9(12)V99.
               10  WS-FDD-UNINSURED   PIC S9(12)V99.
       01  WS-FDD-COUNT             PIC 9(4) VALUE 0.
       01  WS-FDD-IDX               PIC 9(4) VALUE 0.
       01  WS-FDT-TABLE.
           05  WS-FDT-ENTRY OCCURS 5 TIMES.
               10  WS-FDT-CATEGORY    PIC X(3).
               10  WS-FDT-BALANCE     PIC S9(13)V99.
               10  WS-FDT-INSURED     PIC S9(13)V99.
               10  WS-FDT-UNINSURED   PIC S9(13)V99.
       01  WS-FDT-IDX               PIC 9(1) VALUE 0.
       01  WS-FD-CATEGORY           PIC X(3) VALUE SPACES.
       01  WS-FD-OWNER              PIC X(30) VALUE SPACES.
       01  WS-FD-JOINT              PIC X(30) VALUE SPACES.
       01  WS-FD-BENEF              PIC X(30) VALUE SPACES.
       01  WS-FD-ACCT-ID            PIC X(10) VALUE SPACES.
       01  WS-FD-USD-BAL            PIC S9(12)V99 VALUE 0.
       01  WS-FD-SHARE              PIC S9(12)V99 VALUE 0.
       01  WS-FD-ALLOC-INS          PIC S9(12)V99 VALUE 0.
       01  WS-FD-ALLOC-UNINS        PIC S9(12)V99 VALUE 0.
       01  WS-FD-TOTAL-BAL          PIC S9(13)V99 VALUE 0.
       01  WS-FD-TOTAL-INS          PIC S9(13)V99 VALUE 0.
       01  WS-FD-TOTAL-UNINS        PIC S9(13)V99 VALUE 0.
       01  WS-FD-ACCT-COUNT         PIC 9(5) VALUE 0.
       01  WS-FD-EDIT-1             PIC -(12)9.99.
       01  WS-FD-EDIT-2             PIC -(12)9.99.
       01  WS-FD-EDIT-3             PIC -(12)9.99.
       01  WS-FD-EDIT-4             PIC -(12)9.99.
       01  WS-FX-LOOKUP-CCY         PIC X(3) VALUE SPACES.
       01  WS-FX-SRC-RATE           PIC 9(5)V9(4) VALUE 1.
       01  WS-FX-SUB                PIC 9(2) VALUE 0.

      *>   USD translation for LEDGER, TRIAL-BALANCE, CALL-REPORT and
      *>   BRANCH.
      *>   TRANSLATE-TO-USD turns WS-FX-ORIG-AMT in WS-FX-LOOKUP-CCY
      *>   into WS-FX-USD-AMT; ADD-TO-CURRENCY-TOTALS then tallies it
      *>   into WS-FXT-ENTRY, one slot per FX-RATE-TABLE entry (same
      *>   subscript), so the report can still list each currency's
      *>   original-currency total under its USD figures.
       01  WS-FX-ORIG-AMT           PIC S9(10)V99 VALUE 0.
       01  WS-FX-USD-AMT            PIC S9(10)V99 VALUE 0.
       01  WS-FX-CCY-IDX            PIC 9(2) VALUE 0.
       01  WS-FX-REPORT-TAG         PIC X(13) VALUE SPACES.
       01  WS-FXT-TABLE.
           05  WS-FXT-ENTRY OCCURS 10 TIMES.
               10  WS-FXT-ORIG      PIC S9(12)V99.
               10  WS-FXT-USD       PIC S9(12)V99.
               10  WS-FXT-COUNT     PIC 9(5).
      *>   TRIAL-BALANCE's account-to-currency map (non-USD accounts
      *>   only), so each TRANSACT.DAT amount can be translated by its
      *>   account's currency in the one sequential pass.
       01  WS-TB-CCY-TABLE.
           05  WS-TB-CCY-ENTRY OCCURS 500 TIMES.
               10  WS-TB-CCY-ACCT   PIC X(10).
               10  WS-TB-CCY-CODE   PIC X(3).
       01  WS-TB-CCY-COUNT          PIC 9(3) VALUE 0.
       01  WS-TB-CCY-IDX            PIC 9(3) VALUE 0.
       01  WS-TB-USD-AMT            PIC S9(10)V99 VALUE 0.

      *>   INSIDER — quarterly Regulation O insider activity report.
      *>   WS-INR-REG-TABLE holds INSIDER.DAT's active entries, each
      *>   pointing at its insider in WS-INR-INS-TABLE (one row per
      *>   distinct INS-INSIDER-NAME, related interests included).
      *>   WS-INR-ROW-TABLE is one row per deposit account ('D') or
      *>   loan ('L') matched to an insider, and WS-INR-ROV-TABLE the
      *>   RATEOVR.DAT overrides in force today.
       01  WS-INSIDER-STATUS        PIC XX VALUE SPACES.
       01  WS-LOAN-STATUS           PIC XX VALUE SPACES.
       01  WS-INR-PERIOD-STR        PIC X(10) VALUE SPACES.
       01  WS-INR-YEAR              PIC 9(4) VALUE 0.
       01  WS-INR-QTR               PIC 9(1) VALUE 0.
       01  WS-INR-MONTH             PIC 9(2) VALUE 0.
       01  WS-INR-FROM              PIC 9(8) VALUE 0.
       01  WS-INR-TO                PIC 9(8) VALUE 0.
       01  WS-INR-REG-TABLE.
           05  WS-INR-REG-ENTRY OCCURS 500 TIMES.
               10  WS-INR-REG-KEY-TYPE  PIC X(1).
               10  WS-INR-REG-KEY       PIC X(30).
               10  WS-INR-REG-INS-IDX   PIC 9(3).
       01  WS-INR-REG-COUNT         PIC 9(3) VALUE 0.
       01  WS-INR-REG-IDX           PIC 9(3) VALUE 0.
       01  WS-INR-INS-TABLE.
           05  WS-INR-INS-ENTRY OCCURS 200 TIMES.
               10  WS-INR-INS-NAME      PIC X(30).
               10  WS-INR-INS-TYPES     PIC X(4).
       01  WS-INR-INS-COUNT         PIC 9(3) VALUE 0.
       01  WS-INR-INS-IDX           PIC 9(3) VALUE 0.
       01  WS-INR-TYPE-IDX          PIC 9(1) VALUE 0.
       01  WS-INR-ROW-TABLE.
           05  WS-INR-ROW-ENTRY OCCURS 1000 TIMES.
               10  WS-INR-ROW-INS-IDX   PIC 9(3).
               10  WS-INR-ROW-KIND      PIC X(1).
               10  WS-INR-ROW-ID        PIC X(10).
               10  WS-INR-ROW-ACCT      PIC X(10).
               10  WS-INR-ROW-TYPE      PIC X(1).
               10  WS-INR-ROW-BALANCE   PIC S9(10)V99.
               10  WS-INR-ROW-RATE      PIC 9(2)V9(4).
               10  WS-INR-ROW-STD-RATE  PIC 9(2)V9(4).
               10  WS-INR-ROW-PREF      PIC X(1).
               10  WS-INR-ROW-FLAG      PIC X(1).
               10  WS-INR-ROW-OD-DAYS   PIC 9(3).
               10  WS-INR-ROW-LOW-BAL   PIC S9(10)V99.
       01  WS-INR-ROW-COUNT         PIC 9(4) VALUE 0.
       01  WS-INR-ROW-IDX           PIC 9(4) VALUE 0.
       01  WS-INR-ROV-TABLE.
           05  WS-INR-ROV-ENTRY OCCURS 500 TIMES.
               10  WS-INR-ROV-ACCT      PIC X(10).
               10  WS-INR-ROV-TYPE      PIC X(1).
               10  WS-INR-ROV-RATE      PIC 9V9(4).
       01  WS-INR-ROV-COUNT         PIC 9(3) VALUE 0.
       01  WS-INR-ROV-IDX           PIC 9(3) VALUE 0.
       01  WS-INR-TIER-IDX          PIC 9(2) VALUE 0.
       01  WS-INR-MATCH             PIC X VALUE 'N'.
       01  WS-INR-MATCH-ACCT        PIC X(10) VALUE SPACES.
       01  WS-INR-NAME-1            PIC X(30) VALUE SPACES.
       01  WS-INR-NAME-2            PIC X(30) VALUE SPACES.
       01  WS-INR-PRICING           PIC X(12) VALUE SPACES.
       01  WS-INR-LIMIT-FLAG        PIC X(12) VALUE SPACES.
       01  WS-INR-INS-DEPOSITS      PIC S9(12)V99 VALUE 0.
       01  WS-INR-INS-LOANS         PIC S9(12)V99 VALUE 0.
       01  WS-INR-INS-OD-DAYS       PIC 9(5) VALUE 0.
       01  WS-INR-INS-WAIVERS       PIC 9(3) VALUE 0.
       01  WS-INR-INS-PREF          PIC 9(3) VALUE 0.
       01  WS-INR-TOTAL-DEPOSITS    PIC S9(13)V99 VALUE 0.
       01  WS-INR-TOTAL-LOANS       PIC S9(13)V99 VALUE 0.
       01  WS-INR-TOTAL-OD-DAYS     PIC 9(6) VALUE 0.
       01  WS-INR-TOTAL-WAIVERS     PIC 9(4) VALUE 0.
       01  WS-INR-TOTAL-PREF        PIC 9(4) VALUE 0.
       01  WS-INR-EDIT-1            PIC -(12)9.99.
       01  WS-INR-EDIT-2            PIC -(12)9.99.
       01  WS-INR-EDIT-RATE         PIC 9.9999.
       01  WS-INR-EDIT-STD          PIC 9.9999.

      *>   GAP — interest-rate repricing gap for ALCO. WS-GAP-TABLE is
      *>   one line per balance-sheet category (WS-GAP-LINE-NAMES) by
      *>   the six repricing buckets (WS-GAP-BUCKET-NAMES): lines 1-2
      *>   are rate-sensitive assets, 3-6 rate-sensitive liabilities.
      *>   WS-GAP-LOAN-TABLE carries each active loan's outstanding
      *>   balance down the LOANSCHED.DAT runoff.
       01  WS-LSCH-STATUS           PIC XX VALUE SPACES.
       01  WS-GAPPARM-STATUS        PIC XX VALUE SPACES.
       01  WS-GAP-PARM-PATH         PIC X(60) VALUE SPACES.
       01  WS-GAP-PARM-KEY          PIC X(20) VALUE SPACES.
       01  WS-GAP-PARM-VAL          PIC X(60) VALUE SPACES.
       01  WS-GAP-PCT-STR.
           05  WS-GAP-PCT-TXT       PIC X(6) OCCURS 6 TIMES.
       01  WS-GAP-PCT-SUM           PIC 9(4) VALUE 0.
       01  WS-GAP-LINE-VALUES.
           05  FILLER               PIC X(10) VALUE 'LOANS'.
           05  FILLER               PIC X(10) VALUE 'OVERDRAFTS'.
           05  FILLER               PIC X(10) VALUE 'CDS'.
           05  FILLER               PIC X(10) VALUE 'CHECKING'.
           05  FILLER               PIC X(10) VALUE 'SAVINGS'.
           05  FILLER               PIC X(10) VALUE 'MMKT'.
       01  WS-GAP-LINE-NAMES REDEFINES WS-GAP-LINE-VALUES.
           05  WS-GAP-LINE-NAME     PIC X(10) OCCURS 6 TIMES.
       01  WS-GAP-BUCKET-VALUES.
           05  FILLER               PIC X(8) VALUE '0-30D'.
           05  FILLER               PIC X(8) VALUE '31-90D'.
           05  FILLER               PIC X(8) VALUE '91-180D'.
           05  FILLER               PIC X(8) VALUE '181-365D'.
           05  FILLER               PIC X(8) VALUE '1-3Y'.
           05  FILLER               PIC X(8) VALUE 'OVER-3Y'.
       01  WS-GAP-BUCKET-NAMES REDEFINES WS-GAP-BUCKET-VALUES.
           05  WS-GAP-BUCKET-NAME   PIC X(8) OCCURS 6 TIMES.
       01  WS-GAP-TABLE.
           05  WS-GAP-LINE OCCURS 6 TIMES.
               10  WS-GAP-AMT       PIC S9(13)V99 OCCURS 6 TIMES.
               10  WS-GAP-LINE-TOTAL PIC S9(13)V99.
       01  WS-GAP-LINE-IDX          PIC 9(1) VALUE 0.
       01  WS-GAP-BKT               PIC 9(1) VALUE 0.
       01  WS-GAP-DECAY-IDX         PIC 9(1) VALUE 0.
       01  WS-GAP-LOAN-TABLE.
           05  WS-GAP-LOAN-ENTRY OCCURS 500 TIMES.
               10  WS-GAP-LOAN-ID       PIC X(10).
               10  WS-GAP-LOAN-LEFT     PIC S9(10)V99.
               10  WS-GAP-LOAN-ADJ      PIC 9(8).
       01  WS-GAP-LOAN-COUNT        PIC 9(3) VALUE 0.
       01  WS-GAP-LOAN-IDX          PIC 9(3) VALUE 0.
       01  WS-GAP-TODAY-INT         PIC 9(8) VALUE 0.
       01  WS-GAP-DATE-INT          PIC 9(8) VALUE 0.
       01  WS-GAP-DAYS              PIC S9(8) VALUE 0.
       01  WS-GAP-USD-BAL           PIC S9(12)V99 VALUE 0.
       01  WS-GAP-PORTION           PIC S9(12)V99 VALUE 0.
       01  WS-GAP-ALLOCATED         PIC S9(12)V99 VALUE 0.
       01  WS-GAP-TOTAL-DEPOSITS    PIC S9(14)V99 VALUE 0.
       01  WS-GAP-TOTAL-ASSETS      PIC S9(14)V99 VALUE 0.
       01  WS-GAP-ASSETS-SOURCE     PIC X(10) VALUE SPACES.
       01  WS-GAP-RSA               PIC S9(14)V99 VALUE 0.
       01  WS-GAP-RSL               PIC S9(14)V99 VALUE 0.
       01  WS-GAP-PERIODIC          PIC S9(14)V99 VALUE 0.
       01  WS-GAP-CUMULATIVE        PIC S9(14)V99 VALUE 0.
       01  WS-GAP-TOTAL-RSA         PIC S9(14)V99 VALUE 0.
       01  WS-GAP-TOTAL-RSL         PIC S9(14)V99 VALUE 0.
       01  WS-GAP-PCT               PIC S9(5)V99 VALUE 0.
       01  WS-GAP-CUM-PCT           PIC S9(5)V99 VALUE 0.
       01  WS-GAP-EDIT-1            PIC -(13)9.99.
       01  WS-GAP-EDIT-2            PIC -(13)9.99.
       01  WS-GAP-EDIT-3            PIC -(13)9.99.
       01  WS-GAP-EDIT-4            PIC -(13)9.99.
       01  WS-GAP-EDIT-PCT          PIC -(5)9.99.
       01  WS-GAP-EDIT-CUM-PCT      PIC -(5)9.99.
       01  WS-GAP-ROW-TEXT          PIC X(160) VALUE SPACES.
       01  WS-GAP-ROW-PTR           PIC 9(3) VALUE 1.
       COPY "INTRATE.cpy".
       COPY "COMCODE.cpy".

                   PERFORM PRINT-INTEREST-FORECAST
               WHEN "CUSTOMER-SUMMARY"
                   PERFORM PRINT-CUSTOMER-SUMMARY
               WHEN "BRANCH"
                   MOVE WS-CURRENT-DATE(1:6) TO WS-BRR-PERIOD
                   ACCEPT WS-BRR-PERIOD-STR FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-BRR-PERIOD-STR)
                       TO WS-BRR-PERIOD-STR
                   IF WS-BRR-PERIOD-STR NOT = SPACES
                       MOVE WS-BRR-PERIOD-STR(1:6) TO WS-BRR-PERIOD
                   END-IF
                   PERFORM PRINT-BRANCH-REPORT
               WHEN "IOLTA"
                   MOVE WS-CURRENT-DATE(1:6) TO WS-IOR-PERIOD
                   ACCEPT WS-IOR-PERIOD-STR FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IOR-PERIOD-STR)
                       TO WS-IOR-PERIOD-STR
                   IF WS-IOR-PERIOD-STR NOT = SPACES
                       MOVE WS-IOR-PERIOD-STR(1:6) TO WS-IOR-PERIOD
                   END-IF
                   PERFORM PRINT-IOLTA-REMITTANCE
               WHEN "IRA-5498"
                   PERFORM PARSE-IRA-EXTRACT-YEAR
                   PERFORM PRINT-IRA-5498
               WHEN "IRA-1099R"
                   PERFORM PARSE-IRA-EXTRACT-YEAR
                   PERFORM PRINT-IRA-1099R
               WHEN "INT-1099"
                   PERFORM PARSE-IRA-EXTRACT-YEAR
                   PERFORM PRINT-INT-1099
               WHEN "NRA-1042S"
                   PERFORM PARSE-IRA-EXTRACT-YEAR
                   PERFORM PRINT-NRA-1042S
               WHEN "FDIC"
                   PERFORM PRINT-FDIC-COVERAGE
               WHEN "INSIDER"
                   ACCEPT WS-INR-PERIOD-STR FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-INR-PERIOD-STR)
                       TO WS-INR-PERIOD-STR
                   PERFORM PRINT-INSIDER-REPORT
               WHEN "GAP"
                   ACCEPT WS-GAP-PARM-PATH FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-GAP-PARM-PATH)
                       TO WS-GAP-PARM-PATH
                   PERFORM PRINT-REPRICING-GAP
               WHEN "AVG-BALANCE"
                   MOVE 0 TO WS-ABL-FROM
                   MOVE 99999999 TO WS-ABL-TO
                   ACCEPT WS-ABL-FROM-STR FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-ABL-FROM-STR)
                       TO WS-ABL-FROM-STR
                   IF WS-ABL-FROM-STR NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-ABL-FROM-STR)
                           TO WS-ABL-FROM
                   END-IF
                   ACCEPT WS-ABL-TO-STR FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-ABL-TO-STR)
                       TO WS-ABL-TO-STR
                   IF WS-ABL-TO-STR NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-ABL-TO-STR)
                           TO WS-ABL-TO
                   END-IF
                   ACCEPT WS-ABL-ACCT-STR FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-ABL-ACCT-STR)
                       TO WS-ABL-ACCT-STR
                   PERFORM PRINT-AVG-BALANCE
               WHEN OTHER
                   DISPLAY "RESULT|99"
           END-EVALUATE
           IF WS-OUT-FORMAT = "CSV"
               MOVE "LEDGER.CSV" TO WS-CSV-PATH
               OPEN OUTPUT CSV-OUTPUT-FILE
               MOVE '"ACCT-ID","NAME","TYPE","BALANCE","STATUS","OPENED","LASTACT","CURRENCY","USD-EQUIV"'
                   TO CSV-LINE
               WRITE CSV-LINE
           ELSE
               DISPLAY "LEDGER|ACCOUNT DETAIL"
           END-IF
           INITIALIZE WS-FXT-TABLE
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
      *>       Status 39 is a record-length mismatch — the file was
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               MOVE ACCT-CURRENCY TO WS-FX-LOOKUP-CCY
               MOVE ACCT-BALANCE TO WS-FX-ORIG-AMT
               PERFORM TRANSLATE-TO-USD
               PERFORM ADD-TO-CURRENCY-TOTALS
               IF WS-OUT-FORMAT = "CSV"
                   STRING '"' DELIMITED BY SIZE
                       FUNCTION TRIM(ACCT-ID) DELIMITED BY SIZE
                       ACCT-OPEN-DATE DELIMITED BY SIZE
                       '","' DELIMITED BY SIZE
                       ACCT-LAST-ACTIVITY DELIMITED BY SIZE
                       '","' DELIMITED BY SIZE
                       WS-FX-LOOKUP-CCY DELIMITED BY SIZE
                       '","' DELIMITED BY SIZE
                       WS-FX-USD-AMT DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       INTO CSV-LINE
                   WRITE CSV-LINE
                       "|" ACCT-TYPE "|" ACCT-BALANCE
                       "|" ACCT-STATUS "|"
                       ACCT-OPEN-DATE "|"
                       ACCT-LAST-ACTIVITY "|"
                       WS-FX-LOOKUP-CCY "|" WS-FX-USD-AMT
               END-IF
               ADD 1 TO WS-ACCOUNT-COUNT
               ADD WS-FX-USD-AMT TO WS-TOTAL-BALANCE
               EVALUATE ACCT-TYPE
                   WHEN 'C'
                       ADD WS-FX-USD-AMT TO WS-CHECKING-BALANCE
                   WHEN 'S'
                       ADD WS-FX-USD-AMT TO WS-SAVINGS-BALANCE
               END-EVALUATE
           END-PERFORM
           IF WS-OUT-FORMAT = "CSV"
               CLOSE CSV-OUTPUT-FILE
               DISPLAY "LEDGER|CSV-FILE|" WS-CSV-PATH
           END-IF
           MOVE "LEDGER" TO WS-FX-REPORT-TAG
           PERFORM PRINT-CURRENCY-TOTALS
           DISPLAY "SUMMARY|TOTAL-BALANCE|" WS-TOTAL-BALANCE
               "|ACCOUNTS|" WS-ACCOUNT-COUNT
           DISPLAY "SUMMARY|CHECKING-BALANCE|" WS-CHECKING-BALANCE
           PERFORM FIND-STATEMENT-ACCOUNT
           DISPLAY "STATEMENT|BENEFICIARY|" WS-STMT-BENEFICIARY
           PERFORM PRINT-RATE-OVERRIDE-LINE
           PERFORM PRINT-REWARDS-LINE
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
           END-PERFORM
           CLOSE RATEOVR-FILE.

      *>   A rewards-checking account's last closed cycle (REWARDS.DAT,
      *>   scored by INTEREST.cob — see RWDREC.cpy): whether it
      *>   qualified for the reward rate and, if not, which criteria
      *>   it missed. Nothing prints for an account not enrolled or
      *>   whose first cycle hasn't closed yet.
       PRINT-REWARDS-LINE.
           OPEN INPUT REWARDS-FILE
           IF WS-RWD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ REWARDS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF RWD-ACCT-ID = WS-IN-ACCT-ID
                   AND RWD-ACTIVE
                   AND RWD-LAST-CYCLE-END > 0
                   IF RWD-QUALIFIED
                       DISPLAY "STATEMENT|REWARDS|QUALIFIED|"
                           RWD-LAST-CYCLE-END "|" RWD-LAST-POS-COUNT
                           "|" RWD-LAST-REFUND
                   ELSE
                       DISPLAY "STATEMENT|REWARDS|NOT-QUALIFIED|"
                           RWD-LAST-CYCLE-END "|" RWD-LAST-POS-COUNT
                           "|" FUNCTION TRIM(RWD-LAST-MISSED)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE REWARDS-FILE.

      *>   Scans ACCOUNTS.DAT sequentially for WS-IN-ACCT-ID and
      *>   captures its payable-on-death beneficiary for the statement
      *>   header — ACCOUNTS-FILE is opened ACCESS SEQUENTIAL here, so
       FIND-STATEMENT-ACCOUNT.
           MOVE SPACES TO WS-STMT-BENEFICIARY
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ ACCOUNTS-FILE
                       AT END
                           CLOSE ACCOUNTS-FILE
                           EXIT PERFORM
                   END-READ
                   IF ACCT-ID = WS-IN-ACCT-ID
                       MOVE ACCT-BENEFICIARY TO WS-STMT-BENEFICIARY
                       CLOSE ACCOUNTS-FILE
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           PERFORM FIND-PURGED-STATEMENT-ACCOUNT.

      *>   An account PURGE.cob has moved off ACCOUNTS.DAT is found on
      *>   PURGED.DAT, which names the dated archive holding its final
      *>   record — the header comes from there, flagged ARCHIVED so
      *>   the reader knows the account is closed and purged.
       FIND-PURGED-STATEMENT-ACCOUNT.
           MOVE SPACES TO WS-STMT-ARCHIVE-PATH
           OPEN INPUT PURGED-FILE
           IF WS-PURGED-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PURGED-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PRG-ACCT-ID = WS-IN-ACCT-ID
                   MOVE PRG-ARCHIVE-FILE TO WS-STMT-ARCHIVE-PATH
                   DISPLAY "STATEMENT|ARCHIVED|" PRG-PURGE-DATE "|"
                       FUNCTION TRIM(PRG-ARCHIVE-FILE)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE PURGED-FILE
           IF WS-STMT-ARCHIVE-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCT-ARCHIVE-FILE
           IF WS-ACCT-ARC-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ACCT-ARC-STATUS "|"
                   FUNCTION TRIM(WS-STMT-ARCHIVE-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCT-ARCHIVE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF ARC-ACCT-ID = WS-IN-ACCT-ID
                   MOVE ARC-ACCT-BENEFICIARY TO WS-STMT-BENEFICIARY
                   DISPLAY "STATEMENT|CLOSED|" ARC-ACCT-NAME "|"
                       ARC-ACCT-TYPE "|" ARC-ACCT-OPEN-DATE "|"
                       ARC-ACCT-LAST-ACT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE ACCT-ARCHIVE-FILE.

      *>   Lightweight teller-window inquiry — current balance,
      *>   available balance (posted balance minus active holds, same
                       "|" ACCT-BALANCE
                   ADD 1 TO WS-ACCOUNT-COUNT
               END-IF
      *>       Frozen by COLLECT.cob's overdrawn aging — the aging
      *>       detail itself is on COLLECT LIST.
               IF ACCT-STATUS = 'O'
                   DISPLAY "EXCEPTION|COLLECTIONS|" ACCT-ID "|"
                       ACCT-NAME "|" ACCT-BALANCE
                   ADD 1 TO WS-ACCOUNT-COUNT
               END-IF
      *>       A credit card account (type 'R') carries a negative
      *>       balance by design — CCARD.cob's AGING reports it.
               IF ACCT-BALANCE < 0
                   AND ACCT-TYPE NOT = ACCT-CREDIT-CARD IN ACCOUNT-TYPES
                   DISPLAY "EXCEPTION|NEGATIVE-BALANCE|" ACCT-ID "|"
                       ACCT-NAME "|" ACCT-BALANCE
                   ADD 1 TO WS-ACCOUNT-COUNT
               END-IF
           END-PERFORM
           DISPLAY "SUMMARY|DORMANT-COUNT|" WS-ACCOUNT-COUNT
      *>   Drilled safe deposit box contents still held (SAFEBOX.cob's
      *>   INVENTORY) are unclaimed property too, so they go on the
      *>   same review. No SDBINV.DAT yet just means nothing drilled.
           MOVE 0 TO WS-ACCOUNT-COUNT
           OPEN INPUT SDBINV-FILE
           IF WS-SDBINV-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ SDBINV-FILE
                       AT END
                           CLOSE SDBINV-FILE
                           EXIT PERFORM
                   END-READ
                   IF INV-HELD
                       DISPLAY "DORMANT-BOX|" INV-BOX-ID "|"
                           INV-BRANCH "|" INV-ACCT-ID "|"
                           INV-ITEM-SEQ "|" INV-DESC "|" INV-VALUE
                           "|" INV-DRILL-DATE
                       ADD 1 TO WS-ACCOUNT-COUNT
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "SUMMARY|DORMANT-BOX-COUNT|" WS-ACCOUNT-COUNT
      *>   Official checks the bank sold and nobody has cashed are
      *>   owed to the remitter/payee, so once an item has sat
      *>   unpaid (outstanding, or lost and not yet replaced) past
      *>   OFFCHK-DORMANCY-DAYS it goes on the same review. Their
      *>   dormancy period is set by statute, not by the <days>
      *>   argument. No OFFCHK.DAT yet just means none sold.
           MOVE 0 TO WS-ACCOUNT-COUNT
           OPEN INPUT OFFCHK-FILE
           IF WS-OFFCHK-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ OFFCHK-FILE
                       AT END
                           CLOSE OFFCHK-FILE
                           EXIT PERFORM
                   END-READ
                   IF OFCK-OUTSTANDING OR OFCK-LOST
                       MOVE FUNCTION INTEGER-OF-DATE(OFCK-ISSUE-DATE)
                           TO WS-LASTACT-INTEGER
                       SUBTRACT WS-LASTACT-INTEGER FROM
                           WS-TODAY-INTEGER GIVING WS-DAYS-INACTIVE
                       IF WS-DAYS-INACTIVE >= OFFCHK-DORMANCY-DAYS
                           DISPLAY "DORMANT-OFFCHK|" OFCK-CHECK-NUM
                               "|" OFCK-REMITTER "|" OFCK-PAYEE "|"
                               OFCK-AMOUNT "|" OFCK-ISSUE-DATE "|"
                               WS-DAYS-INACTIVE
                           ADD 1 TO WS-ACCOUNT-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "SUMMARY|DORMANT-OFFCHK-COUNT|" WS-ACCOUNT-COUNT
           DISPLAY "RESULT|00".

      *>   Arithmetic trial balance across TRANSACT.DAT: sums successful
      *>   ledger, so it is flagged as an EXCEPTION.
       PRINT-TRIAL-BALANCE.
           DISPLAY "TRIAL-BALANCE|LEDGER ARITHMETIC CHECK"
           INITIALIZE WS-FXT-TABLE
           PERFORM LOAD-TB-CURRENCY-MAP
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
                       EXIT PERFORM
               END-READ
               IF TRANS-STATUS = '00'
                   PERFORM TRANSLATE-TB-AMOUNT
                   EVALUATE TRANS-TYPE
                       WHEN 'D'
                       WHEN 'I'
                       WHEN 'C'
                           ADD WS-TB-USD-AMT TO WS-TB-CREDITS
                       WHEN 'W'
                       WHEN 'F'
                       WHEN 'X'
                           ADD WS-TB-USD-AMT TO WS-TB-DEBITS
                       WHEN 'T'
                           ADD 1 TO WS-TB-XFER-COUNT
                           ADD WS-TB-USD-AMT TO WS-TB-XFER-AMOUNT
                       WHEN 'R'
                           ADD 1 TO WS-TB-REVERSAL-COUNT
                           ADD WS-TB-USD-AMT TO WS-TB-REVERSAL-AMOUNT
                           PERFORM NET-REVERSAL-AGAINST-ORIGINAL
                   END-EVALUATE
                   IF WS-TB-TX-COUNT < 5000
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               MOVE ACCT-CURRENCY TO WS-FX-LOOKUP-CCY
               MOVE ACCT-BALANCE TO WS-FX-ORIG-AMT
               PERFORM TRANSLATE-TO-USD
               PERFORM ADD-TO-CURRENCY-TOTALS
               ADD WS-FX-USD-AMT TO WS-TB-CURRENT-TOTAL
           END-PERFORM
           SUBTRACT WS-TB-DIFFERENCE FROM WS-TB-CURRENT-TOTAL
               GIVING WS-TB-IMPLIED-OPENING
               DISPLAY "EXCEPTION|TRIAL-BALANCE|IMPLIED-OPENING-NEGATIVE|"
                   WS-TB-IMPLIED-OPENING
           END-IF
           MOVE "TRIAL-BALANCE" TO WS-FX-REPORT-TAG
           PERFORM PRINT-CURRENCY-TOTALS
           DISPLAY "RESULT|00".

      *>   Non-USD accounts' currencies, read once up front so the
      *>   TRANSACT.DAT pass can translate each amount as it goes. A
      *>   missing or unreadable ACCOUNTS.DAT is reported by the
      *>   balance pass below, same as before.
       LOAD-TB-CURRENCY-MAP.
           MOVE 0 TO WS-TB-CCY-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               IF ACCT-CURRENCY NOT = SPACES
                   AND ACCT-CURRENCY NOT = 'USD'
                   AND WS-TB-CCY-COUNT < 500
                   ADD 1 TO WS-TB-CCY-COUNT
                   MOVE ACCT-ID TO WS-TB-CCY-ACCT(WS-TB-CCY-COUNT)
                   MOVE ACCT-CURRENCY
                       TO WS-TB-CCY-CODE(WS-TB-CCY-COUNT)
               END-IF
           END-PERFORM.

      *>   TRANS-AMOUNT is in the posting account's currency; an
      *>   account not in WS-TB-CCY-TABLE is USD. NET-REVERSAL-AGAINST-
      *>   ORIGINAL nets WS-TB-USD-AMT too, so a reversal backs out
      *>   exactly the USD figure its original added.
       TRANSLATE-TB-AMOUNT.
           MOVE 'USD' TO WS-FX-LOOKUP-CCY
           PERFORM VARYING WS-TB-CCY-IDX FROM 1 BY 1
               UNTIL WS-TB-CCY-IDX > WS-TB-CCY-COUNT
               IF WS-TB-CCY-ACCT(WS-TB-CCY-IDX) = TRANS-ACCT-ID
                   MOVE WS-TB-CCY-CODE(WS-TB-CCY-IDX)
                       TO WS-FX-LOOKUP-CCY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE TRANS-AMOUNT TO WS-FX-ORIG-AMT
           PERFORM TRANSLATE-TO-USD
           MOVE WS-FX-USD-AMT TO WS-TB-USD-AMT.

      *>   Looks TRANS-REVERSAL-OF up in WS-TB-TX-TABLE and nets the
      *>   current REVERSAL record the opposite way from the original
      *>   DEPOSIT/WITHDRAW it backs out: an 'R' reversing a 'D' is

           IF WS-TB-ORIG-FOUND = 'Y'
               IF WS-TB-ORIG-TYPE = 'D'
                   ADD WS-TB-USD-AMT TO WS-TB-DEBITS
               ELSE
                   IF WS-TB-ORIG-TYPE = 'W'
                       ADD WS-TB-USD-AMT TO WS-TB-CREDITS
                   END-IF
               END-IF
           END-IF.
      *>   the figure from wherever loans are actually carried.
       PRINT-CALL-REPORT.
           DISPLAY "CALLREPORT|QUARTERLY CALL REPORT EXTRACT"
           INITIALIZE WS-FXT-TABLE
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
      *>       Status 39 is a record-length mismatch — the file was
                       EXIT PERFORM
               END-READ
               IF ACCT-STATUS NOT = 'C'
                   MOVE ACCT-CURRENCY TO WS-FX-LOOKUP-CCY
                   MOVE ACCT-BALANCE TO WS-FX-ORIG-AMT
                   PERFORM TRANSLATE-TO-USD
                   PERFORM ADD-TO-CURRENCY-TOTALS
                   EVALUATE ACCT-TYPE
                       WHEN 'C'
                           ADD WS-FX-USD-AMT TO WS-CR-CHK-BALANCE
                           ADD 1 TO WS-CR-CHK-COUNT
                       WHEN 'S'
                           ADD WS-FX-USD-AMT TO WS-CR-SAV-BALANCE
                           ADD 1 TO WS-CR-SAV-COUNT
                       WHEN 'M'
                           ADD WS-FX-USD-AMT TO WS-CR-MMKT-BALANCE
                           ADD 1 TO WS-CR-MMKT-COUNT
                       WHEN 'D'
                           ADD WS-FX-USD-AMT TO WS-CR-CD-BALANCE
                           ADD 1 TO WS-CR-CD-COUNT
                   END-EVALUATE
                   IF ACCT-STATUS = 'F'
                       ADD 1 TO WS-CR-LEGAL-COUNT
                   END-IF
                   IF ACCT-BALANCE < 0
                       AND ACCT-TYPE NOT =
                           ACCT-CREDIT-CARD IN ACCOUNT-TYPES
                       ADD 1 TO WS-CR-NEGATIVE-COUNT
                   END-IF
               END-IF
           DISPLAY "CALLREPORT|LEGAL-HOLD-ACCOUNTS|" WS-CR-LEGAL-COUNT
           DISPLAY "CALLREPORT|NEGATIVE-BALANCE-ACCOUNTS|"
               WS-CR-NEGATIVE-COUNT
           MOVE "CALLREPORT" TO WS-FX-REPORT-TAG
           PERFORM PRINT-CURRENCY-TOTALS
           DISPLAY "SUMMARY|TOTAL-ASSETS|" WS-CR-TOTAL-DEP-BAL
           DISPLAY "RESULT|00".

           DISPLAY "SUMMARY|WITHHELD-TOTAL|" WS-BWH-GRAND
           DISPLAY "RESULT|00".

      *>   Monthly IOLTA remittance report for the state bar
      *>   foundation — IOLTAREM.DAT's sweep detail for the month
      *>   rolled up per trust account, in the foundation's column
      *>   order (account, firm, average balance, interest earned,
      *>   service charges netted, net remitted), with a closing
      *>   totals row. The same rows go to IOLTA.CSV.
       PRINT-IOLTA-REMITTANCE.
           DISPLAY "IOLTA|IOLTA REMITTANCE|" WS-IOR-PERIOD
           MOVE 0 TO WS-IOR-COUNT
           MOVE 0 TO WS-IOR-TOT-INTEREST
           MOVE 0 TO WS-IOR-TOT-CHARGES
           MOVE 0 TO WS-IOR-TOT-REMITTED
           OPEN INPUT IOLREM-FILE
           IF WS-IOLREM-STATUS NOT = '00'
               DISPLAY "NOTE|No IOLTAREM.DAT — nothing swept yet"
           ELSE
               PERFORM UNTIL 1 = 0
                   READ IOLREM-FILE
                       AT END
                           CLOSE IOLREM-FILE
                           EXIT PERFORM
                   END-READ
                   IF IOLREM-PERIOD = WS-IOR-PERIOD
                       PERFORM ADD-TO-IOLTA-ROW
                   END-IF
               END-PERFORM
           END-IF

           MOVE "IOLTA.CSV" TO WS-CSV-PATH
           OPEN OUTPUT CSV-OUTPUT-FILE
           IF WS-CSV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO CSV-LINE
           STRING '"PERIOD","ACCT-ID","FIRM","AVG-BALANCE",'
                   DELIMITED BY SIZE
               '"INTEREST","SVC-CHARGES","NET-REMITTED"'
                   DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE
           PERFORM VARYING WS-IOR-IDX FROM 1 BY 1
               UNTIL WS-IOR-IDX > WS-IOR-COUNT
               COMPUTE WS-IOR-AVG-BAL(WS-IOR-IDX) ROUNDED =
                   WS-IOR-BAL-SUM(WS-IOR-IDX)
                   / WS-IOR-POSTINGS(WS-IOR-IDX)
               MOVE WS-IOR-AVG-BAL(WS-IOR-IDX) TO WS-IOR-EDIT-BAL
               MOVE WS-IOR-INTEREST(WS-IOR-IDX) TO WS-IOR-EDIT-INT
               MOVE WS-IOR-CHARGES(WS-IOR-IDX) TO WS-IOR-EDIT-CHG
               MOVE WS-IOR-REMITTED(WS-IOR-IDX) TO WS-IOR-EDIT-REM
               DISPLAY "IOLTA|" WS-IOR-ACCT(WS-IOR-IDX) "|"
                   FUNCTION TRIM(WS-IOR-FIRM(WS-IOR-IDX)) "|"
                   FUNCTION TRIM(WS-IOR-EDIT-BAL) "|"
                   FUNCTION TRIM(WS-IOR-EDIT-INT) "|"
                   FUNCTION TRIM(WS-IOR-EDIT-CHG) "|"
                   FUNCTION TRIM(WS-IOR-EDIT-REM)
               MOVE SPACES TO CSV-LINE
               STRING '"' DELIMITED BY SIZE
                   WS-IOR-PERIOD DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IOR-ACCT(WS-IOR-IDX))
                       DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IOR-FIRM(WS-IOR-IDX))
                       DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IOR-EDIT-BAL) DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IOR-EDIT-INT) DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IOR-EDIT-CHG) DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IOR-EDIT-REM) DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO CSV-LINE
               END-STRING
               WRITE CSV-LINE
               ADD WS-IOR-INTEREST(WS-IOR-IDX) TO WS-IOR-TOT-INTEREST
               ADD WS-IOR-CHARGES(WS-IOR-IDX) TO WS-IOR-TOT-CHARGES
               ADD WS-IOR-REMITTED(WS-IOR-IDX) TO WS-IOR-TOT-REMITTED
           END-PERFORM
           MOVE WS-IOR-TOT-INTEREST TO WS-IOR-EDIT-INT
           MOVE WS-IOR-TOT-CHARGES TO WS-IOR-EDIT-CHG
           MOVE WS-IOR-TOT-REMITTED TO WS-IOR-EDIT-REM
           MOVE SPACES TO CSV-LINE
           STRING '"' DELIMITED BY SIZE
               WS-IOR-PERIOD DELIMITED BY SIZE
               '","TOTAL","' DELIMITED BY SIZE
               WS-IOR-COUNT DELIMITED BY SIZE
               '","","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-IOR-EDIT-INT) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-IOR-EDIT-CHG) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-IOR-EDIT-REM) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE
           CLOSE CSV-OUTPUT-FILE
           DISPLAY "SUMMARY|IOLTA|" WS-IOR-COUNT "|"
               FUNCTION TRIM(WS-IOR-EDIT-INT) "|"
               FUNCTION TRIM(WS-IOR-EDIT-CHG) "|"
               FUNCTION TRIM(WS-IOR-EDIT-REM)
           DISPLAY "RESULT|00".

       ADD-TO-IOLTA-ROW.
           MOVE 0 TO WS-IOR-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-IOR-COUNT
               IF WS-IOR-ACCT(WS-SEARCH-IDX) = IOLREM-ACCT-ID
                   MOVE WS-SEARCH-IDX TO WS-IOR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IOR-IDX = 0 AND WS-IOR-COUNT < 200
               ADD 1 TO WS-IOR-COUNT
               MOVE WS-IOR-COUNT TO WS-IOR-IDX
               MOVE IOLREM-ACCT-ID TO WS-IOR-ACCT(WS-IOR-IDX)
               MOVE 0 TO WS-IOR-POSTINGS(WS-IOR-IDX)
               MOVE 0 TO WS-IOR-BAL-SUM(WS-IOR-IDX)
               MOVE 0 TO WS-IOR-INTEREST(WS-IOR-IDX)
               MOVE 0 TO WS-IOR-CHARGES(WS-IOR-IDX)
               MOVE 0 TO WS-IOR-REMITTED(WS-IOR-IDX)
           END-IF
           IF WS-IOR-IDX > 0
               MOVE IOLREM-FIRM-NAME TO WS-IOR-FIRM(WS-IOR-IDX)
               ADD 1 TO WS-IOR-POSTINGS(WS-IOR-IDX)
               ADD IOLREM-AVG-BALANCE TO WS-IOR-BAL-SUM(WS-IOR-IDX)
               ADD IOLREM-INTEREST TO WS-IOR-INTEREST(WS-IOR-IDX)
               ADD IOLREM-SVC-CHARGES TO WS-IOR-CHARGES(WS-IOR-IDX)
               ADD IOLREM-NET-REMITTED TO WS-IOR-REMITTED(WS-IOR-IDX)
           END-IF.

       PARSE-IRA-EXTRACT-YEAR.
           MOVE WS-CURRENT-DATE(1:4) TO WS-IRX-YEAR
           SUBTRACT 1 FROM WS-IRX-YEAR
           ACCEPT WS-IRX-YEAR-STR FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-IRX-YEAR-STR) TO WS-IRX-YEAR-STR
           IF WS-IRX-YEAR-STR(1:4) IS NUMERIC
               MOVE WS-IRX-YEAR-STR(1:4) TO WS-IRX-YEAR
           END-IF.

      *>   Stages IRA.DAT and IRATXN.DAT for the extract year into
      *>   WS-IRX-TABLE: contributions by tax year, distributions by
      *>   code, and the account value off ACCOUNTS.DAT.
       LOAD-IRA-EXTRACT.
           MOVE 0 TO WS-IRX-COUNT
           OPEN INPUT IRA-FILE
           IF WS-IRA-STATUS NOT = '00'
               DISPLAY "NOTE|No IRA.DAT — no IRA accounts on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ IRA-FILE
                   AT END
                       CLOSE IRA-FILE
                       EXIT PERFORM
               END-READ
               IF WS-IRX-COUNT < 200
                   ADD 1 TO WS-IRX-COUNT
                   MOVE IRA-ACCT-ID TO WS-IRX-ACCT(WS-IRX-COUNT)
                   MOVE IRA-PLAN-TYPE TO WS-IRX-PLAN(WS-IRX-COUNT)
                   MOVE IRA-OWNER-NAME TO WS-IRX-OWNER(WS-IRX-COUNT)
                   MOVE IRA-OWNER-DOB TO WS-IRX-DOB(WS-IRX-COUNT)
                   MOVE IRA-STATUS TO WS-IRX-STATUS(WS-IRX-COUNT)
                   MOVE 0 TO WS-IRX-CONTRIB(WS-IRX-COUNT)
                   MOVE 0 TO WS-IRX-FMV(WS-IRX-COUNT)
                   MOVE 0 TO WS-IRX-DIST-N(WS-IRX-COUNT)
                   MOVE 0 TO WS-IRX-DIST-E(WS-IRX-COUNT)
                   MOVE 0 TO WS-IRX-DIST-R(WS-IRX-COUNT)
               END-IF
           END-PERFORM
           OPEN INPUT IRATXN-FILE
           IF WS-IRATX-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ IRATXN-FILE
                       AT END
                           CLOSE IRATXN-FILE
                           EXIT PERFORM
                   END-READ
                   IF IRATX-TAX-YEAR = WS-IRX-YEAR
                       PERFORM ADD-IRA-TXN-TO-ROW
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               PERFORM VARYING WS-IRX-IDX FROM 1 BY 1
                   UNTIL WS-IRX-IDX > WS-IRX-COUNT
                   IF WS-IRX-ACCT(WS-IRX-IDX) = ACCT-ID
                       MOVE ACCT-BALANCE TO WS-IRX-FMV(WS-IRX-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-IRA-TXN-TO-ROW.
           PERFORM VARYING WS-IRX-IDX FROM 1 BY 1
               UNTIL WS-IRX-IDX > WS-IRX-COUNT
               IF WS-IRX-ACCT(WS-IRX-IDX) = IRATX-ACCT-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IRX-IDX > WS-IRX-COUNT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN IRATX-CONTRIBUTION
                   ADD IRATX-AMOUNT TO WS-IRX-CONTRIB(WS-IRX-IDX)
               WHEN IRATX-DIST-EARLY
                   ADD IRATX-AMOUNT TO WS-IRX-DIST-E(WS-IRX-IDX)
               WHEN IRATX-DIST-ROLLOVER
                   ADD IRATX-AMOUNT TO WS-IRX-DIST-R(WS-IRX-IDX)
               WHEN OTHER
                   ADD IRATX-AMOUNT TO WS-IRX-DIST-N(WS-IRX-IDX)
           END-EVALUATE.

      *>   Form 5498 extract — every IRA still Active, or one removed
      *>   that still took contributions for the year, gets a row.
      *>   The value column is the account balance as of the run
      *>   (the 5498 wants 12/31; run the extract on the first
      *>   business day of January, before new-year activity posts).
       PRINT-IRA-5498.
           DISPLAY "IRA-5498|IRA CONTRIBUTION EXTRACT|" WS-IRX-YEAR
           PERFORM LOAD-IRA-EXTRACT
           MOVE 0 TO WS-IRX-ROWS
           MOVE 0 TO WS-IRX-TOTAL
           MOVE "IRA5498.CSV" TO WS-CSV-PATH
           OPEN OUTPUT CSV-OUTPUT-FILE
           IF WS-CSV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO CSV-LINE
           STRING '"TAX-YEAR","ACCT-ID","OWNER","DOB","PLAN",'
                   DELIMITED BY SIZE
               '"IRA-CONTRIB","ROTH-CONTRIB","ACCOUNT-VALUE"'
                   DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE
           PERFORM VARYING WS-IRX-IDX FROM 1 BY 1
               UNTIL WS-IRX-IDX > WS-IRX-COUNT
               IF WS-IRX-STATUS(WS-IRX-IDX) = 'A'
                   OR WS-IRX-CONTRIB(WS-IRX-IDX) NOT = 0
                   PERFORM PRINT-ONE-5498-ROW
               END-IF
           END-PERFORM
           CLOSE CSV-OUTPUT-FILE
           MOVE WS-IRX-TOTAL TO WS-IRX-EDIT-1
           DISPLAY "SUMMARY|IRA-5498|" WS-IRX-ROWS "|"
               FUNCTION TRIM(WS-IRX-EDIT-1)
           DISPLAY "RESULT|00".

       PRINT-ONE-5498-ROW.
           ADD 1 TO WS-IRX-ROWS
           ADD WS-IRX-CONTRIB(WS-IRX-IDX) TO WS-IRX-TOTAL
           MOVE WS-IRX-CONTRIB(WS-IRX-IDX) TO WS-IRX-EDIT-1
           MOVE WS-IRX-FMV(WS-IRX-IDX) TO WS-IRX-EDIT-2
           DISPLAY "IRA-5498|" WS-IRX-ACCT(WS-IRX-IDX) "|"
               FUNCTION TRIM(WS-IRX-OWNER(WS-IRX-IDX)) "|"
               WS-IRX-PLAN(WS-IRX-IDX) "|"
               FUNCTION TRIM(WS-IRX-EDIT-1) "|"
               FUNCTION TRIM(WS-IRX-EDIT-2)
           MOVE SPACES TO CSV-LINE
           IF WS-IRX-PLAN(WS-IRX-IDX) = 'R'
               STRING '"' DELIMITED BY SIZE
                   WS-IRX-YEAR DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IRX-ACCT(WS-IRX-IDX))
                       DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IRX-OWNER(WS-IRX-IDX))
                       DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   WS-IRX-DOB(WS-IRX-IDX) DELIMITED BY SIZE
                   '","ROTH","0.00","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IRX-EDIT-1) DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IRX-EDIT-2) DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO CSV-LINE
               END-STRING
           ELSE
               STRING '"' DELIMITED BY SIZE
                   WS-IRX-YEAR DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IRX-ACCT(WS-IRX-IDX))
                       DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IRX-OWNER(WS-IRX-IDX))
                       DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   WS-IRX-DOB(WS-IRX-IDX) DELIMITED BY SIZE
                   '","TRADITIONAL","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IRX-EDIT-1) DELIMITED BY SIZE
                   '","0.00","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IRX-EDIT-2) DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO CSV-LINE
               END-STRING
           END-IF
           WRITE CSV-LINE.

      *>   Form 1099-R extract — one row per IRA and box 7 code with
      *>   anything paid in the year: N -> 7 (normal), E -> 1 (early,
      *>   no known exception), R -> G (direct rollover). Taxable
      *>   amount is the gross on a Traditional IRA except a rollover
      *>   (0); a Roth's is left 0 for the preparer (box 2b "taxable
      *>   amount not determined").
       PRINT-IRA-1099R.
           DISPLAY "IRA-1099R|IRA DISTRIBUTION EXTRACT|" WS-IRX-YEAR
           PERFORM LOAD-IRA-EXTRACT
           MOVE 0 TO WS-IRX-ROWS
           MOVE 0 TO WS-IRX-TOTAL
           MOVE "IRA1099R.CSV" TO WS-CSV-PATH
           OPEN OUTPUT CSV-OUTPUT-FILE
           IF WS-CSV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO CSV-LINE
           STRING '"TAX-YEAR","ACCT-ID","OWNER","PLAN",'
                   DELIMITED BY SIZE
               '"GROSS","TAXABLE","BOX7-CODE"' DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE
           PERFORM VARYING WS-IRX-IDX FROM 1 BY 1
               UNTIL WS-IRX-IDX > WS-IRX-COUNT
               IF WS-IRX-DIST-N(WS-IRX-IDX) NOT = 0
                   MOVE WS-IRX-DIST-N(WS-IRX-IDX) TO WS-IRX-GROSS
                   MOVE '7' TO WS-IRX-BOX7
                   PERFORM PRINT-ONE-1099R-ROW
               END-IF
               IF WS-IRX-DIST-E(WS-IRX-IDX) NOT = 0
                   MOVE WS-IRX-DIST-E(WS-IRX-IDX) TO WS-IRX-GROSS
                   MOVE '1' TO WS-IRX-BOX7
                   PERFORM PRINT-ONE-1099R-ROW
               END-IF
               IF WS-IRX-DIST-R(WS-IRX-IDX) NOT = 0
                   MOVE WS-IRX-DIST-R(WS-IRX-IDX) TO WS-IRX-GROSS
                   MOVE 'G' TO WS-IRX-BOX7
                   PERFORM PRINT-ONE-1099R-ROW
               END-IF
           END-PERFORM
           CLOSE CSV-OUTPUT-FILE
           MOVE WS-IRX-TOTAL TO WS-IRX-EDIT-1
           DISPLAY "SUMMARY|IRA-1099R|" WS-IRX-ROWS "|"
               FUNCTION TRIM(WS-IRX-EDIT-1)
           DISPLAY "RESULT|00".

       PRINT-ONE-1099R-ROW.
           ADD 1 TO WS-IRX-ROWS
           ADD WS-IRX-GROSS TO WS-IRX-TOTAL
           MOVE 0 TO WS-IRX-TAXABLE
           IF WS-IRX-PLAN(WS-IRX-IDX) NOT = 'R'
               AND WS-IRX-BOX7 NOT = 'G'
               MOVE WS-IRX-GROSS TO WS-IRX-TAXABLE
           END-IF
           MOVE WS-IRX-GROSS TO WS-IRX-EDIT-1
           MOVE WS-IRX-TAXABLE TO WS-IRX-EDIT-2
           DISPLAY "IRA-1099R|" WS-IRX-ACCT(WS-IRX-IDX) "|"
               FUNCTION TRIM(WS-IRX-OWNER(WS-IRX-IDX)) "|"
               WS-IRX-PLAN(WS-IRX-IDX) "|"
               FUNCTION TRIM(WS-IRX-EDIT-1) "|"
               FUNCTION TRIM(WS-IRX-EDIT-2) "|" WS-IRX-BOX7
           MOVE SPACES TO CSV-LINE
           STRING '"' DELIMITED BY SIZE
               WS-IRX-YEAR DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-IRX-ACCT(WS-IRX-IDX))
                   DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-IRX-OWNER(WS-IRX-IDX))
                   DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               WS-IRX-PLAN(WS-IRX-IDX) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-IRX-EDIT-1) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-IRX-EDIT-2) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               WS-IRX-BOX7 DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE.

      *>   Form 1099-INT extract. Box 1 is every successful 'I'
      *>   posting dated in the year — accrued interest and
      *>   PROMO.cob's new-account bonuses alike (a bonus later
      *>   clawed back on an early close stays reported; the
      *>   clawback is a fee). Box 4 is the year's BWHOLD.DAT
      *>   withholding. Closed accounts still get a row for what
      *>   they were paid before closing. Foreign persons are
      *>   reported on the 1042-S instead (PRINT-NRA-1042S).
       PRINT-INT-1099.
           DISPLAY "INT-1099|INTEREST INCOME EXTRACT|" WS-IRX-YEAR
           PERFORM LOAD-INT-1099-EXTRACT
           MOVE 0 TO WS-I99-ROWS
           MOVE 0 TO WS-I99-TOT-BOX1
           MOVE 0 TO WS-I99-TOT-BOX4
           MOVE "INT1099.CSV" TO WS-CSV-PATH
           OPEN OUTPUT CSV-OUTPUT-FILE
           IF WS-CSV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO CSV-LINE
           STRING '"TAX-YEAR","ACCT-ID","RECIPIENT",' DELIMITED BY SIZE
               '"BOX1-INTEREST","BOX4-WITHHELD","PROMO-BONUS"'
                   DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE
           PERFORM VARYING WS-I99-IDX FROM 1 BY 1
               UNTIL WS-I99-IDX > WS-I99-COUNT
               IF WS-I99-EXCLUDE(WS-I99-IDX) = 'Y'
                   IF WS-I99-BOX1(WS-I99-IDX) NOT = 0
                       ADD 1 TO WS-I99-EXCLUDED
                   END-IF
               ELSE
                   IF WS-I99-BOX1(WS-I99-IDX) >= INT-1099-MIN-REPORT
                       OR WS-I99-BOX4(WS-I99-IDX) > 0
                       PERFORM PRINT-ONE-1099INT-ROW
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CSV-OUTPUT-FILE
           MOVE WS-I99-TOT-BOX1 TO WS-I99-EDIT-1
           MOVE WS-I99-TOT-BOX4 TO WS-I99-EDIT-2
           DISPLAY "SUMMARY|INT-1099|" WS-I99-ROWS "|"
               FUNCTION TRIM(WS-I99-EDIT-1) "|"
               FUNCTION TRIM(WS-I99-EDIT-2) "|EXCLUDED|"
               WS-I99-EXCLUDED
           DISPLAY "RESULT|00".

       PRINT-ONE-1099INT-ROW.
           ADD 1 TO WS-I99-ROWS
           ADD WS-I99-BOX1(WS-I99-IDX) TO WS-I99-TOT-BOX1
           ADD WS-I99-BOX4(WS-I99-IDX) TO WS-I99-TOT-BOX4
           MOVE WS-I99-BOX1(WS-I99-IDX) TO WS-I99-EDIT-1
           MOVE WS-I99-BOX4(WS-I99-IDX) TO WS-I99-EDIT-2
           MOVE WS-I99-BONUS(WS-I99-IDX) TO WS-I99-EDIT-3
           DISPLAY "INT-1099|" WS-I99-ACCT(WS-I99-IDX) "|"
               FUNCTION TRIM(WS-I99-NAME(WS-I99-IDX)) "|"
               FUNCTION TRIM(WS-I99-EDIT-1) "|"
               FUNCTION TRIM(WS-I99-EDIT-2) "|"
               FUNCTION TRIM(WS-I99-EDIT-3)
           MOVE SPACES TO CSV-LINE
           STRING '"' DELIMITED BY SIZE
               WS-IRX-YEAR DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-I99-ACCT(WS-I99-IDX))
                   DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-I99-NAME(WS-I99-IDX))
                   DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-I99-EDIT-1) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-I99-EDIT-2) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-I99-EDIT-3) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE.

      *>   Stages every account on ACCOUNTS.DAT (closed ones too),
      *>   flags the IRA, Active IOLTA and foreign-person ones, then
      *>   totals the year's interest postings and withholding
      *>   against them.
       LOAD-INT-1099-EXTRACT.
           MOVE 0 TO WS-I99-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               IF WS-I99-COUNT < 500
                   ADD 1 TO WS-I99-COUNT
                   MOVE ACCT-ID TO WS-I99-ACCT(WS-I99-COUNT)
                   MOVE ACCT-NAME TO WS-I99-NAME(WS-I99-COUNT)
                   MOVE 'N' TO WS-I99-EXCLUDE(WS-I99-COUNT)
                   MOVE 0 TO WS-I99-BOX1(WS-I99-COUNT)
                   MOVE 0 TO WS-I99-BONUS(WS-I99-COUNT)
                   MOVE 0 TO WS-I99-BOX4(WS-I99-COUNT)
               END-IF
           END-PERFORM
           OPEN INPUT IRA-FILE
           IF WS-IRA-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ IRA-FILE
                       AT END
                           CLOSE IRA-FILE
                           EXIT PERFORM
                   END-READ
                   MOVE IRA-ACCT-ID TO WS-I99-KEY
                   PERFORM FIND-INT-1099-ROW
                   IF WS-I99-IDX <= WS-I99-COUNT
                       MOVE 'Y' TO WS-I99-EXCLUDE(WS-I99-IDX)
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT IOLTA-FILE
           IF WS-IOLTA-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ IOLTA-FILE
                       AT END
                           CLOSE IOLTA-FILE
                           EXIT PERFORM
                   END-READ
                   IF IOLTA-ACTIVE
                       MOVE IOLTA-ACCT-ID TO WS-I99-KEY
                       PERFORM FIND-INT-1099-ROW
                       IF WS-I99-IDX <= WS-I99-COUNT
                           MOVE 'Y' TO WS-I99-EXCLUDE(WS-I99-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT TAXSTAT-FILE
           IF WS-TST-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ TAXSTAT-FILE
                       AT END
                           CLOSE TAXSTAT-FILE
                           EXIT PERFORM
                   END-READ
                   IF TST-FOREIGN
                       MOVE TST-ACCT-ID TO WS-I99-KEY
                       PERFORM FIND-INT-1099-ROW
                       IF WS-I99-IDX <= WS-I99-COUNT
                           MOVE 'Y' TO WS-I99-EXCLUDE(WS-I99-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ TRANSACT-FILE
                       AT END
                           CLOSE TRANSACT-FILE
                           EXIT PERFORM
                   END-READ
                   MOVE TRANS-DATE(1:4) TO WS-I99-TX-YEAR
                   IF TRANS-TYPE = 'I'
                       AND TRANS-STATUS = '00'
                       AND WS-I99-TX-YEAR = WS-IRX-YEAR
                       MOVE TRANS-ACCT-ID TO WS-I99-KEY
                       PERFORM FIND-INT-1099-ROW
                       IF WS-I99-IDX <= WS-I99-COUNT
                           ADD TRANS-AMOUNT TO WS-I99-BOX1(WS-I99-IDX)
                           IF TRANS-FEE-REASON = PROMO-BONUS-REASON
                               ADD TRANS-AMOUNT
                                   TO WS-I99-BONUS(WS-I99-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT BWHOLD-FILE
           IF WS-BWH-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ BWHOLD-FILE
                       AT END
                           CLOSE BWHOLD-FILE
                           EXIT PERFORM
                   END-READ
                   MOVE BWH-DATE(1:4) TO WS-I99-TX-YEAR
                   IF WS-I99-TX-YEAR = WS-IRX-YEAR
                       MOVE BWH-ACCT-ID TO WS-I99-KEY
                       PERFORM FIND-INT-1099-ROW
                       IF WS-I99-IDX <= WS-I99-COUNT
                           ADD BWH-WITHHELD TO WS-I99-BOX4(WS-I99-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *>   WS-I99-IDX ends past WS-I99-COUNT when WS-I99-KEY isn't
      *>   staged.
       FIND-INT-1099-ROW.
           PERFORM VARYING WS-I99-IDX FROM 1 BY 1
               UNTIL WS-I99-IDX > WS-I99-COUNT
               IF WS-I99-ACCT(WS-I99-IDX) = WS-I99-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   Form 1042-S extract. Every NRAWHOLD.DAT payment dated in
      *>   the year is totaled by recipient, income code and the
      *>   rate and exemption code it was paid under — exempt income
      *>   is reported too, with nothing withheld. The rate prints as
      *>   a percentage, as the form shows it.
       PRINT-NRA-1042S.
           DISPLAY "NRA-1042S|FOREIGN PERSON INCOME EXTRACT|"
               WS-IRX-YEAR
           PERFORM LOAD-NRA-1042S-EXTRACT
           MOVE 0 TO WS-N42-TOT-GROSS
           MOVE 0 TO WS-N42-TOT-WITHHELD
           MOVE "NRA1042S.CSV" TO WS-CSV-PATH
           OPEN OUTPUT CSV-OUTPUT-FILE
           IF WS-CSV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO CSV-LINE
           STRING '"TAX-YEAR","ACCT-ID","RECIPIENT","COUNTRY",'
                   DELIMITED BY SIZE
               '"INCOME-CODE","GROSS-INCOME","EXEMPTION-CODE",'
                   DELIMITED BY SIZE
               '"TAX-RATE","TAX-WITHHELD"' DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE
           PERFORM VARYING WS-N42-IDX FROM 1 BY 1
               UNTIL WS-N42-IDX > WS-N42-COUNT
               PERFORM PRINT-ONE-1042S-ROW
           END-PERFORM
           CLOSE CSV-OUTPUT-FILE
           MOVE WS-N42-TOT-GROSS TO WS-N42-EDIT-1
           MOVE WS-N42-TOT-WITHHELD TO WS-N42-EDIT-2
           DISPLAY "SUMMARY|NRA-1042S|" WS-N42-COUNT "|"
               FUNCTION TRIM(WS-N42-EDIT-1) "|"
               FUNCTION TRIM(WS-N42-EDIT-2)
           DISPLAY "RESULT|00".

       PRINT-ONE-1042S-ROW.
           ADD WS-N42-GROSS(WS-N42-IDX) TO WS-N42-TOT-GROSS
           ADD WS-N42-WITHHELD(WS-N42-IDX) TO WS-N42-TOT-WITHHELD
           MOVE WS-N42-GROSS(WS-N42-IDX) TO WS-N42-EDIT-1
           MOVE WS-N42-WITHHELD(WS-N42-IDX) TO WS-N42-EDIT-2
           COMPUTE WS-N42-PCT = WS-N42-RATE(WS-N42-IDX) * 100
           MOVE WS-N42-PCT TO WS-N42-PCT-EDIT
           DISPLAY "NRA-1042S|" WS-N42-ACCT(WS-N42-IDX) "|"
               FUNCTION TRIM(WS-N42-NAME(WS-N42-IDX)) "|"
               WS-N42-COUNTRY(WS-N42-IDX) "|"
               WS-N42-INCOME-CODE(WS-N42-IDX) "|"
               FUNCTION TRIM(WS-N42-EDIT-1) "|"
               WS-N42-EXEMPT-CODE(WS-N42-IDX) "|"
               FUNCTION TRIM(WS-N42-PCT-EDIT) "|"
               FUNCTION TRIM(WS-N42-EDIT-2)
           MOVE SPACES TO CSV-LINE
           STRING '"' DELIMITED BY SIZE
               WS-IRX-YEAR DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N42-ACCT(WS-N42-IDX))
                   DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N42-NAME(WS-N42-IDX))
                   DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               WS-N42-COUNTRY(WS-N42-IDX) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               WS-N42-INCOME-CODE(WS-N42-IDX) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N42-EDIT-1) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               WS-N42-EXEMPT-CODE(WS-N42-IDX) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N42-PCT-EDIT) DELIMITED BY SIZE
               '","' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N42-EDIT-2) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE.

      *>   Totals the year's NRAWHOLD.DAT payments into WS-N42-TABLE,
      *>   then names each row's recipient off ACCOUNTS.DAT (closed
      *>   accounts included — they were paid before closing).
       LOAD-NRA-1042S-EXTRACT.
           MOVE 0 TO WS-N42-COUNT
           OPEN INPUT NRAWHOLD-FILE
           IF WS-NRW-STATUS NOT = '00'
               DISPLAY "NOTE|No NRAWHOLD.DAT — no foreign-person "
                   "interest on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ NRAWHOLD-FILE
                   AT END
                       CLOSE NRAWHOLD-FILE
                       EXIT PERFORM
               END-READ
               MOVE NRW-DATE(1:4) TO WS-N42-TX-YEAR
               IF WS-N42-TX-YEAR = WS-IRX-YEAR
                   PERFORM VARYING WS-N42-IDX FROM 1 BY 1
                       UNTIL WS-N42-IDX > WS-N42-COUNT
                       IF WS-N42-ACCT(WS-N42-IDX) = NRW-ACCT-ID
                           AND WS-N42-INCOME-CODE(WS-N42-IDX)
                               = NRW-INCOME-CODE
                           AND WS-N42-RATE(WS-N42-IDX) = NRW-RATE
                           AND WS-N42-EXEMPT-CODE(WS-N42-IDX)
                               = NRW-EXEMPT-CODE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-N42-IDX > WS-N42-COUNT AND WS-N42-COUNT < 500
                       ADD 1 TO WS-N42-COUNT
                       MOVE WS-N42-COUNT TO WS-N42-IDX
                       MOVE NRW-ACCT-ID TO WS-N42-ACCT(WS-N42-IDX)
                       MOVE SPACES TO WS-N42-NAME(WS-N42-IDX)
                       MOVE NRW-INCOME-CODE
                           TO WS-N42-INCOME-CODE(WS-N42-IDX)
                       MOVE NRW-EXEMPT-CODE
                           TO WS-N42-EXEMPT-CODE(WS-N42-IDX)
                       MOVE NRW-RATE TO WS-N42-RATE(WS-N42-IDX)
                       MOVE 0 TO WS-N42-GROSS(WS-N42-IDX)
                       MOVE 0 TO WS-N42-WITHHELD(WS-N42-IDX)
                   END-IF
                   IF WS-N42-IDX <= WS-N42-COUNT
                       MOVE NRW-COUNTRY TO WS-N42-COUNTRY(WS-N42-IDX)
                       ADD NRW-GROSS TO WS-N42-GROSS(WS-N42-IDX)
                       ADD NRW-WITHHELD TO WS-N42-WITHHELD(WS-N42-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-N42-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               PERFORM VARYING WS-N42-IDX FROM 1 BY 1
                   UNTIL WS-N42-IDX > WS-N42-COUNT
                   IF WS-N42-ACCT(WS-N42-IDX) = ACCT-ID
                       MOVE ACCT-NAME TO WS-N42-NAME(WS-N42-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-TO-WITHHOLDING-BUCKET.
           MOVE BWH-DATE(1:4) TO WS-BWQ-THIS-YEAR
           MOVE BWH-DATE(5:2) TO WS-BWQ-MM
           COMPUTE WS-BWQ-THIS-QTR = (WS-BWQ-MM + 2) / 3
           MOVE 0 TO WS-BWQ-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-BWQ-TOTAL
               IF WS-BWQ-YEAR(WS-SEARCH-IDX) = WS-BWQ-THIS-YEAR
                   AND WS-BWQ-QTR(WS-SEARCH-IDX) = WS-BWQ-THIS-QTR
                   MOVE WS-SEARCH-IDX TO WS-BWQ-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BWQ-IDX = 0 AND WS-BWQ-TOTAL < 40
               ADD 1 TO WS-BWQ-TOTAL
               MOVE WS-BWQ-TOTAL TO WS-BWQ-IDX
               MOVE WS-BWQ-THIS-YEAR TO WS-BWQ-YEAR(WS-BWQ-IDX)
               MOVE WS-BWQ-THIS-QTR TO WS-BWQ-QTR(WS-BWQ-IDX)
               MOVE 0 TO WS-BWQ-COUNT(WS-BWQ-IDX)
               MOVE 0 TO WS-BWQ-GROSS(WS-BWQ-IDX)
               MOVE 0 TO WS-BWQ-WITHHELD(WS-BWQ-IDX)
           END-IF
           IF WS-BWQ-IDX > 0
               ADD 1 TO WS-BWQ-COUNT(WS-BWQ-IDX)
               ADD BWH-GROSS TO WS-BWQ-GROSS(WS-BWQ-IDX)
               ADD BWH-WITHHELD TO WS-BWQ-WITHHELD(WS-BWQ-IDX)
               ADD BWH-WITHHELD TO WS-BWH-GRAND
           END-IF.

      *>   The outstanding-check register corporate customers ask
      *>   for monthly — every still-'I'ssued POSPAY.DAT entry,
      *>   grouped by account, with each check's age in days and the
      *>   account's total float still exposed. Cleared and Voided
      *>   entries don't print (TRANSACT.cob's VOID-STALE is the
      *>   batch step that ages stale entries to Voided).
       PRINT-OUTSTANDING-CHECKS.
           DISPLAY "OUTSTANDING|ISSUED-CHECK REGISTER"
           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-TODAY-INTEGER
           MOVE 0 TO WS-OC-COUNT
           MOVE 0 TO WS-OC-TOTAL-FLOAT
           OPEN INPUT POSPAY-FILE
           IF WS-POSPAY-STATUS NOT = '00'
               DISPLAY "NOTE|No POSPAY.DAT — no checks registered"
           ELSE
               PERFORM UNTIL 1 = 0
                   READ POSPAY-FILE
                       AT END
                           CLOSE POSPAY-FILE
                           EXIT PERFORM
                   END-READ
                   IF POSPAY-ISSUED AND WS-OC-COUNT < 500
                       ADD 1 TO WS-OC-COUNT
                       MOVE POSPAY-ACCT-ID
                           TO WS-OC-ACCT-ID(WS-OC-COUNT)
                       MOVE POSPAY-CHECK-NUM
                           TO WS-OC-CHECK-NUM(WS-OC-COUNT)
                       MOVE POSPAY-AMOUNT
                           TO WS-OC-AMOUNT(WS-OC-COUNT)
                       MOVE POSPAY-ISSUE-DATE
                           TO WS-OC-ISSUE-DATE(WS-OC-COUNT)
                       MOVE FUNCTION INTEGER-OF-DATE(
                           POSPAY-ISSUE-DATE)
                           TO WS-LASTACT-INTEGER
                       SUBTRACT WS-LASTACT-INTEGER
                           FROM WS-TODAY-INTEGER
                           GIVING WS-OC-AGE-DAYS(WS-OC-COUNT)
                       MOVE 'N' TO WS-OC-PRINTED(WS-OC-COUNT)
                       ADD POSPAY-AMOUNT TO WS-OC-TOTAL-FLOAT
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-COUNT
               IF WS-OC-PRINTED(WS-OC-IDX) = 'N'
                   PERFORM PRINT-ONE-OUTSTANDING-GROUP
               END-IF
           END-PERFORM
           DISPLAY "SUMMARY|OUTSTANDING-COUNT|" WS-OC-COUNT
           DISPLAY "SUMMARY|OUTSTANDING-FLOAT|" WS-OC-TOTAL-FLOAT
           DISPLAY "RESULT|00".

      *>   One account's block: every unprinted entry sharing the
      *>   seed entry's account, then the account's subtotal — same
      *>   seed-and-scan grouping shape as PRINT-HOUSEHOLD.
       PRINT-ONE-OUTSTANDING-GROUP.
           MOVE WS-OC-ACCT-ID(WS-OC-IDX) TO WS-OC-GROUP-ACCT
           MOVE 0 TO WS-OC-GROUP-COUNT
           MOVE 0 TO WS-OC-GROUP-FLOAT
           PERFORM VARYING WS-OC-SCAN-IDX FROM 1 BY 1
               UNTIL WS-OC-SCAN-IDX > WS-OC-COUNT
               IF WS-OC-PRINTED(WS-OC-SCAN-IDX) = 'N'
                   AND WS-OC-ACCT-ID(WS-OC-SCAN-IDX)
                       = WS-OC-GROUP-ACCT
                   MOVE 'Y' TO WS-OC-PRINTED(WS-OC-SCAN-IDX)
                   ADD 1 TO WS-OC-GROUP-COUNT
                   ADD WS-OC-AMOUNT(WS-OC-SCAN-IDX)
                       TO WS-OC-GROUP-FLOAT
                   DISPLAY "CHECK|" WS-OC-ACCT-ID(WS-OC-SCAN-IDX)
                       "|" WS-OC-CHECK-NUM(WS-OC-SCAN-IDX)
                       "|" WS-OC-AMOUNT(WS-OC-SCAN-IDX)
                       "|" WS-OC-ISSUE-DATE(WS-OC-SCAN-IDX)
                       "|" WS-OC-AGE-DAYS(WS-OC-SCAN-IDX)
               END-IF
           END-PERFORM
           DISPLAY "SUBTOTAL|" WS-OC-GROUP-ACCT "|"
               WS-OC-GROUP-COUNT "|" WS-OC-GROUP-FLOAT.

      *>   Per-customer relationship rollup -- reuses
      *>   LOAD-HOUSEHOLD-ACCOUNTS' staging table (every active
      *>   account's primary/joint owner, type, and balance) rather
      *>   than re-reading ACCOUNTS.DAT a second time. Every account
                       ADD 1 TO WS-CUST-MMKT(WS-SEARCH-IDX)
               END-EVALUATE
           END-IF.

      *>   The regional managers' monthly branch pack, in one run:
      *>   per branch (and per BRANCH-REGION) the deposits held on
      *>   non-closed accounts homed there as of today (in USD at the
      *>   FX-RATE-TABLE rate, credit-card balances left out, as in
      *>   CALL-REPORT), accounts
      *>   opened in the period, the period's transactions by
      *>   origination channel (bucketed on TRANS-BRANCH, the branch
      *>   that took the transaction) and the period's fee income
      *>   (bucketed on the charged account's home branch). Anything
      *>   with no branch, or a branch not on BRANCH.DAT, lands on
      *>   the UNASSIGNED row rather than dropping out of the totals.
       PRINT-BRANCH-REPORT.
           DISPLAY "BRANCH|BRANCH AND REGION ACTIVITY|" WS-BRR-PERIOD
           PERFORM LOAD-BRANCH-MASTER
           PERFORM LOAD-ACCT-HOME-BRANCHES
           MOVE 0 TO WS-BRC-TOTAL WS-BRG-TOTAL WS-BRGC-TOTAL
           MOVE 0 TO WS-BR-GRAND-DEPOSITS WS-BR-GRAND-TX
           MOVE 0 TO WS-BR-GRAND-FEES
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               IF ACCT-STATUS NOT = 'C'
                   MOVE ACCT-ID TO WS-BRR-LOOKUP-ACCT
                   PERFORM FIND-HOME-BRANCH
                   ADD 1 TO WS-BRR-ACCOUNTS(WS-BRR-IDX)
                   IF ACCT-TYPE NOT = ACCT-CREDIT-CARD IN ACCOUNT-TYPES
                       MOVE ACCT-CURRENCY TO WS-FX-LOOKUP-CCY
                       MOVE ACCT-BALANCE TO WS-FX-ORIG-AMT
                       PERFORM TRANSLATE-TO-USD
                       ADD WS-FX-USD-AMT TO WS-BRR-DEPOSITS(WS-BRR-IDX)
                       ADD WS-FX-USD-AMT TO WS-BR-GRAND-DEPOSITS
                   END-IF
                   IF ACCT-OPEN-DATE(1:6) = WS-BRR-PERIOD
                       ADD 1 TO WS-BRR-NEW(WS-BRR-IDX)
                   END-IF
               END-IF
           END-PERFORM
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "NOTE|No TRANSACT.DAT — no activity to report"
           ELSE
               PERFORM UNTIL 1 = 0
                   READ TRANSACT-FILE
                       AT END
                           CLOSE TRANSACT-FILE
                           EXIT PERFORM
                   END-READ
                   IF TRANS-DATE(1:6) = WS-BRR-PERIOD
                       PERFORM BUCKET-ONE-BRANCH-TX
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-BRR-IDX FROM 1 BY 1
               UNTIL WS-BRR-IDX > WS-BRR-COUNT
               DISPLAY "BRANCH|" WS-BRR-CODE(WS-BRR-IDX) "|"
                   WS-BRR-NAME(WS-BRR-IDX) "|"
                   WS-BRR-REGION(WS-BRR-IDX) "|"
                   WS-BRR-STATUS(WS-BRR-IDX) "|"
                   WS-BRR-COST-CENTER(WS-BRR-IDX) "|"
                   WS-BRR-ACCOUNTS(WS-BRR-IDX) "|"
                   WS-BRR-DEPOSITS(WS-BRR-IDX) "|"
                   WS-BRR-NEW(WS-BRR-IDX) "|"
                   WS-BRR-TX(WS-BRR-IDX) "|"
                   WS-BRR-FEES(WS-BRR-IDX)
               PERFORM ADD-BRANCH-TO-REGION
           END-PERFORM
           PERFORM VARYING WS-BRC-IDX FROM 1 BY 1
               UNTIL WS-BRC-IDX > WS-BRC-TOTAL
               MOVE WS-BRC-BRANCH-IDX(WS-BRC-IDX) TO WS-BRR-IDX
               DISPLAY "BRANCH-CHANNEL|" WS-BRR-CODE(WS-BRR-IDX) "|"
                   WS-BRC-CHANNEL(WS-BRC-IDX) "|"
                   WS-BRC-COUNT(WS-BRC-IDX)
               PERFORM ADD-CHANNEL-TO-REGION
           END-PERFORM
           PERFORM VARYING WS-BRG-IDX FROM 1 BY 1
               UNTIL WS-BRG-IDX > WS-BRG-TOTAL
               DISPLAY "REGION|" WS-BRG-REGION(WS-BRG-IDX) "|"
                   WS-BRG-BRANCHES(WS-BRG-IDX) "|"
                   WS-BRG-ACCOUNTS(WS-BRG-IDX) "|"
                   WS-BRG-DEPOSITS(WS-BRG-IDX) "|"
                   WS-BRG-NEW(WS-BRG-IDX) "|"
                   WS-BRG-TX(WS-BRG-IDX) "|"
                   WS-BRG-FEES(WS-BRG-IDX)
           END-PERFORM
           PERFORM VARYING WS-BRGC-IDX FROM 1 BY 1
               UNTIL WS-BRGC-IDX > WS-BRGC-TOTAL
               DISPLAY "REGION-CHANNEL|" WS-BRGC-REGION(WS-BRGC-IDX)
                   "|" WS-BRGC-CHANNEL(WS-BRGC-IDX)
                   "|" WS-BRGC-COUNT(WS-BRGC-IDX)
           END-PERFORM
           COMPUTE WS-BRR-COUNT = WS-BRR-COUNT - 1
           DISPLAY "SUMMARY|BRANCH-COUNT|" WS-BRR-COUNT
           DISPLAY "SUMMARY|DEPOSITS-HELD|" WS-BR-GRAND-DEPOSITS
           DISPLAY "SUMMARY|TRANSACTIONS|" WS-BR-GRAND-TX
           DISPLAY "SUMMARY|FEE-INCOME|" WS-BR-GRAND-FEES
           DISPLAY "RESULT|00".

      *>   BRANCH.DAT into WS-BRR-TABLE (absent file tolerated — the
      *>   report is then one UNASSIGNED row), UNASSIGNED appended.
       LOAD-BRANCH-MASTER.
           MOVE 0 TO WS-BRR-COUNT
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ BRANCH-FILE
                       AT END
                           CLOSE BRANCH-FILE
                           EXIT PERFORM
                   END-READ
                   IF WS-BRR-COUNT < 100
                       ADD 1 TO WS-BRR-COUNT
                       MOVE BRANCH-CODE TO WS-BRR-CODE(WS-BRR-COUNT)
                       MOVE BRANCH-NAME TO WS-BRR-NAME(WS-BRR-COUNT)
                       MOVE BRANCH-REGION
                           TO WS-BRR-REGION(WS-BRR-COUNT)
                       MOVE BRANCH-STATUS
                           TO WS-BRR-STATUS(WS-BRR-COUNT)
                       MOVE BRANCH-COST-CENTER
                           TO WS-BRR-COST-CENTER(WS-BRR-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO WS-BRR-COUNT
           MOVE WS-BRR-COUNT TO WS-BRR-UNASSIGNED
           MOVE "----" TO WS-BRR-CODE(WS-BRR-COUNT)
           MOVE "UNASSIGNED" TO WS-BRR-NAME(WS-BRR-COUNT)
           MOVE "UNASSIGNED" TO WS-BRR-REGION(WS-BRR-COUNT)
           MOVE SPACES TO WS-BRR-STATUS(WS-BRR-COUNT)
           MOVE SPACES TO WS-BRR-COST-CENTER(WS-BRR-COUNT)
           PERFORM VARYING WS-BRR-IDX FROM 1 BY 1
               UNTIL WS-BRR-IDX > WS-BRR-COUNT
               MOVE 0 TO WS-BRR-ACCOUNTS(WS-BRR-IDX)
               MOVE 0 TO WS-BRR-DEPOSITS(WS-BRR-IDX)
               MOVE 0 TO WS-BRR-NEW(WS-BRR-IDX)
               MOVE 0 TO WS-BRR-TX(WS-BRR-IDX)
               MOVE 0 TO WS-BRR-FEES(WS-BRR-IDX)
           END-PERFORM.

      *>   ACCTBRN.DAT into WS-BRA-TABLE with each home branch already
      *>   resolved to its WS-BRR-TABLE row.
       LOAD-ACCT-HOME-BRANCHES.
           MOVE 0 TO WS-BRA-COUNT
           OPEN INPUT ACCTBRN-FILE
           IF WS-ABR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCTBRN-FILE
                   AT END
                       CLOSE ACCTBRN-FILE
                       EXIT PERFORM
               END-READ
               IF WS-BRA-COUNT < 2000
                   ADD 1 TO WS-BRA-COUNT
                   MOVE ABR-ACCT-ID TO WS-BRA-ACCT-ID(WS-BRA-COUNT)
                   MOVE ABR-BRANCH-CODE TO WS-BRR-LOOKUP-CODE
                   PERFORM FIND-BRANCH-ROW
                   MOVE WS-BRR-IDX TO WS-BRA-BRANCH-IDX(WS-BRA-COUNT)
               END-IF
           END-PERFORM.

      *>   WS-BRR-LOOKUP-CODE -> WS-BRR-IDX; UNASSIGNED when blank or
      *>   not on BRANCH.DAT.
       FIND-BRANCH-ROW.
           MOVE WS-BRR-UNASSIGNED TO WS-BRR-IDX
           IF WS-BRR-LOOKUP-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX >= WS-BRR-UNASSIGNED
               IF WS-BRR-CODE(WS-SEARCH-IDX) = WS-BRR-LOOKUP-CODE
                   MOVE WS-SEARCH-IDX TO WS-BRR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   WS-BRR-LOOKUP-ACCT -> its home branch row in WS-BRR-IDX;
      *>   UNASSIGNED when the account has no ACCTBRN.DAT entry.
       FIND-HOME-BRANCH.
           MOVE WS-BRR-UNASSIGNED TO WS-BRR-IDX
           PERFORM VARYING WS-BRA-IDX FROM 1 BY 1
               UNTIL WS-BRA-IDX > WS-BRA-COUNT
               IF WS-BRA-ACCT-ID(WS-BRA-IDX) = WS-BRR-LOOKUP-ACCT
                   MOVE WS-BRA-BRANCH-IDX(WS-BRA-IDX) TO WS-BRR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BUCKET-ONE-BRANCH-TX.
           ADD 1 TO WS-BR-GRAND-TX
           IF TRANS-CHANNEL = SPACES
               MOVE "UNK" TO WS-BRR-LOOKUP-CH
           ELSE
               MOVE TRANS-CHANNEL TO WS-BRR-LOOKUP-CH
           END-IF
           MOVE TRANS-BRANCH TO WS-BRR-LOOKUP-CODE
           PERFORM FIND-BRANCH-ROW
           ADD 1 TO WS-BRR-TX(WS-BRR-IDX)
           MOVE 0 TO WS-BRC-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-BRC-TOTAL
               IF WS-BRC-BRANCH-IDX(WS-SEARCH-IDX) = WS-BRR-IDX
                   AND WS-BRC-CHANNEL(WS-SEARCH-IDX)
                       = WS-BRR-LOOKUP-CH
                   MOVE WS-SEARCH-IDX TO WS-BRC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BRC-IDX = 0 AND WS-BRC-TOTAL < 600
               ADD 1 TO WS-BRC-TOTAL
               MOVE WS-BRC-TOTAL TO WS-BRC-IDX
               MOVE WS-BRR-IDX TO WS-BRC-BRANCH-IDX(WS-BRC-IDX)
               MOVE WS-BRR-LOOKUP-CH TO WS-BRC-CHANNEL(WS-BRC-IDX)
               MOVE 0 TO WS-BRC-COUNT(WS-BRC-IDX)
           END-IF
           IF WS-BRC-IDX > 0
               ADD 1 TO WS-BRC-COUNT(WS-BRC-IDX)
           END-IF
      *>   Fee income follows the charged account's home branch, not
      *>   the branch stamp (most fees are posted by batch jobs).
           IF TRANS-TYPE = 'F' AND TRANS-STATUS = '00'
               MOVE TRANS-ACCT-ID TO WS-BRR-LOOKUP-ACCT
               PERFORM FIND-HOME-BRANCH
               ADD TRANS-AMOUNT TO WS-BRR-FEES(WS-BRR-IDX)
               ADD TRANS-AMOUNT TO WS-BR-GRAND-FEES
           END-IF.

       ADD-BRANCH-TO-REGION.
           MOVE 0 TO WS-BRG-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-BRG-TOTAL
               IF WS-BRG-REGION(WS-SEARCH-IDX)
                   = WS-BRR-REGION(WS-BRR-IDX)
                   MOVE WS-SEARCH-IDX TO WS-BRG-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BRG-IDX = 0 AND WS-BRG-TOTAL < 40
               ADD 1 TO WS-BRG-TOTAL
               MOVE WS-BRG-TOTAL TO WS-BRG-IDX
               MOVE WS-BRR-REGION(WS-BRR-IDX)
                   TO WS-BRG-REGION(WS-BRG-IDX)
               MOVE 0 TO WS-BRG-BRANCHES(WS-BRG-IDX)
               MOVE 0 TO WS-BRG-ACCOUNTS(WS-BRG-IDX)
               MOVE 0 TO WS-BRG-DEPOSITS(WS-BRG-IDX)
               MOVE 0 TO WS-BRG-NEW(WS-BRG-IDX)
               MOVE 0 TO WS-BRG-TX(WS-BRG-IDX)
               MOVE 0 TO WS-BRG-FEES(WS-BRG-IDX)
           END-IF
           IF WS-BRG-IDX > 0
               IF WS-BRR-IDX NOT = WS-BRR-UNASSIGNED
                   ADD 1 TO WS-BRG-BRANCHES(WS-BRG-IDX)
               END-IF
               ADD WS-BRR-ACCOUNTS(WS-BRR-IDX)
                   TO WS-BRG-ACCOUNTS(WS-BRG-IDX)
               ADD WS-BRR-DEPOSITS(WS-BRR-IDX)
                   TO WS-BRG-DEPOSITS(WS-BRG-IDX)
               ADD WS-BRR-NEW(WS-BRR-IDX) TO WS-BRG-NEW(WS-BRG-IDX)
               ADD WS-BRR-TX(WS-BRR-IDX) TO WS-BRG-TX(WS-BRG-IDX)
               ADD WS-BRR-FEES(WS-BRR-IDX) TO WS-BRG-FEES(WS-BRG-IDX)
           END-IF.

       ADD-CHANNEL-TO-REGION.
           MOVE 0 TO WS-BRGC-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-BRGC-TOTAL
               IF WS-BRGC-REGION(WS-SEARCH-IDX)
                   = WS-BRR-REGION(WS-BRR-IDX)
                   AND WS-BRGC-CHANNEL(WS-SEARCH-IDX)
                       = WS-BRC-CHANNEL(WS-BRC-IDX)
                   MOVE WS-SEARCH-IDX TO WS-BRGC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BRGC-IDX = 0 AND WS-BRGC-TOTAL < 200
               ADD 1 TO WS-BRGC-TOTAL
               MOVE WS-BRGC-TOTAL TO WS-BRGC-IDX
               MOVE WS-BRR-REGION(WS-BRR-IDX)
                   TO WS-BRGC-REGION(WS-BRGC-IDX)
               MOVE WS-BRC-CHANNEL(WS-BRC-IDX)
                   TO WS-BRGC-CHANNEL(WS-BRGC-IDX)
               MOVE 0 TO WS-BRGC-COUNT(WS-BRGC-IDX)
           END-IF
           IF WS-BRGC-IDX > 0
               ADD WS-BRC-COUNT(WS-BRC-IDX)
                   TO WS-BRGC-COUNT(WS-BRGC-IDX)
           END-IF.

      *>   Average daily balance report for loan applications, deposit
      *>   verifications and audit confirmations. One row per account
      *>   with snapshots in the range (optionally just the one
      *>   account named on the command line), in the order each
      *>   account first appears in BALHIST.DAT. The average is the
      *>   plain mean of the closing ledger balances on file; the
      *>   available-balance mean (ledger net of Active holds) is
      *>   carried alongside for verifications that ask for it.
       PRINT-AVG-BALANCE.
           DISPLAY "AVG-BALANCE|AVERAGE DAILY BALANCE|"
               WS-ABL-FROM "-" WS-ABL-TO
           MOVE 0 TO WS-ABL-COUNT
           MOVE 0 TO WS-ABL-SNAPSHOTS
           OPEN INPUT BALHIST-FILE
           IF WS-BH-STATUS NOT = '00'
               DISPLAY "NOTE|No BALHIST.DAT — no EOD snapshots yet"
           ELSE
               PERFORM UNTIL 1 = 0
                   READ BALHIST-FILE
                       AT END
                           CLOSE BALHIST-FILE
                           EXIT PERFORM
                   END-READ
                   IF BH-DATE >= WS-ABL-FROM
                       AND BH-DATE <= WS-ABL-TO
                       AND (WS-ABL-ACCT-STR = SPACES
                           OR BH-ACCT-ID = WS-ABL-ACCT-STR)
                       PERFORM ADD-TO-AVG-BALANCE-ROW
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-ABL-IDX FROM 1 BY 1
               UNTIL WS-ABL-IDX > WS-ABL-COUNT
               COMPUTE WS-ABL-AVG ROUNDED =
                   WS-ABL-LEDGER-SUM(WS-ABL-IDX)
                   / WS-ABL-DAYS(WS-ABL-IDX)
               COMPUTE WS-ABL-AVG-AVAIL ROUNDED =
                   WS-ABL-AVAIL-SUM(WS-ABL-IDX)
                   / WS-ABL-DAYS(WS-ABL-IDX)
               MOVE WS-ABL-AVG TO WS-ABL-EDIT-AVG
               MOVE WS-ABL-MIN(WS-ABL-IDX) TO WS-ABL-EDIT-MIN
               MOVE WS-ABL-MAX(WS-ABL-IDX) TO WS-ABL-EDIT-MAX
               MOVE WS-ABL-AVG-AVAIL TO WS-ABL-EDIT-AVAIL
               DISPLAY "AVG-BALANCE|" WS-ABL-ACCT(WS-ABL-IDX) "|"
                   WS-ABL-CURRENCY(WS-ABL-IDX) "|"
                   WS-ABL-FIRST(WS-ABL-IDX) "|"
                   WS-ABL-LAST(WS-ABL-IDX) "|"
                   WS-ABL-DAYS(WS-ABL-IDX) "|"
                   FUNCTION TRIM(WS-ABL-EDIT-AVG) "|"
                   FUNCTION TRIM(WS-ABL-EDIT-MIN) "|"
                   FUNCTION TRIM(WS-ABL-EDIT-MAX) "|"
                   FUNCTION TRIM(WS-ABL-EDIT-AVAIL)
           END-PERFORM
           DISPLAY "SUMMARY|AVG-BALANCE-ACCOUNTS|" WS-ABL-COUNT
           DISPLAY "SUMMARY|AVG-BALANCE-SNAPSHOTS|" WS-ABL-SNAPSHOTS
           DISPLAY "RESULT|00".

       ADD-TO-AVG-BALANCE-ROW.
           MOVE 0 TO WS-ABL-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-ABL-COUNT
               IF WS-ABL-ACCT(WS-SEARCH-IDX) = BH-ACCT-ID
                   MOVE WS-SEARCH-IDX TO WS-ABL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ABL-IDX = 0
               IF WS-ABL-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ABL-COUNT
               MOVE WS-ABL-COUNT TO WS-ABL-IDX
               MOVE BH-ACCT-ID TO WS-ABL-ACCT(WS-ABL-IDX)
               MOVE BH-CURRENCY TO WS-ABL-CURRENCY(WS-ABL-IDX)
               MOVE 0 TO WS-ABL-DAYS(WS-ABL-IDX)
               MOVE 0 TO WS-ABL-LEDGER-SUM(WS-ABL-IDX)
               MOVE 0 TO WS-ABL-AVAIL-SUM(WS-ABL-IDX)
               MOVE BH-LEDGER-BAL TO WS-ABL-MIN(WS-ABL-IDX)
               MOVE BH-LEDGER-BAL TO WS-ABL-MAX(WS-ABL-IDX)
               MOVE BH-DATE TO WS-ABL-FIRST(WS-ABL-IDX)
           END-IF
           ADD 1 TO WS-ABL-DAYS(WS-ABL-IDX)
           ADD 1 TO WS-ABL-SNAPSHOTS
           ADD BH-LEDGER-BAL TO WS-ABL-LEDGER-SUM(WS-ABL-IDX)
           ADD BH-AVAIL-BAL TO WS-ABL-AVAIL-SUM(WS-ABL-IDX)
           IF BH-LEDGER-BAL < WS-ABL-MIN(WS-ABL-IDX)
               MOVE BH-LEDGER-BAL TO WS-ABL-MIN(WS-ABL-IDX)
           END-IF
           IF BH-LEDGER-BAL > WS-ABL-MAX(WS-ABL-IDX)
               MOVE BH-LEDGER-BAL TO WS-ABL-MAX(WS-ABL-IDX)
           END-IF
           MOVE BH-DATE TO WS-ABL-LAST(WS-ABL-IDX).

      *>   Deposit-insurance coverage, for the quarterly assessment and
      *>   large-depositor questions. Every non-closed account is split
      *>   into its depositors' ownership shares and each share is
      *>   grouped by depositor and FDIC ownership category:
      *>     IRA — account on IRA.DAT (certain retirement accounts),
      *>           owner per IRA-OWNER-NAME
      *>     TRS — IOLTA trust account on IOLTA.DAT (fiduciary; the
      *>           clients' pass-through coverage isn't determinable
      *>           from this ledger, so the account is covered here as
      *>           one depositor — the conservative floor)
      *>     POD — ACCT-BENEFICIARY named (revocable trust): covered
      *>           per owner per unique beneficiary, capped at
      *>           FDIC-POD-MAX-BENEF
      *>     JNT — ACCT-JOINT-OWNER named, no beneficiary: each co-
      *>           owner holds an equal half
      *>     SGL — everything else, including a UTMA custodial account
      *>           on CUSTODY.DAT, which is the minor's single-
      *>           ownership deposit, not the custodian's
      *>   A joint POD account splits between the co-owners the same
      *>   way a plain joint one does. Overdrawn balances are not
      *>   deposits and count as zero. Balances are converted to USD
      *>   through FX-RATES before limits apply. FDIC.CSV is the
      *>   account-level extract for the regulator, each share's
      *>   insured portion allocated pro rata within its group.
       PRINT-FDIC-COVERAGE.
           DISPLAY "FDIC|DEPOSIT INSURANCE COVERAGE|" WS-CURRENT-DATE
           MOVE 0 TO WS-FDS-COUNT WS-FDG-COUNT WS-FDB-COUNT
           MOVE 0 TO WS-FDD-COUNT WS-FD-ACCT-COUNT
           MOVE 0 TO WS-FD-TOTAL-BAL WS-FD-TOTAL-INS WS-FD-TOTAL-UNINS
           INITIALIZE WS-FDT-TABLE
           MOVE "SGL" TO WS-FDT-CATEGORY(1)
           MOVE "JNT" TO WS-FDT-CATEGORY(2)
           MOVE "POD" TO WS-FDT-CATEGORY(3)
           MOVE "IRA" TO WS-FDT-CATEGORY(4)
           MOVE "TRS" TO WS-FDT-CATEGORY(5)
           PERFORM LOAD-FDIC-CLASSES
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF ACCT-STATUS NOT = 'C'
                   PERFORM ADD-FDIC-ACCOUNT
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS-FILE

           PERFORM VARYING WS-FDG-IDX FROM 1 BY 1
               UNTIL WS-FDG-IDX > WS-FDG-COUNT
               PERFORM APPLY-FDIC-LIMIT
               MOVE WS-FDG-BALANCE(WS-FDG-IDX) TO WS-FD-EDIT-1
               MOVE WS-FDG-LIMIT(WS-FDG-IDX) TO WS-FD-EDIT-2
               MOVE WS-FDG-INSURED(WS-FDG-IDX) TO WS-FD-EDIT-3
               MOVE WS-FDG-UNINSURED(WS-FDG-IDX) TO WS-FD-EDIT-4
               DISPLAY "FDIC|"
                   FUNCTION TRIM(WS-FDG-DEPOSITOR(WS-FDG-IDX)) "|"
                   WS-FDG-CATEGORY(WS-FDG-IDX) "|"
                   WS-FDG-ACCOUNTS(WS-FDG-IDX) "|"
                   FUNCTION TRIM(WS-FD-EDIT-1) "|"
                   FUNCTION TRIM(WS-FD-EDIT-2) "|"
                   FUNCTION TRIM(WS-FD-EDIT-3) "|"
                   FUNCTION TRIM(WS-FD-EDIT-4)
               PERFORM ADD-FDIC-DEPOSITOR-TOTAL
               PERFORM VARYING WS-FDT-IDX FROM 1 BY 1
                   UNTIL WS-FDT-IDX > 5
                   IF WS-FDT-CATEGORY(WS-FDT-IDX)
                       = WS-FDG-CATEGORY(WS-FDG-IDX)
                       ADD WS-FDG-BALANCE(WS-FDG-IDX)
                           TO WS-FDT-BALANCE(WS-FDT-IDX)
                       ADD WS-FDG-INSURED(WS-FDG-IDX)
                           TO WS-FDT-INSURED(WS-FDT-IDX)
                       ADD WS-FDG-UNINSURED(WS-FDG-IDX)
                           TO WS-FDT-UNINSURED(WS-FDT-IDX)
                   END-IF
               END-PERFORM
               ADD WS-FDG-BALANCE(WS-FDG-IDX) TO WS-FD-TOTAL-BAL
               ADD WS-FDG-INSURED(WS-FDG-IDX) TO WS-FD-TOTAL-INS
               ADD WS-FDG-UNINSURED(WS-FDG-IDX) TO WS-FD-TOTAL-UNINS
           END-PERFORM

           PERFORM VARYING WS-FDD-IDX FROM 1 BY 1
               UNTIL WS-FDD-IDX > WS-FDD-COUNT
               MOVE WS-FDD-BALANCE(WS-FDD-IDX) TO WS-FD-EDIT-1
               MOVE WS-FDD-INSURED(WS-FDD-IDX) TO WS-FD-EDIT-3
               MOVE WS-FDD-UNINSURED(WS-FDD-IDX) TO WS-FD-EDIT-4
               DISPLAY "FDIC-DEPOSITOR|"
                   FUNCTION TRIM(WS-FDD-DEPOSITOR(WS-FDD-IDX)) "|"
                   FUNCTION TRIM(WS-FD-EDIT-1) "|"
                   FUNCTION TRIM(WS-FD-EDIT-3) "|"
                   FUNCTION TRIM(WS-FD-EDIT-4)
           END-PERFORM

           PERFORM VARYING WS-FDT-IDX FROM 1 BY 1
               UNTIL WS-FDT-IDX > 5
               MOVE WS-FDT-BALANCE(WS-FDT-IDX) TO WS-FD-EDIT-1
               MOVE WS-FDT-INSURED(WS-FDT-IDX) TO WS-FD-EDIT-3
               MOVE WS-FDT-UNINSURED(WS-FDT-IDX) TO WS-FD-EDIT-4
               DISPLAY "FDIC-CATEGORY|" WS-FDT-CATEGORY(WS-FDT-IDX) "|"
                   FUNCTION TRIM(WS-FD-EDIT-1) "|"
                   FUNCTION TRIM(WS-FD-EDIT-3) "|"
                   FUNCTION TRIM(WS-FD-EDIT-4)
           END-PERFORM

           PERFORM WRITE-FDIC-EXTRACT

           MOVE WS-FD-TOTAL-BAL TO WS-FD-EDIT-1
           MOVE WS-FD-TOTAL-INS TO WS-FD-EDIT-3
           MOVE WS-FD-TOTAL-UNINS TO WS-FD-EDIT-4
           DISPLAY "SUMMARY|FDIC-ACCOUNTS|" WS-FD-ACCT-COUNT
           DISPLAY "SUMMARY|FDIC-DEPOSITORS|" WS-FDD-COUNT
           DISPLAY "SUMMARY|FDIC-TOTAL-DEPOSITS|"
               FUNCTION TRIM(WS-FD-EDIT-1)
           DISPLAY "SUMMARY|FDIC-INSURED|" FUNCTION TRIM(WS-FD-EDIT-3)
           DISPLAY "SUMMARY|FDIC-UNINSURED|"
               FUNCTION TRIM(WS-FD-EDIT-4)
           DISPLAY "FDIC|CSV-FILE|FDIC.CSV"
           DISPLAY "RESULT|00".

      *>   Accounts whose category comes from a side registry rather
      *>   than ACCOUNTS.DAT's own owner fields. Each file may be
      *>   absent on a node that has never used the product.
       LOAD-FDIC-CLASSES.
           MOVE 0 TO WS-FDC-COUNT
           OPEN INPUT IRA-FILE
           IF WS-IRA-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ IRA-FILE
                       AT END
                           CLOSE IRA-FILE
                           EXIT PERFORM
                   END-READ
                   IF IRA-ACTIVE AND WS-FDC-COUNT < 600
                       ADD 1 TO WS-FDC-COUNT
                       MOVE IRA-ACCT-ID TO WS-FDC-ACCT(WS-FDC-COUNT)
                       MOVE "IRA" TO WS-FDC-CATEGORY(WS-FDC-COUNT)
                       MOVE IRA-OWNER-NAME TO WS-FDC-OWNER(WS-FDC-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT IOLTA-FILE
           IF WS-IOLTA-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ IOLTA-FILE
                       AT END
                           CLOSE IOLTA-FILE
                           EXIT PERFORM
                   END-READ
                   IF IOLTA-ACTIVE AND WS-FDC-COUNT < 600
                       ADD 1 TO WS-FDC-COUNT
                       MOVE IOLTA-ACCT-ID TO WS-FDC-ACCT(WS-FDC-COUNT)
                       MOVE "TRS" TO WS-FDC-CATEGORY(WS-FDC-COUNT)
                       MOVE SPACES TO WS-FDC-OWNER(WS-FDC-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT UTMA-FILE
           IF WS-UTMA-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ UTMA-FILE
                       AT END
                           CLOSE UTMA-FILE
                           EXIT PERFORM
                   END-READ
                   IF UTMA-ACTIVE AND WS-FDC-COUNT < 600
                       ADD 1 TO WS-FDC-COUNT
                       MOVE UTMA-ACCT-ID TO WS-FDC-ACCT(WS-FDC-COUNT)
                       MOVE "SGL" TO WS-FDC-CATEGORY(WS-FDC-COUNT)
                       MOVE UTMA-MINOR-NAME
                           TO WS-FDC-OWNER(WS-FDC-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

      *>   Classifies the account on ACCOUNT-RECORD and hands each
      *>   depositor's share to ADD-FDIC-SHARE.
       ADD-FDIC-ACCOUNT.
           ADD 1 TO WS-FD-ACCT-COUNT
           MOVE ACCT-ID TO WS-FD-ACCT-ID
           MOVE 0 TO WS-FD-USD-BAL
           IF ACCT-BALANCE > 0
               MOVE ACCT-CURRENCY TO WS-FX-LOOKUP-CCY
               PERFORM LOOKUP-FX-RATE
               COMPUTE WS-FD-USD-BAL ROUNDED =
                   ACCT-BALANCE / WS-FX-SRC-RATE
           END-IF
           MOVE SPACES TO WS-FD-CATEGORY
           PERFORM VARYING WS-FDC-IDX FROM 1 BY 1
               UNTIL WS-FDC-IDX > WS-FDC-COUNT
               IF WS-FDC-ACCT(WS-FDC-IDX) = ACCT-ID
                   MOVE WS-FDC-CATEGORY(WS-FDC-IDX) TO WS-FD-CATEGORY
                   MOVE WS-FDC-OWNER(WS-FDC-IDX) TO WS-FD-OWNER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FD-BENEF
           IF WS-FD-CATEGORY NOT = SPACES
               IF WS-FD-OWNER = SPACES
                   MOVE ACCT-NAME TO WS-FD-OWNER
               END-IF
               MOVE WS-FD-USD-BAL TO WS-FD-SHARE
               PERFORM ADD-FDIC-SHARE
               EXIT PARAGRAPH
           END-IF

           IF ACCT-BENEFICIARY NOT = SPACES
               MOVE "POD" TO WS-FD-CATEGORY
               MOVE ACCT-BENEFICIARY TO WS-FD-BENEF
           ELSE
               IF ACCT-JOINT-OWNER NOT = SPACES
                   MOVE "JNT" TO WS-FD-CATEGORY
               ELSE
                   MOVE "SGL" TO WS-FD-CATEGORY
               END-IF
           END-IF
           MOVE ACCT-NAME TO WS-FD-OWNER
           IF ACCT-JOINT-OWNER = SPACES
               MOVE WS-FD-USD-BAL TO WS-FD-SHARE
               PERFORM ADD-FDIC-SHARE
           ELSE
               COMPUTE WS-FD-SHARE ROUNDED = WS-FD-USD-BAL / 2
               PERFORM ADD-FDIC-SHARE
               MOVE ACCT-JOINT-OWNER TO WS-FD-OWNER
               COMPUTE WS-FD-SHARE = WS-FD-USD-BAL - WS-FD-SHARE
               PERFORM ADD-FDIC-SHARE
           END-IF.

      *>   Credits WS-FD-SHARE of WS-FD-ACCT-ID to the WS-FD-OWNER x
      *>   WS-FD-CATEGORY group (inserting it on first sight — same
      *>   linear search/insert idiom as ADD-CUSTOMER-ACCOUNT), logs
      *>   the share for the extract, and counts a POD beneficiary
      *>   the group hasn't already named.
       ADD-FDIC-SHARE.
           MOVE 0 TO WS-FDG-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-FDG-COUNT
               IF WS-FDG-DEPOSITOR(WS-SEARCH-IDX) = WS-FD-OWNER
                   AND WS-FDG-CATEGORY(WS-SEARCH-IDX) = WS-FD-CATEGORY
                   MOVE WS-SEARCH-IDX TO WS-FDG-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FDG-IDX = 0
               IF WS-FDG-COUNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FDG-COUNT
               MOVE WS-FDG-COUNT TO WS-FDG-IDX
               MOVE WS-FD-OWNER TO WS-FDG-DEPOSITOR(WS-FDG-IDX)
               MOVE WS-FD-CATEGORY TO WS-FDG-CATEGORY(WS-FDG-IDX)
               MOVE 0 TO WS-FDG-ACCOUNTS(WS-FDG-IDX)
               MOVE 0 TO WS-FDG-BALANCE(WS-FDG-IDX)
               MOVE 0 TO WS-FDG-BENEFS(WS-FDG-IDX)
               MOVE 0 TO WS-FDG-LIMIT(WS-FDG-IDX)
               MOVE 0 TO WS-FDG-INSURED(WS-FDG-IDX)
               MOVE 0 TO WS-FDG-UNINSURED(WS-FDG-IDX)
           END-IF
           ADD 1 TO WS-FDG-ACCOUNTS(WS-FDG-IDX)
           ADD WS-FD-SHARE TO WS-FDG-BALANCE(WS-FDG-IDX)
           IF WS-FDS-COUNT < 1000
               ADD 1 TO WS-FDS-COUNT
               MOVE WS-FD-ACCT-ID TO WS-FDS-ACCT(WS-FDS-COUNT)
               MOVE WS-FDG-IDX TO WS-FDS-GROUP-IDX(WS-FDS-COUNT)
               MOVE WS-FD-SHARE TO WS-FDS-SHARE(WS-FDS-COUNT)
           END-IF
           IF WS-FD-BENEF = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FDB-FOUND
           PERFORM VARYING WS-FDB-IDX FROM 1 BY 1
               UNTIL WS-FDB-IDX > WS-FDB-COUNT
               IF WS-FDB-GROUP-IDX(WS-FDB-IDX) = WS-FDG-IDX
                   AND WS-FDB-BENEF(WS-FDB-IDX) = WS-FD-BENEF
                   MOVE 'Y' TO WS-FDB-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FDB-FOUND = 'N' AND WS-FDB-COUNT < 1000
               ADD 1 TO WS-FDB-COUNT
               MOVE WS-FDG-IDX TO WS-FDB-GROUP-IDX(WS-FDB-COUNT)
               MOVE WS-FD-BENEF TO WS-FDB-BENEF(WS-FDB-COUNT)
               ADD 1 TO WS-FDG-BENEFS(WS-FDG-IDX)
           END-IF.

      *>   FDIC-SMDIA per depositor per category; a POD group gets it
      *>   once per unique beneficiary up to FDIC-POD-MAX-BENEF.
       APPLY-FDIC-LIMIT.
           MOVE FDIC-SMDIA TO WS-FDG-LIMIT(WS-FDG-IDX)
           IF WS-FDG-CATEGORY(WS-FDG-IDX) = "POD"
               AND WS-FDG-BENEFS(WS-FDG-IDX) > 1
               IF WS-FDG-BENEFS(WS-FDG-IDX) > FDIC-POD-MAX-BENEF
                   COMPUTE WS-FDG-LIMIT(WS-FDG-IDX) =
                       FDIC-SMDIA * FDIC-POD-MAX-BENEF
               ELSE
                   COMPUTE WS-FDG-LIMIT(WS-FDG-IDX) =
                       FDIC-SMDIA * WS-FDG-BENEFS(WS-FDG-IDX)
               END-IF
           END-IF
           IF WS-FDG-BALANCE(WS-FDG-IDX) > WS-FDG-LIMIT(WS-FDG-IDX)
               MOVE WS-FDG-LIMIT(WS-FDG-IDX)
                   TO WS-FDG-INSURED(WS-FDG-IDX)
               COMPUTE WS-FDG-UNINSURED(WS-FDG-IDX) =
                   WS-FDG-BALANCE(WS-FDG-IDX)
                   - WS-FDG-LIMIT(WS-FDG-IDX)
           ELSE
               MOVE WS-FDG-BALANCE(WS-FDG-IDX)
                   TO WS-FDG-INSURED(WS-FDG-IDX)
               MOVE 0 TO WS-FDG-UNINSURED(WS-FDG-IDX)
           END-IF.

       ADD-FDIC-DEPOSITOR-TOTAL.
           MOVE 0 TO WS-FDD-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-FDD-COUNT
               IF WS-FDD-DEPOSITOR(WS-SEARCH-IDX)
                   = WS-FDG-DEPOSITOR(WS-FDG-IDX)
                   MOVE WS-SEARCH-IDX TO WS-FDD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FDD-IDX = 0
               ADD 1 TO WS-FDD-COUNT
               MOVE WS-FDD-COUNT TO WS-FDD-IDX
               MOVE WS-FDG-DEPOSITOR(WS-FDG-IDX)
                   TO WS-FDD-DEPOSITOR(WS-FDD-IDX)
               MOVE 0 TO WS-FDD-BALANCE(WS-FDD-IDX)
               MOVE 0 TO WS-FDD-INSURED(WS-FDD-IDX)
               MOVE 0 TO WS-FDD-UNINSURED(WS-FDD-IDX)
           END-IF
           ADD WS-FDG-BALANCE(WS-FDG-IDX) TO WS-FDD-BALANCE(WS-FDD-IDX)
           ADD WS-FDG-INSURED(WS-FDG-IDX) TO WS-FDD-INSURED(WS-FDD-IDX)
           ADD WS-FDG-UNINSURED(WS-FDG-IDX)
               TO WS-FDD-UNINSURED(WS-FDD-IDX).

      *>   Account-level extract for a failure-resolution hand-off:
      *>   one row per depositor share, its group's insured portion
      *>   allocated pro rata across the group's accounts.
       WRITE-FDIC-EXTRACT.
           MOVE "FDIC.CSV" TO WS-CSV-PATH
           OPEN OUTPUT CSV-OUTPUT-FILE
           IF WS-CSV-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CSV-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE SPACES TO CSV-LINE
           STRING '"DEPOSITOR","CATEGORY","ACCT-ID","OWNED-USD",'
                   DELIMITED BY SIZE
               '"INSURED-USD","UNINSURED-USD","COVERAGE-LIMIT"'
                   DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING
           WRITE CSV-LINE
           PERFORM VARYING WS-FDS-IDX FROM 1 BY 1
               UNTIL WS-FDS-IDX > WS-FDS-COUNT
               MOVE WS-FDS-GROUP-IDX(WS-FDS-IDX) TO WS-FDG-IDX
               MOVE 0 TO WS-FD-ALLOC-INS
               IF WS-FDG-BALANCE(WS-FDG-IDX) > 0
                   COMPUTE WS-FD-ALLOC-INS ROUNDED =
                       WS-FDS-SHARE(WS-FDS-IDX)
                       * WS-FDG-INSURED(WS-FDG-IDX)
                       / WS-FDG-BALANCE(WS-FDG-IDX)
               END-IF
               COMPUTE WS-FD-ALLOC-UNINS =
                   WS-FDS-SHARE(WS-FDS-IDX) - WS-FD-ALLOC-INS
               MOVE WS-FDS-SHARE(WS-FDS-IDX) TO WS-FD-EDIT-1
               MOVE WS-FD-ALLOC-INS TO WS-FD-EDIT-3
               MOVE WS-FD-ALLOC-UNINS TO WS-FD-EDIT-4
               MOVE WS-FDG-LIMIT(WS-FDG-IDX) TO WS-FD-EDIT-2
               MOVE SPACES TO CSV-LINE
               STRING '"' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FDG-DEPOSITOR(WS-FDG-IDX))
                       DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   WS-FDG-CATEGORY(WS-FDG-IDX) DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FDS-ACCT(WS-FDS-IDX))
                       DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FD-EDIT-1) DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FD-EDIT-3) DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FD-EDIT-4) DELIMITED BY SIZE
                   '","' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FD-EDIT-2) DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO CSV-LINE
               END-STRING
               WRITE CSV-LINE
           END-PERFORM
           CLOSE CSV-OUTPUT-FILE.

      *>   Looks up WS-FX-LOOKUP-CCY in COMCODE.cpy's FX-RATE-TABLE and
      *>   returns its units-per-USD in WS-FX-SRC-RATE; an unknown or
      *>   blank code is treated as USD, same as TRANSACT.cob's
      *>   LOOKUP-FX-RATE.
       LOOKUP-FX-RATE.
           MOVE 1.0000 TO WS-FX-SRC-RATE
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > FX-RATE-COUNT
               IF FX-CODE(WS-FX-SUB) = WS-FX-LOOKUP-CCY
                   MOVE FX-RATE-PER-USD(WS-FX-SUB) TO WS-FX-SRC-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   WS-FX-ORIG-AMT in WS-FX-LOOKUP-CCY to WS-FX-USD-AMT at the
      *>   FX-RATE-TABLE rate — the same period-end rate FXREVAL.cob
      *>   revalues at. WS-FX-CCY-IDX is the currency's FX-RATE-TABLE
      *>   slot; an unknown code is carried as USD (entry 1), the same
      *>   fallback LOOKUP-FX-RATE applies to the rate, and a blank
      *>   code comes back as 'USD' for the caller to print.
       TRANSLATE-TO-USD.
           IF WS-FX-LOOKUP-CCY = SPACES
               MOVE 'USD' TO WS-FX-LOOKUP-CCY
           END-IF
           PERFORM LOOKUP-FX-RATE
           IF WS-FX-SUB > FX-RATE-COUNT
               MOVE 1 TO WS-FX-CCY-IDX
           ELSE
               MOVE WS-FX-SUB TO WS-FX-CCY-IDX
           END-IF
           COMPUTE WS-FX-USD-AMT ROUNDED =
               WS-FX-ORIG-AMT / WS-FX-SRC-RATE.

       ADD-TO-CURRENCY-TOTALS.
           ADD WS-FX-ORIG-AMT TO WS-FXT-ORIG(WS-FX-CCY-IDX)
           ADD WS-FX-USD-AMT TO WS-FXT-USD(WS-FX-CCY-IDX)
           ADD 1 TO WS-FXT-COUNT(WS-FX-CCY-IDX).

      *>   The original-currency detail under a USD report: one line
      *>   per currency that had any accounts, tagged with the
      *>   calling report's WS-FX-REPORT-TAG.
       PRINT-CURRENCY-TOTALS.
           PERFORM VARYING WS-FX-CCY-IDX FROM 1 BY 1
               UNTIL WS-FX-CCY-IDX > FX-RATE-COUNT
               IF WS-FXT-COUNT(WS-FX-CCY-IDX) > 0
                   DISPLAY FUNCTION TRIM(WS-FX-REPORT-TAG)
                       "|CURRENCY|" FX-CODE(WS-FX-CCY-IDX) "|"
                       WS-FXT-ORIG(WS-FX-CCY-IDX) "|"
                       WS-FXT-USD(WS-FX-CCY-IDX) "|"
                       WS-FXT-COUNT(WS-FX-CCY-IDX)
               END-IF
           END-PERFORM.

      *>   Regulation O insider activity for one calendar quarter
      *>   (WS-INR-PERIOD-STR yyyyQn, the current quarter when blank
      *>   or unreadable): every active insider on INSIDER.DAT with
      *>   the deposit accounts and active loans it or its related
      *>   interests hold, each priced against the standard rate for
      *>   the product, with the quarter's overdrawn days off
      *>   BALHIST.DAT and ACCT-FEE-EXEMPT waivers — the preferential
      *>   terms the examiners look for.
       PRINT-INSIDER-REPORT.
           MOVE WS-CURRENT-DATE(1:4) TO WS-INR-YEAR
           MOVE WS-CURRENT-DATE(5:2) TO WS-INR-MONTH
           COMPUTE WS-INR-QTR = (WS-INR-MONTH - 1) / 3 + 1
           IF WS-INR-PERIOD-STR(1:4) IS NUMERIC
               AND (WS-INR-PERIOD-STR(5:1) = 'Q'
                   OR WS-INR-PERIOD-STR(5:1) = 'q')
               AND WS-INR-PERIOD-STR(6:1) >= '1'
               AND WS-INR-PERIOD-STR(6:1) <= '4'
               MOVE WS-INR-PERIOD-STR(1:4) TO WS-INR-YEAR
               MOVE WS-INR-PERIOD-STR(6:1) TO WS-INR-QTR
           END-IF
           COMPUTE WS-INR-MONTH = (WS-INR-QTR - 1) * 3 + 1
           COMPUTE WS-INR-FROM =
               WS-INR-YEAR * 10000 + WS-INR-MONTH * 100 + 1
           COMPUTE WS-INR-TO =
               WS-INR-YEAR * 10000 + (WS-INR-MONTH + 2) * 100 + 31
           IF WS-INR-QTR = 2 OR WS-INR-QTR = 3
               SUBTRACT 1 FROM WS-INR-TO
           END-IF
           DISPLAY "INSIDER|REGULATION O INSIDER REPORT|"
               WS-INR-YEAR "Q" WS-INR-QTR "|"
               WS-INR-FROM "|" WS-INR-TO

           PERFORM LOAD-INSIDER-REGISTRY
           PERFORM LOAD-INSIDER-RATE-OVERRIDES
           MOVE 0 TO WS-INR-ROW-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF ACCT-STATUS NOT = 'C'
                   MOVE ACCT-ID TO WS-INR-MATCH-ACCT
                   MOVE FUNCTION UPPER-CASE(ACCT-NAME)
                       TO WS-INR-NAME-1
                   MOVE FUNCTION UPPER-CASE(ACCT-JOINT-OWNER)
                       TO WS-INR-NAME-2
                   PERFORM VARYING WS-INR-INS-IDX FROM 1 BY 1
                       UNTIL WS-INR-INS-IDX > WS-INR-INS-COUNT
                       PERFORM MATCH-INSIDER-ENTRY
                       IF WS-INR-MATCH = 'Y'
                           PERFORM ADD-INSIDER-DEPOSIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           PERFORM TALLY-INSIDER-OVERDRAFTS

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ LOAN-FILE
                       AT END
                           CLOSE LOAN-FILE
                           EXIT PERFORM
                   END-READ
                   IF LOAN-ACTIVE
                       MOVE LOAN-BORROWER-ACCT TO WS-INR-MATCH-ACCT
                       MOVE FUNCTION UPPER-CASE(LOAN-BORROWER-NAME)
                           TO WS-INR-NAME-1
                       MOVE SPACES TO WS-INR-NAME-2
                       PERFORM VARYING WS-INR-INS-IDX FROM 1 BY 1
                           UNTIL WS-INR-INS-IDX > WS-INR-INS-COUNT
                           PERFORM MATCH-INSIDER-ENTRY
                           IF WS-INR-MATCH = 'Y'
                               PERFORM ADD-INSIDER-LOAN
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO WS-INR-TOTAL-DEPOSITS WS-INR-TOTAL-LOANS
           MOVE 0 TO WS-INR-TOTAL-OD-DAYS WS-INR-TOTAL-WAIVERS
           MOVE 0 TO WS-INR-TOTAL-PREF
           PERFORM VARYING WS-INR-INS-IDX FROM 1 BY 1
               UNTIL WS-INR-INS-IDX > WS-INR-INS-COUNT
               PERFORM PRINT-INSIDER-GROUP
           END-PERFORM

           MOVE WS-INR-TOTAL-DEPOSITS TO WS-INR-EDIT-1
           MOVE WS-INR-TOTAL-LOANS TO WS-INR-EDIT-2
           DISPLAY "SUMMARY|INSIDERS|" WS-INR-INS-COUNT
           DISPLAY "SUMMARY|INSIDER-DEPOSITS|"
               FUNCTION TRIM(WS-INR-EDIT-1)
           DISPLAY "SUMMARY|INSIDER-LOANS|"
               FUNCTION TRIM(WS-INR-EDIT-2)
           DISPLAY "SUMMARY|INSIDER-OVERDRAFT-DAYS|"
               WS-INR-TOTAL-OD-DAYS
           DISPLAY "SUMMARY|INSIDER-FEE-WAIVERS|" WS-INR-TOTAL-WAIVERS
           DISPLAY "SUMMARY|INSIDER-PREFERENTIAL|" WS-INR-TOTAL-PREF
           DISPLAY "RESULT|00".

      *>   Active INSIDER.DAT entries, grouped by INS-INSIDER-NAME.
      *>   WS-INR-INS-TYPES collects the distinct insider types the
      *>   group's entries carry (D/E/P for the insider, R for a
      *>   related interest). An absent file is an empty registry.
       LOAD-INSIDER-REGISTRY.
           MOVE 0 TO WS-INR-REG-COUNT WS-INR-INS-COUNT
           OPEN INPUT INSIDER-FILE
           IF WS-INSIDER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ INSIDER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF INS-ACTIVE AND WS-INR-REG-COUNT < 500
                   PERFORM VARYING WS-INR-INS-IDX FROM 1 BY 1
                       UNTIL WS-INR-INS-IDX > WS-INR-INS-COUNT
                       IF WS-INR-INS-NAME(WS-INR-INS-IDX)
                           = INS-INSIDER-NAME
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-INR-INS-IDX > WS-INR-INS-COUNT
                       AND WS-INR-INS-COUNT < 200
                       ADD 1 TO WS-INR-INS-COUNT
                       MOVE WS-INR-INS-COUNT TO WS-INR-INS-IDX
                       MOVE INS-INSIDER-NAME
                           TO WS-INR-INS-NAME(WS-INR-INS-IDX)
                       MOVE SPACES TO WS-INR-INS-TYPES(WS-INR-INS-IDX)
                   END-IF
                   IF WS-INR-INS-IDX <= WS-INR-INS-COUNT
                       ADD 1 TO WS-INR-REG-COUNT
                       MOVE INS-KEY-TYPE
                           TO WS-INR-REG-KEY-TYPE(WS-INR-REG-COUNT)
                       MOVE INS-KEY TO WS-INR-REG-KEY(WS-INR-REG-COUNT)
                       MOVE WS-INR-INS-IDX
                           TO WS-INR-REG-INS-IDX(WS-INR-REG-COUNT)
                       PERFORM VARYING WS-INR-TYPE-IDX FROM 1 BY 1
                           UNTIL WS-INR-TYPE-IDX > 4
                           IF WS-INR-INS-TYPES(WS-INR-INS-IDX)
                               (WS-INR-TYPE-IDX:1) = INS-TYPE
                               EXIT PERFORM
                           END-IF
                           IF WS-INR-INS-TYPES(WS-INR-INS-IDX)
                               (WS-INR-TYPE-IDX:1) = SPACE
                               MOVE INS-TYPE
                                   TO WS-INR-INS-TYPES(WS-INR-INS-IDX)
                                       (WS-INR-TYPE-IDX:1)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE INSIDER-FILE.

      *>   RATEOVR.DAT overrides in force today — the rate the
      *>   account is actually being paid, same window test as
      *>   PRINT-RATE-OVERRIDE-LINE. Absent file, no overrides.
       LOAD-INSIDER-RATE-OVERRIDES.
           MOVE 0 TO WS-INR-ROV-COUNT
           OPEN INPUT RATEOVR-FILE
           IF WS-ROV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ RATEOVR-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF ROV-START-DATE <= WS-CURRENT-DATE
                   AND ROV-EXPIRY-DATE >= WS-CURRENT-DATE
                   AND WS-INR-ROV-COUNT < 500
                   ADD 1 TO WS-INR-ROV-COUNT
                   MOVE ROV-ACCT-ID TO WS-INR-ROV-ACCT(WS-INR-ROV-COUNT)
                   MOVE ROV-TYPE TO WS-INR-ROV-TYPE(WS-INR-ROV-COUNT)
                   MOVE ROV-RATE TO WS-INR-ROV-RATE(WS-INR-ROV-COUNT)
               END-IF
           END-PERFORM
           CLOSE RATEOVR-FILE.

      *>   Sets WS-INR-MATCH 'Y' when any registry entry of insider
      *>   WS-INR-INS-IDX names WS-INR-MATCH-ACCT (account entries) or
      *>   WS-INR-NAME-1/-2, already upper-cased (name entries).
       MATCH-INSIDER-ENTRY.
           MOVE 'N' TO WS-INR-MATCH
           PERFORM VARYING WS-INR-REG-IDX FROM 1 BY 1
               UNTIL WS-INR-REG-IDX > WS-INR-REG-COUNT
               IF WS-INR-REG-INS-IDX(WS-INR-REG-IDX) = WS-INR-INS-IDX
                   IF WS-INR-REG-KEY-TYPE(WS-INR-REG-IDX) = 'A'
                       AND WS-INR-REG-KEY(WS-INR-REG-IDX)
                           = WS-INR-MATCH-ACCT
                       MOVE 'Y' TO WS-INR-MATCH
                       EXIT PERFORM
                   END-IF
                   IF WS-INR-REG-KEY-TYPE(WS-INR-REG-IDX) = 'N'
                       AND (WS-INR-REG-KEY(WS-INR-REG-IDX)
                           = WS-INR-NAME-1
                       OR WS-INR-REG-KEY(WS-INR-REG-IDX)
                           = WS-INR-NAME-2)
                       MOVE 'Y' TO WS-INR-MATCH
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      *>   One deposit row off ACCOUNT-RECORD. A CD is measured
      *>   against STD-CD-RATE on its ACCT-CD-RATE; everything else
      *>   against its INTRATE.cpy tier (the first-tier-that-covers
      *>   scan FORECAST makes), with any RATEOVR.DAT override in
      *>   force applied on top the way INTEREST.cob pays it.
       ADD-INSIDER-DEPOSIT.
           IF WS-INR-ROW-COUNT >= 1000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INR-ROW-COUNT
           MOVE WS-INR-ROW-COUNT TO WS-INR-ROW-IDX
           MOVE WS-INR-INS-IDX TO WS-INR-ROW-INS-IDX(WS-INR-ROW-IDX)
           MOVE 'D' TO WS-INR-ROW-KIND(WS-INR-ROW-IDX)
           MOVE ACCT-ID TO WS-INR-ROW-ID(WS-INR-ROW-IDX)
           MOVE ACCT-ID TO WS-INR-ROW-ACCT(WS-INR-ROW-IDX)
           MOVE ACCT-TYPE TO WS-INR-ROW-TYPE(WS-INR-ROW-IDX)
           MOVE ACCT-BALANCE TO WS-INR-ROW-BALANCE(WS-INR-ROW-IDX)
           MOVE 0 TO WS-INR-ROW-OD-DAYS(WS-INR-ROW-IDX)
           MOVE 0 TO WS-INR-ROW-LOW-BAL(WS-INR-ROW-IDX)
           IF ACCT-BALANCE < 0
               MOVE ACCT-BALANCE TO WS-INR-ROW-LOW-BAL(WS-INR-ROW-IDX)
           END-IF
           IF ACCT-FEE-EXEMPT = 'Y'
               MOVE 'Y' TO WS-INR-ROW-FLAG(WS-INR-ROW-IDX)
           ELSE
               MOVE 'N' TO WS-INR-ROW-FLAG(WS-INR-ROW-IDX)
           END-IF
           IF ACCT-TYPE = 'D'
               MOVE ACCT-CD-RATE TO WS-INR-ROW-RATE(WS-INR-ROW-IDX)
               MOVE STD-CD-RATE TO WS-INR-ROW-STD-RATE(WS-INR-ROW-IDX)
           ELSE
               MOVE 0 TO WS-INR-ROW-STD-RATE(WS-INR-ROW-IDX)
               PERFORM VARYING WS-INR-TIER-IDX FROM 1 BY 1
                   UNTIL WS-INR-TIER-IDX > INTEREST-TIER-COUNT
                   IF INTR-TIER-TYPE(WS-INR-TIER-IDX) = ACCT-TYPE
                       AND ACCT-BALANCE < INTR-TIER-MAX(WS-INR-TIER-IDX)
                       MOVE INTR-TIER-RATE(WS-INR-TIER-IDX)
                           TO WS-INR-ROW-STD-RATE(WS-INR-ROW-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE WS-INR-ROW-STD-RATE(WS-INR-ROW-IDX)
                   TO WS-INR-ROW-RATE(WS-INR-ROW-IDX)
               PERFORM VARYING WS-INR-ROV-IDX FROM 1 BY 1
                   UNTIL WS-INR-ROV-IDX > WS-INR-ROV-COUNT
                   IF WS-INR-ROV-ACCT(WS-INR-ROV-IDX) = ACCT-ID
                       IF WS-INR-ROV-TYPE(WS-INR-ROV-IDX) = 'S'
                           ADD WS-INR-ROV-RATE(WS-INR-ROV-IDX)
                               TO WS-INR-ROW-RATE(WS-INR-ROW-IDX)
                       ELSE
                           MOVE WS-INR-ROV-RATE(WS-INR-ROV-IDX)
                               TO WS-INR-ROW-RATE(WS-INR-ROW-IDX)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-INR-ROW-RATE(WS-INR-ROW-IDX)
               > WS-INR-ROW-STD-RATE(WS-INR-ROW-IDX)
               MOVE 'Y' TO WS-INR-ROW-PREF(WS-INR-ROW-IDX)
           ELSE
               MOVE 'N' TO WS-INR-ROW-PREF(WS-INR-ROW-IDX)
           END-IF.

      *>   One loan row off LOAN-RECORD, priced against STD-LOAN-RATE
      *>   — a rate below it is the preferential term. The flag
      *>   column is LOAN-INSIDER-FLAG, i.e. whether ORIGINATE sent
      *>   the loan to the board.
       ADD-INSIDER-LOAN.
           IF WS-INR-ROW-COUNT >= 1000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INR-ROW-COUNT
           MOVE WS-INR-ROW-COUNT TO WS-INR-ROW-IDX
           MOVE WS-INR-INS-IDX TO WS-INR-ROW-INS-IDX(WS-INR-ROW-IDX)
           MOVE 'L' TO WS-INR-ROW-KIND(WS-INR-ROW-IDX)
           MOVE LOAN-ID TO WS-INR-ROW-ID(WS-INR-ROW-IDX)
           MOVE LOAN-BORROWER-ACCT TO WS-INR-ROW-ACCT(WS-INR-ROW-IDX)
           MOVE LOAN-STATUS TO WS-INR-ROW-TYPE(WS-INR-ROW-IDX)
           MOVE LOAN-BALANCE TO WS-INR-ROW-BALANCE(WS-INR-ROW-IDX)
           MOVE LOAN-RATE TO WS-INR-ROW-RATE(WS-INR-ROW-IDX)
           MOVE STD-LOAN-RATE TO WS-INR-ROW-STD-RATE(WS-INR-ROW-IDX)
           MOVE 0 TO WS-INR-ROW-OD-DAYS(WS-INR-ROW-IDX)
           MOVE 0 TO WS-INR-ROW-LOW-BAL(WS-INR-ROW-IDX)
           IF LOAN-INSIDER
               MOVE 'Y' TO WS-INR-ROW-FLAG(WS-INR-ROW-IDX)
           ELSE
               MOVE 'N' TO WS-INR-ROW-FLAG(WS-INR-ROW-IDX)
           END-IF
           IF LOAN-RATE < STD-LOAN-RATE
               MOVE 'Y' TO WS-INR-ROW-PREF(WS-INR-ROW-IDX)
           ELSE
               MOVE 'N' TO WS-INR-ROW-PREF(WS-INR-ROW-IDX)
           END-IF.

      *>   Overdrafts: every BALHIST.DAT close inside the quarter with
      *>   a negative ledger balance is one overdrawn day on each
      *>   deposit row for that account, and the deepest such close
      *>   (or today's balance, if lower) is its low. Without the
      *>   history file only today's negative balance shows.
       TALLY-INSIDER-OVERDRAFTS.
           IF WS-INR-ROW-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BALHIST-FILE
           IF WS-BH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BALHIST-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF BH-DATE >= WS-INR-FROM AND BH-DATE <= WS-INR-TO
                   AND BH-LEDGER-BAL < 0
                   PERFORM VARYING WS-INR-ROW-IDX FROM 1 BY 1
                       UNTIL WS-INR-ROW-IDX > WS-INR-ROW-COUNT
                       IF WS-INR-ROW-KIND(WS-INR-ROW-IDX) = 'D'
                           AND WS-INR-ROW-ID(WS-INR-ROW-IDX)
                               = BH-ACCT-ID
                           ADD 1 TO WS-INR-ROW-OD-DAYS(WS-INR-ROW-IDX)
                           IF BH-LEDGER-BAL
                               < WS-INR-ROW-LOW-BAL(WS-INR-ROW-IDX)
                               MOVE BH-LEDGER-BAL
                                   TO WS-INR-ROW-LOW-BAL(WS-INR-ROW-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE BALHIST-FILE.

      *>   One insider's heading, deposit and loan rows, and totals
      *>   line; its aggregate loans are checked against COMCODE.cpy's
      *>   INSIDER-AGG-LENDING-LIMIT the same way ORIGINATE does.
       PRINT-INSIDER-GROUP.
           MOVE 0 TO WS-INR-INS-DEPOSITS WS-INR-INS-LOANS
           MOVE 0 TO WS-INR-INS-OD-DAYS WS-INR-INS-WAIVERS
           MOVE 0 TO WS-INR-INS-PREF
           DISPLAY "INSIDER|"
               FUNCTION TRIM(WS-INR-INS-NAME(WS-INR-INS-IDX)) "|"
               FUNCTION TRIM(WS-INR-INS-TYPES(WS-INR-INS-IDX))
           PERFORM VARYING WS-INR-ROW-IDX FROM 1 BY 1
               UNTIL WS-INR-ROW-IDX > WS-INR-ROW-COUNT
               IF WS-INR-ROW-INS-IDX(WS-INR-ROW-IDX) = WS-INR-INS-IDX
                   MOVE WS-INR-ROW-BALANCE(WS-INR-ROW-IDX)
                       TO WS-INR-EDIT-1
                   MOVE WS-INR-ROW-RATE(WS-INR-ROW-IDX)
                       TO WS-INR-EDIT-RATE
                   MOVE WS-INR-ROW-STD-RATE(WS-INR-ROW-IDX)
                       TO WS-INR-EDIT-STD
                   IF WS-INR-ROW-PREF(WS-INR-ROW-IDX) = 'Y'
                       MOVE "PREFERENTIAL" TO WS-INR-PRICING
                       ADD 1 TO WS-INR-INS-PREF
                   ELSE
                       MOVE "STANDARD" TO WS-INR-PRICING
                   END-IF
                   IF WS-INR-ROW-KIND(WS-INR-ROW-IDX) = 'D'
                       MOVE WS-INR-ROW-LOW-BAL(WS-INR-ROW-IDX)
                           TO WS-INR-EDIT-2
                       ADD WS-INR-ROW-BALANCE(WS-INR-ROW-IDX)
                           TO WS-INR-INS-DEPOSITS
                       ADD WS-INR-ROW-OD-DAYS(WS-INR-ROW-IDX)
                           TO WS-INR-INS-OD-DAYS
                       IF WS-INR-ROW-FLAG(WS-INR-ROW-IDX) = 'Y'
                           ADD 1 TO WS-INR-INS-WAIVERS
                       END-IF
                       DISPLAY "INSIDER-DEPOSIT|"
                           FUNCTION TRIM(WS-INR-INS-NAME(WS-INR-INS-IDX))
                           "|" WS-INR-ROW-ID(WS-INR-ROW-IDX)
                           "|" WS-INR-ROW-TYPE(WS-INR-ROW-IDX)
                           "|" FUNCTION TRIM(WS-INR-EDIT-1)
                           "|" WS-INR-EDIT-RATE
                           "|" WS-INR-EDIT-STD
                           "|" FUNCTION TRIM(WS-INR-PRICING)
                           "|" WS-INR-ROW-FLAG(WS-INR-ROW-IDX)
                           "|" WS-INR-ROW-OD-DAYS(WS-INR-ROW-IDX)
                           "|" FUNCTION TRIM(WS-INR-EDIT-2)
                   ELSE
                       ADD WS-INR-ROW-BALANCE(WS-INR-ROW-IDX)
                           TO WS-INR-INS-LOANS
                       DISPLAY "INSIDER-LOAN|"
                           FUNCTION TRIM(WS-INR-INS-NAME(WS-INR-INS-IDX))
                           "|" WS-INR-ROW-ID(WS-INR-ROW-IDX)
                           "|" WS-INR-ROW-ACCT(WS-INR-ROW-IDX)
                           "|" FUNCTION TRIM(WS-INR-EDIT-1)
                           "|" WS-INR-EDIT-RATE
                           "|" WS-INR-EDIT-STD
                           "|" FUNCTION TRIM(WS-INR-PRICING)
                           "|" WS-INR-ROW-FLAG(WS-INR-ROW-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INR-INS-LOANS > INSIDER-AGG-LENDING-LIMIT
               MOVE "OVER-LIMIT" TO WS-INR-LIMIT-FLAG
           ELSE
               MOVE "WITHIN-LIMIT" TO WS-INR-LIMIT-FLAG
           END-IF
           MOVE WS-INR-INS-DEPOSITS TO WS-INR-EDIT-1
           MOVE WS-INR-INS-LOANS TO WS-INR-EDIT-2
           DISPLAY "INSIDER-TOTAL|"
               FUNCTION TRIM(WS-INR-INS-NAME(WS-INR-INS-IDX)) "|"
               FUNCTION TRIM(WS-INR-EDIT-1) "|"
               FUNCTION TRIM(WS-INR-EDIT-2) "|"
               WS-INR-INS-OD-DAYS "|"
               WS-INR-INS-WAIVERS "|"
               WS-INR-INS-PREF "|"
               FUNCTION TRIM(WS-INR-LIMIT-FLAG)
           ADD WS-INR-INS-DEPOSITS TO WS-INR-TOTAL-DEPOSITS
           ADD WS-INR-INS-LOANS TO WS-INR-TOTAL-LOANS
           ADD WS-INR-INS-OD-DAYS TO WS-INR-TOTAL-OD-DAYS
           ADD WS-INR-INS-WAIVERS TO WS-INR-TOTAL-WAIVERS
           ADD WS-INR-INS-PREF TO WS-INR-TOTAL-PREF.

      *>   Repricing gap for ALCO: every balance bucketed by when it
      *>   reprices or matures — CDs on ACCT-MATURITY-DATE, loans on
      *>   the LOANSCHED.DAT principal runoff, overdrawn balances
      *>   (overdraft lines and ad hoc overdrafts, both repriceable
      *>   at will) in the first bucket, and the checking, savings
      *>   and money market balances spread by the assumed decay
      *>   percents (COMCODE.cpy's GAP-DECAY-TABLE, overridable from
      *>   the GAPPARM.DAT parameter file). Rate-sensitive assets less
      *>   rate-sensitive liabilities is the periodic gap, running
      *>   sum the cumulative gap, each also as a percent of total
      *>   assets — the deposit total CALL-REPORT reports as total
      *>   assets unless the parameter file gives TOTAL-ASSETS.
      *>   Amounts are USD (FX-RATES), as for FDIC.
       PRINT-REPRICING-GAP.
           DISPLAY "GAP|INTEREST-RATE REPRICING GAP|" WS-CURRENT-DATE
           INITIALIZE WS-GAP-TABLE
           MOVE 0 TO WS-GAP-TOTAL-DEPOSITS
           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-GAP-TODAY-INT
           PERFORM LOAD-GAP-PARAMETERS
           PERFORM VARYING WS-GAP-DECAY-IDX FROM 1 BY 1
               UNTIL WS-GAP-DECAY-IDX > GAP-DECAY-COUNT
               DISPLAY "GAP-DECAY|" GAP-DECAY-TYPE(WS-GAP-DECAY-IDX)
                   "|" GAP-DECAY-PCT(WS-GAP-DECAY-IDX, 1)
                   "|" GAP-DECAY-PCT(WS-GAP-DECAY-IDX, 2)
                   "|" GAP-DECAY-PCT(WS-GAP-DECAY-IDX, 3)
                   "|" GAP-DECAY-PCT(WS-GAP-DECAY-IDX, 4)
                   "|" GAP-DECAY-PCT(WS-GAP-DECAY-IDX, 5)
                   "|" GAP-DECAY-PCT(WS-GAP-DECAY-IDX, 6)
           END-PERFORM

           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF ACCT-STATUS NOT = 'C'
                   PERFORM ADD-GAP-ACCOUNT
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           PERFORM ADD-GAP-LOAN-RUNOFF

           IF WS-GAP-TOTAL-ASSETS = 0
               MOVE WS-GAP-TOTAL-DEPOSITS TO WS-GAP-TOTAL-ASSETS
               MOVE "DEPOSITS" TO WS-GAP-ASSETS-SOURCE
           ELSE
               MOVE "PARAMETER" TO WS-GAP-ASSETS-SOURCE
           END-IF
           MOVE WS-GAP-TOTAL-ASSETS TO WS-GAP-EDIT-1
           DISPLAY "GAP|TOTAL-ASSETS|" FUNCTION TRIM(WS-GAP-EDIT-1) "|"
               FUNCTION TRIM(WS-GAP-ASSETS-SOURCE)

           PERFORM VARYING WS-GAP-LINE-IDX FROM 1 BY 1
               UNTIL WS-GAP-LINE-IDX > 6
               PERFORM PRINT-GAP-LINE
           END-PERFORM

           MOVE 0 TO WS-GAP-CUMULATIVE WS-GAP-TOTAL-RSA
           MOVE 0 TO WS-GAP-TOTAL-RSL
           PERFORM VARYING WS-GAP-BKT FROM 1 BY 1
               UNTIL WS-GAP-BKT > 6
               COMPUTE WS-GAP-RSA = WS-GAP-AMT(1, WS-GAP-BKT)
                   + WS-GAP-AMT(2, WS-GAP-BKT)
               COMPUTE WS-GAP-RSL = WS-GAP-AMT(3, WS-GAP-BKT)
                   + WS-GAP-AMT(4, WS-GAP-BKT)
                   + WS-GAP-AMT(5, WS-GAP-BKT)
                   + WS-GAP-AMT(6, WS-GAP-BKT)
               COMPUTE WS-GAP-PERIODIC = WS-GAP-RSA - WS-GAP-RSL
               ADD WS-GAP-PERIODIC TO WS-GAP-CUMULATIVE
               ADD WS-GAP-RSA TO WS-GAP-TOTAL-RSA
               ADD WS-GAP-RSL TO WS-GAP-TOTAL-RSL
               MOVE 0 TO WS-GAP-PCT WS-GAP-CUM-PCT
               IF WS-GAP-TOTAL-ASSETS > 0
                   COMPUTE WS-GAP-PCT ROUNDED =
                       WS-GAP-PERIODIC * 100 / WS-GAP-TOTAL-ASSETS
                   COMPUTE WS-GAP-CUM-PCT ROUNDED =
                       WS-GAP-CUMULATIVE * 100 / WS-GAP-TOTAL-ASSETS
               END-IF
               MOVE WS-GAP-RSA TO WS-GAP-EDIT-1
               MOVE WS-GAP-RSL TO WS-GAP-EDIT-2
               MOVE WS-GAP-PERIODIC TO WS-GAP-EDIT-3
               MOVE WS-GAP-CUMULATIVE TO WS-GAP-EDIT-4
               MOVE WS-GAP-PCT TO WS-GAP-EDIT-PCT
               MOVE WS-GAP-CUM-PCT TO WS-GAP-EDIT-CUM-PCT
               DISPLAY "GAP|"
                   FUNCTION TRIM(WS-GAP-BUCKET-NAME(WS-GAP-BKT)) "|"
                   FUNCTION TRIM(WS-GAP-EDIT-1) "|"
                   FUNCTION TRIM(WS-GAP-EDIT-2) "|"
                   FUNCTION TRIM(WS-GAP-EDIT-3) "|"
                   FUNCTION TRIM(WS-GAP-EDIT-4) "|"
                   FUNCTION TRIM(WS-GAP-EDIT-PCT) "|"
                   FUNCTION TRIM(WS-GAP-EDIT-CUM-PCT)
           END-PERFORM

           MOVE WS-GAP-TOTAL-RSA TO WS-GAP-EDIT-1
           MOVE WS-GAP-TOTAL-RSL TO WS-GAP-EDIT-2
           MOVE WS-GAP-CUMULATIVE TO WS-GAP-EDIT-3
           DISPLAY "SUMMARY|GAP-RATE-SENSITIVE-ASSETS|"
               FUNCTION TRIM(WS-GAP-EDIT-1)
           DISPLAY "SUMMARY|GAP-RATE-SENSITIVE-LIABILITIES|"
               FUNCTION TRIM(WS-GAP-EDIT-2)
           DISPLAY "SUMMARY|GAP-CUMULATIVE|"
               FUNCTION TRIM(WS-GAP-EDIT-3)
           DISPLAY "SUMMARY|GAP-CUMULATIVE-PCT-ASSETS|"
               FUNCTION TRIM(WS-GAP-EDIT-CUM-PCT)
           DISPLAY "RESULT|00".

      *>   GAPPARM.DAT (or the file named on the command line):
      *>   KEY=VALUE lines, same shape as SIMULATE.cob's load
      *>   parameter file. DECAY-C/-S/-M= takes six comma-separated
      *>   whole percents, one per bucket, which must sum to 100 or
      *>   the line is ignored with a warning; TOTAL-ASSETS= replaces
      *>   the deposit-total default. '*' lines are comments. No file
      *>   means the COMCODE.cpy defaults stand.
       LOAD-GAP-PARAMETERS.
           MOVE 0 TO WS-GAP-TOTAL-ASSETS
           IF WS-GAP-PARM-PATH = SPACES
               MOVE "GAPPARM.DAT" TO WS-GAP-PARM-PATH
           END-IF
           OPEN INPUT GAPPARM-FILE
           IF WS-GAPPARM-STATUS NOT = '00'
               DISPLAY "GAP|PARAMETERS|DEFAULT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GAP|PARAMETERS|" FUNCTION TRIM(WS-GAP-PARM-PATH)
           PERFORM UNTIL 1 = 0
               READ GAPPARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF GAPPARM-LINE NOT = SPACES
                   AND GAPPARM-LINE(1:1) NOT = '*'
                   MOVE SPACES TO WS-GAP-PARM-KEY WS-GAP-PARM-VAL
                   UNSTRING GAPPARM-LINE DELIMITED BY "="
                       INTO WS-GAP-PARM-KEY WS-GAP-PARM-VAL
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-GAP-PARM-KEY)
                       TO WS-GAP-PARM-KEY
                   EVALUATE TRUE
                       WHEN WS-GAP-PARM-KEY = "TOTAL-ASSETS"
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-GAP-PARM-VAL))
                               TO WS-GAP-TOTAL-ASSETS
                       WHEN WS-GAP-PARM-KEY(1:6) = "DECAY-"
                           PERFORM APPLY-GAP-DECAY-PARM
                       WHEN OTHER
                           DISPLAY "GAP|WARNING|UNKNOWN-PARAMETER|"
                               FUNCTION TRIM(WS-GAP-PARM-KEY)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE GAPPARM-FILE.

       APPLY-GAP-DECAY-PARM.
           PERFORM VARYING WS-GAP-DECAY-IDX FROM 1 BY 1
               UNTIL WS-GAP-DECAY-IDX > GAP-DECAY-COUNT
               IF GAP-DECAY-TYPE(WS-GAP-DECAY-IDX)
                   = WS-GAP-PARM-KEY(7:1)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GAP-DECAY-IDX > GAP-DECAY-COUNT
               OR WS-GAP-PARM-KEY(8:1) NOT = SPACE
               DISPLAY "GAP|WARNING|UNKNOWN-PARAMETER|"
                   FUNCTION TRIM(WS-GAP-PARM-KEY)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GAP-PCT-STR
           UNSTRING WS-GAP-PARM-VAL DELIMITED BY ","
               INTO WS-GAP-PCT-TXT(1) WS-GAP-PCT-TXT(2)
                    WS-GAP-PCT-TXT(3) WS-GAP-PCT-TXT(4)
                    WS-GAP-PCT-TXT(5) WS-GAP-PCT-TXT(6)
           END-UNSTRING
           MOVE 0 TO WS-GAP-PCT-SUM
           PERFORM VARYING WS-GAP-BKT FROM 1 BY 1
               UNTIL WS-GAP-BKT > 6
               COMPUTE WS-GAP-PCT-SUM = WS-GAP-PCT-SUM
                   + FUNCTION NUMVAL(WS-GAP-PCT-TXT(WS-GAP-BKT))
           END-PERFORM
           IF WS-GAP-PCT-SUM NOT = 100
               DISPLAY "GAP|WARNING|DECAY-NOT-100|"
                   FUNCTION TRIM(WS-GAP-PARM-KEY) "|" WS-GAP-PCT-SUM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GAP-BKT FROM 1 BY 1
               UNTIL WS-GAP-BKT > 6
               MOVE FUNCTION NUMVAL(WS-GAP-PCT-TXT(WS-GAP-BKT))
                   TO GAP-DECAY-PCT(WS-GAP-DECAY-IDX, WS-GAP-BKT)
           END-PERFORM.

      *>   Buckets one deposit account off ACCOUNT-RECORD. A CD with
      *>   no maturity date, or one already past it, reprices now.
       ADD-GAP-ACCOUNT.
           MOVE ACCT-CURRENCY TO WS-FX-LOOKUP-CCY
           PERFORM LOOKUP-FX-RATE
           COMPUTE WS-GAP-USD-BAL ROUNDED =
               ACCT-BALANCE / WS-FX-SRC-RATE
           ADD WS-GAP-USD-BAL TO WS-GAP-TOTAL-DEPOSITS
           IF WS-GAP-USD-BAL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GAP-USD-BAL < 0
               SUBTRACT WS-GAP-USD-BAL FROM WS-GAP-AMT(2, 1)
               EXIT PARAGRAPH
           END-IF
           EVALUATE ACCT-TYPE
               WHEN 'D'
                   MOVE 0 TO WS-GAP-DAYS
                   IF ACCT-MATURITY-DATE >= 16010101
                       COMPUTE WS-GAP-DAYS =
                           FUNCTION INTEGER-OF-DATE(ACCT-MATURITY-DATE)
                           - WS-GAP-TODAY-INT
                   END-IF
                   PERFORM SET-GAP-BUCKET
                   ADD WS-GAP-USD-BAL TO WS-GAP-AMT(3, WS-GAP-BKT)
               WHEN 'S'
                   MOVE 5 TO WS-GAP-LINE-IDX
                   PERFORM SPREAD-GAP-DECAY
               WHEN 'M'
                   MOVE 6 TO WS-GAP-LINE-IDX
                   PERFORM SPREAD-GAP-DECAY
               WHEN OTHER
                   MOVE 4 TO WS-GAP-LINE-IDX
                   PERFORM SPREAD-GAP-DECAY
           END-EVALUATE.

      *>   Spreads WS-GAP-USD-BAL across line WS-GAP-LINE-IDX by its
      *>   type's decay percents; the last bucket takes whatever the
      *>   rounding of the first five left, so the line still foots.
       SPREAD-GAP-DECAY.
           PERFORM VARYING WS-GAP-DECAY-IDX FROM 1 BY 1
               UNTIL WS-GAP-DECAY-IDX > GAP-DECAY-COUNT
               IF GAP-DECAY-TYPE(WS-GAP-DECAY-IDX) = ACCT-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GAP-DECAY-IDX > GAP-DECAY-COUNT
               MOVE 1 TO WS-GAP-DECAY-IDX
           END-IF
           MOVE 0 TO WS-GAP-ALLOCATED
           PERFORM VARYING WS-GAP-BKT FROM 1 BY 1
               UNTIL WS-GAP-BKT > 5
               COMPUTE WS-GAP-PORTION ROUNDED = WS-GAP-USD-BAL
                   * GAP-DECAY-PCT(WS-GAP-DECAY-IDX, WS-GAP-BKT) / 100
               ADD WS-GAP-PORTION
                   TO WS-GAP-AMT(WS-GAP-LINE-IDX, WS-GAP-BKT)
               ADD WS-GAP-PORTION TO WS-GAP-ALLOCATED
           END-PERFORM
           COMPUTE WS-GAP-AMT(WS-GAP-LINE-IDX, 6) =
               WS-GAP-AMT(WS-GAP-LINE-IDX, 6)
               + WS-GAP-USD-BAL - WS-GAP-ALLOCATED.

      *>   Loan principal runs off on its still-Due LOANSCHED.DAT
      *>   rows in schedule order, capped at the loan's outstanding
      *>   LOAN-BALANCE — a curtailment shortens the term, so the
      *>   trailing rows a prepayment already covered never count.
      *>   Balance no schedule row accounts for reprices now. An
      *>   adjustable-rate loan runs off only the rows due up to its
      *>   next adjustment date; the rest of it reprices on that date.
       ADD-GAP-LOAN-RUNOFF.
           MOVE 0 TO WS-GAP-LOAN-COUNT
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LOAN-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF LOAN-ACTIVE AND LOAN-BALANCE > 0
                   AND WS-GAP-LOAN-COUNT < 500
                   ADD 1 TO WS-GAP-LOAN-COUNT
                   MOVE LOAN-ID TO WS-GAP-LOAN-ID(WS-GAP-LOAN-COUNT)
                   MOVE LOAN-BALANCE
                       TO WS-GAP-LOAN-LEFT(WS-GAP-LOAN-COUNT)
                   MOVE 0 TO WS-GAP-LOAN-ADJ(WS-GAP-LOAN-COUNT)
                   IF LOAN-ADJUSTABLE
                       AND LOAN-NEXT-ADJ-DATE IS NUMERIC
                       MOVE LOAN-NEXT-ADJ-DATE
                           TO WS-GAP-LOAN-ADJ(WS-GAP-LOAN-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOAN-FILE
           OPEN INPUT LOAN-SCHED-FILE
           IF WS-LSCH-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ LOAN-SCHED-FILE
                       AT END
                           CLOSE LOAN-SCHED-FILE
                           EXIT PERFORM
                   END-READ
                   IF LSCH-DUE
                       PERFORM ADD-GAP-SCHEDULE-ROW
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-GAP-LOAN-IDX FROM 1 BY 1
               UNTIL WS-GAP-LOAN-IDX > WS-GAP-LOAN-COUNT
               IF WS-GAP-LOAN-LEFT(WS-GAP-LOAN-IDX) > 0
                   IF WS-GAP-LOAN-ADJ(WS-GAP-LOAN-IDX) > 0
                       COMPUTE WS-GAP-DAYS = FUNCTION INTEGER-OF-DATE
                           (WS-GAP-LOAN-ADJ(WS-GAP-LOAN-IDX))
                           - WS-GAP-TODAY-INT
                       PERFORM SET-GAP-BUCKET
                   ELSE
                       MOVE 1 TO WS-GAP-BKT
                   END-IF
                   ADD WS-GAP-LOAN-LEFT(WS-GAP-LOAN-IDX)
                       TO WS-GAP-AMT(1, WS-GAP-BKT)
               END-IF
           END-PERFORM.

       ADD-GAP-SCHEDULE-ROW.
           PERFORM VARYING WS-GAP-LOAN-IDX FROM 1 BY 1
               UNTIL WS-GAP-LOAN-IDX > WS-GAP-LOAN-COUNT
               IF WS-GAP-LOAN-ID(WS-GAP-LOAN-IDX) = LSCH-LOAN-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GAP-LOAN-IDX > WS-GAP-LOAN-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-GAP-LOAN-LEFT(WS-GAP-LOAN-IDX) <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GAP-LOAN-ADJ(WS-GAP-LOAN-IDX) > 0
               AND LSCH-DUE-DATE > WS-GAP-LOAN-ADJ(WS-GAP-LOAN-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE LSCH-PRINCIPAL TO WS-GAP-PORTION
           IF WS-GAP-PORTION > WS-GAP-LOAN-LEFT(WS-GAP-LOAN-IDX)
               MOVE WS-GAP-LOAN-LEFT(WS-GAP-LOAN-IDX) TO WS-GAP-PORTION
           END-IF
           SUBTRACT WS-GAP-PORTION FROM WS-GAP-LOAN-LEFT(WS-GAP-LOAN-IDX)
           COMPUTE WS-GAP-DAYS =
               FUNCTION INTEGER-OF-DATE(LSCH-DUE-DATE)
               - WS-GAP-TODAY-INT
           PERFORM SET-GAP-BUCKET
           ADD WS-GAP-PORTION TO WS-GAP-AMT(1, WS-GAP-BKT).

      *>   Days-to-reprice in WS-GAP-DAYS to bucket WS-GAP-BKT; past
      *>   due or past maturity falls in the first bucket.
       SET-GAP-BUCKET.
           EVALUATE TRUE
               WHEN WS-GAP-DAYS <= 30
                   MOVE 1 TO WS-GAP-BKT
               WHEN WS-GAP-DAYS <= 90
                   MOVE 2 TO WS-GAP-BKT
               WHEN WS-GAP-DAYS <= 180
                   MOVE 3 TO WS-GAP-BKT
               WHEN WS-GAP-DAYS <= 365
                   MOVE 4 TO WS-GAP-BKT
               WHEN WS-GAP-DAYS <= 1095
                   MOVE 5 TO WS-GAP-BKT
               WHEN OTHER
                   MOVE 6 TO WS-GAP-BKT
           END-EVALUATE.

      *>   One category line, its six bucket amounts and its total;
      *>   lines 1-2 print as GAP-ASSET, 3-6 as GAP-LIABILITY.
       PRINT-GAP-LINE.
           MOVE SPACES TO WS-GAP-ROW-TEXT
           MOVE 1 TO WS-GAP-ROW-PTR
           IF WS-GAP-LINE-IDX <= 2
               STRING "GAP-ASSET|" DELIMITED BY SIZE
                   INTO WS-GAP-ROW-TEXT WITH POINTER WS-GAP-ROW-PTR
               END-STRING
           ELSE
               STRING "GAP-LIABILITY|" DELIMITED BY SIZE
                   INTO WS-GAP-ROW-TEXT WITH POINTER WS-GAP-ROW-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-GAP-LINE-NAME(WS-GAP-LINE-IDX))
               DELIMITED BY SIZE
               INTO WS-GAP-ROW-TEXT WITH POINTER WS-GAP-ROW-PTR
           END-STRING
           MOVE 0 TO WS-GAP-LINE-TOTAL(WS-GAP-LINE-IDX)
           PERFORM VARYING WS-GAP-BKT FROM 1 BY 1
               UNTIL WS-GAP-BKT > 6
               ADD WS-GAP-AMT(WS-GAP-LINE-IDX, WS-GAP-BKT)
                   TO WS-GAP-LINE-TOTAL(WS-GAP-LINE-IDX)
               MOVE WS-GAP-AMT(WS-GAP-LINE-IDX, WS-GAP-BKT)
                   TO WS-GAP-EDIT-1
               STRING "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GAP-EDIT-1) DELIMITED BY SIZE
                   INTO WS-GAP-ROW-TEXT WITH POINTER WS-GAP-ROW-PTR
               END-STRING
           END-PERFORM
           MOVE WS-GAP-LINE-TOTAL(WS-GAP-LINE-IDX) TO WS-GAP-EDIT-1
           STRING "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-GAP-EDIT-1) DELIMITED BY SIZE
               INTO WS-GAP-ROW-TEXT WITH POINTER WS-GAP-ROW-PTR
           END-STRING
           DISPLAY FUNCTION TRIM(WS-GAP-ROW-TEXT).
