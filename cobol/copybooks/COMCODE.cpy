     05  RC-DEBIT-BLOCKED     PIC X(2) VALUE '20'.
     05  RC-WIRE-UNCONFIRMED  PIC X(2) VALUE '21'.
     05  RC-TEMPLATE-ERROR    PIC X(2) VALUE '22'.
     05  RC-BAD-CHECK-DIGIT   PIC X(2) VALUE '23'.
     05  RC-INVALID-BRANCH    PIC X(2) VALUE '24'.
     05  RC-IRA-LIMIT         PIC X(2) VALUE '25'.
     05  RC-NOT-AUTHORIZED    PIC X(2) VALUE '26'.
     05  RC-INSIDER-LIMIT     PIC X(2) VALUE '27'.
     05  RC-OFFCHK-STATE      PIC X(2) VALUE '28'.
     05  RC-INVALID-PROMO     PIC X(2) VALUE '29'.
     05  RC-CARD-CONTROL      PIC X(2) VALUE '30'.
     05  RC-FILE-ERROR        PIC X(2) VALUE '99'.

 01  BANK-IDS.
     05  ACCT-SAVINGS         PIC X(1) VALUE 'S'.
     05  ACCT-CD              PIC X(1) VALUE 'D'.
     05  ACCT-MMKT            PIC X(1) VALUE 'M'.
     05  ACCT-CREDIT-CARD     PIC X(1) VALUE 'R'.

*>================================================================*
*> FEE-REASON-CODES — structured reason stamped into each fee
     05  FEE-REASON-ODLOC-INT  PIC X(3) VALUE 'LCI'.
     05  FEE-REASON-ANALYSIS   PIC X(3) VALUE 'ANA'.
     05  FEE-REASON-EXCESS     PIC X(3) VALUE 'EXA'.
     05  FEE-REASON-SAFE-BOX   PIC X(3) VALUE 'SDB'.
     05  FEE-REASON-CLEARING   PIC X(3) VALUE 'CHB'.
     05  FEE-REASON-ATM-FOREIGN PIC X(3) VALUE 'ATF'.
     05  FEE-REASON-PROMO-CLAWBACK PIC X(3) VALUE 'PRC'.
     05  FEE-REASON-CARD-INT   PIC X(3) VALUE 'CCI'.
     05  FEE-REASON-CARD-LATE  PIC X(3) VALUE 'CCL'.
     05  FEE-REASON-LOAN-LATE  PIC X(3) VALUE 'LLC'.

 01  TX-TYPES.
     05  TX-DEPOSIT           PIC X(1) VALUE 'D'.
     05  TX-POS               PIC X(1) VALUE 'P'.
     05  TX-CHECK             PIC X(1) VALUE 'K'.
     05  TX-BILLPAY           PIC X(1) VALUE 'B'.
     05  TX-MEMO              PIC X(1) VALUE 'M'.
     05  TX-CHARGEOFF         PIC X(1) VALUE 'C'.
     05  TX-RECOVERY          PIC X(1) VALUE 'Y'.

*>================================================================*
*> Per-account-type daily transaction limit. Single source of
     05  OPEN-MIN-SAVINGS     PIC 9(10)V99 VALUE 100.00.
     05  OPEN-MIN-MMKT        PIC 9(10)V99 VALUE 2500.00.
     05  OPEN-MIN-CD          PIC 9(10)V99 VALUE 500.00.
     05  OPEN-MIN-CREDIT-CARD PIC 9(10)V99 VALUE 0.00.

*>================================================================*
*> Default number of days with no activity before an account is
 01  CHECK-FLOAT-SETTINGS.
     05  CHECK-FLOAT-DEFAULT-DAYS PIC 9(3) VALUE 2.

*>================================================================*
*> Regulation CC funds-availability schedule for CHECK-DEPOSIT
*> holds. The first REGCC-IMMEDIATE-AMT of every deposited check is
*> available at once and carries no hold; the rest of the first
*> REGCC-NEXT-DAY-AMT is owed to the customer on the next business
*> day; the remainder rides the ordinary CHECK-FLOAT-DEFAULT-DAYS
*> (or teller override) schedule, counted in business days and
*> never released ahead of the next-day portion. An exception — a new account (opened fewer than
*> REGCC-NEW-ACCT-DAYS ago), a repeat overdrafter (at least
*> REGCC-REPEAT-OD-COUNT overdraft fees in the last
*> REGCC-REPEAT-OD-DAYS), or the part of a large deposit above
*> REGCC-LARGE-DEPOSIT-AMT — holds the affected portion a further
*> REGCC-EXCEPTION-BUS-DAYS business days and owes the customer a
*> written notice. See TRANSACT.cob's APPLY-REGCC-SCHEDULE.
*>================================================================*
 01  REGCC-SETTINGS.
     05  REGCC-IMMEDIATE-AMT      PIC 9(10)V99 VALUE 100.00.
     05  REGCC-NEXT-DAY-AMT       PIC 9(10)V99 VALUE 225.00.
     05  REGCC-LARGE-DEPOSIT-AMT  PIC 9(10)V99 VALUE 5525.00.
     05  REGCC-NEW-ACCT-DAYS      PIC 9(3) VALUE 30.
     05  REGCC-REPEAT-OD-COUNT    PIC 9(3) VALUE 6.
     05  REGCC-REPEAT-OD-DAYS     PIC 9(3) VALUE 180.
     05  REGCC-EXCEPTION-BUS-DAYS PIC 9(3) VALUE 5.

*>   Exception reason stamped on each HOLDNOTICE.DAT record (see
*>   HOLDNTCREC.cpy), so the branch prints the right disclosure.
 01  REGCC-EXCEPTION-CODES.
     05  REGCC-EXC-NEW-ACCOUNT    PIC X(2) VALUE 'NA'.
     05  REGCC-EXC-REPEAT-OD      PIC X(2) VALUE 'RO'.
     05  REGCC-EXC-LARGE-DEPOSIT  PIC X(2) VALUE 'LD'.

*>================================================================*
*> Default age, in days, a TRANSACT.DAT record must reach before
*> ARCHIVE.cob moves it into a dated TRANSACT-ARCHIVE-YYYYMMDD.DAT
 01  ARCHIVE-SETTINGS.
     05  ARCHIVE-RETENTION-DEFAULT-DAYS PIC 9(5) VALUE 365.

*>================================================================*
*> Default age, in days since closure (ACCT-LAST-ACTIVITY on a
*> 'C'losed account — CLOSE stamps it), before PURGE.cob moves a
*> closed account out of ACCOUNTS.DAT into a dated
*> ACCOUNTS-ARCHIVE-YYYYMMDD.DAT. Seven years covers the BSA record-
*> retention period. PURGE takes an optional command-line override.
*>================================================================*
 01  PURGE-SETTINGS.
     05  PURGE-RETENTION-DEFAULT-DAYS PIC 9(5) VALUE 2555.

*>================================================================*
*> NSF re-presentment queue settings — a WITHDRAW that declines
*> RC-NSF is queued instead of left for the merchant to manually
     05  BACKUP-WHOLD-RATE        PIC 9V9(4) VALUE 0.2400.
     05  BWH-REMIT-ACCT-ID        PIC X(10) VALUE 'WHOLD-IRS'.

*>================================================================*
*> IOLTA trust-account settings (IOLTA.DAT — see IOLTAREC.cpy).
*> INTEREST.cob sweeps a flagged trust account's monthly interest,
*> net of the month's service charges, to the state bar
*> foundation's designated IOLTA-REMIT-ACCT-ID house account
*> (credited only when that account exists on the node's ledger —
*> the IOLTAREM.DAT detail record is written either way).
*>================================================================*
 01  IOLTA-SETTINGS.
     05  IOLTA-REMIT-ACCT-ID      PIC X(10) VALUE 'IOLTA-FDN'.

*>================================================================*
*> Nonresident-alien withholding settings for foreign account
*> holders (TAXSTAT.DAT — see TAXSTREC.cpy). INTEREST.cob withholds
*> the W-8 treaty rate, or NRA-DEFAULT-RATE when no unexpired W-8
*> is on file, from every interest accrual a foreign person isn't
*> exempt on, and remits it to the designated NRA-REMIT-ACCT-ID
*> house account (credited only when that account exists on the
*> node's ledger — the NRAWHOLD.DAT detail record is written
*> either way). NRA-INCOME-CODE is the Form 1042-S income code the
*> detail is reported under (29 — deposit interest); the
*> NRA-EXEMPT-CODE-* items are its chapter 3 exemption codes — none
*> (tax withheld), exempt by statute, or exempt by a zero treaty
*> rate.
*>================================================================*
 01  NRA-WITHHOLDING-SETTINGS.
     05  NRA-DEFAULT-RATE         PIC 9V9(4) VALUE 0.3000.
     05  NRA-REMIT-ACCT-ID        PIC X(10) VALUE 'WHOLD-NRA'.
     05  NRA-INCOME-CODE          PIC X(2) VALUE '29'.
     05  NRA-EXEMPT-CODE-NONE     PIC X(2) VALUE '00'.
     05  NRA-EXEMPT-CODE-IRC      PIC X(2) VALUE '02'.
     05  NRA-EXEMPT-CODE-TREATY   PIC X(2) VALUE '04'.

*>================================================================*
*> IRA contribution settings (IRA.DAT — see IRAREC.cpy). A DEPOSIT
*> into an IRA declines RC-IRA-LIMIT when the owner's contributions
*> for the tax year would pass IRA-ANNUAL-LIMIT, plus
*> IRA-CATCHUP-LIMIT once the owner reaches IRA-CATCHUP-AGE by the
*> end of that year. Deposits through IRA-PRIOR-YEAR-CUTOFF (MMDD)
*> may be designated for the prior tax year. A distribution before
*> the owner is IRA-NORMAL-DIST-MONTHS old (59 1/2) is coded early
*> unless the teller codes it otherwise. Limits are the IRS figures
*> for the current year — update them each January.
*>================================================================*
 01  IRA-SETTINGS.
     05  IRA-ANNUAL-LIMIT         PIC 9(7)V99 VALUE 7000.00.
     05  IRA-CATCHUP-LIMIT        PIC 9(7)V99 VALUE 1000.00.
     05  IRA-CATCHUP-AGE          PIC 9(3) VALUE 50.
     05  IRA-PRIOR-YEAR-CUTOFF    PIC 9(4) VALUE 0415.
     05  IRA-NORMAL-DIST-MONTHS   PIC 9(4) VALUE 714.

*>================================================================*
*> Custodial (UTMA) account settings (CUSTODY.DAT — see
*> UTMAREC.cpy). The state's age of majority is keyed on each
*> designation and must fall between UTMA-MIN-MAJORITY-AGE and
*> UTMA-MAX-MAJORITY-AGE (some states let the transfer run to 25).
*> ACCOUNTS MAJORITY lists accounts whose minor comes of age within
*> UTMA-NOTICE-DAYS so the transfer letter can go out ahead of it.
*>================================================================*
 01  UTMA-SETTINGS.
     05  UTMA-NOTICE-DAYS         PIC 9(3) VALUE 60.
     05  UTMA-MIN-MAJORITY-AGE    PIC 9(2) VALUE 18.
     05  UTMA-MAX-MAJORITY-AGE    PIC 9(2) VALUE 25.

*>================================================================*
*> Deposit-insurance coverage (REPORTS.cob's FDIC operation).
*> FDIC-SMDIA is the standard maximum deposit insurance amount,
*> applied per depositor per ownership category. A payable-on-
*> death (revocable trust) owner is covered FDIC-SMDIA per unique
*> beneficiary, up to FDIC-POD-MAX-BENEF beneficiaries.
*>================================================================*
 01  FDIC-SETTINGS.
     05  FDIC-SMDIA               PIC 9(7)V99 VALUE 250000.00.
     05  FDIC-POD-MAX-BENEF       PIC 9(2) VALUE 5.

*>================================================================*
*> Clearing-house member billing defaults (MBRBILL.cob) — used for
*> any member with no MBRFEE.DAT row of its own and no '*' default
*> row there either. See MBRFEEREC.cpy for how a month is priced.
*>================================================================*
 01  MEMBER-FEE-DEFAULTS.
     05  MBR-DEFAULT-BASE-FEE     PIC 9(7)V99 VALUE 500.00.
     05  MBR-DEFAULT-PER-ITEM     PIC 9(3)V9(4) VALUE 0.0500.
     05  MBR-DEFAULT-PER-EXC      PIC 9(5)V99 VALUE 5.00.
     05  MBR-DEFAULT-PER-RETURN   PIC 9(5)V99 VALUE 10.00.
     05  MBR-DEFAULT-VOLUME-BP    PIC 9(3)V99 VALUE 0.10.

*>================================================================*
*> ACH origination identity (ACHORIG.cob) — the hub originates as
*> ODFI for items leaving the network. ACH-IMMED-DEST-RTN is the
*> ACH operator the file is delivered to; ACH-ODFI-RTN prefixes
*> every trace number and batch (its first 8 digits).
*>================================================================*
 01  ACH-ORIGINATOR-SETTINGS.
     05  ACH-IMMED-DEST-RTN       PIC X(9) VALUE '011000015'.
     05  ACH-IMMED-DEST-NAME      PIC X(23)
                                  VALUE 'FEDERAL RESERVE BANK'.
     05  ACH-ODFI-RTN             PIC X(9) VALUE '072000038'.
     05  ACH-ORIGIN-NAME          PIC X(23)
                                  VALUE 'LEGACY LEDGER CLEARING'.
     05  ACH-COMPANY-NAME         PIC X(16) VALUE 'LEGACY LEDGER'.
     05  ACH-COMPANY-ID           PIC X(10) VALUE '1382991047'.

*>================================================================*
*> Insider (Regulation O) lending (INSIDER.DAT — see INSIDREC.cpy).
*> LOANS.cob's ORIGINATE flags every loan to an insider or one of
*> the insider's related interests for board approval, and
*> declines RC-INSIDER-LIMIT one that would take the insider's
*> aggregate outstanding lending (related interests included) past
*> INSIDER-AGG-LENDING-LIMIT — set it to the bank's 15%-of-
*> unimpaired-capital figure. STD-LOAN-RATE and STD-CD-RATE are the
*> standard rates the installment loan and CD products are offered
*> to the public at; REPORTS.cob's INSIDER report measures insider
*> pricing against them (the other deposit products against
*> INTRATE.cpy's tiers).
*>================================================================*
 01  INSIDER-SETTINGS.
     05  INSIDER-AGG-LENDING-LIMIT PIC 9(10)V99 VALUE 500000.00.
     05  STD-LOAN-RATE            PIC 9V9(4) VALUE 0.0800.
     05  STD-CD-RATE              PIC 9V9(4) VALUE 0.0300.

*>================================================================*
*> Interest-rate gap (REPORTS.cob GAP) — assumed decay of the non-
*> maturity deposit balances across the six repricing buckets
*> (0-30 days, 31-90, 91-180, 181-365, 1-3 years, over 3 years),
*> as whole percents summing to 100 per account type. Each 19-byte
*> entry is TYPE(1) + six 3-digit percents, lined up with
*> GAP-DECAY-PCT the way INTRATE.cpy's tier values are. These are
*> the defaults; a DECAY-<type>= line in GAPPARM.DAT overrides a
*> type's split for the run without a recompile.
*>================================================================*
 01  GAP-DECAY-VALUES.
     05  FILLER PIC X(19) VALUE 'C005010010015030030'.
     05  FILLER PIC X(19) VALUE 'S005005010015030035'.
     05  FILLER PIC X(19) VALUE 'M020020020020020000'.
 01  GAP-DECAY-TABLE REDEFINES GAP-DECAY-VALUES.
     05  GAP-DECAY-ENTRY OCCURS 3 TIMES.
         10  GAP-DECAY-TYPE       PIC X(1).
         10  GAP-DECAY-PCT        PIC 9(3) OCCURS 6 TIMES.
 01  GAP-DECAY-COUNT              PIC 9(1) VALUE 3.

*>================================================================*
*> Age, in days from POSPAY-ISSUE-DATE, after which a still-Issued
*> POSPAY.DAT entry is a stale-dated check. TRANSACT.cob's
 01  POSPAY-STALE-SETTINGS.
     05  POSPAY-STALE-DEFAULT-DAYS PIC 9(5) VALUE 180.

*>================================================================*
*> Official (cashier's) check settings (OFFCHK.DAT, OFCKREC.cpy).
*> TRANSACT.cob's OFFICIAL-CHECK credits the purchase to the
*> OFFCHK-LIAB-ACCT-ID liability account (a ledger account like
*> any other, carrying a valid check digit so a presented item
*> passes CHECK's entry guard) and registers the item on POSPAY.DAT
*> against it, numbered OFFCHK-NUMBER-BASE plus OFCKSEQ.DAT's
*> counter. A lost item stopped by VOID-OFFICIAL is reissued by the
*> REPLACE-LOST batch step once OFFCHK-INDEMNITY-DAYS have passed
*> without the original being paid. Official checks never go stale
*> (VOID-STALE leaves them alone); one still outstanding
*> OFFCHK-DORMANCY-DAYS after issue is listed by REPORTS.cob's
*> DORMANT for unclaimed-property reporting.
*>================================================================*
 01  OFFICIAL-CHECK-SETTINGS.
     05  OFFCHK-LIAB-ACCT-ID      PIC X(10) VALUE 'OFCHK-LIA9'.
     05  OFFCHK-NUMBER-BASE       PIC 9(10) VALUE 9000000000.
     05  OFFCHK-INDEMNITY-DAYS    PIC 9(3) VALUE 90.
     05  OFFCHK-DORMANCY-DAYS     PIC 9(5) VALUE 1095.

*>================================================================*
*> Check-book order registry (CHKORDER.DAT, CHKORDREC.cpy). For an
*> account with no POSPAY.DAT entries, TRANSACT.cob's CHECK looks
*> the check number up against every range ever ordered for the
*> account. CHKORD-OUT-OF-RANGE-ACTION says what happens to one that
*> falls outside them all: 'D' declines it RC-CHECK-MISMATCH as a
*> suspected counterfeit, 'F' posts it with a CHECK-FLAG line for
*> the fraud desk. A check number already paid on the account is
*> always declined RC-DUPLICATE-ITEM. CHKORDER.cob's monthly REORDER
*> batch issues a reorder notice once the highest check paid out of
*> the account's latest range reaches CHKORD-REORDER-PCT of it.
*>================================================================*
 01  CHECK-ORDER-SETTINGS.
     05  CHKORD-OUT-OF-RANGE-ACTION PIC X(1) VALUE 'D'.
     05  CHKORD-REORDER-PCT       PIC 9(3) VALUE 80.

*>================================================================*
*> Standard life of a stop-payment order, in days from its
*> STOP-REQUESTED-DATE. STOPPAY.cob's EXPIRE batch step flips an
 01  STOP-PAYMENT-SETTINGS.
     05  STOP-LIFE-DEFAULT-DAYS   PIC 9(5) VALUE 180.

*>================================================================*
*> Safe deposit box statutory period: how many days a box must sit
*> delinquent (unpaid annual rent, BOX-DELINQ-DATE) before it can be
*> drilled and its contents inventoried. SAFEBOX.cob's DRILL-REPORT
*> lists boxes past it and DRILL refuses a box that isn't. DRILL-
*> REPORT takes an optional command-line override.
*>================================================================*
 01  SAFE-BOX-SETTINGS.
     05  SDB-DRILL-DEFAULT-DAYS   PIC 9(5) VALUE 180.

*>================================================================*
*> HOLD-REASON-CODES — why a HOLDS.DAT hold exists, stored in each
*> HOLD-RECORD's HOLD-REASON-CODE (HOLDREC.cpy). VALIDATE.cob's
*> RESERVE takes an optional reason-code argument; NONE/omitted
*> defaults to HOLD-REASON-GENERAL. TRANSACT.cob's CHECK-DEPOSIT
*> stamps its float hold HOLD-REASON-CHECK-FLOAT (the Reg CC
*> next-day/exception portions get their own codes below).
*>================================================================*
 01  HOLD-REASON-CODES.
     05  HOLD-REASON-CARD-AUTH    PIC X(2) VALUE 'CA'.
*>   hold releases only when the hub's settlement confirmation
*>   lands (TRANSACT.cob's RELEASE-TRANSIT), never on a day count.
     05  HOLD-REASON-TRANSIT      PIC X(2) VALUE 'TC'.
*>   Reg CC split of an ordinary check-float hold (see REGCC-
*>   SETTINGS): the next-business-day portion and the exception-
*>   extended portion. The portion on the normal float schedule
*>   keeps HOLD-REASON-CHECK-FLOAT; the immediate portion is not
*>   held at all. All three holds carry the deposit's TRX id in
*>   HOLD-MERCHANT-REF.
     05  HOLD-REASON-CHECK-NEXTDAY PIC X(2) VALUE 'CN'.
     05  HOLD-REASON-CHECK-EXCEPT  PIC X(2) VALUE 'CX'.

*>================================================================*
*> FX-RATES — units of each currency per 1 USD, the same
     05  SIM-FR-WITHDRAW-PCT    PIC 9(3) VALUE 10.
     05  SIM-FR-TRANSFER-PCT    PIC 9(3) VALUE 20.
     05  SIM-FR-OUTBOUND-PCT    PIC 9(3) VALUE 50.

*>================================================================*
*> Federal-benefit protection on garnishment orders (LEVY.cob
*> INTAKE). Federal benefits (Social Security, SSI, VA, Railroad
*> Retirement, OPM annuities) direct-deposited during the lookback
*> period — the BENEFIT-LOOKBACK-MONTHS months before the day the
*> order is reviewed — are protected: that much of the balance must
*> stay available to the customer, so the 'LO' hold only covers
*> what exceeds it. A benefit credit is a successful TRANS-TYPE 'D'
*> whose TRANS-DESC begins with one of the originator company names
*> below (the Treasury's ACH company name for each payer agency,
*> carried into TRANS-DESC by the BATCH/DEPOSIT that posts it).
*> Each 16-byte entry is NAME(14) + the significant length (2).
*>================================================================*
 01  BENEFIT-PROTECT-SETTINGS.
     05  BENEFIT-LOOKBACK-MONTHS  PIC 9(2) VALUE 2.
 01  BENEFIT-ORIGINATOR-VALUES.
     05  FILLER PIC X(16) VALUE 'SSA TREAS 310 13'.
     05  FILLER PIC X(16) VALUE 'SSI TREAS 310 13'.
     05  FILLER PIC X(16) VALUE 'VA TREAS 310  12'.
     05  FILLER PIC X(16) VALUE 'RRB TREAS 310 13'.
     05  FILLER PIC X(16) VALUE 'OPM TREAS 310 13'.
 01  BENEFIT-ORIGINATOR-TABLE REDEFINES BENEFIT-ORIGINATOR-VALUES.
     05  BENEFIT-ORIG-ENTRY OCCURS 5 TIMES.
         10  BENEFIT-ORIG-NAME     PIC X(14).
         10  BENEFIT-ORIG-LEN      PIC 9(2).
 01  BENEFIT-ORIG-COUNT           PIC 9(1) VALUE 5.

*>================================================================*
*> Customer risk rating (RISKRATE.cob — see RISKREC.cpy). SCORE
*> rates every KYC.DAT customer from concrete factors, each worth
*> points, over the last RISK-LOOKBACK-DAYS (SAR and screening
*> history count whatever its age):
*>   PRD product mix — RISK-PRD-TYPES or more distinct account
*>       types held +1, RISK-PRD-ACCTS or more open accounts +1
*>   WIR wires (TRANS-TYPE 'X') — any +1; RISK-WIR-HIGH-COUNT or
*>       more, or RISK-WIR-HIGH-AMT or more in total, +2 instead
*>   CSH cash — a filed CTR.DAT near-threshold record +1, an
*>       over-threshold one +2, RISK-CSH-HIGH-COUNT or more over +3
*>   SAR SAR.DAT case history — worst case Cleared, Open or Filed
*>   SCR SCREENQ.DAT sanctions hits — worst hit Pending or Blocked
*>       (a Cleared false positive scores nothing)
*>   CHN channels — RISK-CHN-MANY or more distinct channels +1,
*>       no teller (face-to-face) activity at all +1
*> A total of RISK-HIGH-SCORE or more rates High, RISK-MEDIUM-SCORE
*> or more Medium, anything less Low; a Filed SAR or a Blocked
*> screening hit alone is enough for High. The next due-diligence
*> review falls RISK-REVIEW-MONTHS-<tier> after the last one (after
*> KYC verification for a customer never reviewed); DUE lists the
*> reviews falling due within RISK-DUE-WINDOW-DAYS.
*>================================================================*
 01  RISK-RATING-SETTINGS.
     05  RISK-LOOKBACK-DAYS       PIC 9(5) VALUE 365.
     05  RISK-HIGH-SCORE          PIC 9(3) VALUE 6.
     05  RISK-MEDIUM-SCORE        PIC 9(3) VALUE 3.
     05  RISK-PRD-TYPES           PIC 9(1) VALUE 3.
     05  RISK-PRD-ACCTS           PIC 9(3) VALUE 4.
     05  RISK-WIR-HIGH-COUNT      PIC 9(5) VALUE 12.
     05  RISK-WIR-HIGH-AMT        PIC 9(10)V99 VALUE 100000.00.
     05  RISK-CSH-HIGH-COUNT      PIC 9(5) VALUE 4.
     05  RISK-SAR-CLEARED-PTS     PIC 9(2) VALUE 1.
     05  RISK-SAR-OPEN-PTS        PIC 9(2) VALUE 3.
     05  RISK-SAR-FILED-PTS       PIC 9(2) VALUE 6.
     05  RISK-SCR-PENDING-PTS     PIC 9(2) VALUE 3.
     05  RISK-SCR-BLOCKED-PTS     PIC 9(2) VALUE 6.
     05  RISK-CHN-MANY            PIC 9(1) VALUE 3.
     05  RISK-REVIEW-MONTHS-HIGH  PIC 9(3) VALUE 12.
     05  RISK-REVIEW-MONTHS-MEDIUM PIC 9(3) VALUE 24.
     05  RISK-REVIEW-MONTHS-LOW   PIC 9(3) VALUE 36.
     05  RISK-DUE-WINDOW-DAYS     PIC 9(5) VALUE 30.

*>================================================================*
*> Rewards checking (REWARDS.DAT — see RWDREC.cpy). An enrolled
*> checking account earns REWARDS-RATE on the balance up to
*> REWARDS-BALANCE-CAP, and its ordinary tier rate above it, in a
*> statement cycle where it qualifies:
*>   POS   — at least REWARDS-MIN-POS-COUNT successful card POS
*>           purchases (TRANS-TYPE 'P' not taken at an ATM)
*>   DD    — at least one successful direct deposit or ACH credit
*>           (TRANS-TYPE 'D' arriving on channel REWARDS-DD-CHANNEL)
*>   ESTMT — enrolled for e-statements (RWD-ESTMT 'Y')
*> A qualifying cycle also refunds the cycle's out-of-network ATM
*> fees (FEE-REASON-ATM-FOREIGN) up to REWARDS-ATM-REFUND-CAP. A
*> cycle that misses earns the tier rate on the whole balance and
*> refunds nothing. While ATM-FOREIGN-FEE-SWITCH is on, TRANSACT.cob's
*> POS charges FEE-ATM-FOREIGN on a withdrawal arriving on channel
*> ATM-FOREIGN-CHANNEL (a machine outside the bank's own network),
*> rewards account or not — never on a fee-exempt account, and held
*> like the overdraft fee on a fee-stopped or bankruptcy-stayed one.
*> The switch ships off ('N'); set it to 'Y' once the fee is on the
*> published fee schedule.
*>================================================================*
 01  REWARDS-CHECKING-SETTINGS.
     05  REWARDS-MIN-POS-COUNT    PIC 9(3) VALUE 10.
     05  REWARDS-RATE             PIC 9V9(4) VALUE 0.0300.
     05  REWARDS-BALANCE-CAP      PIC 9(10)V99 VALUE 15000.00.
     05  REWARDS-ATM-REFUND-CAP   PIC 9(4)V99 VALUE 25.00.
     05  REWARDS-DD-CHANNEL       PIC X(3) VALUE 'ACH'.
     05  ATM-FOREIGN-CHANNEL      PIC X(3) VALUE 'ATF'.
     05  ATM-FOREIGN-FEE-SWITCH   PIC X VALUE 'N'.

*>================================================================*
*> New-account promotions (PROMO.DAT / PROMOENR.DAT — see
*> PROMOREC.cpy and PROMOENR.cpy). PROMO.cob's daily RUN pays an
*> enrolled account's bonus once it meets the offer's qualifying
*> activity inside the offer window:
*>   'D' — direct deposits (TRANS-TYPE 'D' arriving on channel
*>         PROMO-DD-CHANNEL) totalling at least PROMO-QUAL-AMOUNT
*>   'P' — at least PROMO-QUAL-COUNT card debits (TRANS-TYPE 'P'
*>         not taken at an ATM)
*> The bonus posts as TRANS-TYPE 'I' (it is interest for Form
*> 1099-INT purposes) stamped PROMO-BONUS-REASON in
*> TRANS-FEE-REASON so it can be told apart from accrued interest.
*> Closing the account inside the offer's clawback window takes
*> the bonus back as an 'F' fee under FEE-REASON-PROMO-CLAWBACK;
*> the bonus stays on the year's 1099-INT either way.
*> INT-1099-MIN-REPORT is the box 1 floor below which REPORTS.cob's
*> INT-1099 extract leaves an account off (unless tax was
*> withheld from it).
*>================================================================*
 01  PROMO-SETTINGS.
     05  PROMO-BONUS-REASON       PIC X(3) VALUE 'PRB'.
     05  PROMO-DD-CHANNEL         PIC X(3) VALUE 'ACH'.
     05  INT-1099-MIN-REPORT      PIC 9(4)V99 VALUE 10.00.

*>================================================================*
*> Consumer credit card terms (ACCT-TYPE 'R' accounts; the line
*> itself is on CCACCT.DAT — see CCACCTREC.cpy). CCARD.cob's daily
*> CYCLE closes each card's statement a month after the last one:
*>   due date     — statement date + CCARD-GRACE-DAYS
*>   minimum due  — the greater of CCARD-MIN-PAY-FLOOR and
*>                  CCARD-MIN-PAY-PCT of the new balance plus the
*>                  cycle's interest and late fee, plus anything
*>                  already past due; never more than the balance
*> A statement paid in full by its due date keeps the grace period:
*> the next cycle's purchases carry no interest. Cash advances
*> accrue from the day they are taken regardless. Missing the
*> minimum by the due date charges CCARD-LATE-FEE (never more than
*> the minimum that was missed) and ages the card one more cycle
*> past due. CCARD-MAX-APR bounds the APRs CCARD.cob's OPEN takes.
*>================================================================*
 01  CREDIT-CARD-SETTINGS.
     05  CCARD-GRACE-DAYS         PIC 9(2) VALUE 25.
     05  CCARD-MIN-PAY-PCT        PIC 9V9(4) VALUE 0.0100.
     05  CCARD-MIN-PAY-FLOOR      PIC 9(4)V99 VALUE 25.00.
     05  CCARD-LATE-FEE           PIC 9(4)V99 VALUE 29.00.
     05  CCARD-MAX-APR            PIC 9V9(4) VALUE 0.3600.

*>================================================================*
*> Mortgage escrow analysis (LOANS.cob's ESCANALYZE — see
*> ESCROWREC.cpy). Once a year each escrow account's next twelve
*> months are projected from its payee schedule at a base monthly
*> deposit of one twelfth of the year's bills. The allowed cushion
*> is ESCROW-CUSHION-MONTHS of that base (two months — one sixth of
*> the year's bills, the RESPA maximum). When the lowest projected
*> balance falls short of the cushion, the shortage is spread over
*> ESCROW-SHORTAGE-MONTHS on top of the base; a surplus of at least
*> ESCROW-SURPLUS-REFUND-MIN is refunded to the borrower's deposit
*> account, and a smaller one is left to be absorbed by the base.
*>================================================================*
 01  ESCROW-SETTINGS.
     05  ESCROW-CUSHION-MONTHS    PIC 9(2) VALUE 2.
     05  ESCROW-SHORTAGE-MONTHS   PIC 9(2) VALUE 12.
     05  ESCROW-SURPLUS-REFUND-MIN PIC 9(4)V99 VALUE 50.00.

*>================================================================*
*> Loan autopay (LOANS.cob's AUTODEBIT — see LOANREC.cpy). A draft
*> the funding account can't cover is retried on the REPRESENT-
*> SETTINGS schedule; once the retries are exhausted the loan is
*> assessed a late charge of LOAN-LATE-CHARGE-PCT of the level P&I
*> payment, never less than LOAN-LATE-CHARGE-MIN, and the borrower
*> is sent a notice (LOANNOTICE.DAT, LNNTCREC.cpy).
*>================================================================*
 01  LOAN-AUTOPAY-SETTINGS.
     05  LOAN-LATE-CHARGE-PCT     PIC 9V9(4) VALUE 0.0500.
     05  LOAN-LATE-CHARGE-MIN     PIC 9(4)V99 VALUE 15.00.

*>================================================================*
*> Overdrawn deposit-account aging (COLLECT.cob's nightly AGING —
*> see ODAGEREC.cpy). Days overdrawn are counted from the day the
*> balance crossed zero and bucketed 1-15, 16-30, 31-45 and 46-60
*> by the ODAGE-BUCKET-n-DAYS upper bounds; a collection notice
*> goes out as the account enters each bucket. Past
*> ODAGE-FEE-STOP-DAYS, FEES.cob and TRANSACT.cob stop charging
*> the account maintenance and overdraft fees; past
*> ODAGE-FREEZE-DAYS the account is moved to ACCT-STATUS 'O'
*> (collections), which blocks every debit but still lets deposits
*> land. At ODAGE-CHARGEOFF-DAYS the negative balance is charged
*> off (TRANS-TYPE 'C', booked to GLCODE.cpy's loss account) and
*> the account closed; anything collected afterwards posts as a
*> recovery (TRANS-TYPE 'Y').
*>================================================================*
 01  OVERDRAWN-AGING-SETTINGS.
     05  ODAGE-BUCKET-1-DAYS      PIC 9(3) VALUE 15.
     05  ODAGE-BUCKET-2-DAYS      PIC 9(3) VALUE 30.
     05  ODAGE-BUCKET-3-DAYS      PIC 9(3) VALUE 45.
     05  ODAGE-CHARGEOFF-DAYS     PIC 9(3) VALUE 60.
     05  ODAGE-FEE-STOP-DAYS      PIC 9(3) VALUE 15.
     05  ODAGE-FREEZE-DAYS        PIC 9(3) VALUE 30.

*>================================================================*
*> FinCEN 314(a) subject-list search (FIN314.cob — see
*> F314MATREC.cpy). Transactions are searched back
*> F314-LOOKBACK-DAYS from the search date (six months), across
*> TRANSACT.DAT and every TRANSACT-ARCHIVE file TXCHAIN.DAT names
*> that could still hold records that recent; the response is due
*> F314-RESPONSE-DAYS after the list arrives.
*>================================================================*
 01  F314-SEARCH-SETTINGS.
     05  F314-LOOKBACK-DAYS       PIC 9(3) VALUE 183.
     05  F314-RESPONSE-DAYS       PIC 9(2) VALUE 14.

*>================================================================*
*> Servicemembers Civil Relief Act rate cap (SCRA.cob's registry —
*> see SCRAREC.cpy and SCRACHK.cpy). Debt a servicemember took on
*> before entering active duty is charged no more than
*> SCRA-RATE-CAP (6% APR) from the service start date through
*> SCRA-GRACE-DAYS after release from duty — LOANS.cob's SCRACAP
*> for installment loans, INTEREST.cob's ACCRUE-ODLOC-CHARGES for
*> overdraft lines. Interest above the cap is forgiven outright,
*> never deferred to after the protected period.
*>================================================================*
 01  SCRA-SETTINGS.
     05  SCRA-RATE-CAP            PIC 9V9(4) VALUE 0.0600.
     05  SCRA-GRACE-DAYS          PIC 9(3) VALUE 365.

*>================================================================*
*> Debit card controls (CARDS.cob's CONTROL/TRAVEL operations —
*> see CARDCTLREC.cpy, CARDTRVREC.cpy and CCTLCHK.cpy). A POS or
*> card-authorization RESERVE whose merchant country is not
*> CARD-HOME-COUNTRY is foreign: with CARD-FOREIGN-NEEDS-NOTICE
*> 'Y' it declines unless the card has an Active travel notice
*> covering that country and today's date. A blank country on the
*> request is treated as domestic.
*>================================================================*
 01  CARD-CONTROL-SETTINGS.
     05  CARD-HOME-COUNTRY        PIC X(3) VALUE 'USA'.
     05  CARD-FOREIGN-NEEDS-NOTICE PIC X(1) VALUE 'Y'.
     05  CARD-MAX-BLOCKED-MCC     PIC 9(2) VALUE 10.
