      *>            — open a loan against an existing deposit-account
      *>              relationship and generate its level-payment
      *>              amortization schedule (name is a single token,
      *>              underscores for spaces). A borrower on the
      *>              insider registry (INSIDER.DAT) — by account,
      *>              by the name given, or by the account's owner or
      *>              joint owner name — gets a loan flagged for
      *>              board approval, or RESULT|27 if it would take
      *>              that insider's aggregate lending, related
      *>              interests included, past COMCODE.cpy's
      *>              INSIDER-AGG-LENDING-LIMIT
      *>    PAYMENT <loan-id> <amount> [<operator>]
      *>            — apply a receipt: schedule rows are retired
      *>              oldest-first, each posting its own principal and
      *>              interest legs (TRANS-TYPE 'D', TRANS-ACCT-ID =
      *>              the loan id) to TRANSACT.DAT; any remainder that
      *>              doesn't cover a full installment posts as a
      *>              principal curtailment. On a loan with an
      *>              active escrow account each installment also
      *>              collects ESC-MONTHLY ('D' "Loan escrow deposit"
      *>              leg) and retires only when the receipt covers
      *>              P&I plus the escrow. What is left after whole
      *>              installments pays any outstanding late charges
      *>              before it curtails principal
      *>    AUTOPAY <loan-id> <funding-acct | OFF> [<operator>]
      *>            — enroll the loan in automatic payment from a
      *>              checking, savings or money market account (the
      *>              borrower's own or another), or cancel it;
      *>              drafting starts with the installment due today
      *>    AUTODEBIT [<operator>]
      *>            — daily step: drafts every enrolled loan's
      *>              installments (P&I plus escrow) falling due since
      *>              the last run from the funding account ('W' leg
      *>              on it) and applies each as a PAYMENT would. A
      *>              draft the account can't cover is queued on
      *>              REPRESENT.DAT (tagged with the loan id) and
      *>              retried on the REPRESENT-RETRY-DAYS schedule;
      *>              after the last of REPRESENT-MAX-ATTEMPTS retries
      *>              fails the loan is assessed a late charge ('F'
      *>              leg, TRANS-FEE-REASON 'LLC') and the borrower's
      *>              notice is written to LOANNOTICE.DAT. A loan whose
      *>              borrower or funding account is under a
      *>              bankruptcy stay (BANKRUPT.DAT, kept by
      *>              BANKRUPT.cob) is neither drafted nor retried —
      *>              each held-back draft is logged to STAYSKIP.DAT,
      *>              and a held retry is pushed out a retry period
      *>              without counting an attempt, so no late charge
      *>              can come of it
      *>    INDEXRATE <index-code> <rate> <effective-date> [<operator>]
      *>            — record a published index value (annual rate as a
      *>              fraction, e.g. 0.0750) on INDEXRATE.DAT; the same
      *>              code and date again corrects it
      *>    ARM <loan-id> <index-code> <margin> <adj-freq-months>
      *>        <periodic-cap> <periodic-floor> <lifetime-cap>
      *>        <lifetime-floor> [<operator>]
      *>            — make an active loan adjustable: its current rate
      *>              is the start rate, it resets every 1-60 months
      *>              from origination to index plus margin, moving at
      *>              most the periodic cap up / floor down per reset
      *>              (0 = no periodic limit) and never outside the
      *>              lifetime floor..cap (absolute rates)
      *>    REPRICE [<operator>]
      *>            — daily step: every adjustable loan whose
      *>              adjustment date has come is reset off the index
      *>              rate in effect on that date, its unpaid
      *>              installments due after the date re-amortized at
      *>              the new rate and payment, and a rate-change
      *>              notice written to RATENOTICE.DAT for the
      *>              borrower ahead of the first new payment
      *>    SCRACAP [<operator>]
      *>            — daily step: every active loan whose borrower
      *>              went on active military duty after it was
      *>              originated (SCRA.DAT, kept by SCRA.cob) is held
      *>              at COMCODE.cpy's SCRA-RATE-CAP from the service
      *>              start: the unpaid installments due after that
      *>              date are re-amortized at the cap, and interest
      *>              above it — on installments as they fall due,
      *>              and on any already paid since service began —
      *>              is forgiven, never added back. Once the post-
      *>              service grace period is over (or the
      *>              registration is voided) the contract rate is
      *>              restored over the installments still to come.
      *>              Either change writes the borrower a notice to
      *>              RATENOTICE.DAT
      *>    BILLING [<operator>]
      *>            — monthly step: emits a billing notice line (and a
      *>              LOAN-BILLS.DAT record) for every unpaid
      *>              installment due within the next 31 days, billed
      *>              at P&I plus any escrow monthly
      *>    DELINQ [<operator>]
      *>            — delinquency aging: each loan's oldest unpaid
      *>              installment past its due date, bucketed
      *>              1-29/30-59/60-89/90+ days with the total amount
      *>              past due
      *>    ESCROW <loan-id> [<operator>]
      *>            — open a mortgage escrow sub-account on an active
      *>              loan (ESCROW.DAT); first analysis due in a year
      *>    ESCPAYEE <loan-id> <T|I> <payee-name> <amount> <next-due>
      *>             <freq-months> [<operator>]
      *>            — add a property tax (T) or insurance (I) bill to
      *>              the loan's escrow payee schedule (ESCPAYEE.DAT;
      *>              name is a single token, underscores for spaces;
      *>              frequency 1-12 months); the escrow monthly rises
      *>              by amount / frequency
      *>    ESCDISB [<operator>]
      *>            — daily step: pays every active escrow bill whose
      *>              next due date has come ('W' leg under the loan
      *>              id) and moves it on by its frequency; a bill the
      *>              balance can't cover is still paid (advance)
      *>    ESCANALYZE [<loan-id>] [<operator>]
      *>            — annual escrow analysis of every account whose
      *>              analysis date has come (or the one loan named):
      *>              twelve-month projection, shortage/surplus
      *>              against COMCODE.cpy's ESCROW-SETTINGS cushion,
      *>              new monthly, surplus refund to the borrower's
      *>              deposit account, and the escrow statement
      *>
      *>  Files:
      *>    I-O:    LOANS.DAT (LINE SEQUENTIAL, 236-byte loan master —
      *>            loaded whole and rewritten)
      *>    I-O:    LOANSCHED.DAT (LINE SEQUENTIAL, 52-byte schedule —
      *>            loaded whole and rewritten)
      *>    I-O:    ACCOUNTS.DAT (INDEXED — ORIGINATE validates the
      *>            borrower's deposit account exists and AUTOPAY the
      *>            funding account; ESCANALYZE credits escrow surplus
      *>            refunds, AUTODEBIT debits autopay drafts)
      *>    I-O:    REPRESENT.DAT (LINE SEQUENTIAL, 102-byte NSF
      *>            re-presentment queue shared with TRANSACT.cob —
      *>            AUTODEBIT only, loaded whole and rewritten)
      *>    Output: LOANNOTICE.DAT (LINE SEQUENTIAL, appended —
      *>            95-byte autopay failure notices)
      *>    Input:  BANKRUPT.DAT (LINE SEQUENTIAL, 118-byte bankruptcy
      *>            registry kept by BANKRUPT.cob — AUTODEBIT only,
      *>            absent file tolerated)
      *>    Output: STAYSKIP.DAT (LINE SEQUENTIAL, appended — 128-byte
      *>            drafts held back for a bankruptcy stay)
      *>    I-O:    ESCROW.DAT (LINE SEQUENTIAL, 91-byte escrow
      *>            sub-accounts — loaded whole and rewritten)
      *>    I-O:    ESCPAYEE.DAT (LINE SEQUENTIAL, 72-byte escrow
      *>            payee schedule — loaded whole and rewritten)
      *>    I-O:    INDEXRATE.DAT (LINE SEQUENTIAL, 37-byte index rate
      *>            history — loaded whole and rewritten)
      *>    Output: RATENOTICE.DAT (LINE SEQUENTIAL, appended —
      *>            144-byte adjustable-rate and SCRA rate-cap
      *>            change notices)
      *>    Input:  SCRA.DAT (LINE SEQUENTIAL, 89-byte servicemember
      *>            registry kept by SCRA.cob — SCRACAP and REPRICE,
      *>            absent file tolerated)
      *>    Input:  INSIDER.DAT (LINE SEQUENTIAL, 81-byte insider
      *>            registry kept by ACCOUNTS.cob — ORIGINATE only,
      *>            absent file tolerated)
      *>    Output: TRANSACT.DAT (LINE SEQUENTIAL, appended — the
      *>            principal/interest legs)
      *>    I-O:    TXSEQ.DAT (1-record TRX-n sequence counter)
      *>    LOANSCHREC.cpy — Amortization schedule record layout
      *>    ACCTREC.cpy    — Account record layout (148 bytes)
      *>    TRANSREC.cpy   — Transaction record layout
      *>    TXCHAIN.cpy    — TRANSACT.DAT hash-chain work area
      *>    SEQREC.cpy     — Sequence record layout
      *>    OPLOGREC.cpy   — Shared operator session log record layout
      *>    INSIDREC.cpy   — Insider (Regulation O) registry layout
      *>    ESCROWREC.cpy  — Mortgage escrow sub-account layout
      *>    ESCPAYREC.cpy  — Escrow payee schedule layout
      *>    REPRESENTREC.cpy — NSF re-presentment queue record layout
      *>    LNNTCREC.cpy   — Loan autopay failure notice layout
      *>    IDXRTREC.cpy   — Loan index rate record layout
      *>    LNRTNREC.cpy   — Adjustable-rate change notice layout
      *>    BKRPTREC.cpy   — Bankruptcy filing registry record layout
      *>    STAYSKREC.cpy  — Automatic-stay skip log record layout
      *>    STAYCHK.cpy    — Automatic-stay lookup work area
      *>    SCRAREC.cpy    — Servicemember (SCRA) registry layout
      *>    SCRACHK.cpy    — Servicemember rate-cap lookup work area
      *>    COMCODE.cpy    — Shared status codes and bank identifiers
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Originate: LOAN-ORIGINATED|LOAN-ID|ACCT|PRINCIPAL|RATE|
      *>               TERM|PAYMENT, then for an insider loan
      *>               LOAN-INSIDER|LOAN-ID|INSIDER|TYPE|AGGREGATE|
      *>               BOARD-APPROVAL-REQUIRED (a declined one shows
      *>               LOAN-INSIDER-DECLINED|ACCT|INSIDER|AGGREGATE|
      *>               LIMIT)
      *>    Payment:   LOAN-PAYMENT|LOAN-ID|SEQ|PRINCIPAL|INTEREST|
      *>               ESCROW (per retired installment), then
      *>               LOAN-PAYMENT-SUMMARY|LOAN-ID|PRINCIPAL|INTEREST|
      *>               NEW-BALANCE|ESCROW|LATE-CHARGES-PAID
      *>    Autopay:   AUTOPAY-ENROLLED|LOAN-ID|FUND-ACCT|FIRST-DUE|
      *>               AMOUNT or AUTOPAY-CANCELLED|LOAN-ID|FUND-ACCT
      *>    Autodebit: per draft AUTOPAY-PAID|LOAN-ID|FUND-ACCT|AMOUNT
      *>               (after that payment's LOAN-PAYMENT lines),
      *>               AUTOPAY-NSF|LOAN-ID|FUND-ACCT|AMOUNT|RETRY-DATE,
      *>               AUTOPAY-RETRY|LOAN-ID|FUND-ACCT|AMOUNT|ATTEMPT|
      *>               NEXT-DATE or LOAN-LATE-NOTICE|LOAN-ID|ACCT|
      *>               FUND-ACCT|AMOUNT|LATE-CHARGE; then
      *>               STAY-SKIP|PATH|FUND-ACCT|LOAN-ID|CASE|AMOUNT
      *>               per draft or retry held for a bankruptcy stay
      *>               (PATH AUTOPAY or AUTORETRY); then
      *>               AUTODEBIT-SUMMARY|DRAFTED|PAID|QUEUED|
      *>               RETRIES-PAID|EXHAUSTED, and when any were held
      *>               AUTODEBIT-STAYED|COUNT
      *>    IndexRate: INDEX-RATE|CODE|EFFECTIVE|RATE|ADDED or REPLACED
      *>    Arm:       ARM-TERMS|LOAN-ID|INDEX|MARGIN|FREQ|NEXT-ADJ|
      *>               PERIODIC-CAP|PERIODIC-FLOOR|LIFE-CAP|LIFE-FLOOR
      *>    Reprice:   per adjustment ARM-REPRICE|LOAN-ID|ADJ-DATE|
      *>               INDEX|INDEX-RATE|MARGIN|OLD-RATE|NEW-RATE|
      *>               LIMIT (P periodic, L lifetime, blank)|
      *>               OLD-PAYMENT|NEW-PAYMENT|FIRST-NEW-DUE|NEXT-ADJ,
      *>               ARM-NO-INDEX|LOAN-ID|INDEX|ADJ-DATE when the
      *>               index has no rate yet; then
      *>               REPRICE-SUMMARY|REPRICED|NOTICES|NO-INDEX
      *>               (LIMIT S: a servicemember-capped loan's contract
      *>               rate moved, the cap still holds the charged
      *>               rate)
      *>    Scracap:   per newly capped loan SCRA-CAP|LOAN-ID|ACCT|
      *>               SERVICE-START|OLD-RATE|CAP-RATE|OLD-PAYMENT|
      *>               NEW-PAYMENT|FIRST-NEW-DUE|FORGIVEN|REFUND-DUE|
      *>               VERIFY-SOURCE (REFUND-DUE is the part of
      *>               FORGIVEN already paid, for the branch to
      *>               credit); per restored loan SCRA-RESTORE|LOAN-ID|
      *>               ACCT|CAP-RATE|CONTRACT-RATE|OLD-PAYMENT|
      *>               NEW-PAYMENT|FIRST-NEW-DUE|TOTAL-FORGIVEN; then
      *>               SCRACAP-SUMMARY|CAPPED|RESTORED|STILL-CAPPED|
      *>               FORGIVEN-THIS-RUN
      *>    Billing:   LOAN-BILL|LOAN-ID|SEQ|DUE-DATE|AMOUNT|ESCROW  +
      *>               BILLING-SUMMARY|NOTICES (AMOUNT includes the
      *>               ESCROW part)
      *>    Escrow:    ESCROW-OPENED|LOAN-ID|NEXT-ANALYSIS
      *>    EscPayee:  ESCROW-PAYEE|LOAN-ID|SEQ|KIND|AMOUNT|NEXT-DUE|
      *>               FREQ|NEW-MONTHLY
      *>    EscDisb:   ESCROW-DISB|LOAN-ID|SEQ|KIND|PAYEE|AMOUNT|
      *>               ESCROW-BALANCE (+ ESCROW-ADVANCE|LOAN-ID|BALANCE
      *>               when it goes negative), then
      *>               ESCDISB-SUMMARY|COUNT|TOTAL
      *>    EscAnalyze: per account ESCROW-STMT|LOAN-ID|ACCT|NAME|FROM|
      *>               TO, ESCROW-HISTORY|LOAN-ID|BEGIN|DEPOSITS|
      *>               DISBURSED|CURRENT, twelve ESCROW-PROJ|LOAN-ID|
      *>               YYYYMM|DEPOSIT|DISBURSE|BALANCE, then
      *>               ESCROW-ANALYSIS|LOAN-ID|ANNUAL|CUSHION|LOW-POINT|
      *>               SHORTAGE|SURPLUS|REFUND|OLD-MONTHLY|NEW-MONTHLY|
      *>               NEW-TOTAL-PAYMENT (ESCROW-REFUND-HELD|LOAN-ID|
      *>               ACCT|SURPLUS when the borrower account can't
      *>               take it); finally
      *>               ESCANALYZE-SUMMARY|ANALYZED|SHORTAGES|REFUNDS
      *>    Delinq:    LOAN-DELINQ|LOAN-ID|ACCT|DAYS|BUCKET|PAST-DUE  +
      *>               DELINQ-SUMMARY|B30|B60|B90|B90PLUS
      *>    Result:    RESULT|XX
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|01 — DELINQ found past-due loans (report complete)
      *>    RESULT|03 — Borrower/funding account or loan id not
      *>                found (or the loan has no active escrow
      *>                account, or ARM names an index with no rate on
      *>                INDEXRATE.DAT)
      *>    RESULT|04 — Autopay funding account is not active
      *>    RESULT|08 — Invalid request (zero principal/term,
      *>                payment on a paid-off loan, escrow already
      *>                open, or a bad escrow payee kind/amount/date/
      *>                frequency, or AUTOPAY OFF on a loan not
      *>                enrolled, or bad ARM terms / a loan already
      *>                adjustable / a start rate outside the lifetime
      *>                limits, or a bad INDEXRATE code or date)
      *>    RESULT|10 — Autopay funding account is not a checking,
      *>                savings or money market account
      *>    RESULT|23 — Malformed account number (fails its check
      *>                digit and isn't exempted on CHKDXMPT.DAT)
      *>    RESULT|27 — Insider loan over the aggregate lending limit
      *>    RESULT|99 — File I/O error
      *>
      *>  Change Log:
      *>    2026-09-02  AKD  Initial implementation — the loan book
      *>                     moves into the system of record
      *>    2026-10-15  AKD  Account numbers are now checked against
      *>                     their ACCT-ID check digit (ACCTCHK.cpy) at
      *>                     entry and refused with new RESULT|23 before
      *>                     any lookup, unless exempted on CHKDXMPT.DAT
      *>    2026-10-15  AKD  ORIGINATE checks the borrower against the
      *>                     new insider registry (INSIDER.DAT,
      *>                     INSIDREC.cpy): an insider or related-
      *>                     interest loan is flagged for board approval
      *>                     (new LOAN-INSIDER-FLAG) and declined with
      *>                     new RESULT|27 past the insider's aggregate
      *>                     lending limit
      *>    2026-10-15  AKD  Every TRANSACT.DAT record written now
      *>                     carries TRANS-CHAIN-HASH linking it to the
      *>                     record before it (STAMP-CHAIN-HASH; anchor
      *>                     found by LOAD-CHAIN-ANCHOR — see
      *>                     TXCHAIN.cpy), so VERIFY-CHAIN.cob can prove
      *>                     the log hasn't been edited since
      *>    2026-10-15  AKD  Mortgage escrow: new ESCROW/ESCPAYEE
      *>                     operations keep a per-loan escrow sub-
      *>                     account (ESCROW.DAT, ESCROWREC.cpy) and its
      *>                     tax/insurance payee schedule (ESCPAYEE.DAT,
      *>                     ESCPAYREC.cpy); PAYMENT and BILLING collect
      *>                     the escrow monthly on top of P&I; new
      *>                     ESCDISB pays bills on their due dates and
      *>                     ESCANALYZE runs the annual analysis
      *>                     (shortage/surplus against the cushion, new
      *>                     monthly, surplus refund, escrow statement)
      *>    2026-10-15  AKD  Loan autopay: new AUTOPAY enrollment (LOAN-
      *>                     AUTOPAY-ACCT on LOANS.DAT) and daily
      *>                     AUTODEBIT step drafting each installment
      *>                     from the funding account on its due date
      *>                     and applying it through APPLY-LOAN-PAYMENT,
      *>                     now split out of PROCESS-PAYMENT; NSF
      *>                     drafts are retried off REPRESENT.DAT and a
      *>                     final failure assesses a late charge (LOAN-
      *>                     LATE-CHARGES, collected ahead of
      *>                     curtailment) with a notice to
      *>                     LOANNOTICE.DAT
      *>    2026-10-15  AKD  Adjustable-rate loans: new INDEXRATE keeps
      *>                     the index rate history (INDEXRATE.DAT,
      *>                     IDXRTREC.cpy), ARM sets a loan's index,
      *>                     margin, adjustment frequency and
      *>                     periodic/lifetime caps and floors (new
      *>                     LOANREC.cpy fields), and the daily REPRICE
      *>                     step resets the rate on each adjustment
      *>                     date, re-amortizes the remaining
      *>                     LOANSCHED.DAT rows at the new payment and
      *>                     writes the borrower's rate-change notice
      *>                     (RATENOTICE.DAT, LNRTNREC.cpy)
      *>    2026-10-15  AKD  AUTODEBIT honors the bankruptcy automatic
      *>                     stay: a loan whose borrower or funding
      *>                     account is in an open case on BANKRUPT.DAT
      *>                     is not drafted and its queued retries are
      *>                     held without using an attempt (so no late
      *>                     charge follows); each held draft is logged
      *>                     to STAYSKIP.DAT
      *>    2026-10-15  AKD  Servicemember (SCRA) rate cap: new daily
      *>                     SCRACAP step caps each loan originated
      *>                     before the borrower's service start on
      *>                     SCRA.DAT (SCRAREC.cpy, SCRACHK.cpy) at
      *>                     SCRA-RATE-CAP, re-amortizes the rest of
      *>                     the schedule, counts the forgiven interest
      *>                     and restores the contract rate after the
      *>                     post-service grace period (new LOANREC.cpy
      *>                     fields); REPRICE reprices a capped loan's
      *>                     contract rate under the cap; the shared
      *>                     re-amortization is REAMORTIZE-REMAINING-
      *>                     ROWS
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO "OPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPLOG-STATUS.
           SELECT CHKDXMPT-FILE
               ASSIGN TO "CHKDXMPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKD-XMPT-STATUS.
           SELECT INSIDER-FILE
               ASSIGN TO "INSIDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSIDER-STATUS.
           SELECT ESCROW-FILE
               ASSIGN TO "ESCROW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.
           SELECT ESCROW-PAYEE-FILE
               ASSIGN TO "ESCPAYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EPY-STATUS.
           SELECT REPRESENT-FILE
               ASSIGN TO "REPRESENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT LOAN-NOTICE-FILE
               ASSIGN TO "LOANNOTICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNTN-STATUS.
           SELECT INDEX-RATE-FILE
               ASSIGN TO "INDEXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDXR-STATUS.
           SELECT RATE-NOTICE-FILE
               ASSIGN TO "RATENOTICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRTN-STATUS.
           SELECT BANKRUPT-FILE
               ASSIGN TO "BANKRUPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKR-STATUS.
           SELECT STAY-SKIP-FILE
               ASSIGN TO "STAYSKIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSK-STATUS.
           SELECT SCRA-FILE
               ASSIGN TO "SCRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  BILLS-LINE               PIC X(60).
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".
       FD  CHKDXMPT-FILE.
       COPY "CDXREC.cpy".
       FD  INSIDER-FILE.
       COPY "INSIDREC.cpy".
       FD  ESCROW-FILE.
       COPY "ESCROWREC.cpy".
       FD  ESCROW-PAYEE-FILE.
       COPY "ESCPAYREC.cpy".
       FD  REPRESENT-FILE.
       COPY "REPRESENTREC.cpy".
       FD  LOAN-NOTICE-FILE.
       COPY "LNNTCREC.cpy".
       FD  INDEX-RATE-FILE.
       COPY "IDXRTREC.cpy".
       FD  RATE-NOTICE-FILE.
       COPY "LNRTNREC.cpy".
       FD  BANKRUPT-FILE.
       COPY "BKRPTREC.cpy".
       FD  STAY-SKIP-FILE.
       COPY "STAYSKREC.cpy".
       FD  SCRA-FILE.
       COPY "SCRAREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS         PIC XX VALUE SPACES.
       01  WS-LSCH-STATUS         PIC XX VALUE SPACES.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-SEQ-STATUS          PIC XX VALUE SPACES.
       01  WS-LNSEQ-STATUS        PIC XX VALUE SPACES.
       01  WS-BILLS-STATUS        PIC XX VALUE SPACES.
               10  WS-LN-STATUS       PIC X(1).
               10  WS-LN-PAID-PRIN    PIC 9(10)V99.
               10  WS-LN-PAID-INT     PIC 9(10)V99.
               10  WS-LN-INSIDER      PIC X(1).
               10  WS-LN-AP-STATUS    PIC X(1).
               10  WS-LN-AP-ACCT      PIC X(10).
               10  WS-LN-AP-THRU      PIC 9(8).
               10  WS-LN-LATE         PIC 9(6)V99.
               10  WS-LN-RATE-TYPE    PIC X(1).
               10  WS-LN-INDEX        PIC X(6).
               10  WS-LN-MARGIN       PIC 9V9(4).
               10  WS-LN-ADJ-FREQ     PIC 9(3).
               10  WS-LN-NEXT-ADJ     PIC 9(8).
               10  WS-LN-PCAP         PIC 9V9(4).
               10  WS-LN-PFLOOR       PIC 9V9(4).
               10  WS-LN-LCAP         PIC 9V9(4).
               10  WS-LN-LFLOOR       PIC 9V9(4).
               10  WS-LN-SCRA-STATUS  PIC X(1).
               10  WS-LN-SCRA-ORIG    PIC 9V9(4).
               10  WS-LN-SCRA-CAPPED  PIC 9(8).
               10  WS-LN-SCRA-RESTORED PIC 9(8).
               10  WS-LN-SCRA-THRU    PIC 9(8).
               10  WS-LN-SCRA-FORGIVEN PIC 9(8)V99.
       01  WS-LS-COUNT            PIC 9(4) VALUE 0.
       01  WS-LS-IDX              PIC 9(4) VALUE 0.
       01  WS-LS-TABLE.
               10  WS-LS-PRINCIPAL    PIC 9(8)V99.
               10  WS-LS-INTEREST     PIC 9(8)V99.
               10  WS-LS-STATUS       PIC X(1).

      *>   Insider (Regulation O) check on ORIGINATE — the Active
      *>   INSIDER.DAT entries staged, the borrower's insider (if
      *>   any) and that insider's aggregate outstanding lending.
       01  WS-INSIDER-STATUS      PIC XX VALUE SPACES.
       01  WS-BORROWER-OWNER      PIC X(30) VALUE SPACES.
       01  WS-BORROWER-JOINT      PIC X(30) VALUE SPACES.
       01  WS-IR-COUNT            PIC 9(3) VALUE 0.
       01  WS-IR-IDX              PIC 9(3) VALUE 0.
       01  WS-IR-TABLE.
           05  WS-IR-ENTRY OCCURS 500 TIMES.
               10  WS-IR-KEY-TYPE     PIC X(1).
               10  WS-IR-KEY          PIC X(30).
               10  WS-IR-TYPE         PIC X(1).
               10  WS-IR-INSIDER      PIC X(30).
       01  WS-INS-FLAG            PIC X(1) VALUE SPACE.
       01  WS-INS-NAME            PIC X(30) VALUE SPACES.
       01  WS-INS-TYPE            PIC X(1) VALUE SPACE.
       01  WS-INS-MATCH           PIC X VALUE 'N'.
       01  WS-INS-UPPER-NAME      PIC X(30) VALUE SPACES.
       01  WS-INS-AGGREGATE       PIC S9(12)V99 VALUE 0.

      *>   WRITE-LOAN-LEG posts a 'D' under the loan id from the
      *>   branch unless the caller overrides these — escrow
      *>   disbursements are 'W's, a surplus refund credits the
      *>   borrower's own account, and the batch runs post as SYS.
       01  WS-LEG-TYPE            PIC X(1) VALUE 'D'.
       01  WS-LEG-ACCT-ID         PIC X(10) VALUE SPACES.
       01  WS-LEG-CHANNEL         PIC X(3) VALUE 'BRN'.
       01  WS-LEG-FEE-REASON      PIC X(3) VALUE SPACES.

      *>   Loan autopay. AUTODEBIT drafts each enrolled loan's due
      *>   installments from its funding account; a draft the account
      *>   can't cover goes on the NSF re-presentment queue
      *>   (REPRESENT.DAT, staged whole here as in TRANSACT.cob) tagged
      *>   with the loan id, and is retried by the next AUTODEBIT
      *>   runs. WS-BORROWER-TYPE/-ACCT-STATUS are the account
      *>   FIND-BORROWER-ACCOUNT last read.
       01  WS-REP-STATUS          PIC XX VALUE SPACES.
       01  WS-LNTN-STATUS         PIC XX VALUE SPACES.
       01  WS-BORROWER-TYPE       PIC X(1) VALUE SPACE.
       01  WS-BORROWER-ACCT-STATUS PIC X(1) VALUE SPACE.
       01  WS-AP-ACCT-OPEN        PIC X VALUE 'N'.
       01  WS-AP-OK               PIC X VALUE 'N'.
       01  WS-AP-FUND             PIC X(10) VALUE SPACES.
       01  WS-AP-AMOUNT           PIC 9(8)V99 VALUE 0.
       01  WS-AP-ROW              PIC 9(4) VALUE 0.
       01  WS-AP-NEXT-DUE         PIC 9(8) VALUE 0.
       01  WS-AP-LATE             PIC 9(6)V99 VALUE 0.
       01  WS-AP-INT              PIC 9(8) VALUE 0.
       01  WS-AP-DRAFTED          PIC 9(5) VALUE 0.
       01  WS-AP-PAID             PIC 9(5) VALUE 0.
       01  WS-AP-QUEUED           PIC 9(5) VALUE 0.
       01  WS-AP-RETRIED          PIC 9(5) VALUE 0.
       01  WS-AP-EXHAUSTED        PIC 9(5) VALUE 0.
       01  WS-RP-CHANGED          PIC X VALUE 'N'.
       01  WS-PAY-LATE-TOTAL      PIC 9(8)V99 VALUE 0.
       01  WS-RP-COUNT            PIC 9(3) VALUE 0.
       01  WS-RP-LIMIT            PIC 9(3) VALUE 0.
       01  WS-RP-IDX              PIC 9(3) VALUE 0.
       01  WS-RP-TABLE.
           05  WS-RP-ENTRY OCCURS 200 TIMES.
               10  WS-RP-ID           PIC X(12).
               10  WS-RP-ACCT-ID      PIC X(10).
               10  WS-RP-AMOUNT       PIC S9(10)V99.
               10  WS-RP-DESC         PIC X(40).
               10  WS-RP-ATTEMPTS     PIC 9(1).
               10  WS-RP-NEXT-DATE    PIC 9(8).
               10  WS-RP-REC-STATUS   PIC X(1).
               10  WS-RP-CREATED      PIC 9(8).
               10  WS-RP-LOAN-ID      PIC X(10).

      *>   Escrow sub-accounts (ESCROWREC.cpy) and their payee
      *>   schedule (ESCPAYREC.cpy), staged whole and rewritten.
       01  WS-ESC-STATUS          PIC XX VALUE SPACES.
       01  WS-EPY-STATUS          PIC XX VALUE SPACES.
       01  WS-IN-KIND             PIC X(1) VALUE SPACE.
       01  WS-IN-PAYEE-NAME       PIC X(30) VALUE SPACES.
       01  WS-IN-DUE-STR          PIC X(10) VALUE SPACES.
       01  WS-IN-DUE-DATE         PIC 9(8) VALUE 0.
       01  WS-IN-DUE-DATE-R REDEFINES WS-IN-DUE-DATE.
           05  WS-IN-DUE-YYYY     PIC 9(4).
           05  WS-IN-DUE-MM       PIC 9(2).
           05  WS-IN-DUE-DD       PIC 9(2).
       01  WS-IN-FREQ-STR         PIC X(5) VALUE SPACES.
       01  WS-IN-FREQ             PIC 9(2) VALUE 0.
       01  WS-ESC-MATCH-IDX       PIC 9(3) VALUE 0.
       01  WS-ESC-DUE             PIC 9(6)V99 VALUE 0.
       01  WS-PAY-ESC-TOTAL       PIC S9(10)V99 VALUE 0.
       01  WS-ESC-CHANGED         PIC X VALUE 'N'.
       01  WS-EPY-NEXT-SEQ        PIC 9(2) VALUE 0.
       01  WS-ES-COUNT            PIC 9(3) VALUE 0.
       01  WS-ES-IDX              PIC 9(3) VALUE 0.
       01  WS-ES-TABLE.
           05  WS-ES-ENTRY OCCURS 200 TIMES.
               10  WS-ES-LOAN-ID      PIC X(10).
               10  WS-ES-STATUS       PIC X(1).
               10  WS-ES-BALANCE      PIC S9(8)V99.
               10  WS-ES-MONTHLY      PIC 9(6)V99.
               10  WS-ES-CUSHION      PIC 9(6)V99.
               10  WS-ES-OPEN         PIC 9(8).
               10  WS-ES-LAST-AN      PIC 9(8).
               10  WS-ES-NEXT-AN      PIC 9(8).
               10  WS-ES-YTD-DEP      PIC 9(8)V99.
               10  WS-ES-YTD-DISB     PIC 9(8)V99.
               10  WS-ES-OPERATOR     PIC X(10).
       01  WS-EP-COUNT            PIC 9(4) VALUE 0.
       01  WS-EP-IDX              PIC 9(4) VALUE 0.
       01  WS-EP-TABLE.
           05  WS-EP-ENTRY OCCURS 1000 TIMES.
               10  WS-EP-LOAN-ID      PIC X(10).
               10  WS-EP-SEQ          PIC 9(2).
               10  WS-EP-KIND         PIC X(1).
               10  WS-EP-NAME         PIC X(30).
               10  WS-EP-AMOUNT       PIC 9(8)V99.
               10  WS-EP-NEXT-DUE     PIC 9(8).
               10  WS-EP-FREQ         PIC 9(2).
               10  WS-EP-STATUS       PIC X(1).
               10  WS-EP-LAST-PAID    PIC 9(8).

      *>   Escrow disbursement and annual analysis work fields.
      *>   WS-EA-DUE steps a payee's due date forward by its
      *>   frequency (day capped at 28, as the schedule rows are);
      *>   WS-EA-DISB buckets the projected bills by month 1-12
      *>   counted from the current month.
       01  WS-EA-DUE              PIC 9(8) VALUE 0.
       01  WS-EA-DUE-R REDEFINES WS-EA-DUE.
           05  WS-EA-DUE-YYYY     PIC 9(4).
           05  WS-EA-DUE-MM       PIC 9(2).
           05  WS-EA-DUE-DD       PIC 9(2).
       01  WS-EA-STEP-MONTHS      PIC 9(2) VALUE 0.
       01  WS-EA-MONTH-TOTAL      PIC 9(6) VALUE 0.
       01  WS-EA-BASE-MONTHS      PIC 9(6) VALUE 0.
       01  WS-EA-MONTH-IDX        PIC S9(6) VALUE 0.
       01  WS-EA-M                PIC 9(2) VALUE 0.
       01  WS-EA-MONTHS.
           05  WS-EA-DISB         PIC 9(8)V99 OCCURS 12 TIMES.
       01  WS-EA-YYYYMM           PIC 9(6) VALUE 0.
       01  WS-EA-ANNUAL           PIC 9(8)V99 VALUE 0.
       01  WS-EA-BASE             PIC 9(6)V99 VALUE 0.
       01  WS-EA-CUSHION          PIC 9(6)V99 VALUE 0.
       01  WS-EA-BEGIN-BAL        PIC S9(8)V99 VALUE 0.
       01  WS-EA-RUN-BAL          PIC S9(8)V99 VALUE 0.
       01  WS-EA-LOW              PIC S9(8)V99 VALUE 0.
       01  WS-EA-SHORTAGE         PIC 9(8)V99 VALUE 0.
       01  WS-EA-SURPLUS          PIC 9(8)V99 VALUE 0.
       01  WS-EA-REFUND           PIC 9(8)V99 VALUE 0.
       01  WS-EA-OLD-MONTHLY      PIC 9(6)V99 VALUE 0.
       01  WS-EA-NEW-MONTHLY      PIC 9(6)V99 VALUE 0.
       01  WS-EA-NEW-TOTAL        PIC 9(8)V99 VALUE 0.
       01  WS-EA-COUNT            PIC 9(4) VALUE 0.
       01  WS-EA-SHORT-COUNT      PIC 9(4) VALUE 0.
       01  WS-EA-REFUND-COUNT     PIC 9(4) VALUE 0.
       01  WS-ED-COUNT            PIC 9(5) VALUE 0.
       01  WS-ED-TOTAL            PIC 9(10)V99 VALUE 0.

      *>   Adjustable-rate loans. The index rate history
      *>   (INDEXRATE.DAT, IDXRTREC.cpy) is staged whole and
      *>   rewritten. WS-AR-RATE-WORK is signed and wider than
      *>   LOAN-RATE so index plus margin, or a periodic floor step
      *>   below zero, can be tested before it is clamped.
       01  WS-IDXR-STATUS         PIC XX VALUE SPACES.
       01  WS-LRTN-STATUS         PIC XX VALUE SPACES.
       01  WS-IN-INDEX-CODE       PIC X(6) VALUE SPACES.
       01  WS-IN-MARGIN-STR       PIC X(10) VALUE SPACES.
       01  WS-IN-MARGIN           PIC 9V9(4) VALUE 0.
       01  WS-IN-PCAP-STR         PIC X(10) VALUE SPACES.
       01  WS-IN-PCAP             PIC 9V9(4) VALUE 0.
       01  WS-IN-PFLOOR-STR       PIC X(10) VALUE SPACES.
       01  WS-IN-PFLOOR           PIC 9V9(4) VALUE 0.
       01  WS-IN-LCAP-STR         PIC X(10) VALUE SPACES.
       01  WS-IN-LCAP             PIC 9V9(4) VALUE 0.
       01  WS-IN-LFLOOR-STR       PIC X(10) VALUE SPACES.
       01  WS-IN-LFLOOR           PIC 9V9(4) VALUE 0.
       01  WS-IX-COUNT            PIC 9(3) VALUE 0.
       01  WS-IX-IDX              PIC 9(3) VALUE 0.
       01  WS-IX-MATCH-IDX        PIC 9(3) VALUE 0.
       01  WS-IX-TABLE.
           05  WS-IX-ENTRY OCCURS 500 TIMES.
               10  WS-IX-CODE         PIC X(6).
               10  WS-IX-EFF          PIC 9(8).
               10  WS-IX-RATE         PIC 9V9(4).
               10  WS-IX-ENTERED      PIC 9(8).
               10  WS-IX-OPERATOR     PIC X(10).
       01  WS-AR-ADJ-DATE         PIC 9(8) VALUE 0.
       01  WS-AR-INDEX-RATE       PIC 9V9(4) VALUE 0.
       01  WS-AR-OLD-RATE         PIC 9V9(4) VALUE 0.
       01  WS-AR-RATE-WORK        PIC S9(2)V9(4) VALUE 0.
       01  WS-AR-NEW-RATE         PIC 9V9(4) VALUE 0.
       01  WS-AR-LIMIT            PIC X(1) VALUE SPACE.
       01  WS-AR-OLD-PAYMENT      PIC 9(8)V99 VALUE 0.
       01  WS-AR-FIRST-DUE        PIC 9(8) VALUE 0.
       01  WS-AR-BALANCE          PIC S9(10)V99 VALUE 0.
       01  WS-AR-TERM             PIC 9(3) VALUE 0.
       01  WS-AR-ROW              PIC 9(3) VALUE 0.
       01  WS-AR-NO-INDEX         PIC X VALUE 'N'.
       01  WS-AR-REPRICED         PIC 9(5) VALUE 0.
       01  WS-AR-NOTICES          PIC 9(5) VALUE 0.
       01  WS-AR-UNPRICED         PIC 9(5) VALUE 0.
       COPY "STAYCHK.cpy".

      *>   Servicemember rate cap (SCRACAP). The registry lookup is
      *>   SCRACHK.cpy's; WS-SC-COUNT-TO is the latest due date whose
      *>   installment interest above the cap is counted forgiven.
       COPY "SCRACHK.cpy".
       01  WS-SC-COUNT-TO         PIC 9(8) VALUE 0.
       01  WS-SC-ROW-FORGIVEN     PIC 9(8)V99 VALUE 0.
       01  WS-SC-LOAN-FORGIVEN    PIC 9(8)V99 VALUE 0.
       01  WS-SC-REFUND           PIC 9(8)V99 VALUE 0.
       01  WS-SC-CHANGED          PIC X VALUE 'N'.
       01  WS-SC-CAPPED           PIC 9(5) VALUE 0.
       01  WS-SC-RESTORED         PIC 9(5) VALUE 0.
       01  WS-SC-HELD             PIC 9(5) VALUE 0.
       01  WS-SC-RUN-FORGIVEN     PIC 9(10)V99 VALUE 0.
       COPY "ACCTCHK.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
           EVALUATE WS-OPERATION
               WHEN "ORIGINATE"
                   PERFORM PARSE-ORIGINATE-LINE
                   MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
                   PERFORM CHECK-ENTRY-ACCT-ID
                   IF WS-RESULT-CODE = '00'
                       PERFORM PROCESS-ORIGINATE
                   END-IF
                   MOVE "ORIGINATE" TO WS-OPLOG-OPERATION
                   MOVE WS-NEW-LOAN-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   MOVE "DELINQ" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "AUTOPAY"
                   PERFORM PARSE-AUTOPAY-LINE
                   IF WS-IN-ACCT-ID NOT = "OFF"
                       MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
                       PERFORM CHECK-ENTRY-ACCT-ID
                   END-IF
                   IF WS-RESULT-CODE = '00'
                       PERFORM PROCESS-AUTOPAY-ENROLL
                   END-IF
                   MOVE "AUTOPAY" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-LOAN-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "AUTODEBIT"
                   PERFORM PARSE-RUN-LINE
                   PERFORM PROCESS-AUTODEBIT
                   MOVE "AUTODEBIT" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "INDEXRATE"
                   PERFORM PARSE-INDEXRATE-LINE
                   PERFORM PROCESS-INDEX-RATE
                   MOVE "INDEXRATE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-INDEX-CODE TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "ARM"
                   PERFORM PARSE-ARM-LINE
                   PERFORM PROCESS-ARM-TERMS
                   MOVE "ARM" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-LOAN-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "REPRICE"
                   PERFORM PARSE-RUN-LINE
                   PERFORM PROCESS-REPRICE
                   MOVE "REPRICE" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "SCRACAP"
                   PERFORM PARSE-RUN-LINE
                   PERFORM PROCESS-SCRA-CAP
                   MOVE "SCRACAP" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "ESCROW"
                   PERFORM PARSE-ESCROW-LINE
                   PERFORM PROCESS-ESCROW-OPEN
                   MOVE "ESCROW" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-LOAN-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "ESCPAYEE"
                   PERFORM PARSE-ESCPAYEE-LINE
                   PERFORM PROCESS-ESCROW-PAYEE
                   MOVE "ESCPAYEE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-LOAN-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "ESCDISB"
                   PERFORM PARSE-RUN-LINE
                   PERFORM PROCESS-ESCROW-DISB
                   MOVE "ESCDISB" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "ESCANALYZE"
                   PERFORM PARSE-ESCROW-LINE
                   PERFORM PROCESS-ESCROW-ANALYSIS
                   MOVE "ESCANALYZE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-LOAN-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
               MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT
           END-IF.

      *>   AUTOPAY <loan-id> <funding-acct | OFF> [<operator>]
       PARSE-AUTOPAY-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-LOAN-ID
                    WS-IN-ACCT-ID
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-LOAN-ID) TO WS-IN-LOAN-ID
           MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF.

       PARSE-RUN-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATION
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF.

      *>   ESCROW <loan-id> [<operator>], and ESCANALYZE's optional
      *>   loan id — a second token that isn't a loan id ("LN-...")
      *>   is the operator.
       PARSE-ESCROW-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-LOAN-ID
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-LOAN-ID) TO WS-IN-LOAN-ID
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-LOAN-ID NOT = SPACES
               AND WS-IN-LOAN-ID(1:3) NOT = "LN-"
               MOVE WS-IN-LOAN-ID TO WS-IN-OPERATOR-ID
               MOVE SPACES TO WS-IN-LOAN-ID
           END-IF
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF.

       PARSE-ESCPAYEE-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-LOAN-ID
                    WS-IN-KIND
                    WS-IN-PAYEE-NAME
                    WS-IN-AMOUNT-STR
                    WS-IN-DUE-STR
                    WS-IN-FREQ-STR
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-LOAN-ID) TO WS-IN-LOAN-ID
           MOVE FUNCTION TRIM(WS-IN-PAYEE-NAME) TO WS-IN-PAYEE-NAME
           INSPECT WS-IN-PAYEE-NAME REPLACING ALL "_" BY " "
           MOVE FUNCTION TRIM(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT-STR
           MOVE FUNCTION TRIM(WS-IN-DUE-STR) TO WS-IN-DUE-STR
           MOVE FUNCTION TRIM(WS-IN-FREQ-STR) TO WS-IN-FREQ-STR
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           MOVE 0 TO WS-IN-AMOUNT WS-IN-DUE-DATE WS-IN-FREQ
           IF WS-IN-AMOUNT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT
           END-IF
           IF WS-IN-DUE-STR(1:8) IS NUMERIC
               MOVE WS-IN-DUE-STR(1:8) TO WS-IN-DUE-DATE
           END-IF
           IF WS-IN-FREQ-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-FREQ-STR) TO WS-IN-FREQ
           END-IF.

      *>   INDEXRATE <index-code> <rate> <effective-date> [<operator>]
       PARSE-INDEXRATE-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-INDEX-CODE
                    WS-IN-RATE-STR
                    WS-IN-DUE-STR
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-INDEX-CODE) TO WS-IN-INDEX-CODE
           MOVE FUNCTION TRIM(WS-IN-RATE-STR) TO WS-IN-RATE-STR
           MOVE FUNCTION TRIM(WS-IN-DUE-STR) TO WS-IN-DUE-STR
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           MOVE 0 TO WS-IN-RATE WS-IN-DUE-DATE
           IF WS-IN-RATE-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-RATE-STR) TO WS-IN-RATE
           END-IF
           IF WS-IN-DUE-STR(1:8) IS NUMERIC
               MOVE WS-IN-DUE-STR(1:8) TO WS-IN-DUE-DATE
           END-IF.

      *>   ARM <loan-id> <index-code> <margin> <adj-freq-months>
      *>       <periodic-cap> <periodic-floor> <lifetime-cap>
      *>       <lifetime-floor> [<operator>]
       PARSE-ARM-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPERATION
                    WS-IN-LOAN-ID
                    WS-IN-INDEX-CODE
                    WS-IN-MARGIN-STR
                    WS-IN-FREQ-STR
                    WS-IN-PCAP-STR
                    WS-IN-PFLOOR-STR
                    WS-IN-LCAP-STR
                    WS-IN-LFLOOR-STR
                    WS-IN-OPERATOR-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-IN-LOAN-ID) TO WS-IN-LOAN-ID
           MOVE FUNCTION TRIM(WS-IN-INDEX-CODE) TO WS-IN-INDEX-CODE
           MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID) TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
           END-IF
           MOVE 0 TO WS-IN-MARGIN WS-IN-FREQ WS-IN-PCAP WS-IN-PFLOOR
                     WS-IN-LCAP WS-IN-LFLOOR
           IF WS-IN-MARGIN-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-MARGIN-STR) TO WS-IN-MARGIN
           END-IF
           IF WS-IN-FREQ-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-FREQ-STR) TO WS-IN-FREQ
           END-IF
           IF WS-IN-PCAP-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-PCAP-STR) TO WS-IN-PCAP
           END-IF
           IF WS-IN-PFLOOR-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-PFLOOR-STR) TO WS-IN-PFLOOR
           END-IF
           IF WS-IN-LCAP-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-LCAP-STR) TO WS-IN-LCAP
           END-IF
           IF WS-IN-LFLOOR-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-LFLOOR-STR) TO WS-IN-LFLOOR
           END-IF.

      *>   Opens the loan and generates its full amortization
      *>   schedule in one go — level payment from the standard
      *>   annuity formula (a zero-rate loan just divides evenly),
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LOAN-FILE
           PERFORM CHECK-INSIDER-LENDING
           IF WS-RESULT-CODE = RC-INSIDER-LIMIT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SCHED-FILE
           PERFORM GENERATE-LOAN-ID

           MOVE 'A' TO WS-LN-STATUS(WS-LN-COUNT)
           MOVE 0 TO WS-LN-PAID-PRIN(WS-LN-COUNT)
           MOVE 0 TO WS-LN-PAID-INT(WS-LN-COUNT)
           MOVE WS-INS-FLAG TO WS-LN-INSIDER(WS-LN-COUNT)
           MOVE SPACE TO WS-LN-AP-STATUS(WS-LN-COUNT)
           MOVE SPACES TO WS-LN-AP-ACCT(WS-LN-COUNT)
           MOVE 0 TO WS-LN-AP-THRU(WS-LN-COUNT)
           MOVE 0 TO WS-LN-LATE(WS-LN-COUNT)
           MOVE 'F' TO WS-LN-RATE-TYPE(WS-LN-COUNT)
           MOVE SPACES TO WS-LN-INDEX(WS-LN-COUNT)
           MOVE 0 TO WS-LN-MARGIN(WS-LN-COUNT)
           MOVE 0 TO WS-LN-ADJ-FREQ(WS-LN-COUNT)
           MOVE 0 TO WS-LN-NEXT-ADJ(WS-LN-COUNT)
           MOVE 0 TO WS-LN-PCAP(WS-LN-COUNT)
           MOVE 0 TO WS-LN-PFLOOR(WS-LN-COUNT)
           MOVE 0 TO WS-LN-LCAP(WS-LN-COUNT)
           MOVE 0 TO WS-LN-LFLOOR(WS-LN-COUNT)
           MOVE SPACE TO WS-LN-SCRA-STATUS(WS-LN-COUNT)
           MOVE 0 TO WS-LN-SCRA-ORIG(WS-LN-COUNT)
           MOVE 0 TO WS-LN-SCRA-CAPPED(WS-LN-COUNT)
           MOVE 0 TO WS-LN-SCRA-RESTORED(WS-LN-COUNT)
           MOVE 0 TO WS-LN-SCRA-THRU(WS-LN-COUNT)
           MOVE 0 TO WS-LN-SCRA-FORGIVEN(WS-LN-COUNT)

           MOVE WS-CURRENT-DATE(1:4) TO WS-DUE-YYYY
           MOVE WS-CURRENT-DATE(5:2) TO WS-DUE-MM
           DISPLAY "LOAN-ORIGINATED|" WS-NEW-LOAN-ID "|"
               WS-IN-ACCT-ID "|" WS-IN-PRINCIPAL "|" WS-IN-RATE "|"
               WS-IN-TERM "|" WS-LEVEL-PAYMENT
           IF WS-INS-FLAG = 'Y'
               DISPLAY "LOAN-INSIDER|" WS-NEW-LOAN-ID "|"
                   FUNCTION TRIM(WS-INS-NAME) "|" WS-INS-TYPE "|"
                   WS-INS-AGGREGATE "|BOARD-APPROVAL-REQUIRED"
           END-IF
           DISPLAY "RESULT|00".

      *>   Regulation O: is the borrower an insider or a related
      *>   interest of one? Matched on the borrower account, the
      *>   borrower name given, or the account's owner/joint owner
      *>   name. If so the loan is flagged for board approval, and
      *>   declined RESULT|27 when the insider's aggregate — every
      *>   Active loan on LOANS.DAT to any of the insider's entries,
      *>   plus this one — would pass INSIDER-AGG-LENDING-LIMIT.
       CHECK-INSIDER-LENDING.
           MOVE SPACE TO WS-INS-FLAG
           MOVE SPACES TO WS-INS-NAME
           MOVE SPACE TO WS-INS-TYPE
           MOVE 0 TO WS-INS-AGGREGATE
           PERFORM LOAD-INSIDER-FILE
           PERFORM VARYING WS-IR-IDX FROM 1 BY 1
               UNTIL WS-IR-IDX > WS-IR-COUNT
               MOVE 'N' TO WS-INS-MATCH
               IF WS-IR-KEY-TYPE(WS-IR-IDX) = 'A'
                   IF WS-IR-KEY(WS-IR-IDX) = WS-IN-ACCT-ID
                       MOVE 'Y' TO WS-INS-MATCH
                   END-IF
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-IN-NAME)
                       TO WS-INS-UPPER-NAME
                   IF WS-IR-KEY(WS-IR-IDX) = WS-INS-UPPER-NAME
                       MOVE 'Y' TO WS-INS-MATCH
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-BORROWER-OWNER)
                       TO WS-INS-UPPER-NAME
                   IF WS-IR-KEY(WS-IR-IDX) = WS-INS-UPPER-NAME
                       MOVE 'Y' TO WS-INS-MATCH
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-BORROWER-JOINT)
                       TO WS-INS-UPPER-NAME
                   IF WS-BORROWER-JOINT NOT = SPACES
                       AND WS-IR-KEY(WS-IR-IDX) = WS-INS-UPPER-NAME
                       MOVE 'Y' TO WS-INS-MATCH
                   END-IF
               END-IF
               IF WS-INS-MATCH = 'Y'
                   MOVE WS-IR-INSIDER(WS-IR-IDX) TO WS-INS-NAME
                   MOVE WS-IR-TYPE(WS-IR-IDX) TO WS-INS-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-INS-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-INS-FLAG
           MOVE WS-IN-PRINCIPAL TO WS-INS-AGGREGATE
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-STATUS(WS-LN-IDX) = 'A'
                   AND WS-LN-BALANCE(WS-LN-IDX) > 0
                   PERFORM TEST-LOAN-IN-INSIDER-GROUP
                   IF WS-INS-MATCH = 'Y'
                       ADD WS-LN-BALANCE(WS-LN-IDX)
                           TO WS-INS-AGGREGATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INS-AGGREGATE > INSIDER-AGG-LENDING-LIMIT
               DISPLAY "LOAN-INSIDER-DECLINED|" WS-IN-ACCT-ID "|"
                   FUNCTION TRIM(WS-INS-NAME) "|" WS-INS-AGGREGATE "|"
                   INSIDER-AGG-LENDING-LIMIT
               MOVE RC-INSIDER-LIMIT TO WS-RESULT-CODE
               DISPLAY "RESULT|27"
           END-IF.

      *>   WS-INS-MATCH = 'Y' when loan WS-LN-IDX is to one of
      *>   WS-INS-NAME's registry entries (its account or its name).
       TEST-LOAN-IN-INSIDER-GROUP.
           MOVE 'N' TO WS-INS-MATCH
           MOVE FUNCTION UPPER-CASE(WS-LN-NAME(WS-LN-IDX))
               TO WS-INS-UPPER-NAME
           PERFORM VARYING WS-IR-IDX FROM 1 BY 1
               UNTIL WS-IR-IDX > WS-IR-COUNT
               IF WS-IR-INSIDER(WS-IR-IDX) = WS-INS-NAME
                   IF (WS-IR-KEY-TYPE(WS-IR-IDX) = 'A'
                       AND WS-IR-KEY(WS-IR-IDX) = WS-LN-ACCT(WS-LN-IDX))
                       OR (WS-IR-KEY-TYPE(WS-IR-IDX) = 'N'
                       AND WS-IR-KEY(WS-IR-IDX) = WS-INS-UPPER-NAME)
                       MOVE 'Y' TO WS-INS-MATCH
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-INSIDER-FILE.
           MOVE 0 TO WS-IR-COUNT
           OPEN INPUT INSIDER-FILE
           IF WS-INSIDER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ INSIDER-FILE
                   AT END
                       CLOSE INSIDER-FILE
                       EXIT PERFORM
               END-READ
               IF INS-STATUS = 'A' AND WS-IR-COUNT < 500
                   ADD 1 TO WS-IR-COUNT
                   MOVE INS-KEY-TYPE TO WS-IR-KEY-TYPE(WS-IR-COUNT)
                   MOVE INS-KEY TO WS-IR-KEY(WS-IR-COUNT)
                   MOVE INS-TYPE TO WS-IR-TYPE(WS-IR-COUNT)
                   MOVE INS-INSIDER-NAME TO WS-IR-INSIDER(WS-IR-COUNT)
               END-IF
           END-PERFORM.

      *>   One schedule row: this month's interest off the declining
      *>   balance, principal as the rest of the level payment; the
      *>   final row clears whatever balance rounding left behind.
           END-IF
           PERFORM LOAD-SCHED-FILE

      *>   A loan with an active escrow account collects its monthly
      *>   escrow with every installment — an installment retires
      *>   only when the receipt covers P&I plus the escrow.
           PERFORM LOAD-ESCROW-FILE
           PERFORM FIND-LOAN-ESCROW
           MOVE 0 TO WS-ESC-DUE
           IF WS-ESC-MATCH-IDX > 0
               MOVE WS-ES-MONTHLY(WS-ESC-MATCH-IDX) TO WS-ESC-DUE
           END-IF

           PERFORM APPLY-LOAN-PAYMENT

           PERFORM SAVE-LOAN-FILE
           PERFORM SAVE-SCHED-FILE
           IF WS-PAY-ESC-TOTAL > 0
               PERFORM SAVE-ESCROW-FILE
           END-IF
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   Applies WS-IN-AMOUNT to the loan at WS-LN-MATCH-IDX against
      *>   the staged tables (WS-ESC-DUE set by the caller) — shared by
      *>   PAYMENT and AUTODEBIT; the caller saves the files. Whole
      *>   installments oldest-first, then any outstanding late
      *>   charges, then the rest as a principal curtailment.
       APPLY-LOAN-PAYMENT.
           MOVE WS-IN-AMOUNT TO WS-PAY-REMAINING
           MOVE 0 TO WS-PAY-PRIN-TOTAL
           MOVE 0 TO WS-PAY-INT-TOTAL
           MOVE 0 TO WS-PAY-ESC-TOTAL
           MOVE 0 TO WS-PAY-LATE-TOTAL
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               IF WS-LS-LOAN-ID(WS-LS-IDX) = WS-IN-LOAN-ID
                   AND WS-LS-STATUS(WS-LS-IDX) = 'D'
                   AND WS-PAY-REMAINING >=
                       WS-LS-PAYMENT(WS-LS-IDX) + WS-ESC-DUE
                   PERFORM RETIRE-ONE-INSTALLMENT
               END-IF
           END-PERFORM

           IF WS-PAY-REMAINING > 0
               AND WS-LN-LATE(WS-LN-MATCH-IDX) > 0
               IF WS-PAY-REMAINING > WS-LN-LATE(WS-LN-MATCH-IDX)
                   MOVE WS-LN-LATE(WS-LN-MATCH-IDX)
                       TO WS-PAY-LATE-TOTAL
               ELSE
                   MOVE WS-PAY-REMAINING TO WS-PAY-LATE-TOTAL
               END-IF
               SUBTRACT WS-PAY-LATE-TOTAL
                   FROM WS-LN-LATE(WS-LN-MATCH-IDX)
               SUBTRACT WS-PAY-LATE-TOTAL FROM WS-PAY-REMAINING
               MOVE WS-PAY-LATE-TOTAL TO WS-IN-AMOUNT
               MOVE "Loan late charge payment" TO WS-IN-NAME
               PERFORM WRITE-LOAN-LEG
           END-IF

      *>   Remainder is extra principal — curtails the balance ahead
      *>   of schedule.
           IF WS-PAY-REMAINING > 0
               DISPLAY "LOAN-PAID-OFF|" WS-IN-LOAN-ID
           END-IF

           DISPLAY "LOAN-PAYMENT-SUMMARY|" WS-IN-LOAN-ID "|"
               WS-PAY-PRIN-TOTAL "|" WS-PAY-INT-TOTAL "|"
               WS-LN-BALANCE(WS-LN-MATCH-IDX) "|" WS-PAY-ESC-TOTAL
               "|" WS-PAY-LATE-TOTAL.

       RETIRE-ONE-INSTALLMENT.
           MOVE 'P' TO WS-LS-STATUS(WS-LS-IDX)
           SUBTRACT WS-LS-PAYMENT(WS-LS-IDX) FROM WS-PAY-REMAINING
           SUBTRACT WS-ESC-DUE FROM WS-PAY-REMAINING
           SUBTRACT WS-LS-PRINCIPAL(WS-LS-IDX)
               FROM WS-LN-BALANCE(WS-LN-MATCH-IDX)
           ADD WS-LS-PRINCIPAL(WS-LS-IDX)
               MOVE "Loan interest payment" TO WS-IN-NAME
               PERFORM WRITE-LOAN-LEG
           END-IF
           IF WS-ESC-DUE > 0
               ADD WS-ESC-DUE TO WS-ES-BALANCE(WS-ESC-MATCH-IDX)
               ADD WS-ESC-DUE TO WS-ES-YTD-DEP(WS-ESC-MATCH-IDX)
               ADD WS-ESC-DUE TO WS-PAY-ESC-TOTAL
               MOVE WS-ESC-DUE TO WS-IN-AMOUNT
               MOVE "Loan escrow deposit" TO WS-IN-NAME
               PERFORM WRITE-LOAN-LEG
           END-IF
           DISPLAY "LOAN-PAYMENT|" WS-IN-LOAN-ID "|"
               WS-LS-SEQ(WS-LS-IDX) "|"
               WS-LS-PRINCIPAL(WS-LS-IDX) "|"
               WS-LS-INTEREST(WS-LS-IDX) "|" WS-ESC-DUE.

      *>   One TRANSACT.DAT leg under the loan's own id — caller sets
      *>   WS-IN-AMOUNT and the leg description in WS-IN-NAME. Posted
      *>   as a 'D' (money received by the book), same direction a
      *>   deposit takes on a deposit account. The escrow and autopay
      *>   operations override WS-LEG-TYPE/-ACCT-ID/-CHANNEL/
      *>   -FEE-REASON and put them back.
       WRITE-LOAN-LEG.
           PERFORM GENERATE-TX-ID
           MOVE WS-TX-ID TO TRANS-ID
           IF WS-LEG-ACCT-ID = SPACES
               MOVE WS-IN-LOAN-ID TO TRANS-ACCT-ID
           ELSE
               MOVE WS-LEG-ACCT-ID TO TRANS-ACCT-ID
           END-IF
           MOVE WS-LEG-TYPE TO TRANS-TYPE
           MOVE WS-IN-AMOUNT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE SPACES TO TRANS-CHECK-NUM
           MOVE ZERO TO TRANS-TARGET-AMOUNT
           MOVE ZERO TO TRANS-VALUE-DATE
           MOVE WS-LEG-FEE-REASON TO TRANS-FEE-REASON
           MOVE WS-LEG-CHANNEL TO TRANS-CHANNEL
           MOVE SPACES TO TRANS-BRANCH
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

      *>   rows bill again too; DELINQ is where they age).
       PROCESS-BILLING.
           PERFORM LOAD-SCHED-FILE
           PERFORM LOAD-ESCROW-FILE
           MOVE FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               TO WS-TODAY-INTEGER
           COMPUTE WS-BILL-CUTOFF-INT = WS-TODAY-INTEGER + 31
                       WS-LS-DUE(WS-LS-IDX)) TO WS-DUE-INTEGER
                   IF WS-DUE-INTEGER <= WS-BILL-CUTOFF-INT
                       ADD 1 TO WS-BILL-COUNT
                       MOVE WS-LS-LOAN-ID(WS-LS-IDX) TO WS-IN-LOAN-ID
                       PERFORM FIND-LOAN-ESCROW
                       MOVE 0 TO WS-ESC-DUE
                       IF WS-ESC-MATCH-IDX > 0
                           MOVE WS-ES-MONTHLY(WS-ESC-MATCH-IDX)
                               TO WS-ESC-DUE
                       END-IF
                       COMPUTE WS-EA-NEW-TOTAL =
                           WS-LS-PAYMENT(WS-LS-IDX) + WS-ESC-DUE
                       MOVE SPACES TO BILLS-LINE
                       STRING "LOAN-BILL|" DELIMITED BY SIZE
                           WS-LS-LOAN-ID(WS-LS-IDX)
                           "|" DELIMITED BY SIZE
                           WS-LS-DUE(WS-LS-IDX) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           WS-EA-NEW-TOTAL DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           WS-ESC-DUE DELIMITED BY SIZE
                           INTO BILLS-LINE
                       END-STRING
                       WRITE BILLS-LINE
                       DISPLAY "LOAN-BILL|" WS-LS-LOAN-ID(WS-LS-IDX)
                           "|" WS-LS-SEQ(WS-LS-IDX) "|"
                           WS-LS-DUE(WS-LS-IDX) "|"
                           WS-EA-NEW-TOTAL "|" WS-ESC-DUE
                   END-IF
               END-IF
           END-PERFORM
                   "|" WS-DELQ-BUCKET "|" WS-DELQ-PAST-DUE
           END-IF.

      *>   Enrolls a loan in autopay from a deposit account — the
      *>   borrower's own or any other checking/savings/money market
      *>   account — or, with OFF, cancels it. Drafting starts with
      *>   the first installment due from today on; anything already
      *>   past due is left to a manual PAYMENT.
       PROCESS-AUTOPAY-ENROLL.
           PERFORM LOAD-LOAN-FILE
           MOVE 0 TO WS-LN-MATCH-IDX
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ID(WS-LN-IDX) = WS-IN-LOAN-ID
                   MOVE WS-LN-IDX TO WS-LN-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LN-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ACCT-ID = "OFF"
               IF WS-LN-AP-STATUS(WS-LN-MATCH-IDX) NOT = 'A'
                   MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
                   DISPLAY "RESULT|08"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'C' TO WS-LN-AP-STATUS(WS-LN-MATCH-IDX)
               PERFORM SAVE-LOAN-FILE
               MOVE RC-SUCCESS TO WS-RESULT-CODE
               DISPLAY "AUTOPAY-CANCELLED|" WS-IN-LOAN-ID "|"
                   WS-LN-AP-ACCT(WS-LN-MATCH-IDX)
               DISPLAY "RESULT|00"
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-STATUS(WS-LN-MATCH-IDX) NOT = 'A'
               OR WS-IN-ACCT-ID = SPACES
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BORROWER-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-BORROWER-TYPE NOT = 'C' AND WS-BORROWER-TYPE NOT = 'S'
               AND WS-BORROWER-TYPE NOT = 'M'
               MOVE RC-INVALID-ACCT-TYPE TO WS-RESULT-CODE
               DISPLAY "RESULT|10"
               EXIT PARAGRAPH
           END-IF
           IF WS-BORROWER-ACCT-STATUS NOT = 'A'
               MOVE RC-ACCOUNT-FROZEN TO WS-RESULT-CODE
               DISPLAY "RESULT|04"
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-LN-AP-STATUS(WS-LN-MATCH-IDX)
           MOVE WS-IN-ACCT-ID TO WS-LN-AP-ACCT(WS-LN-MATCH-IDX)
           COMPUTE WS-AP-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-AP-INT)
               TO WS-LN-AP-THRU(WS-LN-MATCH-IDX)
           PERFORM SAVE-LOAN-FILE

      *>   Show the first draft it will make.
           PERFORM LOAD-SCHED-FILE
           PERFORM LOAD-ESCROW-FILE
           PERFORM FIND-LOAN-ESCROW
           MOVE 0 TO WS-AP-NEXT-DUE
           MOVE 0 TO WS-AP-AMOUNT
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               IF WS-LS-LOAN-ID(WS-LS-IDX) = WS-IN-LOAN-ID
                   AND WS-LS-STATUS(WS-LS-IDX) = 'D'
                   AND WS-LS-DUE(WS-LS-IDX) >
                       WS-LN-AP-THRU(WS-LN-MATCH-IDX)
                   MOVE WS-LS-DUE(WS-LS-IDX) TO WS-AP-NEXT-DUE
                   MOVE WS-LS-PAYMENT(WS-LS-IDX) TO WS-AP-AMOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ESC-MATCH-IDX > 0 AND WS-AP-NEXT-DUE > 0
               ADD WS-ES-MONTHLY(WS-ESC-MATCH-IDX) TO WS-AP-AMOUNT
           END-IF
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "AUTOPAY-ENROLLED|" WS-IN-LOAN-ID "|"
               WS-IN-ACCT-ID "|" WS-AP-NEXT-DUE "|" WS-AP-AMOUNT
           DISPLAY "RESULT|00".

      *>   Daily autopay step. First the loan drafts queued on
      *>   REPRESENT.DAT whose retry date has come — a retry that
      *>   posts is applied to the loan, and one that fails its last
      *>   attempt (REPRESENT-MAX-ATTEMPTS) assesses the loan's late
      *>   charge and writes the borrower's notice. Then every
      *>   installment of an enrolled loan falling due since the last
      *>   run is drafted from the funding account and applied through
      *>   APPLY-LOAN-PAYMENT, or queued for retry when the account
      *>   can't cover it.
       PROCESS-AUTODEBIT.
           PERFORM LOAD-LOAN-FILE
           PERFORM LOAD-SCHED-FILE
           PERFORM LOAD-ESCROW-FILE
           PERFORM LOAD-REPRESENT-FILE
           PERFORM LOAD-STAY-REGISTRY
           MOVE 0 TO WS-AP-DRAFTED WS-AP-PAID WS-AP-QUEUED
               WS-AP-RETRIED WS-AP-EXHAUSTED WS-STAY-SKIP-COUNT
           MOVE 'N' TO WS-AP-ACCT-OPEN
           MOVE 'N' TO WS-RP-CHANGED
           MOVE 'N' TO WS-ESC-CHANGED
           MOVE "SYS" TO WS-LEG-CHANNEL

           MOVE WS-RP-COUNT TO WS-RP-LIMIT
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-LIMIT
               IF WS-RP-LOAN-ID(WS-RP-IDX) NOT = SPACES
                   AND WS-RP-REC-STATUS(WS-RP-IDX) = 'P'
                   AND WS-RP-NEXT-DATE(WS-RP-IDX) <= WS-CURRENT-DATE
                   PERFORM RETRY-AUTOPAY-DRAFT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-STATUS(WS-LN-IDX) = 'A'
                   AND WS-LN-AP-STATUS(WS-LN-IDX) = 'A'
                   PERFORM DRAFT-LOAN-INSTALLMENTS
               END-IF
           END-PERFORM

           IF WS-AP-ACCT-OPEN = 'Y'
               CLOSE ACCOUNTS-FILE
           END-IF
           MOVE "BRN" TO WS-LEG-CHANNEL
           PERFORM SAVE-LOAN-FILE
           PERFORM SAVE-SCHED-FILE
           IF WS-ESC-CHANGED = 'Y'
               PERFORM SAVE-ESCROW-FILE
           END-IF
           IF WS-RP-CHANGED = 'Y'
               PERFORM SAVE-REPRESENT-FILE
           END-IF
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "AUTODEBIT-SUMMARY|" WS-AP-DRAFTED "|" WS-AP-PAID
               "|" WS-AP-QUEUED "|" WS-AP-RETRIED "|"
               WS-AP-EXHAUSTED
           IF WS-STAY-SKIP-COUNT > 0
               DISPLAY "AUTODEBIT-STAYED|" WS-STAY-SKIP-COUNT
           END-IF
           DISPLAY "RESULT|00".

      *>   Every unpaid installment of the loan at WS-LN-IDX due since
      *>   WS-LN-AP-THRU, oldest first — one draft each, for the
      *>   installment plus the escrow monthly. Under a bankruptcy
      *>   stay the installment is passed over all the same (so it is
      *>   logged once, not every run) but nothing is drafted.
       DRAFT-LOAN-INSTALLMENTS.
           MOVE WS-LN-ID(WS-LN-IDX) TO WS-IN-LOAN-ID
           MOVE WS-LN-IDX TO WS-LN-MATCH-IDX
           PERFORM FIND-LOAN-ESCROW
           MOVE 0 TO WS-ESC-DUE
           IF WS-ESC-MATCH-IDX > 0
               MOVE WS-ES-MONTHLY(WS-ESC-MATCH-IDX) TO WS-ESC-DUE
           END-IF
           PERFORM VARYING WS-AP-ROW FROM 1 BY 1
               UNTIL WS-AP-ROW > WS-LS-COUNT
               IF WS-LS-LOAN-ID(WS-AP-ROW) = WS-IN-LOAN-ID
                   AND WS-LS-STATUS(WS-AP-ROW) = 'D'
                   AND WS-LS-DUE(WS-AP-ROW) <= WS-CURRENT-DATE
                   AND WS-LS-DUE(WS-AP-ROW) > WS-LN-AP-THRU(WS-LN-IDX)
                   AND WS-LN-STATUS(WS-LN-IDX) = 'A'
                   MOVE WS-LS-DUE(WS-AP-ROW)
                       TO WS-LN-AP-THRU(WS-LN-IDX)
                   MOVE WS-LN-AP-ACCT(WS-LN-IDX) TO WS-AP-FUND
                   COMPUTE WS-AP-AMOUNT =
                       WS-LS-PAYMENT(WS-AP-ROW) + WS-ESC-DUE
                   PERFORM CHECK-LOAN-STAY
                   IF WS-STAY-FLAG = 'Y'
                       MOVE "AUTOPAY" TO WS-STAY-PATH
                       MOVE SPACES TO WS-STAY-REASON
                       STRING "Draft held, installment due "
                           DELIMITED BY SIZE
                           WS-LS-DUE(WS-AP-ROW) DELIMITED BY SIZE
                           INTO WS-STAY-REASON
                       END-STRING
                       PERFORM LOG-AUTOPAY-STAY
                   ELSE
                       ADD 1 TO WS-AP-DRAFTED
                       PERFORM ATTEMPT-AUTOPAY-DRAFT
                       IF WS-AP-OK = 'Y'
                           PERFORM POST-AUTOPAY-RECEIPT
                       ELSE
                           PERFORM QUEUE-AUTOPAY-RETRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>   One queued draft at WS-RP-IDX whose retry date has come. A
      *>   loan paid off (or gone) in the meantime just drops it. One
      *>   under a bankruptcy stay waits another retry period without
      *>   using up an attempt, so the stay never runs it into a late
      *>   charge.
       RETRY-AUTOPAY-DRAFT.
           MOVE 'Y' TO WS-RP-CHANGED
           MOVE WS-RP-LOAN-ID(WS-RP-IDX) TO WS-IN-LOAN-ID
           MOVE 0 TO WS-LN-MATCH-IDX
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ID(WS-LN-IDX) = WS-IN-LOAN-ID
                   MOVE WS-LN-IDX TO WS-LN-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LN-MATCH-IDX = 0
               MOVE 'F' TO WS-RP-REC-STATUS(WS-RP-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-STATUS(WS-LN-MATCH-IDX) NOT = 'A'
               MOVE 'F' TO WS-RP-REC-STATUS(WS-RP-IDX)
               DISPLAY "AUTOPAY-RETRY-DROPPED|" WS-IN-LOAN-ID "|"
                   WS-RP-ID(WS-RP-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LOAN-ESCROW
           MOVE 0 TO WS-ESC-DUE
           IF WS-ESC-MATCH-IDX > 0
               MOVE WS-ES-MONTHLY(WS-ESC-MATCH-IDX) TO WS-ESC-DUE
           END-IF
           MOVE WS-RP-ACCT-ID(WS-RP-IDX) TO WS-AP-FUND
           MOVE WS-RP-AMOUNT(WS-RP-IDX) TO WS-AP-AMOUNT
           PERFORM CHECK-LOAN-STAY
           IF WS-STAY-FLAG = 'Y'
               COMPUTE WS-AP-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) +
                   REPRESENT-RETRY-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-AP-INT)
                   TO WS-RP-NEXT-DATE(WS-RP-IDX)
               MOVE "AUTORETRY" TO WS-STAY-PATH
               MOVE SPACES TO WS-STAY-REASON
               STRING "Retry held to " DELIMITED BY SIZE
                   WS-RP-NEXT-DATE(WS-RP-IDX) DELIMITED BY SIZE
                   ", no late charge" DELIMITED BY SIZE
                   INTO WS-STAY-REASON
               END-STRING
               PERFORM LOG-AUTOPAY-STAY
               EXIT PARAGRAPH
           END-IF
           PERFORM ATTEMPT-AUTOPAY-DRAFT
           IF WS-AP-OK = 'Y'
               MOVE 'D' TO WS-RP-REC-STATUS(WS-RP-IDX)
               ADD 1 TO WS-AP-RETRIED
               PERFORM POST-AUTOPAY-RECEIPT
               EXIT PARAGRAPH
           END-IF
           IF WS-RP-ATTEMPTS(WS-RP-IDX) >= REPRESENT-MAX-ATTEMPTS
               MOVE 'F' TO WS-RP-REC-STATUS(WS-RP-IDX)
               ADD 1 TO WS-AP-EXHAUSTED
               PERFORM ASSESS-LOAN-LATE-CHARGE
           ELSE
               ADD 1 TO WS-RP-ATTEMPTS(WS-RP-IDX)
               COMPUTE WS-AP-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) +
                   REPRESENT-RETRY-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-AP-INT)
                   TO WS-RP-NEXT-DATE(WS-RP-IDX)
               DISPLAY "AUTOPAY-RETRY|" WS-IN-LOAN-ID "|"
                   WS-AP-FUND "|" WS-AP-AMOUNT "|"
                   WS-RP-ATTEMPTS(WS-RP-IDX) "|"
                   WS-RP-NEXT-DATE(WS-RP-IDX)
           END-IF.

      *>   Debits WS-AP-AMOUNT from funding account WS-AP-FUND when it
      *>   is active and its balance covers the draft; WS-AP-OK says
      *>   whether it did.
       ATTEMPT-AUTOPAY-DRAFT.
           MOVE 'N' TO WS-AP-OK
           PERFORM OPEN-AUTOPAY-ACCOUNTS
           MOVE WS-AP-FUND TO ACCT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS NOT = 'A'
               OR ACCT-BALANCE < WS-AP-AMOUNT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-AP-AMOUNT FROM ACCT-BALANCE
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   CLOSE ACCOUNTS-FILE
                   DISPLAY "ERROR|REWRITE|" WS-FILE-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-REWRITE
           MOVE 'Y' TO WS-AP-OK
           MOVE WS-AP-AMOUNT TO WS-IN-AMOUNT
           MOVE SPACES TO WS-IN-NAME
           STRING "Loan autopay " DELIMITED BY SIZE
               WS-IN-LOAN-ID DELIMITED BY SPACE
               INTO WS-IN-NAME
           END-STRING
           MOVE 'W' TO WS-LEG-TYPE
           MOVE WS-AP-FUND TO WS-LEG-ACCT-ID
           PERFORM WRITE-LOAN-LEG
           MOVE 'D' TO WS-LEG-TYPE
           MOVE SPACES TO WS-LEG-ACCT-ID.

      *>   ACCOUNTS.DAT is opened once for the whole AUTODEBIT run,
      *>   the first time a draft or a stay check needs it.
       OPEN-AUTOPAY-ACCOUNTS.
           IF WS-AP-ACCT-OPEN = 'N'
               OPEN I-O ACCOUNTS-FILE
               IF WS-FILE-STATUS NOT = '00'
                   IF WS-FILE-STATUS = '39'
                       DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                           "ACCOUNTS.DAT|RUN MIGRATE"
                   END-IF
                   DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-AP-ACCT-OPEN
           END-IF.

      *>   WS-STAY-FLAG 'Y' when the loan at WS-LN-MATCH-IDX may not
      *>   be collected: its borrower account, the owners on it or the
      *>   borrower name on the loan are in an open bankruptcy case —
      *>   or the funding account in WS-AP-FUND, or its owners, are.
       CHECK-LOAN-STAY.
           MOVE 'N' TO WS-STAY-FLAG
           IF WS-STAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-AUTOPAY-ACCOUNTS
           MOVE WS-LN-ACCT(WS-LN-MATCH-IDX) TO WS-STAY-ACCT-ID
           PERFORM READ-STAY-ACCOUNT-NAMES
           MOVE WS-LN-NAME(WS-LN-MATCH-IDX) TO WS-STAY-NAME(3)
           PERFORM CHECK-BANKRUPTCY-STAY
           IF WS-STAY-FLAG = 'N'
               AND WS-AP-FUND NOT = WS-LN-ACCT(WS-LN-MATCH-IDX)
               MOVE WS-AP-FUND TO WS-STAY-ACCT-ID
               PERFORM READ-STAY-ACCOUNT-NAMES
               PERFORM CHECK-BANKRUPTCY-STAY
           END-IF.

      *>   Owner and joint owner of account WS-STAY-ACCT-ID into
      *>   WS-STAY-NAME(1) and (2), the third name cleared.
       READ-STAY-ACCOUNT-NAMES.
           MOVE SPACES TO WS-STAY-NAMES
           MOVE WS-STAY-ACCT-ID TO ACCT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-NAME TO WS-STAY-NAME(1)
                   MOVE ACCT-JOINT-OWNER TO WS-STAY-NAME(2)
           END-READ.

      *>   The held draft or retry for loan WS-IN-LOAN-ID, path and
      *>   reason already set.
       LOG-AUTOPAY-STAY.
           MOVE WS-AP-FUND TO WS-STAY-ACCT-ID
           MOVE WS-IN-LOAN-ID TO WS-STAY-REF
           MOVE WS-AP-AMOUNT TO WS-STAY-AMOUNT
           PERFORM WRITE-STAY-SKIP.

       POST-AUTOPAY-RECEIPT.
           ADD 1 TO WS-AP-PAID
           MOVE WS-AP-AMOUNT TO WS-IN-AMOUNT
           PERFORM APPLY-LOAN-PAYMENT
           IF WS-PAY-ESC-TOTAL > 0
               MOVE 'Y' TO WS-ESC-CHANGED
           END-IF
           DISPLAY "AUTOPAY-PAID|" WS-IN-LOAN-ID "|" WS-AP-FUND "|"
               WS-AP-AMOUNT.

      *>   Same queue record TRANSACT.cob's QUEUE-REPRESENTMENT
      *>   writes, tagged with the loan id.
       QUEUE-AUTOPAY-RETRY.
           IF WS-RP-COUNT >= 200
               DISPLAY "ERROR|REPRESENT-QUEUE-FULL|" WS-IN-LOAN-ID
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-RP-CHANGED
           ADD 1 TO WS-AP-QUEUED
           PERFORM GENERATE-TX-ID
           ADD 1 TO WS-RP-COUNT
           MOVE WS-TX-ID TO WS-RP-ID(WS-RP-COUNT)
           MOVE WS-AP-FUND TO WS-RP-ACCT-ID(WS-RP-COUNT)
           MOVE WS-AP-AMOUNT TO WS-RP-AMOUNT(WS-RP-COUNT)
           MOVE SPACES TO WS-RP-DESC(WS-RP-COUNT)
           STRING "Loan autopay " DELIMITED BY SIZE
               WS-IN-LOAN-ID DELIMITED BY SPACE
               INTO WS-RP-DESC(WS-RP-COUNT)
           END-STRING
           MOVE 0 TO WS-RP-ATTEMPTS(WS-RP-COUNT)
           COMPUTE WS-AP-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) +
               REPRESENT-RETRY-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-AP-INT)
               TO WS-RP-NEXT-DATE(WS-RP-COUNT)
           MOVE 'P' TO WS-RP-REC-STATUS(WS-RP-COUNT)
           MOVE WS-CURRENT-DATE TO WS-RP-CREATED(WS-RP-COUNT)
           MOVE WS-IN-LOAN-ID TO WS-RP-LOAN-ID(WS-RP-COUNT)
           DISPLAY "AUTOPAY-NSF|" WS-IN-LOAN-ID "|" WS-AP-FUND "|"
               WS-AP-AMOUNT "|" WS-RP-NEXT-DATE(WS-RP-COUNT).

      *>   Final failure of the draft at WS-RP-IDX: the loan at
      *>   WS-LN-MATCH-IDX is charged COMCODE.cpy's LOAN-LATE-CHARGE-
      *>   PCT of its level payment (LOAN-LATE-CHARGE-MIN at least),
      *>   posted as an 'F' under the loan id and carried on
      *>   WS-LN-LATE until a payment collects it, and the borrower's
      *>   notice goes to LOANNOTICE.DAT.
       ASSESS-LOAN-LATE-CHARGE.
           COMPUTE WS-AP-LATE ROUNDED =
               WS-LN-PAYMENT(WS-LN-MATCH-IDX) * LOAN-LATE-CHARGE-PCT
           IF WS-AP-LATE < LOAN-LATE-CHARGE-MIN
               MOVE LOAN-LATE-CHARGE-MIN TO WS-AP-LATE
           END-IF
           ADD WS-AP-LATE TO WS-LN-LATE(WS-LN-MATCH-IDX)
           MOVE WS-AP-LATE TO WS-IN-AMOUNT
           MOVE "Loan late charge" TO WS-IN-NAME
           MOVE 'F' TO WS-LEG-TYPE
           MOVE FEE-REASON-LOAN-LATE TO WS-LEG-FEE-REASON
           PERFORM WRITE-LOAN-LEG
           MOVE 'D' TO WS-LEG-TYPE
           MOVE SPACES TO WS-LEG-FEE-REASON

           MOVE WS-IN-LOAN-ID TO LNTN-LOAN-ID
           MOVE WS-LN-ACCT(WS-LN-MATCH-IDX) TO LNTN-BORROWER-ACCT
           MOVE WS-AP-FUND TO LNTN-FUND-ACCT
           MOVE WS-LN-NAME(WS-LN-MATCH-IDX) TO LNTN-BORROWER-NAME
           MOVE WS-AP-AMOUNT TO LNTN-AMOUNT
           MOVE WS-AP-LATE TO LNTN-LATE-CHARGE
           MOVE WS-RP-ATTEMPTS(WS-RP-IDX) TO LNTN-ATTEMPTS
           MOVE WS-RP-CREATED(WS-RP-IDX) TO LNTN-FIRST-DATE
           MOVE WS-CURRENT-DATE TO LNTN-DATE
           OPEN EXTEND LOAN-NOTICE-FILE
           IF WS-LNTN-STATUS NOT = '00'
               OPEN OUTPUT LOAN-NOTICE-FILE
           END-IF
           IF WS-LNTN-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-LNTN-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE LOAN-NOTICE-RECORD
           CLOSE LOAN-NOTICE-FILE
           DISPLAY "LOAN-LATE-NOTICE|" WS-IN-LOAN-ID "|"
               WS-LN-ACCT(WS-LN-MATCH-IDX) "|" WS-AP-FUND "|"
               WS-AP-AMOUNT "|" WS-AP-LATE.

      *>================================================================*
      *>   Mortgage escrow. A loan's escrow sub-account (ESCROW.DAT)
      *>   collects ESC-MONTHLY with each installment (PROCESS-PAYMENT)
      *>   and pays the tax and insurance bills on its payee schedule
      *>   (ESCPAYEE.DAT) as they fall due (ESCDISB); once a year
      *>   ESCANALYZE re-projects the account and resets the monthly.
      *>================================================================*
       PROCESS-ESCROW-OPEN.
           PERFORM LOAD-LOAN-FILE
           MOVE 0 TO WS-LN-MATCH-IDX
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ID(WS-LN-IDX) = WS-IN-LOAN-ID
                   MOVE WS-LN-IDX TO WS-LN-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LN-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-STATUS(WS-LN-MATCH-IDX) NOT = 'A'
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ESCROW-FILE
      *>   A closed escrow account is reopened in its own slot.
           MOVE 0 TO WS-ESC-MATCH-IDX
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-COUNT
               IF WS-ES-LOAN-ID(WS-ES-IDX) = WS-IN-LOAN-ID
                   MOVE WS-ES-IDX TO WS-ESC-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ESC-MATCH-IDX > 0
               IF WS-ES-STATUS(WS-ESC-MATCH-IDX) = 'A'
                   MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
                   DISPLAY "ERROR|ESCROW-EXISTS|" WS-IN-LOAN-ID
                   DISPLAY "RESULT|08"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO WS-ES-COUNT
               MOVE WS-ES-COUNT TO WS-ESC-MATCH-IDX
           END-IF
           MOVE WS-IN-LOAN-ID TO WS-ES-LOAN-ID(WS-ESC-MATCH-IDX)
           MOVE 'A' TO WS-ES-STATUS(WS-ESC-MATCH-IDX)
           MOVE 0 TO WS-ES-BALANCE(WS-ESC-MATCH-IDX)
           MOVE 0 TO WS-ES-MONTHLY(WS-ESC-MATCH-IDX)
           MOVE 0 TO WS-ES-CUSHION(WS-ESC-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-ES-OPEN(WS-ESC-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-ES-LAST-AN(WS-ESC-MATCH-IDX)
           PERFORM SET-NEXT-ANALYSIS-DATE
           MOVE WS-EA-DUE TO WS-ES-NEXT-AN(WS-ESC-MATCH-IDX)
           MOVE 0 TO WS-ES-YTD-DEP(WS-ESC-MATCH-IDX)
           MOVE 0 TO WS-ES-YTD-DISB(WS-ESC-MATCH-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-ES-OPERATOR(WS-ESC-MATCH-IDX)
           PERFORM SAVE-ESCROW-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "ESCROW-OPENED|" WS-IN-LOAN-ID "|"
               WS-ES-NEXT-AN(WS-ESC-MATCH-IDX)
           DISPLAY "RESULT|00".

      *>   Adds a tax or insurance bill to a loan's escrow payee
      *>   schedule. The monthly escrow rises by the bill's monthly
      *>   share straight away, so collection starts building toward
      *>   it before the first analysis.
       PROCESS-ESCROW-PAYEE.
           IF (WS-IN-KIND NOT = 'T' AND WS-IN-KIND NOT = 'I')
               OR WS-IN-PAYEE-NAME = SPACES
               OR WS-IN-AMOUNT <= 0
               OR WS-IN-FREQ < 1 OR WS-IN-FREQ > 12
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DUE-DATE) NOT = 0
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ESCROW-FILE
           PERFORM FIND-LOAN-ESCROW
           IF WS-ESC-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ESCROW-PAYEE-FILE
           MOVE 0 TO WS-EPY-NEXT-SEQ
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > WS-EP-COUNT
               IF WS-EP-LOAN-ID(WS-EP-IDX) = WS-IN-LOAN-ID
                   AND WS-EP-SEQ(WS-EP-IDX) > WS-EPY-NEXT-SEQ
                   MOVE WS-EP-SEQ(WS-EP-IDX) TO WS-EPY-NEXT-SEQ
               END-IF
           END-PERFORM
           ADD 1 TO WS-EPY-NEXT-SEQ
           ADD 1 TO WS-EP-COUNT
           MOVE WS-IN-LOAN-ID TO WS-EP-LOAN-ID(WS-EP-COUNT)
           MOVE WS-EPY-NEXT-SEQ TO WS-EP-SEQ(WS-EP-COUNT)
           MOVE WS-IN-KIND TO WS-EP-KIND(WS-EP-COUNT)
           MOVE WS-IN-PAYEE-NAME TO WS-EP-NAME(WS-EP-COUNT)
           MOVE WS-IN-AMOUNT TO WS-EP-AMOUNT(WS-EP-COUNT)
           MOVE WS-IN-DUE-DATE TO WS-EP-NEXT-DUE(WS-EP-COUNT)
           MOVE WS-IN-FREQ TO WS-EP-FREQ(WS-EP-COUNT)
           MOVE 'A' TO WS-EP-STATUS(WS-EP-COUNT)
           MOVE 0 TO WS-EP-LAST-PAID(WS-EP-COUNT)
           COMPUTE WS-ES-MONTHLY(WS-ESC-MATCH-IDX) ROUNDED =
               WS-ES-MONTHLY(WS-ESC-MATCH-IDX)
               + WS-IN-AMOUNT / WS-IN-FREQ
           PERFORM SAVE-ESCROW-PAYEE-FILE
           PERFORM SAVE-ESCROW-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "ESCROW-PAYEE|" WS-IN-LOAN-ID "|"
               WS-EPY-NEXT-SEQ "|" WS-IN-KIND "|"
               WS-EP-AMOUNT(WS-EP-COUNT) "|" WS-IN-DUE-DATE "|"
               WS-IN-FREQ "|" WS-ES-MONTHLY(WS-ESC-MATCH-IDX)
           DISPLAY "RESULT|00".

      *>   Daily disbursement step — every active bill whose next due
      *>   date has come is paid out of its loan's escrow. A bill is
      *>   paid even when the escrow can't cover it (the servicer
      *>   advances; the balance goes negative until analysis).
       PROCESS-ESCROW-DISB.
           PERFORM LOAD-LOAN-FILE
           PERFORM LOAD-ESCROW-FILE
           PERFORM LOAD-ESCROW-PAYEE-FILE
           MOVE 0 TO WS-ED-COUNT
           MOVE 0 TO WS-ED-TOTAL
           MOVE 'W' TO WS-LEG-TYPE
           MOVE "SYS" TO WS-LEG-CHANNEL
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > WS-EP-COUNT
               IF WS-EP-STATUS(WS-EP-IDX) = 'A'
                   AND WS-EP-NEXT-DUE(WS-EP-IDX) <= WS-CURRENT-DATE
                   PERFORM DISBURSE-ONE-PAYEE
               END-IF
           END-PERFORM
           MOVE 'D' TO WS-LEG-TYPE
           MOVE "BRN" TO WS-LEG-CHANNEL
           IF WS-ED-COUNT > 0
               PERFORM SAVE-ESCROW-FILE
               PERFORM SAVE-ESCROW-PAYEE-FILE
           END-IF
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "ESCDISB-SUMMARY|" WS-ED-COUNT "|" WS-ED-TOTAL
           DISPLAY "RESULT|00".

       DISBURSE-ONE-PAYEE.
           MOVE WS-EP-LOAN-ID(WS-EP-IDX) TO WS-IN-LOAN-ID
           PERFORM FIND-LOAN-ESCROW
           IF WS-ESC-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ID(WS-LN-IDX) = WS-IN-LOAN-ID
                   AND WS-LN-STATUS(WS-LN-IDX) = 'A'
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
      *>   A run that was missed pays every installment it skipped.
           PERFORM UNTIL WS-EP-NEXT-DUE(WS-EP-IDX) > WS-CURRENT-DATE
               SUBTRACT WS-EP-AMOUNT(WS-EP-IDX)
                   FROM WS-ES-BALANCE(WS-ESC-MATCH-IDX)
               ADD WS-EP-AMOUNT(WS-EP-IDX)
                   TO WS-ES-YTD-DISB(WS-ESC-MATCH-IDX)
               ADD 1 TO WS-ED-COUNT
               ADD WS-EP-AMOUNT(WS-EP-IDX) TO WS-ED-TOTAL
               MOVE WS-EP-AMOUNT(WS-EP-IDX) TO WS-IN-AMOUNT
               IF WS-EP-KIND(WS-EP-IDX) = 'T'
                   MOVE "Escrow property tax disbursement"
                       TO WS-IN-NAME
               ELSE
                   MOVE "Escrow insurance disbursement"
                       TO WS-IN-NAME
               END-IF
               PERFORM WRITE-LOAN-LEG
               DISPLAY "ESCROW-DISB|" WS-IN-LOAN-ID "|"
                   WS-EP-SEQ(WS-EP-IDX) "|" WS-EP-KIND(WS-EP-IDX)
                   "|" FUNCTION TRIM(WS-EP-NAME(WS-EP-IDX)) "|"
                   WS-EP-AMOUNT(WS-EP-IDX) "|"
                   WS-ES-BALANCE(WS-ESC-MATCH-IDX)
               IF WS-ES-BALANCE(WS-ESC-MATCH-IDX) < 0
                   DISPLAY "ESCROW-ADVANCE|" WS-IN-LOAN-ID "|"
                       WS-ES-BALANCE(WS-ESC-MATCH-IDX)
               END-IF
               MOVE WS-EP-NEXT-DUE(WS-EP-IDX)
                   TO WS-EP-LAST-PAID(WS-EP-IDX)
               MOVE WS-EP-NEXT-DUE(WS-EP-IDX) TO WS-EA-DUE
               MOVE WS-EP-FREQ(WS-EP-IDX) TO WS-EA-STEP-MONTHS
               PERFORM ADVANCE-ESCROW-DUE
               MOVE WS-EA-DUE TO WS-EP-NEXT-DUE(WS-EP-IDX)
           END-PERFORM.

      *>   Annual escrow analysis — every account whose analysis date
      *>   has come, or just the one loan named. Projects the next
      *>   twelve months' bills at the base monthly (a twelfth of the
      *>   year's bills), finds the projected low point, and sets the
      *>   new monthly against COMCODE.cpy's ESCROW-SETTINGS cushion:
      *>   a shortage is recovered over ESCROW-SHORTAGE-MONTHS, a
      *>   surplus at or over ESCROW-SURPLUS-REFUND-MIN is refunded to
      *>   the borrower's deposit account. Each account analyzed gets
      *>   its escrow statement: the history since the last analysis,
      *>   the twelve-month projection at the new monthly, and the
      *>   analysis result.
       PROCESS-ESCROW-ANALYSIS.
           PERFORM LOAD-LOAN-FILE
           PERFORM LOAD-ESCROW-FILE
           PERFORM LOAD-ESCROW-PAYEE-FILE
           MOVE 0 TO WS-EA-COUNT WS-EA-SHORT-COUNT WS-EA-REFUND-COUNT
           IF WS-IN-LOAN-ID NOT = SPACES
               PERFORM FIND-LOAN-ESCROW
               IF WS-ESC-MATCH-IDX = 0
                   MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "SYS" TO WS-LEG-CHANNEL
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-COUNT
               IF WS-ES-STATUS(WS-ES-IDX) = 'A'
                   IF WS-IN-LOAN-ID = SPACES
                       IF WS-ES-NEXT-AN(WS-ES-IDX) <= WS-CURRENT-DATE
                           PERFORM ANALYZE-ONE-ESCROW
                       END-IF
                   ELSE
                       IF WS-ES-IDX = WS-ESC-MATCH-IDX
                           PERFORM ANALYZE-ONE-ESCROW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "BRN" TO WS-LEG-CHANNEL
           IF WS-EA-COUNT > 0
               PERFORM SAVE-ESCROW-FILE
           END-IF
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "ESCANALYZE-SUMMARY|" WS-EA-COUNT "|"
               WS-EA-SHORT-COUNT "|" WS-EA-REFUND-COUNT
           DISPLAY "RESULT|00".

       ANALYZE-ONE-ESCROW.
           MOVE 0 TO WS-LN-MATCH-IDX
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ID(WS-LN-IDX) = WS-ES-LOAN-ID(WS-ES-IDX)
                   MOVE WS-LN-IDX TO WS-LN-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LN-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-STATUS(WS-LN-MATCH-IDX) NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ES-LOAN-ID(WS-ES-IDX) TO WS-IN-LOAN-ID
           ADD 1 TO WS-EA-COUNT

      *>   Bucket the next twelve months of bills; one already past
      *>   due (ESCDISB not yet run) falls in the current month.
           INITIALIZE WS-EA-MONTHS
           MOVE WS-CURRENT-DATE TO WS-EA-DUE
           COMPUTE WS-EA-BASE-MONTHS =
               WS-EA-DUE-YYYY * 12 + WS-EA-DUE-MM - 1
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > WS-EP-COUNT
               IF WS-EP-LOAN-ID(WS-EP-IDX) = WS-IN-LOAN-ID
                   AND WS-EP-STATUS(WS-EP-IDX) = 'A'
                   PERFORM PROJECT-ONE-PAYEE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-EA-ANNUAL
           PERFORM VARYING WS-EA-M FROM 1 BY 1 UNTIL WS-EA-M > 12
               ADD WS-EA-DISB(WS-EA-M) TO WS-EA-ANNUAL
           END-PERFORM
           COMPUTE WS-EA-BASE ROUNDED = WS-EA-ANNUAL / 12
           COMPUTE WS-EA-CUSHION = WS-EA-BASE * ESCROW-CUSHION-MONTHS

      *>   Low point of the projected month-end balances at the base.
           MOVE WS-ES-BALANCE(WS-ES-IDX) TO WS-EA-RUN-BAL
           MOVE 99999999.99 TO WS-EA-LOW
           PERFORM VARYING WS-EA-M FROM 1 BY 1 UNTIL WS-EA-M > 12
               COMPUTE WS-EA-RUN-BAL = WS-EA-RUN-BAL + WS-EA-BASE
                   - WS-EA-DISB(WS-EA-M)
               IF WS-EA-RUN-BAL < WS-EA-LOW
                   MOVE WS-EA-RUN-BAL TO WS-EA-LOW
               END-IF
           END-PERFORM

           MOVE 0 TO WS-EA-SHORTAGE WS-EA-SURPLUS WS-EA-REFUND
           MOVE WS-ES-MONTHLY(WS-ES-IDX) TO WS-EA-OLD-MONTHLY
           MOVE WS-EA-BASE TO WS-EA-NEW-MONTHLY
           IF WS-EA-LOW < WS-EA-CUSHION
               COMPUTE WS-EA-SHORTAGE = WS-EA-CUSHION - WS-EA-LOW
               COMPUTE WS-EA-NEW-MONTHLY ROUNDED = WS-EA-BASE
                   + WS-EA-SHORTAGE / ESCROW-SHORTAGE-MONTHS
               ADD 1 TO WS-EA-SHORT-COUNT
           ELSE
               COMPUTE WS-EA-SURPLUS = WS-EA-LOW - WS-EA-CUSHION
               IF WS-EA-SURPLUS >= ESCROW-SURPLUS-REFUND-MIN
                   PERFORM REFUND-ESCROW-SURPLUS
               END-IF
           END-IF

      *>   The borrower's escrow statement.
           COMPUTE WS-EA-BEGIN-BAL = WS-ES-BALANCE(WS-ES-IDX)
               + WS-EA-REFUND
               - WS-ES-YTD-DEP(WS-ES-IDX)
               + WS-ES-YTD-DISB(WS-ES-IDX)
           DISPLAY "ESCROW-STMT|" WS-IN-LOAN-ID "|"
               WS-LN-ACCT(WS-LN-MATCH-IDX) "|"
               FUNCTION TRIM(WS-LN-NAME(WS-LN-MATCH-IDX)) "|"
               WS-ES-LAST-AN(WS-ES-IDX) "|" WS-CURRENT-DATE
           DISPLAY "ESCROW-HISTORY|" WS-IN-LOAN-ID "|"
               WS-EA-BEGIN-BAL "|" WS-ES-YTD-DEP(WS-ES-IDX) "|"
               WS-ES-YTD-DISB(WS-ES-IDX) "|"
               WS-ES-BALANCE(WS-ES-IDX)
           MOVE WS-ES-BALANCE(WS-ES-IDX) TO WS-EA-RUN-BAL
           PERFORM VARYING WS-EA-M FROM 1 BY 1 UNTIL WS-EA-M > 12
               COMPUTE WS-EA-RUN-BAL = WS-EA-RUN-BAL
                   + WS-EA-NEW-MONTHLY - WS-EA-DISB(WS-EA-M)
               COMPUTE WS-EA-MONTH-TOTAL =
                   WS-EA-BASE-MONTHS + WS-EA-M - 1
               COMPUTE WS-EA-DUE-YYYY = WS-EA-MONTH-TOTAL / 12
               COMPUTE WS-EA-DUE-MM =
                   FUNCTION MOD(WS-EA-MONTH-TOTAL, 12) + 1
               COMPUTE WS-EA-YYYYMM =
                   WS-EA-DUE-YYYY * 100 + WS-EA-DUE-MM
               DISPLAY "ESCROW-PROJ|" WS-IN-LOAN-ID "|"
                   WS-EA-YYYYMM "|" WS-EA-NEW-MONTHLY "|"
                   WS-EA-DISB(WS-EA-M) "|" WS-EA-RUN-BAL
           END-PERFORM
           COMPUTE WS-EA-NEW-TOTAL =
               WS-LN-PAYMENT(WS-LN-MATCH-IDX) + WS-EA-NEW-MONTHLY
           DISPLAY "ESCROW-ANALYSIS|" WS-IN-LOAN-ID "|"
               WS-EA-ANNUAL "|" WS-EA-CUSHION "|" WS-EA-LOW "|"
               WS-EA-SHORTAGE "|" WS-EA-SURPLUS "|" WS-EA-REFUND "|"
               WS-EA-OLD-MONTHLY "|" WS-EA-NEW-MONTHLY "|"
               WS-EA-NEW-TOTAL

           MOVE WS-EA-NEW-MONTHLY TO WS-ES-MONTHLY(WS-ES-IDX)
           MOVE WS-EA-CUSHION TO WS-ES-CUSHION(WS-ES-IDX)
           MOVE WS-CURRENT-DATE TO WS-ES-LAST-AN(WS-ES-IDX)
           MOVE WS-ES-IDX TO WS-ESC-MATCH-IDX
           PERFORM SET-NEXT-ANALYSIS-DATE
           MOVE WS-EA-DUE TO WS-ES-NEXT-AN(WS-ES-IDX)
           MOVE 0 TO WS-ES-YTD-DEP(WS-ES-IDX)
           MOVE 0 TO WS-ES-YTD-DISB(WS-ES-IDX).

      *>   Walks one bill's due dates across the twelve projected
      *>   months, adding it to each month it falls in.
       PROJECT-ONE-PAYEE.
           MOVE WS-EP-NEXT-DUE(WS-EP-IDX) TO WS-EA-DUE
           MOVE WS-EP-FREQ(WS-EP-IDX) TO WS-EA-STEP-MONTHS
           IF WS-EA-STEP-MONTHS = 0
               MOVE 12 TO WS-EA-STEP-MONTHS
           END-IF
           PERFORM UNTIL 1 = 0
               COMPUTE WS-EA-MONTH-IDX = WS-EA-DUE-YYYY * 12
                   + WS-EA-DUE-MM - 1 - WS-EA-BASE-MONTHS + 1
               IF WS-EA-MONTH-IDX > 12
                   EXIT PERFORM
               END-IF
               IF WS-EA-MONTH-IDX < 1
                   MOVE 1 TO WS-EA-MONTH-IDX
               END-IF
               ADD WS-EP-AMOUNT(WS-EP-IDX)
                   TO WS-EA-DISB(WS-EA-MONTH-IDX)
               PERFORM ADVANCE-ESCROW-DUE
           END-PERFORM.

      *>   Surplus refund — credited to the borrower's deposit
      *>   account and posted out of the escrow. A borrower account
      *>   that is gone or not active holds the refund in escrow,
      *>   where the new base absorbs it.
       REFUND-ESCROW-SURPLUS.
           OPEN I-O ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE WS-LN-ACCT(WS-LN-MATCH-IDX) TO ACCT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-STATUS = 'A'
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
           END-READ
           IF WS-FOUND-FLAG = 'N'
               CLOSE ACCOUNTS-FILE
               DISPLAY "ESCROW-REFUND-HELD|" WS-IN-LOAN-ID "|"
                   WS-LN-ACCT(WS-LN-MATCH-IDX) "|" WS-EA-SURPLUS
               EXIT PARAGRAPH
           END-IF
           ADD WS-EA-SURPLUS TO ACCT-BALANCE
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   CLOSE ACCOUNTS-FILE
                   DISPLAY "ERROR|REWRITE|" WS-FILE-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
           END-REWRITE
           CLOSE ACCOUNTS-FILE
           MOVE WS-EA-SURPLUS TO WS-EA-REFUND
           SUBTRACT WS-EA-REFUND FROM WS-ES-BALANCE(WS-ES-IDX)
           ADD 1 TO WS-EA-REFUND-COUNT
           MOVE WS-EA-REFUND TO WS-IN-AMOUNT
           MOVE "Escrow surplus refund" TO WS-IN-NAME
           MOVE 'D' TO WS-LEG-TYPE
           MOVE WS-LN-ACCT(WS-LN-MATCH-IDX) TO WS-LEG-ACCT-ID
           PERFORM WRITE-LOAN-LEG
           MOVE 'W' TO WS-LEG-TYPE
           MOVE SPACES TO WS-LEG-ACCT-ID
           PERFORM WRITE-LOAN-LEG
           MOVE 'D' TO WS-LEG-TYPE.

      *>   Moves WS-EA-DUE on by WS-EA-STEP-MONTHS, keeping the day
      *>   within the shortest month.
       ADVANCE-ESCROW-DUE.
           IF WS-EA-STEP-MONTHS = 0
               MOVE 12 TO WS-EA-STEP-MONTHS
           END-IF
           COMPUTE WS-EA-MONTH-TOTAL = WS-EA-DUE-YYYY * 12
               + WS-EA-DUE-MM - 1 + WS-EA-STEP-MONTHS
           COMPUTE WS-EA-DUE-YYYY = WS-EA-MONTH-TOTAL / 12
           COMPUTE WS-EA-DUE-MM =
               FUNCTION MOD(WS-EA-MONTH-TOTAL, 12) + 1
           IF WS-EA-DUE-DD > 28
               MOVE 28 TO WS-EA-DUE-DD
           END-IF.

      *>   Next analysis falls a year from today (Feb 29 -> Feb 28).
       SET-NEXT-ANALYSIS-DATE.
           MOVE WS-CURRENT-DATE TO WS-EA-DUE
           ADD 1 TO WS-EA-DUE-YYYY
           IF WS-EA-DUE-MM = 2 AND WS-EA-DUE-DD = 29
               MOVE 28 TO WS-EA-DUE-DD
           END-IF.

      *>================================================================*
      *>   Adjustable-rate loans. INDEXRATE keeps the published index
      *>   history (INDEXRATE.DAT); ARM puts a loan ORIGINATE booked at
      *>   its start rate onto index-plus-margin terms; the REPRICE
      *>   batch resets each adjustable loan on its adjustment date,
      *>   re-amortizes the rest of its schedule and writes the
      *>   borrower's rate-change notice (RATENOTICE.DAT).
      *>================================================================*
       PROCESS-INDEX-RATE.
           IF WS-IN-INDEX-CODE = SPACES
               OR WS-IN-DUE-DATE = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DUE-DATE) NOT = 0
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-INDEX-RATE-FILE
      *>   Re-keying a code and effective date corrects that entry.
           MOVE 0 TO WS-IX-MATCH-IDX
           PERFORM VARYING WS-IX-IDX FROM 1 BY 1
               UNTIL WS-IX-IDX > WS-IX-COUNT
               IF WS-IX-CODE(WS-IX-IDX) = WS-IN-INDEX-CODE
                   AND WS-IX-EFF(WS-IX-IDX) = WS-IN-DUE-DATE
                   MOVE WS-IX-IDX TO WS-IX-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IX-MATCH-IDX = 0
               ADD 1 TO WS-IX-COUNT
               MOVE WS-IX-COUNT TO WS-IX-MATCH-IDX
               MOVE "ADDED" TO WS-IN-NAME
           ELSE
               MOVE "REPLACED" TO WS-IN-NAME
           END-IF
           MOVE WS-IN-INDEX-CODE TO WS-IX-CODE(WS-IX-MATCH-IDX)
           MOVE WS-IN-DUE-DATE TO WS-IX-EFF(WS-IX-MATCH-IDX)
           MOVE WS-IN-RATE TO WS-IX-RATE(WS-IX-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-IX-ENTERED(WS-IX-MATCH-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-IX-OPERATOR(WS-IX-MATCH-IDX)
           PERFORM SAVE-INDEX-RATE-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "INDEX-RATE|" WS-IN-INDEX-CODE "|" WS-IN-DUE-DATE
               "|" WS-IN-RATE "|" FUNCTION TRIM(WS-IN-NAME)
           DISPLAY "RESULT|00".

      *>   Converts an active fixed-rate loan to adjustable terms. The
      *>   current LOAN-RATE is the start rate and must sit inside
      *>   the lifetime limits; the first adjustment falls
      *>   <adj-freq-months> after origination (on the schedule's
      *>   due day), or the first such date still ahead for an older
      *>   loan. The index must already be on INDEXRATE.DAT.
       PROCESS-ARM-TERMS.
           IF WS-IN-INDEX-CODE = SPACES
               OR WS-IN-FREQ < 1 OR WS-IN-FREQ > 60
               OR WS-IN-LCAP = 0
               OR WS-IN-LFLOOR > WS-IN-LCAP
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LOAN-FILE
           MOVE 0 TO WS-LN-MATCH-IDX
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ID(WS-LN-IDX) = WS-IN-LOAN-ID
                   MOVE WS-LN-IDX TO WS-LN-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LN-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-STATUS(WS-LN-MATCH-IDX) NOT = 'A'
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-RATE-TYPE(WS-LN-MATCH-IDX) = 'V'
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "ERROR|ARM-EXISTS|" WS-IN-LOAN-ID
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-RATE(WS-LN-MATCH-IDX) > WS-IN-LCAP
               OR WS-LN-RATE(WS-LN-MATCH-IDX) < WS-IN-LFLOOR
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "ERROR|RATE-OUTSIDE-LIFETIME-LIMITS|"
                   WS-LN-RATE(WS-LN-MATCH-IDX)
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-INDEX-RATE-FILE
           MOVE 0 TO WS-IX-MATCH-IDX
           PERFORM VARYING WS-IX-IDX FROM 1 BY 1
               UNTIL WS-IX-IDX > WS-IX-COUNT
               IF WS-IX-CODE(WS-IX-IDX) = WS-IN-INDEX-CODE
                   MOVE WS-IX-IDX TO WS-IX-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IX-MATCH-IDX = 0
               MOVE RC-INVALID-ACCT TO WS-RESULT-CODE
               DISPLAY "ERROR|INDEX-NOT-FOUND|" WS-IN-INDEX-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LN-ORIGIN(WS-LN-MATCH-IDX) TO WS-EA-DUE
           MOVE WS-IN-FREQ TO WS-EA-STEP-MONTHS
           PERFORM ADVANCE-ESCROW-DUE
           PERFORM UNTIL WS-EA-DUE > WS-CURRENT-DATE
               PERFORM ADVANCE-ESCROW-DUE
           END-PERFORM
           MOVE 'V' TO WS-LN-RATE-TYPE(WS-LN-MATCH-IDX)
           MOVE WS-IN-INDEX-CODE TO WS-LN-INDEX(WS-LN-MATCH-IDX)
           MOVE WS-IN-MARGIN TO WS-LN-MARGIN(WS-LN-MATCH-IDX)
           MOVE WS-IN-FREQ TO WS-LN-ADJ-FREQ(WS-LN-MATCH-IDX)
           MOVE WS-EA-DUE TO WS-LN-NEXT-ADJ(WS-LN-MATCH-IDX)
           MOVE WS-IN-PCAP TO WS-LN-PCAP(WS-LN-MATCH-IDX)
           MOVE WS-IN-PFLOOR TO WS-LN-PFLOOR(WS-LN-MATCH-IDX)
           MOVE WS-IN-LCAP TO WS-LN-LCAP(WS-LN-MATCH-IDX)
           MOVE WS-IN-LFLOOR TO WS-LN-LFLOOR(WS-LN-MATCH-IDX)
           PERFORM SAVE-LOAN-FILE
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "ARM-TERMS|" WS-IN-LOAN-ID "|" WS-IN-INDEX-CODE "|"
               WS-IN-MARGIN "|" WS-IN-FREQ "|" WS-EA-DUE "|"
               WS-IN-PCAP "|" WS-IN-PFLOOR "|" WS-IN-LCAP "|"
               WS-IN-LFLOOR
           DISPLAY "RESULT|00".

      *>   Daily step. Every active adjustable loan whose adjustment
      *>   date has come is repriced — more than once if runs were
      *>   missed, each adjustment priced off the index in effect on
      *>   its own date. A loan whose index has no rate on or before
      *>   that date is reported and left for the next run.
       PROCESS-REPRICE.
           PERFORM LOAD-LOAN-FILE
           PERFORM LOAD-SCHED-FILE
           PERFORM LOAD-INDEX-RATE-FILE
           MOVE 0 TO WS-AR-REPRICED
           MOVE 0 TO WS-AR-NOTICES
           MOVE 0 TO WS-AR-UNPRICED
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-RATE-TYPE(WS-LN-IDX) = 'V'
                   AND WS-LN-STATUS(WS-LN-IDX) = 'A'
                   AND WS-LN-BALANCE(WS-LN-IDX) > 0
                   AND WS-LN-ADJ-FREQ(WS-LN-IDX) > 0
                   AND WS-LN-NEXT-ADJ(WS-LN-IDX) > 0
                   MOVE WS-LN-IDX TO WS-LN-MATCH-IDX
                   MOVE WS-LN-ID(WS-LN-IDX) TO WS-IN-LOAN-ID
                   MOVE 'N' TO WS-AR-NO-INDEX
                   PERFORM UNTIL
                       WS-LN-NEXT-ADJ(WS-LN-MATCH-IDX) > WS-CURRENT-DATE
                       OR WS-AR-NO-INDEX = 'Y'
                       PERFORM REPRICE-ONE-LOAN
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-AR-REPRICED > 0
               PERFORM SAVE-LOAN-FILE
               PERFORM SAVE-SCHED-FILE
           END-IF
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "REPRICE-SUMMARY|" WS-AR-REPRICED "|"
               WS-AR-NOTICES "|" WS-AR-UNPRICED
           DISPLAY "RESULT|00".

      *>   One adjustment of the loan at WS-LN-MATCH-IDX on its
      *>   LOAN-NEXT-ADJ-DATE. The new rate is index plus margin held
      *>   to the periodic cap/floor around the old rate, then to the
      *>   lifetime cap/floor. The unpaid installments due after the
      *>   adjustment date are re-amortized at the new rate over the
      *>   principal they have left to retire — outstanding balance
      *>   less what the unpaid rows due on or before that date still
      *>   carry — so a curtailment lowers the new payment rather than
      *>   shortening the term. A schedule's rows are contiguous and
      *>   in due-date order, as ORIGINATE wrote them.
       REPRICE-ONE-LOAN.
           MOVE WS-LN-NEXT-ADJ(WS-LN-MATCH-IDX) TO WS-AR-ADJ-DATE
           MOVE WS-LN-INDEX(WS-LN-MATCH-IDX) TO WS-IN-INDEX-CODE
           PERFORM FIND-INDEX-RATE
           IF WS-IX-MATCH-IDX = 0
               MOVE 'Y' TO WS-AR-NO-INDEX
               ADD 1 TO WS-AR-UNPRICED
               DISPLAY "ARM-NO-INDEX|" WS-IN-LOAN-ID "|"
                   WS-IN-INDEX-CODE "|" WS-AR-ADJ-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IX-RATE(WS-IX-MATCH-IDX) TO WS-AR-INDEX-RATE
           MOVE WS-LN-RATE(WS-LN-MATCH-IDX) TO WS-AR-OLD-RATE
           IF WS-LN-SCRA-STATUS(WS-LN-MATCH-IDX) = 'C'
               MOVE WS-LN-SCRA-ORIG(WS-LN-MATCH-IDX) TO WS-AR-OLD-RATE
           END-IF
           MOVE SPACE TO WS-AR-LIMIT
           COMPUTE WS-AR-RATE-WORK =
               WS-AR-INDEX-RATE + WS-LN-MARGIN(WS-LN-MATCH-IDX)
           IF WS-LN-PCAP(WS-LN-MATCH-IDX) > 0
               AND WS-AR-RATE-WORK >
                   WS-AR-OLD-RATE + WS-LN-PCAP(WS-LN-MATCH-IDX)
               COMPUTE WS-AR-RATE-WORK =
                   WS-AR-OLD-RATE + WS-LN-PCAP(WS-LN-MATCH-IDX)
               MOVE 'P' TO WS-AR-LIMIT
           END-IF
           IF WS-LN-PFLOOR(WS-LN-MATCH-IDX) > 0
               AND WS-AR-RATE-WORK <
                   WS-AR-OLD-RATE - WS-LN-PFLOOR(WS-LN-MATCH-IDX)
               COMPUTE WS-AR-RATE-WORK =
                   WS-AR-OLD-RATE - WS-LN-PFLOOR(WS-LN-MATCH-IDX)
               MOVE 'P' TO WS-AR-LIMIT
           END-IF
           IF WS-AR-RATE-WORK > WS-LN-LCAP(WS-LN-MATCH-IDX)
               MOVE WS-LN-LCAP(WS-LN-MATCH-IDX) TO WS-AR-RATE-WORK
               MOVE 'L' TO WS-AR-LIMIT
           END-IF
           IF WS-AR-RATE-WORK < WS-LN-LFLOOR(WS-LN-MATCH-IDX)
               MOVE WS-LN-LFLOOR(WS-LN-MATCH-IDX) TO WS-AR-RATE-WORK
               MOVE 'L' TO WS-AR-LIMIT
           END-IF
           MOVE WS-AR-RATE-WORK TO WS-AR-NEW-RATE
      *>   A servicemember-capped loan reprices its contract rate; the
      *>   cap still holds the rate it is charged until SCRACAP
      *>   restores the contract rate.
           IF WS-LN-SCRA-STATUS(WS-LN-MATCH-IDX) = 'C'
               MOVE WS-AR-NEW-RATE TO WS-LN-SCRA-ORIG(WS-LN-MATCH-IDX)
               IF WS-AR-NEW-RATE > SCRA-RATE-CAP
                   MOVE SCRA-RATE-CAP TO WS-AR-NEW-RATE
                   MOVE 'S' TO WS-AR-LIMIT
               END-IF
           END-IF

           PERFORM REAMORTIZE-REMAINING-ROWS
           MOVE WS-AR-NEW-RATE TO WS-LN-RATE(WS-LN-MATCH-IDX)

           MOVE WS-AR-ADJ-DATE TO WS-EA-DUE
           MOVE WS-LN-ADJ-FREQ(WS-LN-MATCH-IDX) TO WS-EA-STEP-MONTHS
           PERFORM ADVANCE-ESCROW-DUE
           MOVE WS-EA-DUE TO WS-LN-NEXT-ADJ(WS-LN-MATCH-IDX)
           ADD 1 TO WS-AR-REPRICED
           DISPLAY "ARM-REPRICE|" WS-IN-LOAN-ID "|" WS-AR-ADJ-DATE "|"
               WS-IN-INDEX-CODE "|" WS-AR-INDEX-RATE "|"
               WS-LN-MARGIN(WS-LN-MATCH-IDX) "|" WS-AR-OLD-RATE "|"
               WS-AR-NEW-RATE "|" WS-AR-LIMIT "|" WS-AR-OLD-PAYMENT "|"
               WS-LN-PAYMENT(WS-LN-MATCH-IDX) "|" WS-AR-FIRST-DUE "|"
               WS-LN-NEXT-ADJ(WS-LN-MATCH-IDX)
           IF WS-AR-NEW-RATE NOT = WS-AR-OLD-RATE
               OR WS-LN-PAYMENT(WS-LN-MATCH-IDX) NOT = WS-AR-OLD-PAYMENT
               PERFORM WRITE-RATE-NOTICE
           END-IF.

      *>   Re-amortizes the loan at WS-LN-MATCH-IDX (WS-IN-LOAN-ID) at
      *>   WS-AR-NEW-RATE from WS-AR-ADJ-DATE: its unpaid installments
      *>   due after that date get a new level payment over the
      *>   principal they have left to retire — outstanding balance
      *>   less what the unpaid rows due on or before that date still
      *>   carry. Shared by REPRICE and SCRACAP.
       REAMORTIZE-REMAINING-ROWS.
           MOVE WS-LN-BALANCE(WS-LN-MATCH-IDX) TO WS-AR-BALANCE
           MOVE 0 TO WS-AR-TERM
           MOVE 0 TO WS-AR-FIRST-DUE
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               IF WS-LS-LOAN-ID(WS-LS-IDX) = WS-IN-LOAN-ID
                   AND WS-LS-STATUS(WS-LS-IDX) = 'D'
                   IF WS-LS-DUE(WS-LS-IDX) <= WS-AR-ADJ-DATE
                       SUBTRACT WS-LS-PRINCIPAL(WS-LS-IDX)
                           FROM WS-AR-BALANCE
                   ELSE
                       ADD 1 TO WS-AR-TERM
                       IF WS-AR-FIRST-DUE = 0
                           MOVE WS-LS-DUE(WS-LS-IDX) TO WS-AR-FIRST-DUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AR-BALANCE < 0
               MOVE 0 TO WS-AR-BALANCE
           END-IF

           MOVE WS-LN-PAYMENT(WS-LN-MATCH-IDX) TO WS-AR-OLD-PAYMENT
           IF WS-AR-TERM > 0
               COMPUTE WS-MONTHLY-RATE ROUNDED = WS-AR-NEW-RATE / 12
               IF WS-MONTHLY-RATE = 0
                   COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                       WS-AR-BALANCE / WS-AR-TERM
               ELSE
                   COMPUTE WS-GROWTH-FACTOR ROUNDED =
                       (1 + WS-MONTHLY-RATE) ** WS-AR-TERM
                   COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                       WS-AR-BALANCE * WS-MONTHLY-RATE
                       * WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1)
               END-IF
               MOVE WS-AR-BALANCE TO WS-AMORT-BALANCE
               MOVE 0 TO WS-AR-ROW
               PERFORM VARYING WS-LS-IDX FROM 1 BY 1
                   UNTIL WS-LS-IDX > WS-LS-COUNT
                   IF WS-LS-LOAN-ID(WS-LS-IDX) = WS-IN-LOAN-ID
                       AND WS-LS-STATUS(WS-LS-IDX) = 'D'
                       AND WS-LS-DUE(WS-LS-IDX) > WS-AR-ADJ-DATE
                       PERFORM REAMORTIZE-ONE-ROW
                   END-IF
               END-PERFORM
               MOVE WS-LEVEL-PAYMENT TO WS-LN-PAYMENT(WS-LN-MATCH-IDX)
           END-IF.

      *>   Same split GENERATE-ONE-SCHED-ROW makes, written back over
      *>   row WS-LS-IDX; the last re-amortized row clears the rest.
       REAMORTIZE-ONE-ROW.
           ADD 1 TO WS-AR-ROW
           COMPUTE WS-ROW-INTEREST ROUNDED =
               WS-AMORT-BALANCE * WS-MONTHLY-RATE
           IF WS-AR-ROW = WS-AR-TERM
               MOVE WS-AMORT-BALANCE TO WS-ROW-PRINCIPAL
           ELSE
               COMPUTE WS-ROW-PRINCIPAL =
                   WS-LEVEL-PAYMENT - WS-ROW-INTEREST
               IF WS-ROW-PRINCIPAL > WS-AMORT-BALANCE
                   MOVE WS-AMORT-BALANCE TO WS-ROW-PRINCIPAL
               END-IF
           END-IF
           SUBTRACT WS-ROW-PRINCIPAL FROM WS-AMORT-BALANCE
           COMPUTE WS-LS-PAYMENT(WS-LS-IDX) =
               WS-ROW-PRINCIPAL + WS-ROW-INTEREST
           MOVE WS-ROW-PRINCIPAL TO WS-LS-PRINCIPAL(WS-LS-IDX)
           MOVE WS-ROW-INTEREST TO WS-LS-INTEREST(WS-LS-IDX).

      *>   The borrower's rate-change notice, appended for the branch
      *>   to mail ahead of WS-AR-FIRST-DUE.
       WRITE-RATE-NOTICE.
           MOVE WS-IN-LOAN-ID TO LRTN-LOAN-ID
           MOVE WS-LN-ACCT(WS-LN-MATCH-IDX) TO LRTN-BORROWER-ACCT
           MOVE WS-LN-NAME(WS-LN-MATCH-IDX) TO LRTN-BORROWER-NAME
           MOVE WS-AR-ADJ-DATE TO LRTN-ADJ-DATE
           MOVE WS-IN-INDEX-CODE TO LRTN-INDEX-CODE
           MOVE WS-AR-INDEX-RATE TO LRTN-INDEX-RATE
           MOVE WS-LN-MARGIN(WS-LN-MATCH-IDX) TO LRTN-MARGIN
           MOVE WS-AR-OLD-RATE TO LRTN-OLD-RATE
           MOVE WS-AR-NEW-RATE TO LRTN-NEW-RATE
           MOVE WS-AR-LIMIT TO LRTN-LIMIT
           MOVE WS-AR-OLD-PAYMENT TO LRTN-OLD-PAYMENT
           MOVE WS-LN-PAYMENT(WS-LN-MATCH-IDX) TO LRTN-NEW-PAYMENT
           MOVE WS-AR-FIRST-DUE TO LRTN-FIRST-DUE
           MOVE WS-AR-BALANCE TO LRTN-BALANCE
           MOVE WS-AR-TERM TO LRTN-TERM
           MOVE WS-LN-NEXT-ADJ(WS-LN-MATCH-IDX) TO LRTN-NEXT-ADJ-DATE
           MOVE WS-CURRENT-DATE TO LRTN-DATE
           OPEN EXTEND RATE-NOTICE-FILE
           IF WS-LRTN-STATUS NOT = '00'
               OPEN OUTPUT RATE-NOTICE-FILE
           END-IF
           IF WS-LRTN-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-LRTN-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE LOAN-RATE-NOTICE-RECORD
           CLOSE RATE-NOTICE-FILE
           ADD 1 TO WS-AR-NOTICES.

      *>   WS-IX-MATCH-IDX = WS-IN-INDEX-CODE's latest rate effective
      *>   on or before WS-AR-ADJ-DATE, 0 when there is none.
       FIND-INDEX-RATE.
           MOVE 0 TO WS-IX-MATCH-IDX
           PERFORM VARYING WS-IX-IDX FROM 1 BY 1
               UNTIL WS-IX-IDX > WS-IX-COUNT
               IF WS-IX-CODE(WS-IX-IDX) = WS-IN-INDEX-CODE
                   AND WS-IX-EFF(WS-IX-IDX) <= WS-AR-ADJ-DATE
                   IF WS-IX-MATCH-IDX = 0
                       MOVE WS-IX-IDX TO WS-IX-MATCH-IDX
                   ELSE
                       IF WS-IX-EFF(WS-IX-IDX) >
                           WS-IX-EFF(WS-IX-MATCH-IDX)
                           MOVE WS-IX-IDX TO WS-IX-MATCH-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>================================================================*
      *>   SCRACAP — the servicemember rate cap. A loan originated
      *>   before its borrower's active-duty service began (SCRA.DAT,
      *>   see SCRACHK.cpy) is charged no more than SCRA-RATE-CAP from
      *>   the service start until the post-service grace period is
      *>   over. The cap re-amortizes the unpaid installments at the
      *>   lower rate over the same remaining term, so the interest
      *>   above it is simply never charged — none of it is carried
      *>   to the balance or to the installments after the cap lifts.
      *>   LOAN-SCRA-FORGIVEN counts it up as the installments fall
      *>   due; interest already paid above the cap since service
      *>   began is counted too and reported for refund.
      *>================================================================*
       PROCESS-SCRA-CAP.
           PERFORM LOAD-LOAN-FILE
           PERFORM LOAD-SCHED-FILE
           PERFORM LOAD-SCRA-REGISTRY
           MOVE 0 TO WS-AR-NOTICES
           MOVE 0 TO WS-SC-CAPPED
           MOVE 0 TO WS-SC-RESTORED
           MOVE 0 TO WS-SC-HELD
           MOVE 0 TO WS-SC-RUN-FORGIVEN
           MOVE 'N' TO WS-SC-CHANGED
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               MOVE WS-LN-IDX TO WS-LN-MATCH-IDX
               MOVE WS-LN-ACCT(WS-LN-IDX) TO WS-SCRA-ACCT-ID
               MOVE WS-LN-ORIGIN(WS-LN-IDX) TO WS-SCRA-DEBT-DATE
               PERFORM CHECK-SCRA-PROTECTION
               IF WS-LN-SCRA-STATUS(WS-LN-IDX) = 'C'
                   IF WS-SCRA-FLAG = 'Y'
                       MOVE WS-CURRENT-DATE TO WS-SC-COUNT-TO
                       PERFORM COUNT-SCRA-FORGIVEN
                       ADD 1 TO WS-SC-HELD
                   ELSE
                       PERFORM RESTORE-SCRA-LOAN
                   END-IF
               ELSE
                   IF WS-SCRA-FLAG = 'Y'
                       AND WS-LN-STATUS(WS-LN-IDX) = 'A'
                       AND WS-LN-BALANCE(WS-LN-IDX) > 0
                       AND WS-LN-RATE(WS-LN-IDX) > SCRA-RATE-CAP
                       PERFORM CAP-SCRA-LOAN
                       ADD 1 TO WS-SC-HELD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SC-CHANGED = 'Y'
               PERFORM SAVE-LOAN-FILE
               PERFORM SAVE-SCHED-FILE
           END-IF
           MOVE RC-SUCCESS TO WS-RESULT-CODE
           DISPLAY "SCRACAP-SUMMARY|" WS-SC-CAPPED "|" WS-SC-RESTORED
               "|" WS-SC-HELD "|" WS-SC-RUN-FORGIVEN
           DISPLAY "RESULT|00".

      *>   Caps the loan at WS-LN-MATCH-IDX from the service start in
      *>   WS-SCRA-SVC-START. Unpaid installments due since then are
      *>   re-amortized with the rest, so a member registered late
      *>   still gets the cap back to the day service began; the
      *>   excess on installments already paid in that time is
      *>   forgiven as well and shown as REFUND-DUE.
       CAP-SCRA-LOAN.
           MOVE WS-LN-ID(WS-LN-MATCH-IDX) TO WS-IN-LOAN-ID
           MOVE WS-LN-RATE(WS-LN-MATCH-IDX) TO WS-AR-OLD-RATE
           MOVE SCRA-RATE-CAP TO WS-AR-NEW-RATE
           MOVE WS-SCRA-SVC-START TO WS-AR-ADJ-DATE
           PERFORM REAMORTIZE-REMAINING-ROWS
           MOVE WS-AR-NEW-RATE TO WS-LN-RATE(WS-LN-MATCH-IDX)

           MOVE 0 TO WS-SC-REFUND
           MOVE 0 TO WS-SC-LOAN-FORGIVEN
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               IF WS-LS-LOAN-ID(WS-LS-IDX) = WS-IN-LOAN-ID
                   AND WS-LS-DUE(WS-LS-IDX) > WS-AR-ADJ-DATE
                   AND WS-LS-DUE(WS-LS-IDX) <= WS-CURRENT-DATE
                   IF WS-LS-STATUS(WS-LS-IDX) = 'P'
                       COMPUTE WS-SC-ROW-FORGIVEN ROUNDED =
                           WS-LS-INTEREST(WS-LS-IDX)
                           * (WS-AR-OLD-RATE - WS-AR-NEW-RATE)
                           / WS-AR-OLD-RATE
                       ADD WS-SC-ROW-FORGIVEN TO WS-SC-REFUND
                   ELSE
                       COMPUTE WS-SC-ROW-FORGIVEN ROUNDED =
                           WS-LS-INTEREST(WS-LS-IDX)
                           * (WS-AR-OLD-RATE - WS-AR-NEW-RATE)
                           / WS-AR-NEW-RATE
                       ADD WS-SC-ROW-FORGIVEN TO WS-SC-LOAN-FORGIVEN
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-SC-REFUND TO WS-SC-LOAN-FORGIVEN

           MOVE 'C' TO WS-LN-SCRA-STATUS(WS-LN-MATCH-IDX)
           MOVE WS-AR-OLD-RATE TO WS-LN-SCRA-ORIG(WS-LN-MATCH-IDX)
           MOVE WS-SCRA-SVC-START TO WS-LN-SCRA-CAPPED(WS-LN-MATCH-IDX)
           MOVE 0 TO WS-LN-SCRA-RESTORED(WS-LN-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-LN-SCRA-THRU(WS-LN-MATCH-IDX)
           ADD WS-SC-LOAN-FORGIVEN
               TO WS-LN-SCRA-FORGIVEN(WS-LN-MATCH-IDX)
           ADD WS-SC-LOAN-FORGIVEN TO WS-SC-RUN-FORGIVEN
           MOVE 'Y' TO WS-SC-CHANGED
           ADD 1 TO WS-SC-CAPPED

           MOVE "SCRA" TO WS-IN-INDEX-CODE
           MOVE SCRA-RATE-CAP TO WS-AR-INDEX-RATE
           MOVE 'S' TO WS-AR-LIMIT
           PERFORM WRITE-RATE-NOTICE
           DISPLAY "SCRA-CAP|" WS-IN-LOAN-ID "|"
               WS-LN-ACCT(WS-LN-MATCH-IDX) "|" WS-SCRA-SVC-START "|"
               WS-AR-OLD-RATE "|" WS-AR-NEW-RATE "|" WS-AR-OLD-PAYMENT
               "|" WS-LN-PAYMENT(WS-LN-MATCH-IDX) "|" WS-AR-FIRST-DUE
               "|" WS-SC-LOAN-FORGIVEN "|" WS-SC-REFUND "|"
               FUNCTION TRIM(WS-SCRA-SOURCE).

      *>   The protected period is over (or its registration was
      *>   voided): the interest forgiven is counted up to the end
      *>   of the period, then the contract rate is restored over the
      *>   installments due after today. Nothing forgiven comes back.
       RESTORE-SCRA-LOAN.
           MOVE WS-LN-ID(WS-LN-MATCH-IDX) TO WS-IN-LOAN-ID
           MOVE WS-CURRENT-DATE TO WS-SC-COUNT-TO
           IF WS-SCRA-PROTECT-END > 0
               AND WS-SCRA-PROTECT-END < WS-CURRENT-DATE
               MOVE WS-SCRA-PROTECT-END TO WS-SC-COUNT-TO
           END-IF
           PERFORM COUNT-SCRA-FORGIVEN

           MOVE WS-LN-RATE(WS-LN-MATCH-IDX) TO WS-AR-OLD-RATE
           MOVE WS-LN-SCRA-ORIG(WS-LN-MATCH-IDX) TO WS-AR-NEW-RATE
           MOVE WS-CURRENT-DATE TO WS-AR-ADJ-DATE
           PERFORM REAMORTIZE-REMAINING-ROWS
           MOVE WS-AR-NEW-RATE TO WS-LN-RATE(WS-LN-MATCH-IDX)
           MOVE 'R' TO WS-LN-SCRA-STATUS(WS-LN-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-LN-SCRA-RESTORED(WS-LN-MATCH-IDX)
           MOVE 'Y' TO WS-SC-CHANGED
           ADD 1 TO WS-SC-RESTORED

           MOVE "SCRA" TO WS-IN-INDEX-CODE
           MOVE SCRA-RATE-CAP TO WS-AR-INDEX-RATE
           MOVE 'R' TO WS-AR-LIMIT
           PERFORM WRITE-RATE-NOTICE
           DISPLAY "SCRA-RESTORE|" WS-IN-LOAN-ID "|"
               WS-LN-ACCT(WS-LN-MATCH-IDX) "|" WS-AR-OLD-RATE "|"
               WS-AR-NEW-RATE "|" WS-AR-OLD-PAYMENT "|"
               WS-LN-PAYMENT(WS-LN-MATCH-IDX) "|" WS-AR-FIRST-DUE "|"
               WS-LN-SCRA-FORGIVEN(WS-LN-MATCH-IDX).

      *>   Adds to LOAN-SCRA-FORGIVEN the interest above the cap on
      *>   the capped loan's installments falling due after
      *>   LOAN-SCRA-THRU up to WS-SC-COUNT-TO. Each was amortized at
      *>   the charged rate, so its interest scaled by the contract
      *>   rate's excess over the charged one is what was given up.
       COUNT-SCRA-FORGIVEN.
           IF WS-SC-COUNT-TO <= WS-LN-SCRA-THRU(WS-LN-MATCH-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-RATE(WS-LN-MATCH-IDX) > 0
               AND WS-LN-SCRA-ORIG(WS-LN-MATCH-IDX) >
                   WS-LN-RATE(WS-LN-MATCH-IDX)
               PERFORM VARYING WS-LS-IDX FROM 1 BY 1
                   UNTIL WS-LS-IDX > WS-LS-COUNT
                   IF WS-LS-LOAN-ID(WS-LS-IDX) =
                       WS-LN-ID(WS-LN-MATCH-IDX)
                       AND WS-LS-DUE(WS-LS-IDX) >
                           WS-LN-SCRA-THRU(WS-LN-MATCH-IDX)
                       AND WS-LS-DUE(WS-LS-IDX) <= WS-SC-COUNT-TO
                       COMPUTE WS-SC-ROW-FORGIVEN ROUNDED =
                           WS-LS-INTEREST(WS-LS-IDX)
                           * (WS-LN-SCRA-ORIG(WS-LN-MATCH-IDX)
                              - WS-LN-RATE(WS-LN-MATCH-IDX))
                           / WS-LN-RATE(WS-LN-MATCH-IDX)
                       ADD WS-SC-ROW-FORGIVEN
                           TO WS-LN-SCRA-FORGIVEN(WS-LN-MATCH-IDX)
                       ADD WS-SC-ROW-FORGIVEN TO WS-SC-RUN-FORGIVEN
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-SC-COUNT-TO TO WS-LN-SCRA-THRU(WS-LN-MATCH-IDX)
           MOVE 'Y' TO WS-SC-CHANGED.

      *>   WS-ESC-MATCH-IDX = the active escrow account on
      *>   WS-IN-LOAN-ID, 0 when the loan has none.
       FIND-LOAN-ESCROW.
           MOVE 0 TO WS-ESC-MATCH-IDX
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-COUNT
               IF WS-ES-LOAN-ID(WS-ES-IDX) = WS-IN-LOAN-ID
                   AND WS-ES-STATUS(WS-ES-IDX) = 'A'
                   MOVE WS-ES-IDX TO WS-ESC-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-BORROWER-ACCOUNT.
           MOVE 'N' TO WS-FOUND-FLAG
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
      *>       Status 39 is a record-length mismatch — the file was
      *>       written under a prior ACCTREC.cpy layout and needs the
      *>       one-time MIGRATE.cob conversion, not a debugging
      *>       session at 2am.
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           MOVE WS-IN-ACCT-ID TO ACCT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE ACCT-NAME TO WS-BORROWER-OWNER
                   MOVE ACCT-JOINT-OWNER TO WS-BORROWER-JOINT
                   MOVE ACCT-TYPE TO WS-BORROWER-TYPE
                   MOVE ACCT-STATUS TO WS-BORROWER-ACCT-STATUS
           END-READ
           CLOSE ACCOUNTS-FILE.

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

      *>   Active registrations on SCRA.DAT — the servicemember rate
      *>   cap (see SCRACHK.cpy). Loaded once per run; a missing file
      *>   means no borrower is on active duty.
       LOAD-SCRA-REGISTRY.
           MOVE 0 TO WS-SCRA-COUNT
           MOVE 'Y' TO WS-SCRA-LOADED
           OPEN INPUT SCRA-FILE
           IF WS-SCRA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SCRA-FILE
                   AT END
                       CLOSE SCRA-FILE
                       EXIT PERFORM
               END-READ
               IF SCRA-ACTIVE AND WS-SCRA-COUNT < 500
                   ADD 1 TO WS-SCRA-COUNT
                   MOVE SCRA-ACCT-ID TO WS-SCRA-T-ACCT(WS-SCRA-COUNT)
                   MOVE SCRA-SERVICE-START
                       TO WS-SCRA-T-START(WS-SCRA-COUNT)
                   MOVE SCRA-SERVICE-END TO WS-SCRA-T-END(WS-SCRA-COUNT)
                   MOVE SCRA-VERIFY-SOURCE
                       TO WS-SCRA-T-SOURCE(WS-SCRA-COUNT)
               END-IF
           END-PERFORM.

      *>   WS-SCRA-FLAG = 'Y' when a registration for WS-SCRA-ACCT-ID
      *>   protects debt incurred on WS-SCRA-DEBT-DATE today. When
      *>   none does, WS-SCRA-PROTECT-END is the end of the latest
      *>   such protected period already over (zero if none).
       CHECK-SCRA-PROTECTION.
           MOVE 'N' TO WS-SCRA-FLAG
           MOVE 0 TO WS-SCRA-SVC-START
           MOVE 0 TO WS-SCRA-SVC-END
           MOVE 0 TO WS-SCRA-PROTECT-END
           MOVE SPACES TO WS-SCRA-SOURCE
           PERFORM VARYING WS-SCRA-IDX FROM 1 BY 1
               UNTIL WS-SCRA-IDX > WS-SCRA-COUNT
               IF WS-SCRA-T-ACCT(WS-SCRA-IDX) = WS-SCRA-ACCT-ID
                   AND WS-SCRA-T-START(WS-SCRA-IDX) > WS-SCRA-DEBT-DATE
                   AND WS-SCRA-T-START(WS-SCRA-IDX) <= WS-CURRENT-DATE
                   MOVE 0 TO WS-SCRA-END-WORK
                   IF WS-SCRA-T-END(WS-SCRA-IDX) > 0
                       COMPUTE WS-SCRA-END-WORK =
                           FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(
                                   WS-SCRA-T-END(WS-SCRA-IDX))
                               + SCRA-GRACE-DAYS)
                   END-IF
                   IF WS-SCRA-END-WORK = 0
                       OR WS-SCRA-END-WORK >= WS-CURRENT-DATE
                       MOVE 'Y' TO WS-SCRA-FLAG
                       MOVE WS-SCRA-T-START(WS-SCRA-IDX)
                           TO WS-SCRA-SVC-START
                       MOVE WS-SCRA-T-END(WS-SCRA-IDX)
                           TO WS-SCRA-SVC-END
                       MOVE WS-SCRA-END-WORK TO WS-SCRA-PROTECT-END
                       MOVE WS-SCRA-T-SOURCE(WS-SCRA-IDX)
                           TO WS-SCRA-SOURCE
                       EXIT PERFORM
                   END-IF
                   IF WS-SCRA-END-WORK > WS-SCRA-PROTECT-END
                       MOVE WS-SCRA-END-WORK TO WS-SCRA-PROTECT-END
                   END-IF
               END-IF
           END-PERFORM.

      *>   One held-back collection action to STAYSKIP.DAT, described
      *>   by the caller in WS-STAY-PATH/-REF/-AMOUNT/-REASON.
       WRITE-STAY-SKIP.
           MOVE WS-CURRENT-DATE TO SSK-DATE
           MOVE WS-CURRENT-TIME TO SSK-TIME
           MOVE "LOANS" TO SSK-PROGRAM
           MOVE WS-STAY-PATH TO SSK-PATH
           MOVE WS-STAY-ACCT-ID TO SSK-ACCT-ID
           MOVE WS-STAY-REF TO SSK-REF
           MOVE WS-STAY-CASE TO SSK-CASE-NUM
           MOVE WS-STAY-CHAPTER-HIT TO SSK-CHAPTER
           MOVE WS-STAY-AMOUNT TO SSK-AMOUNT
           MOVE WS-STAY-REASON TO SSK-REASON
           OPEN EXTEND STAY-SKIP-FILE
           IF WS-SSK-STATUS NOT = '00'
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

       LOAD-LOAN-FILE.
           MOVE 0 TO WS-LN-COUNT
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ LOAN-FILE
                   AT END
                       CLOSE LOAN-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-LN-COUNT
               MOVE LOAN-ID TO WS-LN-ID(WS-LN-COUNT)
               MOVE LOAN-BORROWER-ACCT TO WS-LN-ACCT(WS-LN-COUNT)
               MOVE LOAN-BORROWER-NAME TO WS-LN-NAME(WS-LN-COUNT)
               MOVE LOAN-PRINCIPAL TO WS-LN-PRINCIPAL(WS-LN-COUNT)
               MOVE LOAN-BALANCE TO WS-LN-BALANCE(WS-LN-COUNT)
               MOVE LOAN-RATE TO WS-LN-RATE(WS-LN-COUNT)
               MOVE LOAN-TERM-MONTHS TO WS-LN-TERM(WS-LN-COUNT)
               MOVE LOAN-PAYMENT TO WS-LN-PAYMENT(WS-LN-COUNT)
               MOVE LOAN-ORIGIN-DATE TO WS-LN-ORIGIN(WS-LN-COUNT)
               MOVE LOAN-STATUS TO WS-LN-STATUS(WS-LN-COUNT)
               MOVE LOAN-PAID-PRINCIPAL
                   TO WS-LN-PAID-PRIN(WS-LN-COUNT)
               MOVE LOAN-PAID-INTEREST
                   TO WS-LN-PAID-INT(WS-LN-COUNT)
               MOVE LOAN-INSIDER-FLAG TO WS-LN-INSIDER(WS-LN-COUNT)
               MOVE LOAN-AUTOPAY-STATUS TO WS-LN-AP-STATUS(WS-LN-COUNT)
               MOVE LOAN-AUTOPAY-ACCT TO WS-LN-AP-ACCT(WS-LN-COUNT)
               MOVE 0 TO WS-LN-AP-THRU(WS-LN-COUNT)
               IF LOAN-AUTOPAY-THRU IS NUMERIC
                   MOVE LOAN-AUTOPAY-THRU TO WS-LN-AP-THRU(WS-LN-COUNT)
               END-IF
               MOVE 0 TO WS-LN-LATE(WS-LN-COUNT)
               IF LOAN-LATE-CHARGES IS NUMERIC
                   MOVE LOAN-LATE-CHARGES TO WS-LN-LATE(WS-LN-COUNT)
               END-IF
               MOVE 'F' TO WS-LN-RATE-TYPE(WS-LN-COUNT)
               MOVE SPACES TO WS-LN-INDEX(WS-LN-COUNT)
               MOVE 0 TO WS-LN-MARGIN(WS-LN-COUNT)
               MOVE 0 TO WS-LN-ADJ-FREQ(WS-LN-COUNT)
               MOVE 0 TO WS-LN-NEXT-ADJ(WS-LN-COUNT)
               MOVE 0 TO WS-LN-PCAP(WS-LN-COUNT)
               MOVE 0 TO WS-LN-PFLOOR(WS-LN-COUNT)
               MOVE 0 TO WS-LN-LCAP(WS-LN-COUNT)
               MOVE 0 TO WS-LN-LFLOOR(WS-LN-COUNT)
               IF LOAN-ADJUSTABLE
                   AND LOAN-MARGIN IS NUMERIC
                   AND LOAN-ADJ-FREQ IS NUMERIC
                   AND LOAN-NEXT-ADJ-DATE IS NUMERIC
                   AND LOAN-PERIODIC-CAP IS NUMERIC
                   AND LOAN-PERIODIC-FLOOR IS NUMERIC
                   AND LOAN-LIFE-CAP IS NUMERIC
                   AND LOAN-LIFE-FLOOR IS NUMERIC
                   MOVE 'V' TO WS-LN-RATE-TYPE(WS-LN-COUNT)
                   MOVE LOAN-INDEX-CODE TO WS-LN-INDEX(WS-LN-COUNT)
                   MOVE LOAN-MARGIN TO WS-LN-MARGIN(WS-LN-COUNT)
                   MOVE LOAN-ADJ-FREQ TO WS-LN-ADJ-FREQ(WS-LN-COUNT)
                   MOVE LOAN-NEXT-ADJ-DATE
                       TO WS-LN-NEXT-ADJ(WS-LN-COUNT)
                   MOVE LOAN-PERIODIC-CAP TO WS-LN-PCAP(WS-LN-COUNT)
                   MOVE LOAN-PERIODIC-FLOOR
                       TO WS-LN-PFLOOR(WS-LN-COUNT)
                   MOVE LOAN-LIFE-CAP TO WS-LN-LCAP(WS-LN-COUNT)
                   MOVE LOAN-LIFE-FLOOR TO WS-LN-LFLOOR(WS-LN-COUNT)
               END-IF
               MOVE SPACE TO WS-LN-SCRA-STATUS(WS-LN-COUNT)
               MOVE 0 TO WS-LN-SCRA-ORIG(WS-LN-COUNT)
               MOVE 0 TO WS-LN-SCRA-CAPPED(WS-LN-COUNT)
               MOVE 0 TO WS-LN-SCRA-RESTORED(WS-LN-COUNT)
               MOVE 0 TO WS-LN-SCRA-THRU(WS-LN-COUNT)
               MOVE 0 TO WS-LN-SCRA-FORGIVEN(WS-LN-COUNT)
               IF (LOAN-SCRA-CAPPED OR LOAN-SCRA-RESTORED)
                   AND LOAN-SCRA-ORIG-RATE IS NUMERIC
                   AND LOAN-SCRA-CAP-DATE IS NUMERIC
                   AND LOAN-SCRA-RESTORE-DATE IS NUMERIC
                   AND LOAN-SCRA-THRU IS NUMERIC
                   AND LOAN-SCRA-FORGIVEN IS NUMERIC
                   MOVE LOAN-SCRA-STATUS
                       TO WS-LN-SCRA-STATUS(WS-LN-COUNT)
                   MOVE LOAN-SCRA-ORIG-RATE
                       TO WS-LN-SCRA-ORIG(WS-LN-COUNT)
                   MOVE LOAN-SCRA-CAP-DATE
                       TO WS-LN-SCRA-CAPPED(WS-LN-COUNT)
                   MOVE LOAN-SCRA-RESTORE-DATE
                       TO WS-LN-SCRA-RESTORED(WS-LN-COUNT)
                   MOVE LOAN-SCRA-THRU TO WS-LN-SCRA-THRU(WS-LN-COUNT)
                   MOVE LOAN-SCRA-FORGIVEN
                       TO WS-LN-SCRA-FORGIVEN(WS-LN-COUNT)
               END-IF
           END-PERFORM.

       SAVE-LOAN-FILE.
           OPEN OUTPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-LOAN-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               MOVE WS-LN-ID(WS-LN-IDX) TO LOAN-ID
               MOVE WS-LN-ACCT(WS-LN-IDX) TO LOAN-BORROWER-ACCT
               MOVE WS-LN-NAME(WS-LN-IDX) TO LOAN-BORROWER-NAME
               MOVE WS-LN-PRINCIPAL(WS-LN-IDX) TO LOAN-PRINCIPAL
               MOVE WS-LN-BALANCE(WS-LN-IDX) TO LOAN-BALANCE
               MOVE WS-LN-RATE(WS-LN-IDX) TO LOAN-RATE
               MOVE WS-LN-TERM(WS-LN-IDX) TO LOAN-TERM-MONTHS
               MOVE WS-LN-PAYMENT(WS-LN-IDX) TO LOAN-PAYMENT
               MOVE WS-LN-ORIGIN(WS-LN-IDX) TO LOAN-ORIGIN-DATE
               MOVE WS-LN-PAID-PRIN(WS-LN-IDX)
                   TO LOAN-PAID-PRINCIPAL
               MOVE WS-LN-PAID-INT(WS-LN-IDX) TO LOAN-PAID-INTEREST
               MOVE WS-LN-INSIDER(WS-LN-IDX) TO LOAN-INSIDER-FLAG
               MOVE WS-LN-AP-STATUS(WS-LN-IDX) TO LOAN-AUTOPAY-STATUS
               MOVE WS-LN-AP-ACCT(WS-LN-IDX) TO LOAN-AUTOPAY-ACCT
               MOVE WS-LN-AP-THRU(WS-LN-IDX) TO LOAN-AUTOPAY-THRU
               MOVE WS-LN-LATE(WS-LN-IDX) TO LOAN-LATE-CHARGES
               MOVE WS-LN-RATE-TYPE(WS-LN-IDX) TO LOAN-RATE-TYPE
               MOVE WS-LN-INDEX(WS-LN-IDX) TO LOAN-INDEX-CODE
               MOVE WS-LN-MARGIN(WS-LN-IDX) TO LOAN-MARGIN
               MOVE WS-LN-ADJ-FREQ(WS-LN-IDX) TO LOAN-ADJ-FREQ
               MOVE WS-LN-NEXT-ADJ(WS-LN-IDX) TO LOAN-NEXT-ADJ-DATE
               MOVE WS-LN-PCAP(WS-LN-IDX) TO LOAN-PERIODIC-CAP
               MOVE WS-LN-PFLOOR(WS-LN-IDX) TO LOAN-PERIODIC-FLOOR
               MOVE WS-LN-LCAP(WS-LN-IDX) TO LOAN-LIFE-CAP
               MOVE WS-LN-LFLOOR(WS-LN-IDX) TO LOAN-LIFE-FLOOR
               MOVE WS-LN-SCRA-STATUS(WS-LN-IDX) TO LOAN-SCRA-STATUS
               MOVE WS-LN-SCRA-ORIG(WS-LN-IDX) TO LOAN-SCRA-ORIG-RATE
               MOVE WS-LN-SCRA-CAPPED(WS-LN-IDX) TO LOAN-SCRA-CAP-DATE
               MOVE WS-LN-SCRA-RESTORED(WS-LN-IDX)
                   TO LOAN-SCRA-RESTORE-DATE
               MOVE WS-LN-SCRA-THRU(WS-LN-IDX) TO LOAN-SCRA-THRU
               MOVE WS-LN-SCRA-FORGIVEN(WS-LN-IDX)
                   TO LOAN-SCRA-FORGIVEN
               WRITE LOAN-RECORD
           END-PERFORM
           CLOSE LOAN-FILE.
           END-PERFORM
           CLOSE LOAN-SCHED-FILE.

       LOAD-ESCROW-FILE.
           MOVE 0 TO WS-ES-COUNT
           OPEN INPUT ESCROW-FILE
           IF WS-ESC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ESCROW-FILE
                   AT END
                       CLOSE ESCROW-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-ES-COUNT
               MOVE ESC-LOAN-ID TO WS-ES-LOAN-ID(WS-ES-COUNT)
               MOVE ESC-STATUS TO WS-ES-STATUS(WS-ES-COUNT)
               MOVE ESC-BALANCE TO WS-ES-BALANCE(WS-ES-COUNT)
               MOVE ESC-MONTHLY TO WS-ES-MONTHLY(WS-ES-COUNT)
               MOVE ESC-CUSHION TO WS-ES-CUSHION(WS-ES-COUNT)
               MOVE ESC-OPEN-DATE TO WS-ES-OPEN(WS-ES-COUNT)
               MOVE ESC-LAST-ANALYSIS TO WS-ES-LAST-AN(WS-ES-COUNT)
               MOVE ESC-NEXT-ANALYSIS TO WS-ES-NEXT-AN(WS-ES-COUNT)
               MOVE ESC-YTD-DEPOSITS TO WS-ES-YTD-DEP(WS-ES-COUNT)
               MOVE ESC-YTD-DISBURSED TO WS-ES-YTD-DISB(WS-ES-COUNT)
               MOVE ESC-OPERATOR-ID TO WS-ES-OPERATOR(WS-ES-COUNT)
           END-PERFORM.

       SAVE-ESCROW-FILE.
           OPEN OUTPUT ESCROW-FILE
           IF WS-ESC-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ESC-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-COUNT
               MOVE WS-ES-LOAN-ID(WS-ES-IDX) TO ESC-LOAN-ID
               MOVE WS-ES-STATUS(WS-ES-IDX) TO ESC-STATUS
               MOVE WS-ES-BALANCE(WS-ES-IDX) TO ESC-BALANCE
               MOVE WS-ES-MONTHLY(WS-ES-IDX) TO ESC-MONTHLY
               MOVE WS-ES-CUSHION(WS-ES-IDX) TO ESC-CUSHION
               MOVE WS-ES-OPEN(WS-ES-IDX) TO ESC-OPEN-DATE
               MOVE WS-ES-LAST-AN(WS-ES-IDX) TO ESC-LAST-ANALYSIS
               MOVE WS-ES-NEXT-AN(WS-ES-IDX) TO ESC-NEXT-ANALYSIS
               MOVE WS-ES-YTD-DEP(WS-ES-IDX) TO ESC-YTD-DEPOSITS
               MOVE WS-ES-YTD-DISB(WS-ES-IDX) TO ESC-YTD-DISBURSED
               MOVE WS-ES-OPERATOR(WS-ES-IDX) TO ESC-OPERATOR-ID
               WRITE ESCROW-RECORD
           END-PERFORM
           CLOSE ESCROW-FILE.

       LOAD-ESCROW-PAYEE-FILE.
           MOVE 0 TO WS-EP-COUNT
           OPEN INPUT ESCROW-PAYEE-FILE
           IF WS-EPY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ESCROW-PAYEE-FILE
                   AT END
                       CLOSE ESCROW-PAYEE-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-EP-COUNT
               MOVE EPY-LOAN-ID TO WS-EP-LOAN-ID(WS-EP-COUNT)
               MOVE EPY-SEQ TO WS-EP-SEQ(WS-EP-COUNT)
               MOVE EPY-KIND TO WS-EP-KIND(WS-EP-COUNT)
               MOVE EPY-PAYEE-NAME TO WS-EP-NAME(WS-EP-COUNT)
               MOVE EPY-AMOUNT TO WS-EP-AMOUNT(WS-EP-COUNT)
               MOVE EPY-NEXT-DUE TO WS-EP-NEXT-DUE(WS-EP-COUNT)
               MOVE EPY-FREQ-MONTHS TO WS-EP-FREQ(WS-EP-COUNT)
               MOVE EPY-STATUS TO WS-EP-STATUS(WS-EP-COUNT)
               MOVE EPY-LAST-PAID TO WS-EP-LAST-PAID(WS-EP-COUNT)
           END-PERFORM.

       SAVE-ESCROW-PAYEE-FILE.
           OPEN OUTPUT ESCROW-PAYEE-FILE
           IF WS-EPY-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-EPY-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > WS-EP-COUNT
               MOVE WS-EP-LOAN-ID(WS-EP-IDX) TO EPY-LOAN-ID
               MOVE WS-EP-SEQ(WS-EP-IDX) TO EPY-SEQ
               MOVE WS-EP-KIND(WS-EP-IDX) TO EPY-KIND
               MOVE WS-EP-NAME(WS-EP-IDX) TO EPY-PAYEE-NAME
               MOVE WS-EP-AMOUNT(WS-EP-IDX) TO EPY-AMOUNT
               MOVE WS-EP-NEXT-DUE(WS-EP-IDX) TO EPY-NEXT-DUE
               MOVE WS-EP-FREQ(WS-EP-IDX) TO EPY-FREQ-MONTHS
               MOVE WS-EP-STATUS(WS-EP-IDX) TO EPY-STATUS
               MOVE WS-EP-LAST-PAID(WS-EP-IDX) TO EPY-LAST-PAID
               WRITE ESCROW-PAYEE-RECORD
           END-PERFORM
           CLOSE ESCROW-PAYEE-FILE.

       LOAD-REPRESENT-FILE.
           MOVE 0 TO WS-RP-COUNT
           OPEN INPUT REPRESENT-FILE
           IF WS-REP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ REPRESENT-FILE
                   AT END
                       CLOSE REPRESENT-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-RP-COUNT
               MOVE REP-ID TO WS-RP-ID(WS-RP-COUNT)
               MOVE REP-ACCT-ID TO WS-RP-ACCT-ID(WS-RP-COUNT)
               MOVE REP-AMOUNT TO WS-RP-AMOUNT(WS-RP-COUNT)
               MOVE REP-DESC TO WS-RP-DESC(WS-RP-COUNT)
               MOVE REP-ATTEMPT-COUNT TO WS-RP-ATTEMPTS(WS-RP-COUNT)
               MOVE REP-NEXT-DATE TO WS-RP-NEXT-DATE(WS-RP-COUNT)
               MOVE REP-STATUS TO WS-RP-REC-STATUS(WS-RP-COUNT)
               MOVE REP-CREATED-DATE TO WS-RP-CREATED(WS-RP-COUNT)
               MOVE REP-LOAN-ID TO WS-RP-LOAN-ID(WS-RP-COUNT)
           END-PERFORM.

       SAVE-REPRESENT-FILE.
           OPEN OUTPUT REPRESENT-FILE
           IF WS-REP-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-REP-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT
               MOVE WS-RP-ID(WS-RP-IDX) TO REP-ID
               MOVE WS-RP-ACCT-ID(WS-RP-IDX) TO REP-ACCT-ID
               MOVE WS-RP-AMOUNT(WS-RP-IDX) TO REP-AMOUNT
               MOVE WS-RP-DESC(WS-RP-IDX) TO REP-DESC
               MOVE WS-RP-ATTEMPTS(WS-RP-IDX) TO REP-ATTEMPT-COUNT
               MOVE WS-RP-NEXT-DATE(WS-RP-IDX) TO REP-NEXT-DATE
               MOVE WS-RP-REC-STATUS(WS-RP-IDX) TO REP-STATUS
               MOVE WS-RP-CREATED(WS-RP-IDX) TO REP-CREATED-DATE
               MOVE WS-RP-LOAN-ID(WS-RP-IDX) TO REP-LOAN-ID
               WRITE REPRESENT-RECORD
           END-PERFORM
           CLOSE REPRESENT-FILE.

       LOAD-INDEX-RATE-FILE.
           MOVE 0 TO WS-IX-COUNT
           OPEN INPUT INDEX-RATE-FILE
           IF WS-IDXR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ INDEX-RATE-FILE
                   AT END
                       CLOSE INDEX-RATE-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-IX-COUNT
               MOVE IDXR-CODE TO WS-IX-CODE(WS-IX-COUNT)
               MOVE IDXR-EFF-DATE TO WS-IX-EFF(WS-IX-COUNT)
               MOVE IDXR-RATE TO WS-IX-RATE(WS-IX-COUNT)
               MOVE IDXR-ENTRY-DATE TO WS-IX-ENTERED(WS-IX-COUNT)
               MOVE IDXR-OPERATOR-ID TO WS-IX-OPERATOR(WS-IX-COUNT)
           END-PERFORM.

       SAVE-INDEX-RATE-FILE.
           OPEN OUTPUT INDEX-RATE-FILE
           IF WS-IDXR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-IDXR-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-IX-IDX FROM 1 BY 1
               UNTIL WS-IX-IDX > WS-IX-COUNT
               MOVE WS-IX-CODE(WS-IX-IDX) TO IDXR-CODE
               MOVE WS-IX-EFF(WS-IX-IDX) TO IDXR-EFF-DATE
               MOVE WS-IX-RATE(WS-IX-IDX) TO IDXR-RATE
               MOVE WS-IX-ENTERED(WS-IX-IDX) TO IDXR-ENTRY-DATE
               MOVE WS-IX-OPERATOR(WS-IX-IDX) TO IDXR-OPERATOR-ID
               WRITE INDEX-RATE-RECORD
           END-PERFORM
           CLOSE INDEX-RATE-FILE.

       GENERATE-LOAN-ID.
           MOVE 0 TO WS-LOAN-ID-NUM
           OPEN INPUT LOAN-SEQUENCE-FILE
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

      *>   A malformed account number (bad check digit, not exempted
      *>   on CHKDXMPT.DAT) in WS-CHKD-ID is refused with RESULT|23
      *>   before ACCOUNTS.DAT is ever read — see ACCTCHK.cpy.
       CHECK-ENTRY-ACCT-ID.
           MOVE '00' TO WS-RESULT-CODE
           PERFORM VALIDATE-CHECK-DIGIT
           IF WS-CHKD-VALID = 'N'
               DISPLAY "ERROR|ACCT-CHECK-DIGIT|" WS-CHKD-ID
               MOVE RC-BAD-CHECK-DIGIT TO WS-RESULT-CODE
               DISPLAY "RESULT|" WS-RESULT-CODE
           END-IF.

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
