      *>    first entry whose INTR-TIER-MAX covers the balance; entries
      *>    are in ascending MAX order within each type.
      *>
      *>  Rewards checking: QUALIFY-REWARDS first closes the
      *>  statement cycle of every Active REWARDS.DAT enrollment (see
      *>  RWDREC.cpy) and scores it against COMCODE.cpy's
      *>  REWARDS-CHECKING-SETTINGS — card POS count, a direct
      *>  deposit/ACH credit, e-statement election. A qualifying
      *>  cycle earns REWARDS-RATE up to REWARDS-BALANCE-CAP (the
      *>  tier rate above it) and has its out-of-network ATM fees
      *>  refunded, capped; either way an 'M' memo tells the
      *>  statement whether it qualified and what it missed.
      *>
      *>  Product conversions: an account ACCOUNTS.cob's CONVERT
      *>  changed to another product this month earns the old
      *>  product's tier rate up to the conversion date and the new
      *>  product's from then to month end, read off the 'M' memo
      *>  CONVERT leaves on TRANSACT.DAT — see SPLIT-CONVERTED-MONTH.
      *>
      *>  Foreign account holders: an account documented on
      *>  TAXSTAT.DAT as a foreign person (see TAXSTREC.cpy) has
      *>  nonresident-alien tax withheld from each accrual in place of
      *>  any B-notice backup withholding — the W-8 treaty rate, or
      *>  NRA-DEFAULT-RATE (30%) with no unexpired W-8, nothing on
      *>  interest exempt under a valid W-8 — and every such payment
      *>  lands on NRAWHOLD.DAT for REPORTS.cob's 1042-S extract. A
      *>  lapsed W-8 gets one recertification notice on W8NOTICE.DAT.
      *>
      *>  Servicemembers: an overdraft line enrolled before its
      *>  holder's active-duty service began (SCRA.DAT — see
      *>  SCRAREC.cpy) is charged no more than COMCODE.cpy's
      *>  SCRA-RATE-CAP while the service lasts and for the grace
      *>  period after it; the contract rate comes back the first
      *>  run after protection ends. ODLOC.DAT keeps the contract
      *>  rate and the finance charge forgiven — see ODLOCREC.cpy.
      *>
      *>  CD (type 'D') accounts instead pay ACCT-CD-RATE once, as a
      *>  single lump sum the first ACCRUE run on or after
      *>  ACCT-MATURITY-DATE — see CALCULATE-CD-MATURITY-INTEREST.
      *>
      *>  Files:
      *>    Input/Output: ACCOUNTS.DAT  (145-byte, INDEXED, keyed on ACCT-ID)
      *>    Input/Output: TRANSACT.DAT  (205-byte, LINE SEQUENTIAL)
      *>    Input:        IOLTA.DAT     (IOLTA trust-account flags)
      *>    Output:       IOLTAREM.DAT  (IOLTA remittance detail)
      *>    I-O:          REWARDS.DAT   (rewards-checking enrollments)
      *>    I-O:          TAXSTAT.DAT   (account holder tax status)
      *>    Output:       NRAWHOLD.DAT  (nonresident-alien withholding
      *>                                 detail for the 1042-S)
      *>    Output:       W8NOTICE.DAT  (W-8 recertification notices)
      *>    I-O:          ODLOC.DAT     (overdraft line enrollments)
      *>    Input:        SCRA.DAT      (servicemember registry)
      *>    I-O:          TXSEQ.DAT (1-record TRX-n sequence counter)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy   — Account record layout (145 bytes)
      *>    TRANSREC.cpy  — Transaction record layout (205 bytes)
      *>    TXCHAIN.cpy   — TRANSACT.DAT hash-chain work area
      *>    SEQREC.cpy    — Transaction sequence record layout
      *>    INTRATE.cpy   — Interest tier rate table
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O variables
      *>    IOLTAREC.cpy  — IOLTA trust-account flag record
      *>    IOLREMREC.cpy — IOLTA remittance detail record
      *>    RWDREC.cpy    — Rewards-checking enrollment record
      *>    TAXSTREC.cpy  — Account holder tax-status record
      *>    NRAWHREC.cpy  — Nonresident-alien withholding detail record
      *>    W8NTCREC.cpy  — W-8 recertification notice record
      *>    SCRAREC.cpy   — Servicemember (SCRA) registry record
      *>    SCRACHK.cpy   — Servicemember rate-cap lookup work area
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Per account: INTEREST|ACCT-ID|AMOUNT|NEW-BALANCE
      *>    Foreign:     NRA-WITHHELD|ACCT-ID|RATE|AMOUNT|NEW-BALANCE
      *>                 per accrual paid a foreign person (preceded
      *>                 by W8-RECERT|ACCT-ID|EXPIRY the first time
      *>                 after their W-8 lapses)
      *>    Rewards:     REWARDS|ACCT-ID|Q or N|POS-COUNT|DD-COUNT|
      *>                 ESTMT|MISSED|ATM-REFUND per cycle closed
      *>    SCRA:        SCRA-ODLOC-CAP|ACCT-ID|SERVICE-START|
      *>                 CONTRACT-RATE|CAP-RATE|VERIFY-SOURCE when a
      *>                 line is capped, SCRA-ODLOC-RESTORE|ACCT-ID|
      *>                 CONTRACT-RATE|TOTAL-FORGIVEN when the cap
      *>                 lifts
      *>    Summary:     SUMMARY|ACCOUNTS-PROCESSED|TOTAL-INTEREST
      *>    Result:      RESULT|XX
      *>
      *>                     out, the held funds must keep accruing
      *>                     so there is something to garnish or levy
      *>                     (see ACCTREC.cpy)
      *>    2026-10-15  AKD  POST-INTEREST now sweeps an IOLTA trust
      *>                     account's accrual (IOLTA.DAT -- see
      *>                     IOLTAREC.cpy), net of the month's service
      *>                     charges, to the bar foundation's IOLTA-
      *>                     REMIT-ACCT-ID, with the per-account detail
      *>                     on IOLTAREM.DAT for the monthly remittance
      *>                     report; B-notice withholding never applies
      *>                     to the foundation's interest
      *>    2026-10-15  AKD  Every TRANSACT.DAT record written now
      *>                     carries TRANS-CHAIN-HASH linking it to the
      *>                     record before it (STAMP-CHAIN-HASH; anchor
      *>                     found by LOAD-CHAIN-ANCHOR — see
      *>                     TXCHAIN.cpy), so VERIFY-CHAIN.cob can prove
      *>                     the log hasn't been edited since
      *>    2026-10-15  AKD  New QUALIFY-REWARDS pass closes each
      *>                     rewards-checking enrollment's statement
      *>                     cycle (REWARDS.DAT -- see RWDREC.cpy) ahead
      *>                     of the accrual: a qualifying cycle earns
      *>                     REWARDS-RATE up to REWARDS-BALANCE-CAP in
      *>                     CALCULATE-INTEREST and gets its out-of-
      *>                     network ATM fees refunded as 'R' reversals,
      *>                     capped; an 'M' memo records the outcome and
      *>                     any missed criteria for the statement
      *>    2026-10-15  AKD  POST-INTEREST now withholds nonresident-
      *>                     alien tax from a foreign account holder's
      *>                     accrual (TAXSTAT.DAT -- see TAXSTREC.cpy)
      *>                     in place of B-notice withholding: the W-8
      *>                     treaty rate, 30% with no unexpired W-8,
      *>                     nothing on exempt interest; the withholding
      *>                     is remitted to NRA-REMIT-ACCT-ID, every
      *>                     payment is detailed on NRAWHOLD.DAT for the
      *>                     1042-S, and a lapsed W-8 gets one
      *>                     recertification notice on W8NOTICE.DAT
      *>    2026-10-15  AKD  ACCRUE-ODLOC-CHARGES now stages ODLOC.DAT
      *>                     and applies the servicemember rate cap
      *>                     first: a line enrolled before its holder's
      *>                     service start on SCRA.DAT (SCRACHK.cpy) is
      *>                     charged at SCRA-RATE-CAP, the finance
      *>                     charge above it is counted in ODLOC-SCRA-
      *>                     FORGIVEN, and the contract rate is restored
      *>                     once the grace period ends
      *>    2026-10-15  AKD  An account ACCOUNTS.cob's CONVERT moved to
      *>                     another product this month is paid each
      *>                     product's tier rate for the days it held
      *>                     it (SPLIT-CONVERTED-MONTH, dates and old
      *>                     type off the CONVERT 'M' memos), in place
      *>                     of CONVERT posting the old product's share
      *>                     itself
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO "ODLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODLOC-STATUS.
           SELECT SCRA-FILE
               ASSIGN TO "SCRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRA-STATUS.
           SELECT IOLTA-FILE
               ASSIGN TO "IOLTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOL-STATUS.
           SELECT IOLREM-FILE
               ASSIGN TO "IOLTAREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOLREM-STATUS.
           SELECT REWARDS-FILE
               ASSIGN TO "REWARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RWD-STATUS.
           SELECT TAXSTAT-FILE
               ASSIGN TO "TAXSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TST-STATUS.
           SELECT NRAWHOLD-FILE
               ASSIGN TO "NRAWHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NRW-STATUS.
           SELECT W8NOTICE-FILE
               ASSIGN TO "W8NOTICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W8N-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "BWHOLDREC.cpy".
       FD  ODLOC-FILE.
       COPY "ODLOCREC.cpy".
       FD  SCRA-FILE.
       COPY "SCRAREC.cpy".
       FD  IOLTA-FILE.
       COPY "IOLTAREC.cpy".
       FD  IOLREM-FILE.
       COPY "IOLREMREC.cpy".
       FD  REWARDS-FILE.
       COPY "RWDREC.cpy".
       FD  TAXSTAT-FILE.
       COPY "TAXSTREC.cpy".
       FD  NRAWHOLD-FILE.
       COPY "NRAWHREC.cpy".
       FD  W8NOTICE-FILE.
       COPY "W8NTCREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TX-STATUS           PIC XX VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-SEQ-STATUS          PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE        PIC 9(8) VALUE 0.
       01  WS-CURRENT-TIME        PIC 9(6) VALUE 0.
               10  WS-RV-RATE         PIC 9V9(4).
               10  WS-RV-START        PIC 9(8).
               10  WS-RV-EXPIRY       PIC 9(8).
      *>   Product whose tier LOOKUP-INTEREST-RATE scans — normally
      *>   the account's own ACCT-TYPE, the old product for the part
      *>   of a converted month it was still held.
       01  WS-RATE-TYPE           PIC X(1) VALUE SPACES.

      *>   Product conversions this month — the 'M' memos ACCOUNTS.cob's
      *>   CONVERT writes ("PRODUCT CONVERSION <old> TO <new>", see
      *>   TRANSREC.cpy), staged once at startup in TRANSACT.DAT order.
      *>   CALCULATE-INTEREST pays a converted account each product's
      *>   rate for the days of the month it held it — see
      *>   SPLIT-CONVERTED-MONTH.
       01  WS-CNV-COUNT           PIC 9(3) VALUE 0.
       01  WS-CNV-IDX             PIC 9(3) VALUE 0.
       01  WS-CNV-TABLE.
           05  WS-CV-ENTRY OCCURS 200 TIMES.
               10  WS-CV-ACCT-ID      PIC X(10).
               10  WS-CV-DATE         PIC 9(8).
               10  WS-CV-OLD-TYPE     PIC X(1).
       01  WS-CNV-FOUND           PIC X VALUE 'N'.
       01  WS-CNV-SEG-START       PIC 9(8) VALUE 0.
       01  WS-CNV-MONTH-END       PIC 9(8) VALUE 0.
       01  WS-CNV-MONTH-END-R REDEFINES WS-CNV-MONTH-END.
           05  WS-CNV-END-YYYY    PIC 9(4).
           05  WS-CNV-END-MM      PIC 9(2).
           05  WS-CNV-END-DD      PIC 9(2).
       01  WS-CNV-MONTH-DAYS      PIC 9(3) VALUE 0.
       01  WS-CNV-SEG-DAYS        PIC 9(3) VALUE 0.
       01  WS-CNV-RATE-DAYS       PIC 9(4)V9(4) VALUE 0.

      *>   Back-valued deposit adjustments — pending BACKVAL.DAT
      *>   entries (see BACKVALREC.cpy) are staged, the compensating
       01  WS-ODLOC-DRAWN         PIC S9(10)V99 VALUE 0.
       01  WS-ODLOC-CHARGED-CNT   PIC 9(3) VALUE 0.
       01  WS-ODLOC-CHARGED-AMT   PIC S9(10)V99 VALUE 0.
      *>   ODLOC.DAT is staged whole so the servicemember rate cap
      *>   (SCRACHK.cpy) can be applied to, and lifted from, each
      *>   line before it is charged, then rewritten if anything
      *>   changed.
       01  WS-ODLOC-COUNT         PIC 9(3) VALUE 0.
       01  WS-ODLOC-IDX           PIC 9(3) VALUE 0.
       01  WS-ODLOC-IMAGES.
           05  WS-OI-IMAGE OCCURS 200 TIMES PIC X(68).
       01  WS-ODLOC-CHANGED       PIC X VALUE 'N'.
       01  WS-ODLOC-FORGIVEN      PIC S9(10)V99 VALUE 0.
       01  WS-ODLOC-CAPPED-CNT    PIC 9(3) VALUE 0.
       COPY "SCRACHK.cpy".

      *>   IOLTA trust accounts — POST-INTEREST posts the gross 'I'
      *>   credit as usual, then sweeps it (net of the period's
      *>   service charges) back out with a 'W' record and credits
      *>   IOLTA-REMIT-ACCT-ID when that house account is on the
      *>   ledger. IOLTA.DAT is staged once at startup; IOLTAREM.DAT
      *>   gets the per-account detail for the foundation's monthly
      *>   remittance report (REPORTS.cob's IOLTA extract).
       01  WS-IOL-STATUS          PIC XX VALUE SPACES.
       01  WS-IOLREM-STATUS       PIC XX VALUE SPACES.
       01  WS-IOL-COUNT           PIC 9(3) VALUE 0.
       01  WS-IOL-IDX             PIC 9(3) VALUE 0.
       01  WS-IOL-TABLE.
           05  WS-IOL-ENTRY OCCURS 200 TIMES.
               10  WS-IOL-ACCT        PIC X(10).
               10  WS-IOL-FIRM        PIC X(40).
       01  WS-IOL-FLAGGED         PIC X VALUE 'N'.
       01  WS-IOL-FIRM-NAME       PIC X(40) VALUE SPACES.
       01  WS-IOL-PERIOD          PIC 9(6) VALUE 0.
       01  WS-IOL-PERIOD-START    PIC 9(8) VALUE 0.
       01  WS-IOL-BASE-BALANCE    PIC S9(10)V99 VALUE 0.
       01  WS-IOL-FEES            PIC S9(10)V99 VALUE 0.
       01  WS-IOL-NETTED          PIC S9(10)V99 VALUE 0.
       01  WS-IOL-SWEEP           PIC S9(10)V99 VALUE 0.
       01  WS-IOL-GROSS-TX-ID     PIC X(12) VALUE SPACES.
       01  WS-IOL-SAVE-ACCT       PIC X(10) VALUE SPACES.
       01  WS-IOL-SWEPT-COUNT     PIC 9(3) VALUE 0.
       01  WS-IOL-SWEPT-TOTAL     PIC S9(10)V99 VALUE 0.

      *>   Foreign account holders — TAXSTAT.DAT (see TAXSTREC.cpy)
      *>   is staged whole at startup. POST-INTEREST withholds
      *>   nonresident-alien tax from a foreign person's accrual with
      *>   a 'W' record, credits NRA-REMIT-ACCT-ID when that house
      *>   account is on the ledger, and writes the 1042-S detail to
      *>   NRAWHOLD.DAT. The registry is rewritten only when a
      *>   recertification notice stamped TST-RECERT-DATE this run.
       01  WS-TST-STATUS          PIC XX VALUE SPACES.
       01  WS-NRW-STATUS          PIC XX VALUE SPACES.
       01  WS-W8N-STATUS          PIC XX VALUE SPACES.
       01  WS-TST-COUNT           PIC 9(3) VALUE 0.
       01  WS-TST-IDX             PIC 9(3) VALUE 0.
       01  WS-TST-TABLE.
           05  WS-TS-ENTRY OCCURS 200 TIMES.
               10  WS-TS-ACCT-ID      PIC X(10).
               10  WS-TS-STATUS       PIC X(1).
               10  WS-TS-COUNTRY      PIC X(2).
               10  WS-TS-W8-TYPE      PIC X(6).
               10  WS-TS-RATE         PIC 9V9(4).
               10  WS-TS-EXPIRY       PIC 9(8).
               10  WS-TS-EXEMPT       PIC X(1).
               10  WS-TS-EFFECTIVE    PIC 9(8).
               10  WS-TS-OPERATOR     PIC X(10).
               10  WS-TS-RECERT       PIC 9(8).
       01  WS-TST-DIRTY           PIC X VALUE 'N'.
       01  WS-NRA-FOREIGN         PIC X VALUE 'N'.
       01  WS-NRA-W8-VALID        PIC X VALUE 'N'.
       01  WS-NRA-RATE            PIC 9V9(4) VALUE 0.
       01  WS-NRA-EXEMPT-CODE     PIC X(2) VALUE SPACES.
       01  WS-NRA-AMOUNT          PIC S9(10)V99 VALUE 0.
       01  WS-NRA-GROSS-TX-ID     PIC X(12) VALUE SPACES.
       01  WS-NRA-SAVE-ACCT       PIC X(10) VALUE SPACES.
       01  WS-NRA-COUNT           PIC 9(3) VALUE 0.
       01  WS-NRA-TOTAL           PIC S9(10)V99 VALUE 0.
       01  WS-NRA-NOTICE-COUNT    PIC 9(3) VALUE 0.

      *>   Rewards checking — REWARDS.DAT (see RWDREC.cpy) is staged
      *>   whole, every Active enrollment's open statement cycle is
      *>   scored against REWARDS-CHECKING-SETTINGS from one scan of
      *>   TRANSACT.DAT, and the registry rewritten with the outcome.
      *>   CALCULATE-INTEREST then pays REWARDS-RATE up to
      *>   REWARDS-BALANCE-CAP on an account that qualified today.
      *>   WS-RWD-FEE-TABLE holds the cycle's out-of-network ATM fees
      *>   for the refund, a fee a teller already reversed dropped.
       01  WS-RWD-STATUS          PIC XX VALUE SPACES.
       01  WS-RWD-COUNT           PIC 9(3) VALUE 0.
       01  WS-RWD-IDX             PIC 9(3) VALUE 0.
       01  WS-RWD-TABLE.
           05  WS-RW-ENTRY OCCURS 200 TIMES.
               10  WS-RW-ACCT-ID      PIC X(10).
               10  WS-RW-STATUS       PIC X(1).
               10  WS-RW-ESTMT        PIC X(1).
               10  WS-RW-ENROLLED     PIC 9(8).
               10  WS-RW-CYCLE-START  PIC 9(8).
               10  WS-RW-CYCLE-END    PIC 9(8).
               10  WS-RW-RESULT       PIC X(1).
               10  WS-RW-MISSED       PIC X(12).
               10  WS-RW-POS-COUNT    PIC 9(3).
               10  WS-RW-REFUND       PIC 9(4)V99.
               10  WS-RW-OPERATOR     PIC X(10).
       01  WS-RWD-DIRTY           PIC X VALUE 'N'.
       01  WS-RWD-ACCT-IDX        PIC 9(5) VALUE 0.
       01  WS-RWD-POS-COUNT       PIC 9(5) VALUE 0.
       01  WS-RWD-DD-COUNT        PIC 9(5) VALUE 0.
       01  WS-RWD-MISSED          PIC X(12) VALUE SPACES.
       01  WS-RWD-MISSED-PTR      PIC 9(3) VALUE 0.
       01  WS-RWD-QUALIFIED       PIC X VALUE 'N'.
       01  WS-RWD-CAPPED-BAL      PIC S9(10)V99 VALUE 0.
       01  WS-RWD-REFUND          PIC S9(10)V99 VALUE 0.
       01  WS-RWD-REFUND-LEFT     PIC S9(10)V99 VALUE 0.
       01  WS-RWD-REFUND-AMT      PIC S9(10)V99 VALUE 0.
       01  WS-RWD-FEE-COUNT       PIC 9(3) VALUE 0.
       01  WS-RWD-FEE-IDX         PIC 9(3) VALUE 0.
       01  WS-RWD-FEE-TABLE.
           05  WS-RWD-FEE-ENTRY OCCURS 100 TIMES.
               10  WS-RWD-FEE-TX-ID   PIC X(12).
               10  WS-RWD-FEE-AMOUNT  PIC S9(10)V99.
               10  WS-RWD-FEE-REV     PIC X(1).
       01  WS-RWD-QUAL-COUNT      PIC 9(3) VALUE 0.
       01  WS-RWD-MISS-COUNT      PIC 9(3) VALUE 0.
       01  WS-RWD-REFUND-TOTAL    PIC S9(10)V99 VALUE 0.
       COPY "INTRATE.cpy".
       COPY "COMCODE.cpy".

           PERFORM LOAD-ALL-ACCOUNTS
           PERFORM READ-TX-SEQUENCE
           PERFORM LOAD-BNOTICE-FLAGS
           PERFORM LOAD-IOLTA-FLAGS
           PERFORM LOAD-TAX-STATUS
           PERFORM LOAD-RATE-OVERRIDES
           PERFORM LOAD-CD-DISBURSEMENTS
           PERFORM LOAD-CONVERSIONS

      *>   Derive node code from first account ID
           IF WS-ACCOUNT-COUNT > 0
               MOVE WS-A-ID(1)(5:1) TO WS-NODE-CODE
           END-IF

      *>   Rewards-checking cycles close ahead of the accrual, so
      *>   CALCULATE-INTEREST knows which accounts earn the reward
      *>   rate this run
           PERFORM QUALIFY-REWARDS

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT

      *>   balances, before the rewrite below persists everything
           PERFORM ACCRUE-ODLOC-CHARGES

      *>   Persist the recertification notice dates stamped above
           IF WS-TST-DIRTY = 'Y'
               PERFORM SAVE-TAX-STATUS
           END-IF

      *>   Rewrite account file with updated balances
           PERFORM WRITE-ALL-ACCOUNTS

               WS-TOTAL-INTEREST
           DISPLAY "  LOC finance charges: "
               WS-ODLOC-CHARGED-CNT " / " WS-ODLOC-CHARGED-AMT
           DISPLAY "  SCRA capped lines:   " WS-ODLOC-CAPPED-CNT
           DISPLAY "  Backup withholding:  "
               WS-BWH-COUNT " / " WS-BWH-TOTAL
           DISPLAY "  NRA withholding:     "
               WS-NRA-COUNT " / " WS-NRA-TOTAL
           DISPLAY "  W-8 recert notices:  " WS-NRA-NOTICE-COUNT
           DISPLAY "  IOLTA remittances:   "
               WS-IOL-SWEPT-COUNT " / " WS-IOL-SWEPT-TOTAL
           DISPLAY "  Back-value adjusts:  "
               WS-BV-POSTED-COUNT " / " WS-BV-POSTED-AMT
           DISPLAY "  CD disbursements:    "
               WS-CDD-PAID-COUNT " / " WS-CDD-PAID-TOTAL
           DISPLAY "  Rewards qualified:   "
               WS-RWD-QUAL-COUNT " / missed " WS-RWD-MISS-COUNT
           DISPLAY "  Rewards ATM refunds: " WS-RWD-REFUND-TOTAL
           DISPLAY "========================================"
           DISPLAY "SUMMARY|" WS-ACCOUNTS-PROCESSED "|"
               WS-TOTAL-INTEREST
      *>   committee's periodic repricing is a copybook edit instead
      *>   of a CALCULATE-INTEREST change.
       CALCULATE-INTEREST.
           MOVE WS-A-TYPE(WS-ACCT-IDX) TO WS-RATE-TYPE
           PERFORM LOOKUP-INTEREST-RATE

      *>   Monthly interest = balance * annual_rate / 12
           COMPUTE WS-INTEREST ROUNDED =
               WS-A-BALANCE(WS-ACCT-IDX) * WS-ANNUAL-RATE / 12
           END-COMPUTE

      *>   An account CONVERT moved to another product this month
      *>   earns the old product's rate up to the conversion date
      *>   and the new one's after it
           PERFORM SPLIT-CONVERTED-MONTH

      *>   A rewards-checking account whose cycle qualified today
      *>   earns REWARDS-RATE on the balance up to
      *>   REWARDS-BALANCE-CAP and its ordinary rate on the rest; a
      *>   cycle that missed stays on the ordinary rate throughout.
           PERFORM VARYING WS-RWD-IDX FROM 1 BY 1
               UNTIL WS-RWD-IDX > WS-RWD-COUNT
               IF WS-RW-ACCT-ID(WS-RWD-IDX) = WS-A-ID(WS-ACCT-IDX)
                   AND WS-RW-STATUS(WS-RWD-IDX) = 'A'
                   AND WS-RW-RESULT(WS-RWD-IDX) = 'Q'
                   AND WS-RW-CYCLE-END(WS-RWD-IDX) = WS-CURRENT-DATE
                   IF WS-A-BALANCE(WS-ACCT-IDX) > REWARDS-BALANCE-CAP
                       MOVE REWARDS-BALANCE-CAP TO WS-RWD-CAPPED-BAL
                   ELSE
                       MOVE WS-A-BALANCE(WS-ACCT-IDX)
                           TO WS-RWD-CAPPED-BAL
                   END-IF
                   COMPUTE WS-INTEREST ROUNDED =
                       (WS-RWD-CAPPED-BAL * REWARDS-RATE
                       + (WS-A-BALANCE(WS-ACCT-IDX) - WS-RWD-CAPPED-BAL)
                       * WS-ANNUAL-RATE) / 12
                   END-COMPUTE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   Scans INTEREST-TIER-TABLE for this account's type and
      *>   takes the first entry whose INTR-TIER-MAX is enough to
           MOVE 0.0000 TO WS-ANNUAL-RATE
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > INTEREST-TIER-COUNT
               IF INTR-TIER-TYPE(WS-TIER-IDX) = WS-RATE-TYPE
                   AND WS-A-BALANCE(WS-ACCT-IDX) <
                       INTR-TIER-MAX(WS-TIER-IDX)
                   MOVE INTR-TIER-RATE(WS-TIER-IDX) TO WS-ANNUAL-RATE
               END-IF
           END-PERFORM.

      *>   Splits a converted account's month at each of its
      *>   conversion dates: the days from the first of the month to
      *>   the first conversion earn the first old product's tier
      *>   rate, each later stretch the product it was converted
      *>   into, and the stretch from the last conversion to the end
      *>   of the month the current ACCT-TYPE's. Same balance and
      *>   RATEOVR.DAT override throughout; the month's interest is
      *>   the day-weighted rate / 12. Leaves WS-ANNUAL-RATE at the
      *>   current product's rate for the rewards test that follows.
       SPLIT-CONVERTED-MONTH.
           MOVE 'N' TO WS-CNV-FOUND
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
               UNTIL WS-CNV-IDX > WS-CNV-COUNT
               IF WS-CV-ACCT-ID(WS-CNV-IDX) = WS-A-ID(WS-ACCT-IDX)
                   MOVE 'Y' TO WS-CNV-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CNV-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-DATE TO WS-CNV-SEG-START
           MOVE "01" TO WS-CNV-SEG-START(7:2)
           MOVE WS-CNV-SEG-START TO WS-CNV-MONTH-END
           IF WS-CNV-END-MM = 12
               ADD 1 TO WS-CNV-END-YYYY
               MOVE 1 TO WS-CNV-END-MM
           ELSE
               ADD 1 TO WS-CNV-END-MM
           END-IF
           COMPUTE WS-CNV-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CNV-MONTH-END)
               - FUNCTION INTEGER-OF-DATE(WS-CNV-SEG-START)
           END-COMPUTE
           MOVE 0 TO WS-CNV-RATE-DAYS
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
               UNTIL WS-CNV-IDX > WS-CNV-COUNT
               IF WS-CV-ACCT-ID(WS-CNV-IDX) = WS-A-ID(WS-ACCT-IDX)
                   MOVE WS-CV-OLD-TYPE(WS-CNV-IDX) TO WS-RATE-TYPE
                   PERFORM LOOKUP-INTEREST-RATE
                   COMPUTE WS-CNV-SEG-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-CV-DATE(WS-CNV-IDX))
                       - FUNCTION INTEGER-OF-DATE(WS-CNV-SEG-START)
                   END-COMPUTE
                   COMPUTE WS-CNV-RATE-DAYS = WS-CNV-RATE-DAYS
                       + WS-ANNUAL-RATE * WS-CNV-SEG-DAYS
                   END-COMPUTE
                   MOVE WS-CV-DATE(WS-CNV-IDX) TO WS-CNV-SEG-START
               END-IF
           END-PERFORM
           MOVE WS-A-TYPE(WS-ACCT-IDX) TO WS-RATE-TYPE
           PERFORM LOOKUP-INTEREST-RATE
           COMPUTE WS-CNV-SEG-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CNV-MONTH-END)
               - FUNCTION INTEGER-OF-DATE(WS-CNV-SEG-START)
           END-COMPUTE
           COMPUTE WS-CNV-RATE-DAYS = WS-CNV-RATE-DAYS
               + WS-ANNUAL-RATE * WS-CNV-SEG-DAYS
           END-COMPUTE
           COMPUTE WS-INTEREST ROUNDED =
               WS-A-BALANCE(WS-ACCT-IDX) * WS-CNV-RATE-DAYS
               / WS-CNV-MONTH-DAYS / 12
           END-COMPUTE.

      *>   This month's CONVERT memos off TRANSACT.DAT, oldest first.
      *>   A missing TRANSACT.DAT means nothing has converted.
       LOAD-CONVERSIONS.
           MOVE 0 TO WS-CNV-COUNT
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       CLOSE TRANSACT-FILE
                       EXIT PERFORM
               END-READ
               IF TRANS-TYPE = 'M'
                   AND TRANS-STATUS = '00'
                   AND TRANS-DESC(1:19) = "PRODUCT CONVERSION "
                   AND TRANS-DATE(1:6) = WS-CURRENT-DATE(1:6)
                   AND TRANS-DATE <= WS-CURRENT-DATE
                   AND WS-CNV-COUNT < 200
                   ADD 1 TO WS-CNV-COUNT
                   MOVE TRANS-ACCT-ID TO WS-CV-ACCT-ID(WS-CNV-COUNT)
                   MOVE TRANS-DATE TO WS-CV-DATE(WS-CNV-COUNT)
                   MOVE TRANS-DESC(20:1) TO WS-CV-OLD-TYPE(WS-CNV-COUNT)
               END-IF
           END-PERFORM.

       LOAD-RATE-OVERRIDES.
           MOVE 0 TO WS-ROV-COUNT
           OPEN INPUT RATEOVR-FILE
           MOVE '00' TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           PERFORM SET-TRANS-TRAILER-FIELDS
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE

           ADD 1 TO WS-ACCOUNTS-PROCESSED
           ADD WS-INTEREST TO WS-TOTAL-INTEREST

      *>   IOLTA trust accounts — the interest belongs to the state
      *>   bar foundation, so the gross 'I' record above stays as
      *>   posted and the whole accrual (net of the period's service
      *>   charges) sweeps straight back out to the foundation's
      *>   remittance account. The foundation is the payee of record,
      *>   so a B-notice on the firm never withholds from it. See
      *>   POST-IOLTA-SWEEP.
           PERFORM CHECK-IOLTA-FLAG
           IF WS-IOL-FLAGGED = 'Y'
               IF WS-INTEREST > 0
                   MOVE WS-TX-ID TO WS-IOL-GROSS-TX-ID
                   PERFORM POST-IOLTA-SWEEP
               END-IF
               EXIT PARAGRAPH
           END-IF

      *>   Foreign persons — nonresident-alien withholding takes the
      *>   place of backup withholding (a B-notice is a US-person
      *>   matter), and the payment is reported on the 1042-S rather
      *>   than the 1099-INT whether or not anything is withheld.
      *>   See POST-NRA-WITHHOLDING.
           PERFORM CHECK-TAX-STATUS
           IF WS-NRA-FOREIGN = 'Y'
               IF WS-INTEREST > 0
                   MOVE WS-TX-ID TO WS-NRA-GROSS-TX-ID
                   PERFORM POST-NRA-WITHHOLDING
               END-IF
               EXIT PARAGRAPH
           END-IF

      *>   Backup withholding on B-noticed accounts — the gross 'I'
      *>   record above stays as posted; the withholding leg comes
      *>   straight back out and heads for the IRS remittance
           MOVE '00' TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           PERFORM SET-TRANS-TRAILER-FIELDS
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE

               MOVE 'Y' TO WS-BV-DIRTY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-A-TYPE(WS-ACCT-IDX) TO WS-RATE-TYPE
           PERFORM LOOKUP-INTEREST-RATE
           COMPUTE WS-BV-ADJUSTMENT ROUNDED =
               WS-BV-AMOUNT(WS-BV-IDX) * WS-ANNUAL-RATE
           MOVE '00' TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           PERFORM SET-TRANS-TRAILER-FIELDS
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE
           ADD 1 TO WS-BV-POSTED-COUNT
           MOVE '00' TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           PERFORM SET-TRANS-TRAILER-FIELDS
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE

               MOVE '00' TO TRANS-STATUS
               MOVE SPACES TO TRANS-BATCH-ID
               PERFORM SET-TRANS-TRAILER-FIELDS
               PERFORM LOAD-CHAIN-ANCHOR
               OPEN EXTEND TRANSACT-FILE
               IF WS-TX-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               PERFORM STAMP-CHAIN-HASH
               WRITE TRANSACTION-RECORD
               CLOSE TRANSACT-FILE
           END-IF
           DISPLAY "WITHHELD|" WS-BWH-SAVE-ACCT "|" WS-BWH-AMOUNT
               "|" WS-A-BALANCE(WS-ACCT-IDX).

      *>   Stages TAXSTAT.DAT (see TAXSTREC.cpy / ACCOUNTS.cob's
      *>   TAXSTAT operation) whole, US persons included, since a
      *>   recertification notice rewrites it. No file means every
      *>   holder is a US person.
       LOAD-TAX-STATUS.
           MOVE 0 TO WS-TST-COUNT
           MOVE 'N' TO WS-TST-DIRTY
           OPEN INPUT TAXSTAT-FILE
           IF WS-TST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TAXSTAT-FILE
                   AT END
                       CLOSE TAXSTAT-FILE
                       EXIT PERFORM
               END-READ
               IF WS-TST-COUNT < 200
                   ADD 1 TO WS-TST-COUNT
                   MOVE TST-ACCT-ID TO WS-TS-ACCT-ID(WS-TST-COUNT)
                   MOVE TST-STATUS TO WS-TS-STATUS(WS-TST-COUNT)
                   MOVE TST-COUNTRY TO WS-TS-COUNTRY(WS-TST-COUNT)
                   MOVE TST-W8-TYPE TO WS-TS-W8-TYPE(WS-TST-COUNT)
                   MOVE TST-TREATY-RATE TO WS-TS-RATE(WS-TST-COUNT)
                   MOVE TST-CERT-EXPIRY TO WS-TS-EXPIRY(WS-TST-COUNT)
                   MOVE TST-EXEMPT TO WS-TS-EXEMPT(WS-TST-COUNT)
                   MOVE TST-EFFECTIVE-DATE
                       TO WS-TS-EFFECTIVE(WS-TST-COUNT)
                   MOVE TST-OPERATOR-ID TO WS-TS-OPERATOR(WS-TST-COUNT)
                   MOVE TST-RECERT-DATE TO WS-TS-RECERT(WS-TST-COUNT)
               END-IF
           END-PERFORM.

       SAVE-TAX-STATUS.
           OPEN OUTPUT TAXSTAT-FILE
           IF WS-TST-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TST-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-TST-IDX FROM 1 BY 1
               UNTIL WS-TST-IDX > WS-TST-COUNT
               MOVE WS-TS-ACCT-ID(WS-TST-IDX) TO TST-ACCT-ID
               MOVE WS-TS-STATUS(WS-TST-IDX) TO TST-STATUS
               MOVE WS-TS-COUNTRY(WS-TST-IDX) TO TST-COUNTRY
               MOVE WS-TS-W8-TYPE(WS-TST-IDX) TO TST-W8-TYPE
               MOVE WS-TS-RATE(WS-TST-IDX) TO TST-TREATY-RATE
               MOVE WS-TS-EXPIRY(WS-TST-IDX) TO TST-CERT-EXPIRY
               MOVE WS-TS-EXEMPT(WS-TST-IDX) TO TST-EXEMPT
               MOVE WS-TS-EFFECTIVE(WS-TST-IDX) TO TST-EFFECTIVE-DATE
               MOVE WS-TS-OPERATOR(WS-TST-IDX) TO TST-OPERATOR-ID
               MOVE WS-TS-RECERT(WS-TST-IDX) TO TST-RECERT-DATE
               WRITE TAX-STATUS-RECORD
           END-PERFORM
           CLOSE TAXSTAT-FILE.

      *>   WS-NRA-FOREIGN comes back 'Y' with WS-TST-IDX on the
      *>   account's entry when the holder is a documented foreign
      *>   person.
       CHECK-TAX-STATUS.
           MOVE 'N' TO WS-NRA-FOREIGN
           PERFORM VARYING WS-TST-IDX FROM 1 BY 1
               UNTIL WS-TST-IDX > WS-TST-COUNT
               IF WS-TS-ACCT-ID(WS-TST-IDX) = WS-A-ID(WS-ACCT-IDX)
                   IF WS-TS-STATUS(WS-TST-IDX) = 'F'
                       MOVE 'Y' TO WS-NRA-FOREIGN
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   The nonresident-alien leg: the rate is the W-8's treaty
      *>   rate while the certification is unexpired (nothing at all
      *>   on interest exempt under it), otherwise NRA-DEFAULT-RATE —
      *>   a lapsed W-8 reverts to the default and, the first time,
      *>   queues a recertification notice. Anything withheld comes
      *>   back off the account as its own 'W' record and the
      *>   remittance account is credited when it exists on this
      *>   ledger (with its own 'D' record); the 1042-S detail lands
      *>   on NRAWHOLD.DAT either way.
       POST-NRA-WITHHOLDING.
           MOVE WS-A-ID(WS-ACCT-IDX) TO WS-NRA-SAVE-ACCT
           MOVE 'N' TO WS-NRA-W8-VALID
           IF WS-TS-W8-TYPE(WS-TST-IDX) NOT = 'NONE'
               AND WS-TS-EXPIRY(WS-TST-IDX) >= WS-CURRENT-DATE
               MOVE 'Y' TO WS-NRA-W8-VALID
           END-IF
           EVALUATE TRUE
               WHEN WS-NRA-W8-VALID = 'N'
                   MOVE NRA-DEFAULT-RATE TO WS-NRA-RATE
                   MOVE NRA-EXEMPT-CODE-NONE TO WS-NRA-EXEMPT-CODE
               WHEN WS-TS-EXEMPT(WS-TST-IDX) = 'Y'
                   MOVE 0 TO WS-NRA-RATE
                   MOVE NRA-EXEMPT-CODE-IRC TO WS-NRA-EXEMPT-CODE
               WHEN WS-TS-RATE(WS-TST-IDX) = 0
                   MOVE 0 TO WS-NRA-RATE
                   MOVE NRA-EXEMPT-CODE-TREATY TO WS-NRA-EXEMPT-CODE
               WHEN OTHER
                   MOVE WS-TS-RATE(WS-TST-IDX) TO WS-NRA-RATE
                   MOVE NRA-EXEMPT-CODE-NONE TO WS-NRA-EXEMPT-CODE
           END-EVALUATE

      *>   TST-RECERT-DATE at or past the expiry means this lapse has
      *>   already been noticed; recertifying through ACCOUNTS.cob
      *>   clears it for the next one.
           IF WS-NRA-W8-VALID = 'N'
               AND WS-TS-W8-TYPE(WS-TST-IDX) NOT = 'NONE'
               AND WS-TS-RECERT(WS-TST-IDX) < WS-TS-EXPIRY(WS-TST-IDX)
               PERFORM WRITE-W8-RECERT-NOTICE
           END-IF

           COMPUTE WS-NRA-AMOUNT ROUNDED = WS-INTEREST * WS-NRA-RATE
           IF WS-NRA-AMOUNT > 0
               SUBTRACT WS-NRA-AMOUNT FROM WS-A-BALANCE(WS-ACCT-IDX)

               ADD 1 TO WS-TX-ID-NUM
               PERFORM SAVE-TX-SEQUENCE
               MOVE SPACES TO WS-TX-ID
               STRING "TRX-" DELIMITED SIZE
                   WS-NODE-CODE DELIMITED SIZE
                   "-" DELIMITED SIZE
                   WS-TX-ID-NUM DELIMITED SIZE
                   INTO WS-TX-ID
               END-STRING
               MOVE WS-TX-ID TO TRANS-ID
               MOVE WS-A-ID(WS-ACCT-IDX) TO TRANS-ACCT-ID
               MOVE 'W' TO TRANS-TYPE
               MOVE WS-NRA-AMOUNT TO TRANS-AMOUNT
               MOVE WS-CURRENT-DATE TO TRANS-DATE
               MOVE WS-CURRENT-TIME TO TRANS-TIME
               MOVE "NRA withholding (1042-S)" TO TRANS-DESC
               MOVE '00' TO TRANS-STATUS
               MOVE SPACES TO TRANS-BATCH-ID
               PERFORM SET-TRANS-TRAILER-FIELDS
               PERFORM LOAD-CHAIN-ANCHOR
               OPEN EXTEND TRANSACT-FILE
               IF WS-TX-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               PERFORM STAMP-CHAIN-HASH
               WRITE TRANSACTION-RECORD
               CLOSE TRANSACT-FILE

      *>       Credit the designated remittance account when it's on
      *>       this node's ledger — the withheld funds sit there until
      *>       the 1042 deposit goes out.
               MOVE NRA-REMIT-ACCT-ID TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'Y'
                   ADD WS-NRA-AMOUNT TO WS-A-BALANCE(WS-FOUND-IDX)
                   MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
                   ADD 1 TO WS-TX-ID-NUM
                   PERFORM SAVE-TX-SEQUENCE
                   MOVE SPACES TO WS-TX-ID
                   STRING "TRX-" DELIMITED SIZE
                       WS-NODE-CODE DELIMITED SIZE
                       "-" DELIMITED SIZE
                       WS-TX-ID-NUM DELIMITED SIZE
                       INTO WS-TX-ID
                   END-STRING
                   MOVE WS-TX-ID TO TRANS-ID
                   MOVE NRA-REMIT-ACCT-ID TO TRANS-ACCT-ID
                   MOVE 'D' TO TRANS-TYPE
                   MOVE WS-NRA-AMOUNT TO TRANS-AMOUNT
                   MOVE WS-CURRENT-DATE TO TRANS-DATE
                   MOVE WS-CURRENT-TIME TO TRANS-TIME
                   MOVE SPACES TO TRANS-DESC
                   STRING "NRA withholding from " DELIMITED SIZE
                       WS-NRA-SAVE-ACCT DELIMITED SIZE
                       INTO TRANS-DESC
                   END-STRING
                   MOVE '00' TO TRANS-STATUS
                   MOVE SPACES TO TRANS-BATCH-ID
                   PERFORM SET-TRANS-TRAILER-FIELDS
                   PERFORM LOAD-CHAIN-ANCHOR
                   OPEN EXTEND TRANSACT-FILE
                   IF WS-TX-STATUS NOT = '00'
                       DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   PERFORM STAMP-CHAIN-HASH
                   WRITE TRANSACTION-RECORD
                   CLOSE TRANSACT-FILE
               END-IF

      *>       WS-ACCT-IDX is the accrual loop's subscript — the
      *>       FIND-ACCOUNT above walked it, so restore it to the
      *>       foreign holder's own slot before returning to the loop.
               MOVE WS-NRA-SAVE-ACCT TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               MOVE WS-FOUND-IDX TO WS-ACCT-IDX
               ADD 1 TO WS-NRA-COUNT
               ADD WS-NRA-AMOUNT TO WS-NRA-TOTAL
           END-IF

           MOVE WS-NRA-SAVE-ACCT TO NRW-ACCT-ID
           MOVE WS-NRA-GROSS-TX-ID TO NRW-TX-ID
           MOVE NRA-INCOME-CODE TO NRW-INCOME-CODE
           MOVE WS-TS-COUNTRY(WS-TST-IDX) TO NRW-COUNTRY
           MOVE WS-INTEREST TO NRW-GROSS
           MOVE WS-NRA-RATE TO NRW-RATE
           MOVE WS-NRA-AMOUNT TO NRW-WITHHELD
           MOVE WS-NRA-EXEMPT-CODE TO NRW-EXEMPT-CODE
           MOVE WS-NRA-W8-VALID TO NRW-W8-VALID
           MOVE WS-CURRENT-DATE TO NRW-DATE
           OPEN EXTEND NRAWHOLD-FILE
           IF WS-NRW-STATUS NOT = '00'
               OPEN OUTPUT NRAWHOLD-FILE
           END-IF
           IF WS-NRW-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-NRW-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE NRA-WITHHOLD-RECORD
           CLOSE NRAWHOLD-FILE

           DISPLAY "NRA-WITHHELD|" WS-NRA-SAVE-ACCT "|" WS-NRA-RATE
               "|" WS-NRA-AMOUNT "|" WS-A-BALANCE(WS-ACCT-IDX).

      *>   One notice per lapse: appended to W8NOTICE.DAT for the
      *>   branch to mail, and TST-RECERT-DATE stamped so later runs
      *>   don't repeat it.
       WRITE-W8-RECERT-NOTICE.
           MOVE WS-TS-ACCT-ID(WS-TST-IDX) TO W8NT-ACCT-ID
           MOVE WS-A-NAME(WS-ACCT-IDX) TO W8NT-ACCT-NAME
           MOVE WS-TS-COUNTRY(WS-TST-IDX) TO W8NT-COUNTRY
           MOVE WS-TS-W8-TYPE(WS-TST-IDX) TO W8NT-W8-TYPE
           MOVE WS-TS-EXPIRY(WS-TST-IDX) TO W8NT-CERT-EXPIRY
           MOVE WS-TS-RATE(WS-TST-IDX) TO W8NT-TREATY-RATE
           MOVE NRA-DEFAULT-RATE TO W8NT-DEFAULT-RATE
           MOVE WS-CURRENT-DATE TO W8NT-DATE
           OPEN EXTEND W8NOTICE-FILE
           IF WS-W8N-STATUS NOT = '00'
               OPEN OUTPUT W8NOTICE-FILE
           END-IF
           IF WS-W8N-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-W8N-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE W8-NOTICE-RECORD
           CLOSE W8NOTICE-FILE
           MOVE WS-CURRENT-DATE TO WS-TS-RECERT(WS-TST-IDX)
           MOVE 'Y' TO WS-TST-DIRTY
           ADD 1 TO WS-NRA-NOTICE-COUNT
           DISPLAY "W8-RECERT|" WS-TS-ACCT-ID(WS-TST-IDX) "|"
               WS-TS-EXPIRY(WS-TST-IDX).

      *>   Stages the Active IOLTA trust-account flags from IOLTA.DAT
      *>   (see IOLTAREC.cpy / ACCOUNTS.cob's IOLTA operation) with
      *>   each account's firm name for the remittance detail. No
      *>   file means no trust accounts on this node.
       LOAD-IOLTA-FLAGS.
           MOVE 0 TO WS-IOL-COUNT
           OPEN INPUT IOLTA-FILE
           IF WS-IOL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ IOLTA-FILE
                   AT END
                       CLOSE IOLTA-FILE
                       EXIT PERFORM
               END-READ
               IF IOLTA-ACTIVE AND WS-IOL-COUNT < 200
                   ADD 1 TO WS-IOL-COUNT
                   MOVE IOLTA-ACCT-ID TO WS-IOL-ACCT(WS-IOL-COUNT)
                   MOVE IOLTA-FIRM-NAME TO WS-IOL-FIRM(WS-IOL-COUNT)
               END-IF
           END-PERFORM.

       CHECK-IOLTA-FLAG.
           MOVE 'N' TO WS-IOL-FLAGGED
           MOVE SPACES TO WS-IOL-FIRM-NAME
           PERFORM VARYING WS-IOL-IDX FROM 1 BY 1
               UNTIL WS-IOL-IDX > WS-IOL-COUNT
               IF WS-IOL-ACCT(WS-IOL-IDX) = WS-A-ID(WS-ACCT-IDX)
                   MOVE 'Y' TO WS-IOL-FLAGGED
                   MOVE WS-IOL-FIRM(WS-IOL-IDX) TO WS-IOL-FIRM-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>   The IOLTA sweep: the period's service charges on the trust
      *>   account are netted against the interest first (never more
      *>   than the interest, and never a charge some earlier run
      *>   this month already netted), the rest comes back off the
      *>   account as its own 'W' record, the foundation's
      *>   remittance account is credited when it exists on this
      *>   ledger (with its own 'D' record), and the detail lands on
      *>   IOLTAREM.DAT for the monthly remittance report. The
      *>   average balance reported is the balance this accrual was
      *>   computed on.
       POST-IOLTA-SWEEP.
           COMPUTE WS-IOL-BASE-BALANCE =
               WS-A-BALANCE(WS-ACCT-IDX) - WS-INTEREST
           DIVIDE WS-CURRENT-DATE BY 100 GIVING WS-IOL-PERIOD
           COMPUTE WS-IOL-PERIOD-START = WS-IOL-PERIOD * 100 + 1
           PERFORM SUM-IOLTA-SERVICE-CHARGES
           IF WS-IOL-FEES < 0
               MOVE 0 TO WS-IOL-FEES
           END-IF
           IF WS-IOL-FEES > WS-INTEREST
               MOVE WS-INTEREST TO WS-IOL-NETTED
           ELSE
               MOVE WS-IOL-FEES TO WS-IOL-NETTED
           END-IF
           COMPUTE WS-IOL-SWEEP = WS-INTEREST - WS-IOL-NETTED
           MOVE WS-A-ID(WS-ACCT-IDX) TO WS-IOL-SAVE-ACCT

           IF WS-IOL-SWEEP > 0
               SUBTRACT WS-IOL-SWEEP FROM WS-A-BALANCE(WS-ACCT-IDX)
               ADD 1 TO WS-TX-ID-NUM
               PERFORM SAVE-TX-SEQUENCE
               MOVE SPACES TO WS-TX-ID
               STRING "TRX-" DELIMITED SIZE
                   WS-NODE-CODE DELIMITED SIZE
                   "-" DELIMITED SIZE
                   WS-TX-ID-NUM DELIMITED SIZE
                   INTO WS-TX-ID
               END-STRING
               MOVE WS-TX-ID TO TRANS-ID
               MOVE WS-IOL-SAVE-ACCT TO TRANS-ACCT-ID
               MOVE 'W' TO TRANS-TYPE
               MOVE WS-IOL-SWEEP TO TRANS-AMOUNT
               MOVE WS-CURRENT-DATE TO TRANS-DATE
               MOVE WS-CURRENT-TIME TO TRANS-TIME
               MOVE "IOLTA interest to bar foundation" TO TRANS-DESC
               MOVE '00' TO TRANS-STATUS
               MOVE SPACES TO TRANS-BATCH-ID
               PERFORM SET-TRANS-TRAILER-FIELDS
               PERFORM LOAD-CHAIN-ANCHOR
               OPEN EXTEND TRANSACT-FILE
               IF WS-TX-STATUS NOT = '00'
                   DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
                   DISPLAY "RESULT|99"
                   STOP RUN
               END-IF
               PERFORM STAMP-CHAIN-HASH
               WRITE TRANSACTION-RECORD
               CLOSE TRANSACT-FILE

      *>       Credit the foundation's remittance account when it's on
      *>       this node's ledger — the swept interest sits there
      *>       until the monthly remittance goes out.
               MOVE IOLTA-REMIT-ACCT-ID TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'Y'
                   ADD WS-IOL-SWEEP TO WS-A-BALANCE(WS-FOUND-IDX)
                   MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
                   ADD 1 TO WS-TX-ID-NUM
                   PERFORM SAVE-TX-SEQUENCE
                   MOVE SPACES TO WS-TX-ID
                   STRING "TRX-" DELIMITED SIZE
                       WS-NODE-CODE DELIMITED SIZE
                       "-" DELIMITED SIZE
                       WS-TX-ID-NUM DELIMITED SIZE
                       INTO WS-TX-ID
                   END-STRING
                   MOVE WS-TX-ID TO TRANS-ID
                   MOVE IOLTA-REMIT-ACCT-ID TO TRANS-ACCT-ID
                   MOVE 'D' TO TRANS-TYPE
                   MOVE WS-IOL-SWEEP TO TRANS-AMOUNT
                   MOVE WS-CURRENT-DATE TO TRANS-DATE
                   MOVE WS-CURRENT-TIME TO TRANS-TIME
                   MOVE SPACES TO TRANS-DESC
                   STRING "IOLTA interest from " DELIMITED SIZE
                       WS-IOL-SAVE-ACCT DELIMITED SIZE
                       INTO TRANS-DESC
                   END-STRING
                   MOVE '00' TO TRANS-STATUS
                   MOVE SPACES TO TRANS-BATCH-ID
                   PERFORM SET-TRANS-TRAILER-FIELDS
                   PERFORM LOAD-CHAIN-ANCHOR
                   OPEN EXTEND TRANSACT-FILE
                   IF WS-TX-STATUS NOT = '00'
                       DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
                       DISPLAY "RESULT|99"
                       STOP RUN
                   END-IF
                   PERFORM STAMP-CHAIN-HASH
                   WRITE TRANSACTION-RECORD
                   CLOSE TRANSACT-FILE
               END-IF

      *>       WS-ACCT-IDX is the accrual loop's subscript — the
      *>       FIND-ACCOUNT above walked it, so restore it to the
      *>       trust account's own slot before returning to the loop.
               MOVE WS-IOL-SAVE-ACCT TO WS-IN-ACCT-ID
               PERFORM FIND-ACCOUNT
               MOVE WS-FOUND-IDX TO WS-ACCT-IDX
           END-IF

           MOVE WS-IOL-PERIOD TO IOLREM-PERIOD
           MOVE WS-IOL-SAVE-ACCT TO IOLREM-ACCT-ID
           MOVE WS-IOL-FIRM-NAME TO IOLREM-FIRM-NAME
           MOVE WS-IOL-BASE-BALANCE TO IOLREM-AVG-BALANCE
           MOVE WS-INTEREST TO IOLREM-INTEREST
           MOVE WS-IOL-NETTED TO IOLREM-SVC-CHARGES
           MOVE WS-IOL-SWEEP TO IOLREM-NET-REMITTED
           MOVE WS-IOL-GROSS-TX-ID TO IOLREM-TX-ID
           MOVE WS-CURRENT-DATE TO IOLREM-DATE
           OPEN EXTEND IOLREM-FILE
           IF WS-IOLREM-STATUS NOT = '00'
               OPEN OUTPUT IOLREM-FILE
           END-IF
           IF WS-IOLREM-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-IOLREM-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE IOLTA-REMIT-RECORD
           CLOSE IOLREM-FILE

           ADD 1 TO WS-IOL-SWEPT-COUNT
           ADD WS-IOL-SWEEP TO WS-IOL-SWEPT-TOTAL
           DISPLAY "IOLTA-SWEEP|" WS-IOL-SAVE-ACCT "|" WS-IOL-SWEEP
               "|" WS-IOL-NETTED "|" WS-A-BALANCE(WS-ACCT-IDX).

      *>   The period's service charges available for netting: every
      *>   posted 'F' record on the trust account since the first of
      *>   the month, less whatever IOLTAREM.DAT shows an earlier
      *>   run already netted for the same account and month.
       SUM-IOLTA-SERVICE-CHARGES.
           MOVE 0 TO WS-IOL-FEES
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ TRANSACT-FILE
                       AT END
                           CLOSE TRANSACT-FILE
                           EXIT PERFORM
                   END-READ
                   IF TRANS-ACCT-ID = WS-A-ID(WS-ACCT-IDX)
                       AND TRANS-TYPE = 'F'
                       AND TRANS-STATUS = '00'
                       AND TRANS-DATE >= WS-IOL-PERIOD-START
                       ADD TRANS-AMOUNT TO WS-IOL-FEES
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT IOLREM-FILE
           IF WS-IOLREM-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ IOLREM-FILE
                       AT END
                           CLOSE IOLREM-FILE
                           EXIT PERFORM
                   END-READ
                   IF IOLREM-ACCT-ID = WS-A-ID(WS-ACCT-IDX)
                       AND IOLREM-PERIOD = WS-IOL-PERIOD
                       SUBTRACT IOLREM-SVC-CHARGES FROM WS-IOL-FEES
                   END-IF
               END-PERFORM
           END-IF.

      *>   Walks ODLOC.DAT's Active enrollments; an enrolled account
      *>   sitting on a drawn (negative) balance is charged
      *>   ODLOC-RATE/365 of the drawn amount, posted as its own
      *>   fee-per-incident model left on the table, accrued daily
      *>   the way a real line of credit accrues. Deposits pay the
      *>   line down by construction, so the charge base shrinks as
      *>   soon as money comes in. Each line's servicemember cap is
      *>   settled first (APPLY-ODLOC-SCRA-CAP), so the charge is
      *>   figured at whatever rate the line carries today.
       ACCRUE-ODLOC-CHARGES.
           MOVE 0 TO WS-ODLOC-COUNT
           MOVE 'N' TO WS-ODLOC-CHANGED
           OPEN INPUT ODLOC-FILE
           IF WS-ODLOC-STATUS NOT = '00'
               EXIT PARAGRAPH
                       CLOSE ODLOC-FILE
                       EXIT PERFORM
               END-READ
               IF WS-ODLOC-COUNT < 200
                   ADD 1 TO WS-ODLOC-COUNT
                   MOVE ODLOC-RECORD TO WS-OI-IMAGE(WS-ODLOC-COUNT)
               END-IF
           END-PERFORM
           PERFORM LOAD-SCRA-REGISTRY
           PERFORM VARYING WS-ODLOC-IDX FROM 1 BY 1
               UNTIL WS-ODLOC-IDX > WS-ODLOC-COUNT
               MOVE WS-OI-IMAGE(WS-ODLOC-IDX) TO ODLOC-RECORD
               IF ODLOC-ACTIVE
                   PERFORM APPLY-ODLOC-SCRA-CAP
                   MOVE ODLOC-ACCT-ID TO WS-IN-ACCT-ID
                   PERFORM FIND-ACCOUNT
                   IF WS-FOUND-FLAG = 'Y'
                       AND WS-A-BALANCE(WS-FOUND-IDX) < 0
                       PERFORM POST-ONE-ODLOC-CHARGE
                   END-IF
                   MOVE ODLOC-RECORD TO WS-OI-IMAGE(WS-ODLOC-IDX)
               END-IF
           END-PERFORM
           IF WS-ODLOC-CHANGED = 'Y'
               PERFORM SAVE-ODLOC-ENROLLMENTS
           END-IF.

      *>   Caps the line in ODLOC-RECORD at SCRA-RATE-CAP while its
      *>   holder is protected for debt incurred on ODLOC-ENROLL-DATE
      *>   (SCRACHK.cpy), and restores ODLOC-SCRA-ORIG-RATE the first
      *>   run after protection ends. A re-enrollment while capped
      *>   changes only ODLOC-SCRA-ORIG-RATE (ACCOUNTS.cob), so the
      *>   rate charged is the lower of it and the cap.
       APPLY-ODLOC-SCRA-CAP.
           MOVE ODLOC-ACCT-ID TO WS-SCRA-ACCT-ID
           MOVE 0 TO WS-SCRA-DEBT-DATE
           IF ODLOC-ENROLL-DATE IS NUMERIC
               MOVE ODLOC-ENROLL-DATE TO WS-SCRA-DEBT-DATE
           END-IF
           PERFORM CHECK-SCRA-PROTECTION
           IF ODLOC-SCRA-CAPPED
               IF WS-SCRA-FLAG = 'Y'
                   IF ODLOC-SCRA-ORIG-RATE < SCRA-RATE-CAP
                       MOVE ODLOC-SCRA-ORIG-RATE TO ODLOC-RATE
                   ELSE
                       MOVE SCRA-RATE-CAP TO ODLOC-RATE
                   END-IF
                   ADD 1 TO WS-ODLOC-CAPPED-CNT
               ELSE
                   MOVE ODLOC-SCRA-ORIG-RATE TO ODLOC-RATE
                   MOVE 'R' TO ODLOC-SCRA-STATUS
                   MOVE WS-CURRENT-DATE TO ODLOC-SCRA-RESTORE-DATE
                   MOVE 'Y' TO WS-ODLOC-CHANGED
                   DISPLAY "SCRA-ODLOC-RESTORE|" ODLOC-ACCT-ID "|"
                       ODLOC-RATE "|" ODLOC-SCRA-FORGIVEN
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-SCRA-FLAG = 'Y'
               AND ODLOC-RATE > SCRA-RATE-CAP
               IF ODLOC-SCRA-FORGIVEN IS NOT NUMERIC
                   MOVE 0 TO ODLOC-SCRA-FORGIVEN
               END-IF
               MOVE ODLOC-RATE TO ODLOC-SCRA-ORIG-RATE
               MOVE SCRA-RATE-CAP TO ODLOC-RATE
               MOVE 'C' TO ODLOC-SCRA-STATUS
               MOVE WS-CURRENT-DATE TO ODLOC-SCRA-CAP-DATE
               MOVE 0 TO ODLOC-SCRA-RESTORE-DATE
               MOVE 'Y' TO WS-ODLOC-CHANGED
               ADD 1 TO WS-ODLOC-CAPPED-CNT
               DISPLAY "SCRA-ODLOC-CAP|" ODLOC-ACCT-ID "|"
                   WS-SCRA-SVC-START "|" ODLOC-SCRA-ORIG-RATE "|"
                   ODLOC-RATE "|" FUNCTION TRIM(WS-SCRA-SOURCE)
           END-IF.

       SAVE-ODLOC-ENROLLMENTS.
           OPEN OUTPUT ODLOC-FILE
           IF WS-ODLOC-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ODLOC-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ODLOC-IDX FROM 1 BY 1
               UNTIL WS-ODLOC-IDX > WS-ODLOC-COUNT
               MOVE WS-OI-IMAGE(WS-ODLOC-IDX) TO ODLOC-RECORD
               WRITE ODLOC-RECORD
           END-PERFORM
           CLOSE ODLOC-FILE.

      *>   Active registrations on SCRA.DAT — the servicemember rate
      *>   cap (see SCRACHK.cpy). A missing file means no holder is
      *>   on active duty.
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
      *>   protects debt incurred on WS-SCRA-DEBT-DATE today.
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

       POST-ONE-ODLOC-CHARGE.
           COMPUTE WS-ODLOC-DRAWN =
               0 - WS-A-BALANCE(WS-FOUND-IDX)
           IF ODLOC-SCRA-CAPPED
               AND ODLOC-SCRA-ORIG-RATE > ODLOC-RATE
               COMPUTE WS-ODLOC-FORGIVEN ROUNDED =
                   WS-ODLOC-DRAWN
                   * (ODLOC-SCRA-ORIG-RATE - ODLOC-RATE) / 365
               ADD WS-ODLOC-FORGIVEN TO ODLOC-SCRA-FORGIVEN
               MOVE 'Y' TO WS-ODLOC-CHANGED
           END-IF
           COMPUTE WS-ODLOC-CHARGE ROUNDED =
               WS-ODLOC-DRAWN * ODLOC-RATE / 365
           IF WS-ODLOC-CHARGE <= 0
           MOVE SPACES TO TRANS-BATCH-ID
           PERFORM SET-TRANS-TRAILER-FIELDS
           MOVE FEE-REASON-ODLOC-INT TO TRANS-FEE-REASON
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE

           ADD 1 TO WS-ODLOC-CHARGED-CNT
           ADD WS-ODLOC-CHARGE TO WS-ODLOC-CHARGED-AMT.

      *>   Closes each Active rewards-checking enrollment's statement
      *>   cycle — RWD-CYCLE-START through today — on a checking
      *>   account that is still open. A cycle already closed today
      *>   (the next one starts tomorrow) keeps its stored outcome so
      *>   a rerun neither rescores nor refunds it a second time.
       QUALIFY-REWARDS.
           PERFORM LOAD-REWARDS-ENROLLMENTS
           MOVE 'N' TO WS-RWD-DIRTY
           PERFORM VARYING WS-RWD-IDX FROM 1 BY 1
               UNTIL WS-RWD-IDX > WS-RWD-COUNT
               IF WS-RW-STATUS(WS-RWD-IDX) = 'A'
                   AND WS-RW-CYCLE-START(WS-RWD-IDX) <= WS-CURRENT-DATE
                   PERFORM QUALIFY-ONE-REWARDS-ACCOUNT
               END-IF
           END-PERFORM
           IF WS-RWD-DIRTY = 'Y'
               PERFORM SAVE-REWARDS-ENROLLMENTS
           END-IF.

      *>   Scores one cycle: REWARDS-MIN-POS-COUNT card purchases
      *>   (successful 'P' not taken at an ATM, ours or another
      *>   bank's), one direct deposit or ACH credit (successful 'D'
      *>   on REWARDS-DD-CHANNEL), and the e-statement election. A
      *>   qualifying cycle refunds its out-of-network ATM fees up to
      *>   REWARDS-ATM-REFUND-CAP; either way a zero-amount 'M' memo
      *>   tells the customer on the statement how the cycle went.
       QUALIFY-ONE-REWARDS-ACCOUNT.
           MOVE WS-RW-ACCT-ID(WS-RWD-IDX) TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IDX TO WS-RWD-ACCT-IDX
           IF WS-A-TYPE(WS-RWD-ACCT-IDX) NOT =
                   ACCT-CHECKING IN ACCOUNT-TYPES
               OR WS-A-STATUS(WS-RWD-ACCT-IDX) = 'C'
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-REWARDS-CYCLE

           MOVE SPACES TO WS-RWD-MISSED
           MOVE 1 TO WS-RWD-MISSED-PTR
           IF WS-RWD-POS-COUNT < REWARDS-MIN-POS-COUNT
               STRING "POS " DELIMITED SIZE
                   INTO WS-RWD-MISSED
                   WITH POINTER WS-RWD-MISSED-PTR
               END-STRING
           END-IF
           IF WS-RWD-DD-COUNT = 0
               STRING "DD " DELIMITED SIZE
                   INTO WS-RWD-MISSED
                   WITH POINTER WS-RWD-MISSED-PTR
               END-STRING
           END-IF
           IF WS-RW-ESTMT(WS-RWD-IDX) NOT = 'Y'
               STRING "ESTMT" DELIMITED SIZE
                   INTO WS-RWD-MISSED
                   WITH POINTER WS-RWD-MISSED-PTR
               END-STRING
           END-IF
           IF WS-RWD-MISSED = SPACES
               MOVE 'Y' TO WS-RWD-QUALIFIED
           ELSE
               MOVE 'N' TO WS-RWD-QUALIFIED
           END-IF

           MOVE 0 TO WS-RWD-REFUND
           IF WS-RWD-QUALIFIED = 'Y'
               MOVE REWARDS-ATM-REFUND-CAP TO WS-RWD-REFUND-LEFT
               PERFORM VARYING WS-RWD-FEE-IDX FROM 1 BY 1
                   UNTIL WS-RWD-FEE-IDX > WS-RWD-FEE-COUNT
                       OR WS-RWD-REFUND-LEFT <= 0
                   IF WS-RWD-FEE-REV(WS-RWD-FEE-IDX) = 'N'
                       PERFORM POST-REWARDS-ATM-REFUND
                   END-IF
               END-PERFORM
           END-IF
           PERFORM POST-REWARDS-MEMO

           MOVE WS-CURRENT-DATE TO WS-RW-CYCLE-END(WS-RWD-IDX)
           IF WS-RWD-QUALIFIED = 'Y'
               MOVE 'Q' TO WS-RW-RESULT(WS-RWD-IDX)
               ADD 1 TO WS-RWD-QUAL-COUNT
           ELSE
               MOVE 'N' TO WS-RW-RESULT(WS-RWD-IDX)
               ADD 1 TO WS-RWD-MISS-COUNT
           END-IF
           MOVE WS-RWD-MISSED TO WS-RW-MISSED(WS-RWD-IDX)
           IF WS-RWD-POS-COUNT > 999
               MOVE 999 TO WS-RW-POS-COUNT(WS-RWD-IDX)
           ELSE
               MOVE WS-RWD-POS-COUNT TO WS-RW-POS-COUNT(WS-RWD-IDX)
           END-IF
           MOVE WS-RWD-REFUND TO WS-RW-REFUND(WS-RWD-IDX)
           COMPUTE WS-RW-CYCLE-START(WS-RWD-IDX) =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + 1)
           MOVE 'Y' TO WS-RWD-DIRTY
           ADD WS-RWD-REFUND TO WS-RWD-REFUND-TOTAL
           DISPLAY "REWARDS|" WS-RW-ACCT-ID(WS-RWD-IDX) "|"
               WS-RW-RESULT(WS-RWD-IDX) "|" WS-RWD-POS-COUNT "|"
               WS-RWD-DD-COUNT "|" WS-RW-ESTMT(WS-RWD-IDX) "|"
               WS-RWD-MISSED "|" WS-RWD-REFUND.

      *>   One pass over TRANSACT.DAT for the cycle window, counting
      *>   the qualifying activity and collecting the cycle's
      *>   out-of-network ATM fees — less any a later 'R' reversal
      *>   already gave back.
       SCAN-REWARDS-CYCLE.
           MOVE 0 TO WS-RWD-POS-COUNT
           MOVE 0 TO WS-RWD-DD-COUNT
           MOVE 0 TO WS-RWD-FEE-COUNT
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       CLOSE TRANSACT-FILE
                       EXIT PERFORM
               END-READ
               IF TRANS-ACCT-ID = WS-RW-ACCT-ID(WS-RWD-IDX)
                   AND TRANS-STATUS = '00'
                   AND TRANS-DATE >= WS-RW-CYCLE-START(WS-RWD-IDX)
                   AND TRANS-DATE <= WS-CURRENT-DATE
                   EVALUATE TRUE
                       WHEN TRANS-TYPE = 'P'
                           AND TRANS-CHANNEL NOT = "ATM"
                           AND TRANS-CHANNEL NOT = ATM-FOREIGN-CHANNEL
                           ADD 1 TO WS-RWD-POS-COUNT
                       WHEN TRANS-TYPE = 'D'
                           AND TRANS-CHANNEL = REWARDS-DD-CHANNEL
                           ADD 1 TO WS-RWD-DD-COUNT
                       WHEN TRANS-TYPE = 'F'
                           AND TRANS-FEE-REASON = FEE-REASON-ATM-FOREIGN
                           AND WS-RWD-FEE-COUNT < 100
                           ADD 1 TO WS-RWD-FEE-COUNT
                           MOVE TRANS-ID
                               TO WS-RWD-FEE-TX-ID(WS-RWD-FEE-COUNT)
                           MOVE TRANS-AMOUNT
                               TO WS-RWD-FEE-AMOUNT(WS-RWD-FEE-COUNT)
                           MOVE 'N'
                               TO WS-RWD-FEE-REV(WS-RWD-FEE-COUNT)
                       WHEN TRANS-TYPE = 'R'
                           PERFORM VARYING WS-RWD-FEE-IDX FROM 1 BY 1
                               UNTIL WS-RWD-FEE-IDX > WS-RWD-FEE-COUNT
                               IF WS-RWD-FEE-TX-ID(WS-RWD-FEE-IDX) =
                                       TRANS-REVERSAL-OF
                                   MOVE 'Y' TO
                                       WS-RWD-FEE-REV(WS-RWD-FEE-IDX)
                               END-IF
                           END-PERFORM
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *>   Gives one out-of-network ATM fee back as an 'R' reversal
      *>   linked to the fee record (same shape BILLACK.cob uses to
      *>   refund a rejected bill payment), the last one cut short
      *>   where the cycle's refund cap runs out.
       POST-REWARDS-ATM-REFUND.
           IF WS-RWD-FEE-AMOUNT(WS-RWD-FEE-IDX) > WS-RWD-REFUND-LEFT
               MOVE WS-RWD-REFUND-LEFT TO WS-RWD-REFUND-AMT
           ELSE
               MOVE WS-RWD-FEE-AMOUNT(WS-RWD-FEE-IDX)
                   TO WS-RWD-REFUND-AMT
           END-IF
           IF WS-RWD-REFUND-AMT <= 0
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-RWD-REFUND-AMT FROM WS-RWD-REFUND-LEFT
           ADD WS-RWD-REFUND-AMT TO WS-RWD-REFUND
           ADD WS-RWD-REFUND-AMT TO WS-A-BALANCE(WS-RWD-ACCT-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-RWD-ACCT-IDX)

           ADD 1 TO WS-TX-ID-NUM
           PERFORM SAVE-TX-SEQUENCE
           MOVE SPACES TO WS-TX-ID
           STRING "TRX-" DELIMITED SIZE
               WS-NODE-CODE DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-TX-ID-NUM DELIMITED SIZE
               INTO WS-TX-ID
           END-STRING

           MOVE WS-TX-ID TO TRANS-ID
           MOVE WS-RW-ACCT-ID(WS-RWD-IDX) TO TRANS-ACCT-ID
           MOVE 'R' TO TRANS-TYPE
           MOVE WS-RWD-REFUND-AMT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE "Rewards ATM fee refund" TO TRANS-DESC
           MOVE '00' TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           PERFORM SET-TRANS-TRAILER-FIELDS
           MOVE WS-RWD-FEE-TX-ID(WS-RWD-FEE-IDX) TO TRANS-REVERSAL-OF
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE.

      *>   The statement line: "REWARDS QUALIFIED", or "REWARDS NOT
      *>   MET:" followed by the criteria the cycle missed.
       POST-REWARDS-MEMO.
           ADD 1 TO WS-TX-ID-NUM
           PERFORM SAVE-TX-SEQUENCE
           MOVE SPACES TO WS-TX-ID
           STRING "TRX-" DELIMITED SIZE
               WS-NODE-CODE DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-TX-ID-NUM DELIMITED SIZE
               INTO WS-TX-ID
           END-STRING

           MOVE WS-TX-ID TO TRANS-ID
           MOVE WS-RW-ACCT-ID(WS-RWD-IDX) TO TRANS-ACCT-ID
           MOVE 'M' TO TRANS-TYPE
           MOVE 0 TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE SPACES TO TRANS-DESC
           IF WS-RWD-QUALIFIED = 'Y'
               MOVE "REWARDS QUALIFIED" TO TRANS-DESC
           ELSE
               STRING "REWARDS NOT MET: " DELIMITED SIZE
                   WS-RWD-MISSED DELIMITED SIZE
                   INTO TRANS-DESC
               END-STRING
           END-IF
           MOVE '00' TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           PERFORM SET-TRANS-TRAILER-FIELDS
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE.

       LOAD-REWARDS-ENROLLMENTS.
           MOVE 0 TO WS-RWD-COUNT
           OPEN INPUT REWARDS-FILE
           IF WS-RWD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ REWARDS-FILE
                   AT END
                       CLOSE REWARDS-FILE
                       EXIT PERFORM
               END-READ
               IF WS-RWD-COUNT < 200
                   ADD 1 TO WS-RWD-COUNT
                   MOVE RWD-ACCT-ID TO WS-RW-ACCT-ID(WS-RWD-COUNT)
                   MOVE RWD-STATUS TO WS-RW-STATUS(WS-RWD-COUNT)
                   MOVE RWD-ESTMT TO WS-RW-ESTMT(WS-RWD-COUNT)
                   MOVE RWD-ENROLL-DATE TO WS-RW-ENROLLED(WS-RWD-COUNT)
                   MOVE RWD-CYCLE-START
                       TO WS-RW-CYCLE-START(WS-RWD-COUNT)
                   MOVE RWD-LAST-CYCLE-END
                       TO WS-RW-CYCLE-END(WS-RWD-COUNT)
                   MOVE RWD-LAST-RESULT TO WS-RW-RESULT(WS-RWD-COUNT)
                   MOVE RWD-LAST-MISSED TO WS-RW-MISSED(WS-RWD-COUNT)
                   MOVE RWD-LAST-POS-COUNT
                       TO WS-RW-POS-COUNT(WS-RWD-COUNT)
                   MOVE RWD-LAST-REFUND TO WS-RW-REFUND(WS-RWD-COUNT)
                   MOVE RWD-OPERATOR-ID TO WS-RW-OPERATOR(WS-RWD-COUNT)
               END-IF
           END-PERFORM.

       SAVE-REWARDS-ENROLLMENTS.
           OPEN OUTPUT REWARDS-FILE
           IF WS-RWD-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-RWD-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-RWD-IDX FROM 1 BY 1
               UNTIL WS-RWD-IDX > WS-RWD-COUNT
               MOVE WS-RW-ACCT-ID(WS-RWD-IDX) TO RWD-ACCT-ID
               MOVE WS-RW-STATUS(WS-RWD-IDX) TO RWD-STATUS
               MOVE WS-RW-ESTMT(WS-RWD-IDX) TO RWD-ESTMT
               MOVE WS-RW-ENROLLED(WS-RWD-IDX) TO RWD-ENROLL-DATE
               MOVE WS-RW-CYCLE-START(WS-RWD-IDX) TO RWD-CYCLE-START
               MOVE WS-RW-CYCLE-END(WS-RWD-IDX) TO RWD-LAST-CYCLE-END
               MOVE WS-RW-RESULT(WS-RWD-IDX) TO RWD-LAST-RESULT
               MOVE WS-RW-MISSED(WS-RWD-IDX) TO RWD-LAST-MISSED
               MOVE WS-RW-POS-COUNT(WS-RWD-IDX) TO RWD-LAST-POS-COUNT
               MOVE WS-RW-REFUND(WS-RWD-IDX) TO RWD-LAST-REFUND
               MOVE WS-RW-OPERATOR(WS-RWD-IDX) TO RWD-OPERATOR-ID
               WRITE REWARDS-RECORD
           END-PERFORM
           CLOSE REWARDS-FILE.

      *>   Every TRANSACT.DAT record this program writes is a
      *>   bank-initiated posting, so the trailing TRANSREC.cpy
      *>   fields are stamped explicitly before each WRITE — the FD
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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
