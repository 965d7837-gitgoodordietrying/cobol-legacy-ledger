      *>    CREATE  — Add new account to master file (command line:
      *>              CREATE <acct-id> <name> <type> <deposit>
      *>              <joint-owner> [<maturity-date> <cd-rate>]
      *>              [<currency>] [<operator-id> [<branch>|NONE
      *>              [<promo-code>]]] — maturity/rate only for type 'D'
      *>              CDs). <joint-owner> is a second account holder's
      *>              name, or the literal NONE for a sole-owner
      *>              account. <currency> is an ISO 4217 code (USD,
      *>              <deposit> must meet that type's minimum in
      *>              OPENING-MINIMUMS or the account is rejected and
      *>              never activated — see CREATE-ACCOUNT.
      *>              Type R (credit card) opens with no deposit; its
      *>              credit line is then set up by CCARD.cob's OPEN.
      *>              <branch> is the account's home branch; when
      *>              given it must be Open on BRANCH.DAT (RESULT|24
      *>              otherwise) and is recorded on ACCTBRN.DAT.
      *>              <promo-code> enrolls the account in a
      *>              new-account bonus offer on PROMO.DAT (Active,
      *>              for this account type, inside its offer dates —
      *>              RESULT|29 otherwise); PROMO.cob pays the bonus
      *>              once the account qualifies.
      *>    READ    — Display single account by ID, including its
      *>              joint owner (if any)
      *>    LIST    — Display all active accounts
      *>              withdrawal-side operations but still allows
      *>              deposits and interest postings; see ACCTREC.cpy)
      *>    CLOSE   — Set account status to 'C' (closed); rejected
      *>              (RESULT|11) unless ACCT-BALANCE is exactly zero.
      *>              An account whose promotional bonus was paid
      *>              within the offer's clawback period may instead
      *>              close holding up to the bonus: the balance is
      *>              taken back as a FEE-REASON-PROMO-CLAWBACK fee and
      *>              any part of the bonus it can't cover recorded as
      *>              shortfall on PROMOENR.DAT. A still-pending
      *>              enrollment is expired.
      *>    WAIVE   — Set or clear the fee-exempt flag (command line:
      *>              WAIVE <acct-id> <Y|N> <operator-id>) — see
      *>              SET-FEE-EXEMPT
      *>    PAYCARD — Open a payroll card account for an employee with
      *>              no bank account of their own (command line:
      *>              PAYCARD <acct-id> <name> [<operator-id>
      *>              [<branch>|NONE]], underscores for spaces in
      *>              <name>). Same as CREATE of a checking account,
      *>              except there is no opening deposit to meet (the
      *>              employer's payroll funds it) and the account
      *>              opens fee-exempt, journaled on OVERRIDE-LOG.DAT
      *>              like a WAIVE. Opened by payroll's PAYCARD.cob
      *>              ENROLL, which then issues the card (CARDS.cob
      *>              ISSUE) — see CREATE-ACCOUNT
      *>    BENEFIC — Set or view the payable-on-death beneficiary
      *>              (command line: BENEFIC <acct-id> [<beneficiary>]
      *>              <operator-id>, where <beneficiary> may be omitted
      *>              line: REKEY <old-acct-id> <new-acct-id>
      *>              <operator-id>, same trailing operator-id WAIVE/
      *>              BENEFIC take, defaulting to UNKNOWN if omitted)
      *>    CONVERT — Change an account's product (ACCT-TYPE) in place
      *>              (command line: CONVERT <acct-id> <new-type>
      *>              [<operator-id>]), keeping ACCT-ID, ACCT-OPEN-DATE,
      *>              history and every arrangement keyed on the id.
      *>              Checking, savings and money market convert among
      *>              themselves; a CD never converts in or out. The
      *>              balance must meet the new product's opening
      *>              minimum (and MIN-BALANCE-MMKT for money market),
      *>              and the account's SWEEP.DAT/ODLOC.DAT/
      *>              REWARDS.DAT/CARDS.DAT arrangements must still
      *>              be valid for the new type. A dated 'M' memo
      *>              record marks the change on the statement, and
      *>              INTEREST.cob reads it to pay the old product's
      *>              rate for the days of the month before the
      *>              change — see CONVERT-ACCOUNT.
      *>    CDREPORT — List every ACCT-ID on file that fails its check
      *>              digit (see ACCTCHK.cpy), whether it is exempted
      *>              on CHKDXMPT.DAT, and the conforming number a
      *>              REKEY would give it (command line: CDREPORT
      *>              [<operator-id>]). Read-only.
      *>    CDEXEMPT — Exempt a legacy account number from the check-
      *>              digit test until it is rekeyed (command line:
      *>              CDEXEMPT <acct-id>|ALL [<operator-id>]); ALL
      *>              exempts every failing account on file.
      *>    IOLTA   — Flag a checking, savings or money-market account
      *>              as a lawyer's IOLTA trust account (command line:
      *>              IOLTA <acct-id> <firm-name> [<operator-id>]), or
      *>              release it (IOLTA <acct-id> RELEASE
      *>              [<operator-id>]). Re-flagging an account already
      *>              on file updates its firm name. INTEREST.cob then
      *>              sweeps the account's interest to the bar
      *>              foundation — see IOLTAREC.cpy and SET-IOLTA.
      *>    IRA     — Flag a savings or CD account as a Traditional
      *>              (T) or Roth (R) IRA for its owner (command line:
      *>              IRA <acct-id> <T|R> <owner-dob-yyyymmdd>
      *>              [<operator-id>]), or remove the flag (IRA
      *>              <acct-id> CANCEL [<operator-id>]). Re-flagging
      *>              updates the plan type and date of birth.
      *>              TRANSACT.cob then tax-years and limits deposits
      *>              and codes withdrawals — see IRAREC.cpy/SET-IRA.
      *>    UTMA    — Designate an account as custodial for the minor
      *>              it is titled to (command line: UTMA <acct-id>
      *>              <minor-dob-yyyymmdd> <state> <age-of-majority>
      *>              <custodian-id> <custodian-name> [<operator-id>]),
      *>              or cancel it (UTMA <acct-id> CANCEL
      *>              [<operator-id>]). TRANSACT.cob then allows
      *>              debits only when the custodian's ID is presented
      *>              — see UTMAREC.cpy and SET-UTMA.
      *>    MAJORITY — Monthly age-of-majority batch (command line:
      *>              MAJORITY [<operator-id>]): lists custodial
      *>              accounts whose minor comes of age within
      *>              UTMA-NOTICE-DAYS for the transfer letter, and
      *>              converts those that have come of age to the
      *>              former minor's sole ownership, journaled on
      *>              OVERRIDE-LOG.DAT — see RUN-MAJORITY-BATCH.
      *>    SIGNER  — Add or update a person authorized to transact on
      *>              the account (command line: SIGNER <acct-id>
      *>              <id-doc> <name> <S|P|A|J> <limit|NONE>
      *>              <effective|TODAY> <expiry|NONE> [<operator-id>]
      *>              — signer, power of attorney, agent, or the joint
      *>              owner's own ID), or revoke one (SIGNER <acct-id>
      *>              <id-doc> REVOKE [<operator-id>]). TRANSACT.cob
      *>              checks the registry on teller debits — see
      *>              SIGNREC.cpy and SET-SIGNER.
      *>    SIGNERS — Signature-card listing (command line: SIGNERS
      *>              <acct-id> [<operator-id>], or SIGNERS BRANCH
      *>              <branch-code> [<operator-id>]). Read-only.
      *>    INSIDER — Mark an account or customer name as belonging
      *>              to a Regulation O insider (command line:
      *>              INSIDER <A|N> <acct-id|name> <D|E|P|R>
      *>              <insider-name> [<operator-id>] — director,
      *>              executive officer, principal shareholder, or a
      *>              related interest of the named insider;
      *>              underscores for spaces in names), or remove one
      *>              (INSIDER <A|N> <acct-id|name> REMOVE
      *>              [<operator-id>]). LOANS.cob's ORIGINATE and
      *>              REPORTS.cob's INSIDER report read the registry
      *>              — see INSIDREC.cpy and SET-INSIDER.
      *>    INSIDERS — Insider registry listing (command line:
      *>              INSIDERS [<operator-id>]). Read-only.
      *>    REWARDS — Rewards-checking enrollment (command line:
      *>              REWARDS <acct-id> <ENROLL|ESTMT|PAPER|CANCEL>
      *>              [<operator-id>]). ENROLL signs a checking
      *>              account up (RESULT|10 for any other type),
      *>              its first cycle starting today; ESTMT/PAPER
      *>              record the customer's e-statement election,
      *>              one of the qualifying criteria; CANCEL ends
      *>              the enrollment. INTEREST.cob scores each cycle
      *>              — see RWDREC.cpy and SET-REWARDS.
      *>    MASSMAINT — Apply a file of account changes in one run
      *>              (command line: MASSMAINT <change-file> [DRYRUN]
      *>              [<operator-id>]): STATUS, JOINT, BENEFIC,
      *>              EXEMPT, BRANCH or RATEOVR, each given with the
      *>              old value the requester saw and validated as
      *>              the single-account operation validates it. A
      *>              line whose old value no longer matches the file
      *>              is rejected; every applied change is journaled
      *>              on OVERRIDE-LOG.DAT. DRYRUN reports the same
      *>              lines and totals but writes nothing — see
      *>              MNTCHGREC.cpy and RUN-MASS-MAINTENANCE.
      *>    TAXSTAT — Record the account holder's tax status (command
      *>              line: TAXSTAT <acct-id> US [<operator-id>] for a
      *>              US person; TAXSTAT <acct-id> <country> NONE
      *>              [<operator-id>] for a foreign person with no W-8
      *>              on file; TAXSTAT <acct-id> <country> <W8BEN|
      *>              W8BENE> <treaty-rate> <expiry-yyyymmdd>
      *>              <EXEMPT|TAXABLE> [<operator-id>] for one who has
      *>              certified). Re-documenting replaces the entry
      *>              and clears any recertification notice.
      *>              INTEREST.cob then withholds on a foreign
      *>              person's interest and REPORTS.cob puts it on the
      *>              1042-S instead of the 1099-INT — see
      *>              TAXSTREC.cpy and SET-TAX-STATUS.
      *>
      *>  Account numbers: CREATE (and REKEY's new id) take a 9-
      *>  character base and append the check digit in position 10,
      *>  or accept a full 10-character id only if its digit is right
      *>  (RESULT|23 otherwise). The assigned number is echoed on the
      *>  ACCOUNT-CREATED/ACCOUNT-REKEYED line. REKEY drops the old
      *>  id's CHKDXMPT.DAT exemption and relabels its ACCTBRN.DAT
      *>  home-branch entry.
      *>
      *>  WAIVE/BENEFIC append an entry to OVERRIDE-LOG.DAT (old value,
      *>  new value, operator-id, timestamp) whenever they actually
      *>                  registry; rewritten whole-file by SWEEP-ENROLL/
      *>                  SWEEP-CANCEL, same as TRANSACT.cob's
      *>                  STANDING-TX.DAT)
      *>    Input/Output: TRANSACT.DAT (LINE SEQUENTIAL, 205-byte — REKEY
      *>                  relabels TRANS-ACCT-ID/TRANS-TARGET-ID via a
      *>                  TRANSACT.DAT.NEW scratch file, same streaming
      *>                  swap idiom as ARCHIVE.cob)
      *>    Output:       OPLOG.DAT (LINE SEQUENTIAL, appended — one
      *>                  record per invocation, see APPEND-OPLOG-ENTRY)
      *>    Input:        CARDS.DAT (LINE SEQUENTIAL, 47-byte — debit
      *>                  card registry, read by CONVERT only; see
      *>                  CARDS.cob)
      *>    Input/Output: CHKDXMPT.DAT (LINE SEQUENTIAL, 28-byte —
      *>                  check-digit exemption registry, rewritten
      *>                  whole by CDEXEMPT/REKEY; see CDXREC.cpy)
      *>    Input:        BRANCH.DAT (LINE SEQUENTIAL, 67-byte — branch
      *>                  master, see BRANCHES.cob)
      *>    Input/Output: ACCTBRN.DAT (LINE SEQUENTIAL, 22-byte —
      *>                  account home branch; appended by CREATE,
      *>                  rewritten whole by REKEY)
      *>    Input/Output: CUSTODY.DAT (LINE SEQUENTIAL, 119-byte —
      *>                  custodial (UTMA) registry, rewritten whole
      *>                  by UTMA/MAJORITY; see UTMAREC.cpy)
      *>    Input/Output: SIGNERS.DAT (LINE SEQUENTIAL, 108-byte —
      *>                  signer/POA registry, rewritten whole by
      *>                  SIGNER; see SIGNREC.cpy)
      *>    Input/Output: INSIDER.DAT (LINE SEQUENTIAL, 81-byte —
      *>                  Regulation O insider registry, rewritten
      *>                  whole by INSIDER; see INSIDREC.cpy)
      *>    Input/Output: REWARDS.DAT (LINE SEQUENTIAL, 68-byte —
      *>                  rewards-checking enrollments, rewritten
      *>                  whole by REWARDS; see RWDREC.cpy)
      *>    Input:        PROMO.DAT (LINE SEQUENTIAL, 64-byte — promotion
      *>                  master, read by CREATE; see PROMO.cob)
      *>    Input/Output: PROMOENR.DAT (LINE SEQUENTIAL, 100-byte —
      *>                  promotion enrollments; appended by CREATE,
      *>                  rewritten whole by CLOSE)
      *>    Input:        PURGED.DAT (LINE SEQUENTIAL, 66-byte — account
      *>                  numbers PURGE.cob has retired, read by
      *>                  CREATE/REKEY; see PURGEREC.cpy)
      *>    Input:        TXCHAIN.DAT (LINE SEQUENTIAL, 87-byte —
      *>                  ARCHIVE.cob's chain anchor registry; REKEY
      *>                  re-stamps TRANSACT.DAT's hash chain from its
      *>                  last entry; see CHAINREC.cpy)
      *>    Input:        <change-file> (LINE SEQUENTIAL, 78-byte —
      *>                  MASSMAINT's change list, named on the
      *>                  command line; see MNTCHGREC.cpy)
      *>    Input/Output: TAXSTAT.DAT (LINE SEQUENTIAL, 59-byte —
      *>                  account holder tax status, rewritten whole
      *>                  by TAXSTAT; see TAXSTREC.cpy)
      *>
      *>  Copybooks:
      *>    ACCTREC.cpy  — Account record layout (148 bytes)
      *>    SWEEPREC.cpy — Sweep arrangement record layout
      *>    COMCODE.cpy  — Shared status codes and bank identifiers
      *>    ACCTIO.cpy   — Shared account I/O paragraphs
      *>    TRANSREC.cpy — Transaction record layout (205 bytes)
      *>    TXCHAIN.cpy  — TRANSACT.DAT hash-chain work area
      *>    OPLOGREC.cpy — Shared operator session log record layout
      *>    CARDREC.cpy  — Debit card registry record layout
      *>    CDXREC.cpy   — Check-digit exemption record layout
      *>    ACCTCHK.cpy  — ACCT-ID check-digit work area
      *>    BRANCHREC.cpy — Branch master record layout
      *>    ACCTBRREC.cpy — Account home-branch record layout
      *>    UTMAREC.cpy  — Custodial (UTMA) account record layout
      *>    SIGNREC.cpy  — Authorized signer / POA record layout
      *>    INSIDREC.cpy — Insider (Regulation O) registry layout
      *>    RWDREC.cpy   — Rewards-checking enrollment record layout
      *>    PROMOREC.cpy — Promotion master record layout
      *>    PROMOENR.cpy — Promotion enrollment record layout
      *>    PURGEREC.cpy — Purged (retired) account number layout
      *>    CHAINREC.cpy — Chain anchor registry record layout
      *>    MNTCHGREC.cpy — Mass maintenance change record layout
      *>    TAXSTREC.cpy — Account holder tax-status record layout
      *>
      *>  Output Format (to STDOUT, pipe-delimited):
      *>    Account: ACCOUNT|ACCT-ID|NAME|JOINT-OWNER|BENEFICIARY|TYPE|
      *>             BALANCE|STATUS|OPENED|LASTACT|CURRENCY
      *>    Paycard: ACCOUNT-CREATED|ACCT-ID|PENDING-VERIFICATION,
      *>             then PAYCARD-OPENED|ACCT-ID
      *>    Created: ACCOUNT-CREATED|ACCT-ID (then
      *>             PROMO-ENROLLED|ACCT-ID|CODE|DEADLINE|BONUS when
      *>             opened under a promo code)
      *>    Updated: ACCOUNT-UPDATED|ACCT-ID
      *>    Closed:  ACCOUNT-CLOSED|ACCT-ID (preceded by
      *>             PROMO-CLAWBACK|ACCT-ID|CODE|AMOUNT|SHORTFALL when
      *>             a promotional bonus is taken back)
      *>    Beneficiary: ACCOUNT-BENEFICIARY|ACCT-ID|BENEFICIARY
      *>    Sweep enrolled: SWEEP-ENROLLED|ACCT-ID|TARGET-ID|THRESHOLD
      *>    Sweep cancelled: SWEEP-CANCELLED|ACCT-ID
      *>    Rekeyed: ACCOUNT-REKEYED|OLD-ACCT-ID|NEW-ACCT-ID|TX-COUNT
      *>             (preceded by WARNING|CHAIN-BROKEN-BEFORE-REKEY|
      *>             record-no|TRANS-ID when TRANSACT.DAT's hash chain
      *>             was already broken — see REKEY-CHECK-OLD-LINK)
      *>    Converted: ACCOUNT-CONVERTED|ACCT-ID|OLD-TYPE|NEW-TYPE|
      *>             BALANCE (preceded by one
      *>             ERROR|CONVERT-CONFLICT|<SWEEP|ODLOC|REWARDS|CARD>|
      *>             id line per arrangement blocking a refused
      *>             conversion)
      *>    Check digit: CHKDIGIT-FAIL|ACCT-ID|CONFORMING-ID|NAME|
      *>             STATUS|EXEMPT|date or NOT-EXEMPT|, then
      *>             SUMMARY|CHKDIGIT-FAIL-COUNT|n|EXEMPT|n (CDREPORT);
      *>             CHKDIGIT-EXEMPTED|ACCT-ID per new exemption, then
      *>             SUMMARY|CHKDIGIT-EXEMPTED|n (CDEXEMPT)
      *>    Custodial: ACCOUNT-UTMA|ACCT-ID|STATUS|CUSTODIAN-ID|STATE|
      *>             MAJORITY-DATE (UTMA);
      *>             MAJORITY-NOTICE|ACCT-ID|MINOR|CUSTODIAN|STATE|
      *>             MAJORITY-DATE|DAYS-LEFT per letter due,
      *>             MAJORITY-CONVERTED|ACCT-ID|OWNER|FORMER-CUSTODIAN|
      *>             MAJORITY-DATE per conversion, then
      *>             MAJORITY-SUMMARY|notices|converted|errors (MAJORITY)
      *>    Signers: ACCOUNT-SIGNER|ACCT-ID|ID-DOC|ROLE|STATUS|LIMIT|
      *>             EFFECTIVE|EXPIRY (SIGNER);
      *>             SIGNATURE-CARD|ACCT-ID|NAME|JOINT-OWNER|STATUS|
      *>             OWNER-DOC per account, each followed by
      *>             SIGNER|ACCT-ID|ID-DOC|NAME|ROLE|LIMIT|EFFECTIVE|
      *>             EXPIRY|IN-FORCE, PENDING, EXPIRED or REVOKED,
      *>             then SIGNERS-SUMMARY|cards|signers (SIGNERS)
      *>    Insiders: ACCOUNT-INSIDER|KEY-TYPE|KEY|TYPE|INSIDER|STATUS
      *>             (INSIDER); INSIDER-ENTRY|INSIDER|TYPE|KEY-TYPE|
      *>             KEY|STATUS|CHANGED|OPERATOR per entry, then
      *>             INSIDERS-SUMMARY|entries|active (INSIDERS)
      *>    Rewards: REWARDS-ENROLLED|ACCT-ID|CYCLE-START|ESTMT,
      *>             REWARDS-ESTMT|ACCT-ID|Y or N, or
      *>             REWARDS-CANCELLED|ACCT-ID (REWARDS)
      *>    Mass maintenance: MASSMAINT-START|FILE|APPLY or DRYRUN|DATE,
      *>             then per line MASSMAINT|LINE|ACCT-ID|FIELD|
      *>             APPLIED (WOULD-APPLY on a dry run)|OLD|NEW or
      *>             MASSMAINT|LINE|ACCT-ID|FIELD|REJECTED|REASON|
      *>             ON-FILE-VALUE, then MASSMAINT-FIELD|FIELD|applied|
      *>             rejected per field and MASSMAINT-TOTALS|read|
      *>             applied|rejected|APPLY or DRYRUN (MASSMAINT)
      *>    Tax status: ACCOUNT-TAXSTAT|ACCT-ID|U or F|COUNTRY|W8-TYPE|
      *>             TREATY-RATE|EXPIRY|EXEMPT (TAXSTAT)
      *>    Result:  RESULT|XX  (where XX = status code from COMCODE.cpy)
      *>
      *>  Exit Codes:
      *>    RESULT|00 — Success
      *>    RESULT|03 — Account not found (or duplicate on CREATE);
      *>                also REKEY's old ACCT-ID not found; REWARDS
      *>                ESTMT/PAPER/CANCEL on an account not enrolled
      *>    RESULT|04 — CONVERT on an account that isn't Active
      *>    RESULT|05 — Concurrent update (account changed since it
      *>                was read; UPDATE/CLOSE not applied)
      *>    RESULT|08 — CONVERT refused: an arrangement on the account
      *>                isn't valid for the new product type; also
      *>                IRA/UTMA given a missing or out-of-range date
      *>                of birth, age of majority, state or custodian;
      *>                SIGNER given a bad role or dates; INSIDER
      *>                given a bad key type, insider type or a
      *>                missing name; TAXSTAT given a bad country,
      *>                W-8 type, treaty rate (above NRA-DEFAULT-RATE),
      *>                an expiry already past, or neither EXEMPT nor
      *>                TAXABLE
      *>    RESULT|09 — CREATE's opening deposit is below the minimum
      *>                required for the account's type
      *>    RESULT|10 — CREATE's account type is not a recognized code;
      *>                also CONVERT into or out of a CD, or to the
      *>                type the account already is; REWARDS ENROLL
      *>                on an account that isn't checking
      *>    RESULT|11 — CLOSE rejected: ACCT-BALANCE is not zero (or,
      *>                inside a promotional clawback period, is
      *>                negative or more than the bonus)
      *>    RESULT|18 — Denied-party screening hit on CREATE (the
      *>                applicant or joint owner matched DENIED.DAT;
      *>                parked on SCREENQ.DAT — see SCREEN.cob)
      *>    RESULT|23 — CREATE's (or REKEY's new) account number is
      *>                malformed or carries the wrong check digit
      *>    RESULT|24 — CREATE's home branch is not on BRANCH.DAT or
      *>                is Closed
      *>    RESULT|29 — CREATE's promo code is not an Active offer for
      *>                the account type on today's date
      *>    RESULT|99 — Invalid operation or file I/O error; also
      *>                REKEY's new ACCT-ID already in use, same as
      *>                CREATE's duplicate-account case; also either
      *>                one given an account number PURGE.cob has
      *>                retired (ERROR|ACCT-ID-RETIRED); also
      *>                MASSMAINT's change file can't be opened.
      *>                (MASSMAINT otherwise ends RESULT|00 — lines it
      *>                rejects are counted on MASSMAINT-TOTALS.)
      *>
      *>  Dependencies:
      *>    Requires ACCOUNTS.DAT to exist in CWD (working directory).
      *>                     OUTPUT, same as APPEND-OPLOG-ENTRY) --
      *>                     the first WAIVE/BENEFIC on a fresh node
      *>                     used to drop its audit entry silently
      *>    2026-10-15  AKD  New CONVERT operation changes ACCT-TYPE in
      *>                     place (checking/savings/money market, never
      *>                     a CD) after checking the new product's
      *>                     minimums and the account's
      *>                     SWEEP.DAT/ODLOC.DAT/CARDS.DAT arrangements;
      *>                     month-to-date interest posts under the old
      *>                     tier first and an 'M' memo record marks the
      *>                     change on the statement
      *>    2026-10-15  AKD  Account numbers now carry a check digit in
      *>                     ACCT-ID position 10 (ACCTCHK.cpy): CREATE
      *>                     and REKEY append or verify it (RESULT|23);
      *>                     new CDREPORT lists existing numbers that
      *>                     fail it and new CDEXEMPT grandfathers them
      *>                     on CHKDXMPT.DAT until REKEY, which drops
      *>                     the exemption
      *>    2026-10-15  AKD  CREATE takes an optional home branch after
      *>                     the operator id, checked against BRANCH.DAT
      *>                     (RESULT|24) and recorded on new
      *>                     ACCTBRN.DAT; REKEY carries the entry to the
      *>                     new number
      *>    2026-10-15  AKD  New IOLTA operation flags (or releases) a
      *>                     lawyer's trust account under its firm name
      *>                     (IOLTA.DAT -- see IOLTAREC.cpy), read by
      *>                     INTEREST.cob's sweep of the account's
      *>                     interest to the bar foundation
      *>    2026-10-15  AKD  New IRA operation flags a savings or CD
      *>                     account as a Traditional or Roth IRA with
      *>                     the owner's date of birth (IRA.DAT -- see
      *>                     IRAREC.cpy), read by TRANSACT.cob's
      *>                     contribution limits and distribution coding
      *>    2026-10-15  AKD  New UTMA operation designates a custodial
      *>                     account for a minor with the custodian's
      *>                     presenter ID, state and age of majority
      *>                     (CUSTODY.DAT -- see UTMAREC.cpy); new
      *>                     MAJORITY batch lists accounts coming of age
      *>                     for the transfer letter and converts those
      *>                     that have to the former minor's sole
      *>                     ownership, journaled on OVERRIDE-LOG.DAT
      *>    2026-10-15  AKD  New SIGNER operation keeps an authorized
      *>                     signer / power-of-attorney registry per
      *>                     account with ID document, role, limit and
      *>                     effective/expiry dates (SIGNERS.DAT -- see
      *>                     SIGNREC.cpy), checked by TRANSACT.cob on
      *>                     teller debits; new SIGNERS lists signature
      *>                     cards by account or home branch
      *>    2026-10-15  AKD  New INSIDER operation marks an account or
      *>                     customer name as a Regulation O insider's
      *>                     (director, executive officer, principal
      *>                     shareholder) or a related interest of one
      *>                     (INSIDER.DAT -- see INSIDREC.cpy), read by
      *>                     LOANS.cob's ORIGINATE and REPORTS.cob's
      *>                     INSIDER report; new INSIDERS lists the
      *>                     registry
      *>    2026-10-15  AKD  CREATE and REKEY refuse an account number
      *>                     PURGE.cob has retired to the closed-account
      *>                     archive (PURGED.DAT -- see PURGEREC.cpy)
      *>                     with ERROR|ACCT-ID-RETIRED and RESULT|99,
      *>                     same as a duplicate
      *>    2026-10-15  AKD  Every TRANSACT.DAT record written now
      *>                     carries TRANS-CHAIN-HASH (STAMP-CHAIN-HASH;
      *>                     see TXCHAIN.cpy). REKEY re-links the
      *>                     relabeled log from TXCHAIN.DAT's anchor
      *>                     while the old links verify, and warns
      *>                     (WARNING|CHAIN-BROKEN-BEFORE-REKEY) and
      *>                     leaves later hashes alone when they don't
      *>    2026-10-15  AKD  New REWARDS operation enrolls a checking
      *>                     account in rewards checking (REWARDS.DAT --
      *>                     see RWDREC.cpy), records its e-statement
      *>                     election or cancels it; INTEREST.cob scores
      *>                     each statement cycle. CONVERT now refuses
      *>                     to take an enrolled account off checking
      *>    2026-10-15  AKD  CREATE takes an optional new-account promo
      *>                     code after the home branch (NONE to skip
      *>                     the branch) and enrolls the account on
      *>                     PROMOENR.DAT; CLOSE inside the offer's
      *>                     clawback period takes a paid bonus back as
      *>                     a PRC fee, recording any shortfall, and
      *>                     expires a pending enrollment
      *>    2026-10-15  AKD  CREATE accepts account type R (credit card)
      *>                     with no opening deposit; CONVERT refuses to
      *>                     convert a credit card account
      *>    2026-10-15  AKD  New MASSMAINT operation applies a change
      *>                     file of STATUS, JOINT, BENEFIC, EXEMPT,
      *>                     BRANCH and RATEOVR changes (MNTCHGREC.cpy),
      *>                     rejecting any line whose old value no
      *>                     longer matches the file, journaling each
      *>                     applied change on OVERRIDE-LOG.DAT and
      *>                     reporting applied/rejected lines with
      *>                     control totals; DRYRUN reports without
      *>                     writing
      *>    2026-10-15  AKD  New TAXSTAT operation records an account
      *>                     holder's tax status -- US person, or
      *>                     foreign person with country, W-8 type,
      *>                     treaty rate, certification expiry and
      *>                     exemption (TAXSTAT.DAT -- see
      *>                     TAXSTREC.cpy), read by INTEREST.cob's
      *>                     nonresident-alien withholding and
      *>                     REPORTS.cob's 1099-INT and 1042-S extracts
      *>    2026-10-15  AKD  ODLOC enrollment carries the servicemember
      *>                     rate-cap fields INTEREST.cob keeps on
      *>                     ODLOC.DAT (ODLOCREC.cpy); re-enrolling a
      *>                     capped line changes its contract rate and
      *>                     leaves the capped rate charged
      *>    2026-10-15  AKD  New PAYCARD operation opens a payroll card
      *>                     checking account: no opening minimum,
      *>                     fee-exempt from the day it opens
      *>    2026-10-15  AKD  Every keyed operation now checks the
      *>                     account number's check digit before the
      *>                     lookup (CHECK-ENTRY-ACCT-IDS, as in
      *>                     TRANSACT.cob) and returns RESULT|23 unless
      *>                     CHKDXMPT.DAT exempts it; SWEEP-ENROLL
      *>                     checks the target account as well
      *>    2026-10-15  AKD  CONVERT no longer posts month-to-date
      *>                     interest under the old product; INTEREST.cob
      *>                     splits the converted month between the two
      *>                     products' rates off the 'M' memo, so those
      *>                     days are not paid twice and the accrual
      *>                     gets the usual withholding and IOLTA
      *>                     remittance. ACCOUNT-CONVERTED drops its
      *>                     INTEREST field
      *>
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO "ODLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODLOC-STATUS.
           SELECT REWARDS-FILE
               ASSIGN TO "REWARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RWD-STATUS.
           SELECT PROMO-FILE
               ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.
           SELECT PROMOENR-FILE
               ASSIGN TO "PROMOENR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENR-STATUS.
           SELECT IOLTA-FILE
               ASSIGN TO "IOLTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOL-STATUS.
           SELECT IRA-FILE
               ASSIGN TO "IRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRA-STATUS.
           SELECT UTMA-FILE
               ASSIGN TO "CUSTODY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTMA-STATUS.
           SELECT SIGNER-FILE
               ASSIGN TO "SIGNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGN-STATUS.
           SELECT INSIDER-FILE
               ASSIGN TO "INSIDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.
           SELECT TAXSTAT-FILE
               ASSIGN TO "TAXSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TST-STATUS.
           SELECT DENIED-FILE
               ASSIGN TO "DENIED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "SCRSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRSEQ-STATUS.
           SELECT CARDS-FILE
               ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CHKDXMPT-FILE
               ASSIGN TO "CHKDXMPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKD-XMPT-STATUS.
           SELECT BRANCH-FILE
               ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT ACCTBRN-FILE
               ASSIGN TO "ACCTBRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABR-STATUS.
           SELECT PURGED-FILE
               ASSIGN TO "PURGED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGED-STATUS.
           SELECT CHAIN-FILE
               ASSIGN TO "TXCHAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT MAINT-CHANGE-FILE
               ASSIGN TO WS-MNT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACT-FILE.
       COPY "TRANSREC.cpy".
       FD  TRANSACT-OUT-FILE.
       01  TRANSACT-OUT-RECORD    PIC X(205).
       FD  OPLOG-FILE.
       COPY "OPLOGREC.cpy".
       FD  CDDISB-FILE.
       COPY "BNOTREC.cpy".
       FD  ODLOC-FILE.
       COPY "ODLOCREC.cpy".
       FD  REWARDS-FILE.
       COPY "RWDREC.cpy".
       FD  PROMO-FILE.
       COPY "PROMOREC.cpy".
       FD  PROMOENR-FILE.
       COPY "PROMOENR.cpy".
       FD  IOLTA-FILE.
       COPY "IOLTAREC.cpy".
       FD  IRA-FILE.
       COPY "IRAREC.cpy".
       FD  UTMA-FILE.
       COPY "UTMAREC.cpy".
       FD  SIGNER-FILE.
       COPY "SIGNREC.cpy".
       FD  INSIDER-FILE.
       COPY "INSIDREC.cpy".
       FD  TAXSTAT-FILE.
       COPY "TAXSTREC.cpy".
       FD  DENIED-FILE.
       COPY "DENYREC.cpy".
       FD  SCREENQ-FILE.
       FD  SCREEN-SEQUENCE-FILE.
       01  SCREEN-SEQUENCE-RECORD.
           05  SCR-SEQ-NUMBER       PIC 9(6).
       FD  CARDS-FILE.
       COPY "CARDREC.cpy".
       FD  CHKDXMPT-FILE.
       COPY "CDXREC.cpy".
       FD  BRANCH-FILE.
       COPY "BRANCHREC.cpy".
       FD  ACCTBRN-FILE.
       COPY "ACCTBRREC.cpy".
       FD  PURGED-FILE.
       COPY "PURGEREC.cpy".
       FD  CHAIN-FILE.
       COPY "CHAINREC.cpy".
       FD  MAINT-CHANGE-FILE.
       COPY "MNTCHGREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OVRD-OLD-BENEF      PIC X(30) VALUE SPACES.
       01  WS-SWEEP-STATUS        PIC XX VALUE SPACES.
       01  WS-IN-TARGET-ID        PIC X(10) VALUE SPACES.
       01  WS-ENTRY-ACCT-OK       PIC X(1) VALUE 'Y'.
       01  WS-ENTRY-CHECK-TARGET  PIC X(1) VALUE 'N'.
       01  WS-IN-THRESHOLD-STR    PIC X(20) VALUE SPACES.
       01  WS-IN-THRESHOLD        PIC S9(10)V99 VALUE 0.
       01  WS-SWEEP-SRC-HOLD      PIC X(10) VALUE SPACES.
       01  WS-TX-OUT-STATUS       PIC XX VALUE SPACES.
       01  WS-REKEY-TX-COUNT      PIC 9(7) VALUE 0.
       01  WS-REKEY-SWAP-CMD      PIC X(60) VALUE SPACES.
       COPY "TXCHAIN.cpy".
       01  WS-CHAIN-STATUS        PIC XX VALUE SPACES.
      *>   REKEY's re-stamp of the hash chain — the old links are
      *>   verified (OLD-PREV) as the relabeled records are re-linked
      *>   (NEW-PREV), both starting from the live log's anchor.
       01  WS-REKEY-OLD-PREV      PIC X(16) VALUE SPACES.
       01  WS-REKEY-NEW-PREV      PIC X(16) VALUE SPACES.
       01  WS-REKEY-STORED-HASH   PIC X(16) VALUE SPACES.
       01  WS-REKEY-REC-NUM       PIC 9(7) VALUE 0.
       01  WS-REKEY-RESTAMP       PIC X VALUE 'Y'.
       01  WS-REKEY-STARTED       PIC X VALUE 'N'.
       01  WS-REKEY-LINKED        PIC X VALUE 'N'.
       01  WS-OPLOG-STATUS        PIC XX VALUE SPACES.
       01  WS-OPLOG-OPERATION     PIC X(14) VALUE SPACES.
       01  WS-OPLOG-KEY-ID        PIC X(12) VALUE SPACES.
               10  WS-BN-STATUS       PIC X(1).
               10  WS-BN-EFFECTIVE    PIC 9(8).

      *>   Account holder tax-status registry, staged whole and
      *>   rewritten like WS-BNOT-TABLE — see TAXSTREC.cpy and
      *>   SET-TAX-STATUS below. INTEREST.cob reads it for
      *>   nonresident-alien withholding and stamps TST-RECERT-DATE,
      *>   which this program only carries through the rewrite.
       01  WS-TST-STATUS          PIC XX VALUE SPACES.
       01  WS-IN-TST-COUNTRY      PIC X(10) VALUE SPACES.
       01  WS-IN-TST-W8-TYPE      PIC X(10) VALUE SPACES.
       01  WS-IN-TST-RATE-STR     PIC X(10) VALUE SPACES.
       01  WS-IN-TST-RATE         PIC 9V9(4) VALUE 0.
       01  WS-IN-TST-EXPIRY-STR   PIC X(10) VALUE SPACES.
       01  WS-IN-TST-EXPIRY       PIC 9(8) VALUE 0.
       01  WS-IN-TST-EXEMPT-STR   PIC X(10) VALUE SPACES.
       01  WS-IN-TST-EXEMPT       PIC X(1) VALUE 'N'.
       01  WS-TST-BAD             PIC X VALUE 'N'.
       01  WS-TST-COUNT           PIC 9(3) VALUE 0.
       01  WS-TST-IDX             PIC 9(3) VALUE 0.
       01  WS-TST-HIT-IDX         PIC 9(3) VALUE 0.
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

      *>   Overdraft line-of-credit enrollment registry, staged whole
      *>   and rewritten like WS-SWEEP-TABLE for SWEEP.DAT — see
      *>   ODLOCREC.cpy and ENROLL-ODLOC below.
               10  WS-OD-RATE         PIC 9V9(4).
               10  WS-OD-STATUS       PIC X(1).
               10  WS-OD-ENROLLED     PIC 9(8).
               10  WS-OD-SCRA-STATUS  PIC X(1).
               10  WS-OD-SCRA-ORIG    PIC 9V9(4).
               10  WS-OD-SCRA-CAPPED  PIC 9(8).
               10  WS-OD-SCRA-RESTORED PIC 9(8).
               10  WS-OD-SCRA-FORGIVEN PIC 9(8)V99.

      *>   Rewards-checking enrollment registry, staged whole and
      *>   rewritten like WS-ODLOC-TABLE — see RWDREC.cpy and
      *>   SET-REWARDS below. INTEREST.cob scores each cycle and
      *>   keeps the RWD-LAST-* outcome fields current; this program
      *>   only carries them through the rewrite.
       01  WS-RWD-STATUS          PIC XX VALUE SPACES.
       01  WS-IN-RWD-ACTION       PIC X(10) VALUE SPACES.
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

      *>   IOLTA trust-account registry, staged whole and rewritten
      *>   like WS-BNOT-TABLE for BNOTICE.DAT — see IOLTAREC.cpy and
      *>   SET-IOLTA below. INTEREST.cob reads the Active flags.
       01  WS-IOL-STATUS          PIC XX VALUE SPACES.
       01  WS-IN-IOLTA-FIRM       PIC X(40) VALUE SPACES.
       01  WS-IOL-COUNT           PIC 9(3) VALUE 0.
       01  WS-IOL-IDX             PIC 9(3) VALUE 0.
       01  WS-IOL-TABLE.
           05  WS-IOL-ENTRY OCCURS 200 TIMES.
               10  WS-IOL-ACCT-ID     PIC X(10).
               10  WS-IOL-REC-STATUS  PIC X(1).
               10  WS-IOL-FIRM        PIC X(40).
               10  WS-IOL-EFFECTIVE   PIC 9(8).
               10  WS-IOL-OPERATOR    PIC X(10).

      *>   IRA flag registry, staged whole and rewritten like
      *>   WS-IOL-TABLE — see IRAREC.cpy and SET-IRA below.
      *>   TRANSACT.cob reads the Active flags.
       01  WS-IRA-STATUS          PIC XX VALUE SPACES.
       01  WS-IN-IRA-PLAN         PIC X(10) VALUE SPACES.
       01  WS-IN-IRA-DOB-STR      PIC X(10) VALUE SPACES.
       01  WS-IN-IRA-DOB          PIC 9(8) VALUE 0.
       01  WS-IRA-COUNT           PIC 9(3) VALUE 0.
       01  WS-IRA-IDX             PIC 9(3) VALUE 0.
       01  WS-IRA-TABLE.
           05  WS-IRA-ENTRY OCCURS 200 TIMES.
               10  WS-IRA-ACCT-ID     PIC X(10).
               10  WS-IRA-PLAN        PIC X(1).
               10  WS-IRA-OWNER       PIC X(30).
               10  WS-IRA-DOB         PIC 9(8).
               10  WS-IRA-REC-STATUS  PIC X(1).
               10  WS-IRA-EFFECTIVE   PIC 9(8).
               10  WS-IRA-OPERATOR    PIC X(10).

      *>   Custodial (UTMA) registry, staged whole and rewritten like
      *>   WS-IRA-TABLE — see UTMAREC.cpy, SET-UTMA and
      *>   RUN-MAJORITY-BATCH below.
       01  WS-UTMA-STATUS         PIC XX VALUE SPACES.
       01  WS-IN-UTMA-DOB-STR     PIC X(10) VALUE SPACES.
       01  WS-IN-UTMA-DOB         PIC 9(8) VALUE 0.
       01  WS-IN-UTMA-STATE       PIC X(10) VALUE SPACES.
       01  WS-IN-UTMA-AGE-STR     PIC X(10) VALUE SPACES.
       01  WS-IN-UTMA-AGE         PIC 9(2) VALUE 0.
       01  WS-IN-UTMA-CUST-ID     PIC X(10) VALUE SPACES.
       01  WS-IN-UTMA-CUST-NAME   PIC X(30) VALUE SPACES.
       01  WS-UTMA-MAJ-DATE       PIC 9(8) VALUE 0.
       01  WS-UTMA-MAJ-PARTS REDEFINES WS-UTMA-MAJ-DATE.
           05  WS-UTMA-MAJ-YEAR   PIC 9(4).
           05  WS-UTMA-MAJ-MMDD   PIC 9(4).
       01  WS-UTMA-HORIZON        PIC 9(8) VALUE 0.
       01  WS-UTMA-DAYS-LEFT      PIC 9(5) VALUE 0.
       01  WS-UTMA-NOTICE-COUNT   PIC 9(5) VALUE 0.
       01  WS-UTMA-CONV-COUNT     PIC 9(5) VALUE 0.
       01  WS-UTMA-ERROR-COUNT    PIC 9(5) VALUE 0.
       01  WS-UTMA-COUNT          PIC 9(3) VALUE 0.
       01  WS-UTMA-IDX            PIC 9(3) VALUE 0.
       01  WS-UTMA-TABLE.
           05  WS-UTMA-ENTRY OCCURS 200 TIMES.
               10  WS-UTMA-ACCT-ID    PIC X(10).
               10  WS-UTMA-MINOR      PIC X(30).
               10  WS-UTMA-DOB        PIC 9(8).
               10  WS-UTMA-CUST-NAME  PIC X(30).
               10  WS-UTMA-CUST-ID    PIC X(10).
               10  WS-UTMA-STATE      PIC X(2).
               10  WS-UTMA-AGE        PIC 9(2).
               10  WS-UTMA-MAJORITY   PIC 9(8).
               10  WS-UTMA-REC-STATUS PIC X(1).
               10  WS-UTMA-EFFECTIVE  PIC 9(8).
               10  WS-UTMA-OPERATOR   PIC X(10).

      *>   Authorized signer / POA registry, staged whole and
      *>   rewritten like WS-UTMA-TABLE — see SIGNREC.cpy, SET-SIGNER
      *>   and LIST-SIGNERS below.
       01  WS-SGN-STATUS          PIC XX VALUE SPACES.
       01  WS-IN-SGN-ID           PIC X(20) VALUE SPACES.
       01  WS-IN-SGN-NAME         PIC X(30) VALUE SPACES.
       01  WS-IN-SGN-ROLE         PIC X(10) VALUE SPACES.
       01  WS-IN-SGN-LIMIT-STR    PIC X(20) VALUE SPACES.
       01  WS-IN-SGN-LIMIT        PIC 9(10)V99 VALUE 0.
       01  WS-IN-SGN-EFF-STR      PIC X(10) VALUE SPACES.
       01  WS-IN-SGN-EFF          PIC 9(8) VALUE 0.
       01  WS-IN-SGN-EXP-STR      PIC X(10) VALUE SPACES.
       01  WS-IN-SGN-EXP          PIC 9(8) VALUE 0.
       01  WS-IN-SGN-BRANCH       PIC X(4) VALUE SPACES.
       01  WS-SGN-BAD             PIC X VALUE 'N'.
       01  WS-SGN-STATE           PIC X(8) VALUE SPACES.
       01  WS-SGN-OWNER-DOC       PIC X(20) VALUE SPACES.
       01  WS-SGN-CARD-COUNT      PIC 9(5) VALUE 0.
       01  WS-SGN-LIST-COUNT      PIC 9(5) VALUE 0.
       01  WS-SGN-COUNT           PIC 9(3) VALUE 0.
       01  WS-SGN-IDX             PIC 9(3) VALUE 0.
       01  WS-SGN-TABLE.
           05  WS-SGN-ENTRY OCCURS 500 TIMES.
               10  WS-SG-ACCT-ID      PIC X(10).
               10  WS-SG-ID-DOC       PIC X(20).
               10  WS-SG-NAME         PIC X(30).
               10  WS-SG-ROLE         PIC X(1).
               10  WS-SG-LIMIT        PIC 9(10)V99.
               10  WS-SG-EFFECTIVE    PIC 9(8).
               10  WS-SG-EXPIRY       PIC 9(8).
               10  WS-SG-REC-STATUS   PIC X(1).
               10  WS-SG-OPERATOR     PIC X(10).
               10  WS-SG-CHANGED      PIC 9(8).

      *>   Regulation O insider registry, staged whole and rewritten
      *>   like WS-SGN-TABLE — see INSIDREC.cpy, SET-INSIDER and
      *>   LIST-INSIDERS below.
       01  WS-INS-STATUS          PIC XX VALUE SPACES.
       01  WS-IN-INS-KEY-TYPE     PIC X(10) VALUE SPACES.
       01  WS-IN-INS-KEY          PIC X(30) VALUE SPACES.
       01  WS-IN-INS-TYPE         PIC X(10) VALUE SPACES.
       01  WS-IN-INS-NAME         PIC X(30) VALUE SPACES.
       01  WS-INS-BAD             PIC X VALUE 'N'.
       01  WS-INS-ACTIVE-COUNT    PIC 9(3) VALUE 0.
       01  WS-INS-COUNT           PIC 9(3) VALUE 0.
       01  WS-INS-IDX             PIC 9(3) VALUE 0.
       01  WS-INS-TABLE.
           05  WS-INS-ENTRY OCCURS 500 TIMES.
               10  WS-IS-KEY-TYPE     PIC X(1).
               10  WS-IS-KEY          PIC X(30).
               10  WS-IS-TYPE         PIC X(1).
               10  WS-IS-INSIDER      PIC X(30).
               10  WS-IS-REC-STATUS   PIC X(1).
               10  WS-IS-OPERATOR     PIC X(10).
               10  WS-IS-CHANGED      PIC 9(8).

      *>   Denied-party screening work fields — see SCREEN.cob and
      *>   SCRQREC.cpy for the review/release contract. The caller
       01  WS-DENY-TALLY          PIC 9(2) VALUE 0.
       01  WS-SCR-ID-NUM          PIC 9(6) VALUE 0.
       01  WS-SCR-QUEUE-ID        PIC X(12) VALUE SPACES.

      *>   Product conversion work fields — see CONVERT-ACCOUNT.
       01  WS-CARD-STATUS         PIC XX VALUE SPACES.
       01  WS-IN-NEW-TYPE         PIC X(1) VALUE SPACES.
       01  WS-CONV-OLD-TYPE       PIC X(1) VALUE SPACES.
       01  WS-CONV-CONFLICTS      PIC 9(3) VALUE 0.
       01  WS-CONV-TX-TYPE        PIC X(1) VALUE SPACES.
       01  WS-CONV-TX-AMOUNT      PIC S9(10)V99 VALUE 0.
       01  WS-CONV-TX-DESC        PIC X(40) VALUE SPACES.
       01  WS-CONV-TX-REASON      PIC X(3) VALUE SPACES.
       01  WS-CDX-COUNT           PIC 9(3) VALUE 0.
       01  WS-CDX-IDX             PIC 9(3) VALUE 0.
       01  WS-CDX-OUT-IDX         PIC 9(3) VALUE 0.
       01  WS-CDX-FOUND           PIC X VALUE 'N'.
       01  WS-CDX-FOUND-IDX       PIC 9(3) VALUE 0.
       01  WS-CDX-FAIL-COUNT      PIC 9(5) VALUE 0.
       01  WS-CDX-EXEMPT-COUNT    PIC 9(5) VALUE 0.
       01  WS-CDX-ADDED-COUNT     PIC 9(5) VALUE 0.
       01  WS-CDX-SUGGESTED-ID    PIC X(10) VALUE SPACES.
       01  WS-CDX-TABLE.
           05  WS-CDX-ENTRY OCCURS 500 TIMES.
               10  WS-CDX-ACCT-ID     PIC X(10).
               10  WS-CDX-DATE        PIC 9(8).
               10  WS-CDX-OPERATOR    PIC X(10).

      *>   New-account promotion — optional CREATE argument after
      *>   the home branch, checked against PROMO.DAT and enrolled on
      *>   PROMOENR.DAT (see PROMOREC.cpy/PROMOENR.cpy). CLOSE stages
      *>   PROMOENR.DAT whole, as raw records, to claw back a bonus
      *>   paid inside the clawback window or expire a pending one.
       01  WS-PROMO-STATUS        PIC XX VALUE SPACES.
       01  WS-PENR-STATUS         PIC XX VALUE SPACES.
       01  WS-IN-PROMO-CODE       PIC X(8) VALUE SPACES.
       01  WS-PROMO-VALID-FLAG    PIC X VALUE 'N'.
       01  WS-PROMO-QUAL-DAYS     PIC 9(3) VALUE 0.
       01  WS-PROMO-CLAW-DAYS     PIC 9(3) VALUE 0.
       01  WS-PROMO-BONUS         PIC 9(6)V99 VALUE 0.
       01  WS-PROMO-CLAW-FLAG     PIC X VALUE 'N'.
       01  WS-PROMO-CLAW-AMT      PIC 9(6)V99 VALUE 0.
       01  WS-PROMO-SHORTFALL     PIC 9(6)V99 VALUE 0.
       01  WS-PEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-PEN-IDX             PIC 9(5) VALUE 0.
       01  WS-PEN-MATCH-IDX       PIC 9(5) VALUE 0.
       01  WS-PEN-TABLE.
           05  WS-PEN-REC         PIC X(100) OCCURS 2000 TIMES.

      *>   Home branch — optional trailing CREATE argument checked
      *>   against BRANCH.DAT and recorded on ACCTBRN.DAT; REKEY
      *>   carries the entry over to the new number.
       01  WS-IN-BRANCH           PIC X(4) VALUE SPACES.
       01  WS-BRANCH-STATUS       PIC XX VALUE SPACES.
       01  WS-BRANCH-VALID-FLAG   PIC X VALUE 'N'.
       01  WS-ABR-STATUS          PIC XX VALUE SPACES.
       01  WS-PURGED-STATUS       PIC XX VALUE SPACES.
       01  WS-RETIRED-ID          PIC X(10) VALUE SPACES.
       01  WS-RETIRED-FLAG        PIC X VALUE 'N'.
      *>   PAYCARD runs CREATE-ACCOUNT with this set — no opening
      *>   minimum, and the account opens fee-exempt.
       01  WS-PAYCARD-OPEN        PIC X VALUE 'N'.
       01  WS-AB-COUNT            PIC 9(4) VALUE 0.
       01  WS-AB-IDX              PIC 9(4) VALUE 0.
       01  WS-AB-TABLE.
           05  WS-AB-ENTRY OCCURS 2000 TIMES.
               10  WS-AB-ACCT-ID      PIC X(10).
               10  WS-AB-BRANCH       PIC X(4).
               10  WS-AB-ASSIGNED     PIC 9(8).

      *>   MASSMAINT — change file, run mode and control totals. In a
      *>   dry run nothing is written, so each account-record change
      *>   that would have applied is held in WS-MNT-PEND and laid
      *>   back over the account when a later line touches it again;
      *>   branch and rate-override changes already accumulate in the
      *>   WS-AB/WS-RV tables, which a dry run just never saves.
       01  WS-MNT-PATH            PIC X(60) VALUE SPACES.
       01  WS-MNT-STATUS          PIC XX VALUE SPACES.
       01  WS-MNT-MODE-STR        PIC X(10) VALUE SPACES.
       01  WS-MNT-DRY-RUN         PIC X VALUE 'N'.
       01  WS-MNT-LINE-NO         PIC 9(6) VALUE 0.
       01  WS-MNT-READ-COUNT      PIC 9(6) VALUE 0.
       01  WS-MNT-APPLIED-COUNT   PIC 9(6) VALUE 0.
       01  WS-MNT-REJECTED-COUNT  PIC 9(6) VALUE 0.
       01  WS-MNT-REASON          PIC X(20) VALUE SPACES.
       01  WS-MNT-CUR-VALUE       PIC X(30) VALUE SPACES.
       01  WS-MNT-OLD-VALUE       PIC X(30) VALUE SPACES.
       01  WS-MNT-NEW-VALUE       PIC X(30) VALUE SPACES.
       01  WS-MNT-AB-CHANGED      PIC X VALUE 'N'.
       01  WS-MNT-ROV-CHANGED     PIC X VALUE 'N'.
       01  WS-MNT-MATCH-IDX       PIC 9(4) VALUE 0.
       01  WS-MNT-FIELD-IDX       PIC 9(2) VALUE 0.
       01  WS-MNT-FIELD-NAMES.
           05  FILLER             PIC X(8) VALUE "STATUS".
           05  FILLER             PIC X(8) VALUE "JOINT".
           05  FILLER             PIC X(8) VALUE "BENEFIC".
           05  FILLER             PIC X(8) VALUE "EXEMPT".
           05  FILLER             PIC X(8) VALUE "BRANCH".
           05  FILLER             PIC X(8) VALUE "RATEOVR".
       01  WS-MNT-FIELD-TABLE REDEFINES WS-MNT-FIELD-NAMES.
           05  WS-MNT-FIELD-NAME  PIC X(8) OCCURS 6 TIMES.
       01  WS-MNT-FIELD-COUNTS.
           05  WS-MNT-FIELD-TOTAL OCCURS 6 TIMES.
               10  WS-MNT-F-APPLIED   PIC 9(6).
               10  WS-MNT-F-REJECTED  PIC 9(6).
       01  WS-MNT-ROV-TEXT        PIC X(30) VALUE SPACES.
       01  WS-MNT-ROV-TYPE-STR    PIC X(10) VALUE SPACES.
       01  WS-MNT-ROV-RATE-STR    PIC X(10) VALUE SPACES.
       01  WS-MNT-ROV-START-STR   PIC X(10) VALUE SPACES.
       01  WS-MNT-ROV-EXPIRY-STR  PIC X(10) VALUE SPACES.
       01  WS-MNT-ROV-EXTRA       PIC X(10) VALUE SPACES.
       01  WS-MNT-ROV-VALID       PIC X VALUE 'N'.
       01  WS-MNT-ROV-RATE        PIC 9V9(4) VALUE 0.
       01  WS-MNT-ROV-START       PIC 9(8) VALUE 0.
       01  WS-MNT-ROV-EXPIRY      PIC 9(8) VALUE 0.
       01  WS-MNT-ROV-RENDER      PIC X(30) VALUE SPACES.
       01  WS-MNT-RATE-EDIT       PIC 9.9999.
       01  WS-MNT-PEND-COUNT      PIC 9(4) VALUE 0.
       01  WS-MNT-PEND-IDX        PIC 9(4) VALUE 0.
       01  WS-MNT-PEND-TABLE.
           05  WS-MNT-PEND OCCURS 2000 TIMES.
               10  WS-MNT-PEND-ACCT   PIC X(10).
               10  WS-MNT-PEND-FIELD  PIC X(8).
               10  WS-MNT-PEND-VALUE  PIC X(30).
       COPY "ACCTIO.cpy".
       COPY "ACCTCHK.cpy".
       COPY "COMCODE.cpy".

       PROCEDURE DIVISION.
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
      *>            Optional home branch after the operator id
      *>            (NONE when only a promo code follows), then an
      *>            optional new-account promo code.
                   ACCEPT WS-IN-BRANCH FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-BRANCH) TO WS-IN-BRANCH
                   IF WS-IN-BRANCH = "NONE"
                       MOVE SPACES TO WS-IN-BRANCH
                   END-IF
                   ACCEPT WS-IN-PROMO-CODE FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-PROMO-CODE)
                       TO WS-IN-PROMO-CODE
                   IF WS-IN-PROMO-CODE = "NONE"
                       MOVE SPACES TO WS-IN-PROMO-CODE
                   END-IF
                   PERFORM CREATE-ACCOUNT
                   MOVE "CREATE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM READ-ACCOUNT
                   END-IF
                   MOVE "READ" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM UPDATE-ACCOUNT
                   END-IF
                   MOVE "UPDATE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM CLOSE-ACCOUNT
                   END-IF
                   MOVE "CLOSE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-FEE-EXEMPT
                   END-IF
                   MOVE "WAIVE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "PAYCARD"
                   ACCEPT WS-IN-ACCT-ID FROM COMMAND-LINE
                   ACCEPT WS-IN-NAME FROM COMMAND-LINE
                   INSPECT WS-IN-NAME REPLACING ALL "_" BY " "
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   ACCEPT WS-IN-BRANCH FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-BRANCH) TO WS-IN-BRANCH
                   IF WS-IN-BRANCH = "NONE"
                       MOVE SPACES TO WS-IN-BRANCH
                   END-IF
                   MOVE ACCT-CHECKING IN ACCOUNT-TYPES TO WS-IN-TYPE
                   MOVE 0 TO WS-IN-DEPOSIT
                   MOVE SPACES TO WS-IN-JOINT-OWNER
                   MOVE 0 TO WS-IN-MATURITY
                   MOVE 0 TO WS-IN-CD-RATE
                   MOVE 'USD' TO WS-IN-CURRENCY
                   MOVE SPACES TO WS-IN-PROMO-CODE
                   MOVE 'Y' TO WS-PAYCARD-OPEN
                   PERFORM CREATE-ACCOUNT
                   MOVE "PAYCARD" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "BENEFIC"
                   ACCEPT WS-IN-ACCT-ID FROM COMMAND-LINE
                   MOVE 'N' TO WS-IN-BENEF-SET
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-BENEFICIARY
                   END-IF
                   MOVE "BENEFIC" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'Y' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM ENROLL-SWEEP
                   END-IF
                   MOVE "SWEEP-ENROLL" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM CANCEL-SWEEP
                   END-IF
                   MOVE "SWEEP-CANCEL" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-CDDISB
                   END-IF
                   MOVE "CDDISB" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-DEBITBLOCK
                   END-IF
                   MOVE "DEBITBLOCK" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-DEBITAUTH
                   END-IF
                   MOVE "DEBITAUTH" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-DECEASED
                   END-IF
                   MOVE "DECEASED" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-ESTCLAIM
                   END-IF
                   MOVE "ESTCLAIM" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-DISBURSE
                   END-IF
                   MOVE "DISBURSE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-KYCDOC
                   END-IF
                   MOVE "KYCDOC" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM PROCESS-VERIFY
                   END-IF
                   MOVE "VERIFY" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-ANALYSIS
                   END-IF
                   MOVE "ANALYSIS" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-RATE-OVERRIDE
                   END-IF
                   MOVE "RATEOVR" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-BNOTICE
                   END-IF
                   MOVE "BNOTICE" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "IOLTA"
                   ACCEPT WS-IN-ACCT-ID FROM COMMAND-LINE
                   ACCEPT WS-IN-IOLTA-FIRM FROM COMMAND-LINE
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-IOLTA-FIRM)
                       TO WS-IN-IOLTA-FIRM
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-IOLTA
                   END-IF
                   MOVE "IOLTA" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "IRA"
                   ACCEPT WS-IN-ACCT-ID FROM COMMAND-LINE
                   ACCEPT WS-IN-IRA-PLAN FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-IRA-PLAN)
                       TO WS-IN-IRA-PLAN
                   MOVE 0 TO WS-IN-IRA-DOB
                   IF WS-IN-IRA-PLAN NOT = "CANCEL"
                       ACCEPT WS-IN-IRA-DOB-STR FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-IRA-DOB-STR)
                           TO WS-IN-IRA-DOB-STR
                       IF WS-IN-IRA-DOB-STR(1:8) IS NUMERIC
                           AND WS-IN-IRA-DOB-STR(9:2) = SPACES
                           MOVE WS-IN-IRA-DOB-STR(1:8)
                               TO WS-IN-IRA-DOB
                       END-IF
                   END-IF
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-IRA
                   END-IF
                   MOVE "IRA" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "UTMA"
                   ACCEPT WS-IN-ACCT-ID FROM COMMAND-LINE
                   ACCEPT WS-IN-UTMA-DOB-STR FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-UTMA-DOB-STR)
                       TO WS-IN-UTMA-DOB-STR
                   MOVE 0 TO WS-IN-UTMA-DOB
                   MOVE 0 TO WS-IN-UTMA-AGE
                   IF WS-IN-UTMA-DOB-STR NOT = "CANCEL"
                       IF WS-IN-UTMA-DOB-STR(1:8) IS NUMERIC
                           AND WS-IN-UTMA-DOB-STR(9:2) = SPACES
                           MOVE WS-IN-UTMA-DOB-STR(1:8)
                               TO WS-IN-UTMA-DOB
                       END-IF
                       ACCEPT WS-IN-UTMA-STATE FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-UTMA-STATE)
                           TO WS-IN-UTMA-STATE
                       ACCEPT WS-IN-UTMA-AGE-STR FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-UTMA-AGE-STR)
                           TO WS-IN-UTMA-AGE-STR
                       IF WS-IN-UTMA-AGE-STR(1:2) IS NUMERIC
                           AND WS-IN-UTMA-AGE-STR(3:8) = SPACES
                           MOVE WS-IN-UTMA-AGE-STR(1:2)
                               TO WS-IN-UTMA-AGE
                       END-IF
                       ACCEPT WS-IN-UTMA-CUST-ID FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-UTMA-CUST-ID)
                           TO WS-IN-UTMA-CUST-ID
                       ACCEPT WS-IN-UTMA-CUST-NAME FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-UTMA-CUST-NAME)
                           TO WS-IN-UTMA-CUST-NAME
                   END-IF
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-UTMA
                   END-IF
                   MOVE "UTMA" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "MAJORITY"
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   PERFORM RUN-MAJORITY-BATCH
                   MOVE "MAJORITY" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "SIGNER"
                   ACCEPT WS-IN-ACCT-ID FROM COMMAND-LINE
                   ACCEPT WS-IN-SGN-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-SGN-ID) TO WS-IN-SGN-ID
                   ACCEPT WS-IN-SGN-NAME FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-SGN-NAME) TO WS-IN-SGN-NAME
                   MOVE 'N' TO WS-SGN-BAD
                   IF WS-IN-SGN-NAME = SPACES
                       MOVE 'Y' TO WS-SGN-BAD
                   END-IF
                   IF WS-IN-SGN-NAME NOT = "REVOKE"
                       ACCEPT WS-IN-SGN-ROLE FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-SGN-ROLE)
                           TO WS-IN-SGN-ROLE
                       ACCEPT WS-IN-SGN-LIMIT-STR FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-SGN-LIMIT-STR)
                           TO WS-IN-SGN-LIMIT-STR
                       MOVE 0 TO WS-IN-SGN-LIMIT
                       IF WS-IN-SGN-LIMIT-STR NOT = SPACES
                           AND WS-IN-SGN-LIMIT-STR NOT = "NONE"
                           MOVE FUNCTION NUMVAL(WS-IN-SGN-LIMIT-STR)
                               TO WS-IN-SGN-LIMIT
                       END-IF
                       ACCEPT WS-IN-SGN-EFF-STR FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-SGN-EFF-STR)
                           TO WS-IN-SGN-EFF-STR
                       EVALUATE TRUE
                           WHEN WS-IN-SGN-EFF-STR = SPACES
                           WHEN WS-IN-SGN-EFF-STR = "TODAY"
                               MOVE WS-CURRENT-DATE TO WS-IN-SGN-EFF
                           WHEN WS-IN-SGN-EFF-STR(1:8) IS NUMERIC
                               AND WS-IN-SGN-EFF-STR(9:2) = SPACES
                               MOVE WS-IN-SGN-EFF-STR(1:8)
                                   TO WS-IN-SGN-EFF
                           WHEN OTHER
                               MOVE 'Y' TO WS-SGN-BAD
                       END-EVALUATE
                       ACCEPT WS-IN-SGN-EXP-STR FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-SGN-EXP-STR)
                           TO WS-IN-SGN-EXP-STR
                       EVALUATE TRUE
                           WHEN WS-IN-SGN-EXP-STR = SPACES
                           WHEN WS-IN-SGN-EXP-STR = "NONE"
                               MOVE 0 TO WS-IN-SGN-EXP
                           WHEN WS-IN-SGN-EXP-STR(1:8) IS NUMERIC
                               AND WS-IN-SGN-EXP-STR(9:2) = SPACES
                               MOVE WS-IN-SGN-EXP-STR(1:8)
                                   TO WS-IN-SGN-EXP
                           WHEN OTHER
                               MOVE 'Y' TO WS-SGN-BAD
                       END-EVALUATE
                   END-IF
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-SIGNER
                   END-IF
                   MOVE "SIGNER" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "SIGNERS"
                   ACCEPT WS-IN-ACCT-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-ACCT-ID) TO WS-IN-ACCT-ID
                   IF WS-IN-ACCT-ID = "BRANCH"
                       ACCEPT WS-IN-SGN-BRANCH FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-SGN-BRANCH)
                           TO WS-IN-SGN-BRANCH
                   END-IF
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   IF WS-IN-ACCT-ID = "BRANCH"
                       MOVE WS-IN-SGN-BRANCH TO WS-OPLOG-KEY-ID
                   END-IF
                   IF WS-IN-ACCT-ID = "BRANCH"
                       MOVE 'Y' TO WS-ENTRY-ACCT-OK
                   ELSE
                       MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                       PERFORM CHECK-ENTRY-ACCT-IDS
                   END-IF
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM LIST-SIGNERS
                   END-IF
                   MOVE "SIGNERS" TO WS-OPLOG-OPERATION
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "INSIDER"
                   ACCEPT WS-IN-INS-KEY-TYPE FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-INS-KEY-TYPE)
                       TO WS-IN-INS-KEY-TYPE
                   ACCEPT WS-IN-INS-KEY FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-INS-KEY) TO WS-IN-INS-KEY
                   INSPECT WS-IN-INS-KEY REPLACING ALL "_" BY " "
                   MOVE FUNCTION UPPER-CASE(WS-IN-INS-KEY)
                       TO WS-IN-INS-KEY
                   ACCEPT WS-IN-INS-TYPE FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-INS-TYPE) TO WS-IN-INS-TYPE
                   MOVE SPACES TO WS-IN-INS-NAME
                   IF WS-IN-INS-TYPE NOT = "REMOVE"
                       ACCEPT WS-IN-INS-NAME FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-INS-NAME)
                           TO WS-IN-INS-NAME
                       INSPECT WS-IN-INS-NAME REPLACING ALL "_" BY " "
                       MOVE FUNCTION UPPER-CASE(WS-IN-INS-NAME)
                           TO WS-IN-INS-NAME
                   END-IF
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   PERFORM SET-INSIDER
                   MOVE "INSIDER" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-INS-KEY TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "INSIDERS"
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   PERFORM LIST-INSIDERS
                   MOVE "INSIDERS" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "ODLOC"
                   ACCEPT WS-IN-ACCT-ID FROM COMMAND-LINE
                   ACCEPT WS-IN-ODLOC-LIMIT-STR FROM COMMAND-LINE
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       IF WS-IN-ODLOC-LIMIT-STR = "CANCEL"
                           PERFORM CANCEL-ODLOC
                       ELSE
                           PERFORM ENROLL-ODLOC
                       END-IF
                   END-IF
                   MOVE "ODLOC" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "REWARDS"
                   ACCEPT WS-IN-ACCT-ID FROM COMMAND-LINE
                   ACCEPT WS-IN-RWD-ACTION FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-RWD-ACTION)
                       TO WS-IN-RWD-ACTION
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-REWARDS
                   END-IF
                   MOVE "REWARDS" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "REKEY"
                   ACCEPT WS-IN-ACCT-ID FROM COMMAND-LINE
                   ACCEPT WS-IN-NEW-ACCT-ID FROM COMMAND-LINE
                   MOVE "REKEY" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "CONVERT"
                   ACCEPT WS-IN-ACCT-ID FROM COMMAND-LINE
                   ACCEPT WS-IN-NEW-TYPE FROM COMMAND-LINE
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM CONVERT-ACCOUNT
                   END-IF
                   MOVE "CONVERT" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "CDREPORT"
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   PERFORM REPORT-CHECK-DIGITS
                   MOVE "CDREPORT" TO WS-OPLOG-OPERATION
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "CDEXEMPT"
                   ACCEPT WS-IN-ACCT-ID FROM COMMAND-LINE
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   PERFORM EXEMPT-CHECK-DIGITS
                   MOVE "CDEXEMPT" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "TAXSTAT"
                   ACCEPT WS-IN-ACCT-ID FROM COMMAND-LINE
                   ACCEPT WS-IN-TST-COUNTRY FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-TST-COUNTRY)
                       TO WS-IN-TST-COUNTRY
                   MOVE 'N' TO WS-TST-BAD
                   MOVE SPACES TO WS-IN-TST-W8-TYPE
                   MOVE 0 TO WS-IN-TST-RATE
                   MOVE 0 TO WS-IN-TST-EXPIRY
                   MOVE 'N' TO WS-IN-TST-EXEMPT
                   IF WS-IN-TST-COUNTRY NOT = "US"
                       ACCEPT WS-IN-TST-W8-TYPE FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-TST-W8-TYPE)
                           TO WS-IN-TST-W8-TYPE
                   END-IF
                   IF WS-IN-TST-COUNTRY NOT = "US"
                       AND WS-IN-TST-W8-TYPE NOT = "NONE"
                       ACCEPT WS-IN-TST-RATE-STR FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-TST-RATE-STR)
                           TO WS-IN-TST-RATE-STR
                       IF WS-IN-TST-RATE-STR = SPACES
                           MOVE 'Y' TO WS-TST-BAD
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-IN-TST-RATE-STR)
                               TO WS-IN-TST-RATE
                       END-IF
                       ACCEPT WS-IN-TST-EXPIRY-STR FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-TST-EXPIRY-STR)
                           TO WS-IN-TST-EXPIRY-STR
                       IF WS-IN-TST-EXPIRY-STR(1:8) IS NUMERIC
                           AND WS-IN-TST-EXPIRY-STR(9:2) = SPACES
                           MOVE WS-IN-TST-EXPIRY-STR(1:8)
                               TO WS-IN-TST-EXPIRY
                       ELSE
                           MOVE 'Y' TO WS-TST-BAD
                       END-IF
                       ACCEPT WS-IN-TST-EXEMPT-STR FROM COMMAND-LINE
                       MOVE FUNCTION TRIM(WS-IN-TST-EXEMPT-STR)
                           TO WS-IN-TST-EXEMPT-STR
                       EVALUATE WS-IN-TST-EXEMPT-STR
                           WHEN "EXEMPT"
                               MOVE 'Y' TO WS-IN-TST-EXEMPT
                           WHEN "TAXABLE"
                               MOVE 'N' TO WS-IN-TST-EXEMPT
                           WHEN OTHER
                               MOVE 'Y' TO WS-TST-BAD
                       END-EVALUATE
                   END-IF
                   ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CHECK-TARGET
                   PERFORM CHECK-ENTRY-ACCT-IDS
                   IF WS-ENTRY-ACCT-OK = 'Y'
                       PERFORM SET-TAX-STATUS
                   END-IF
                   MOVE "TAXSTAT" TO WS-OPLOG-OPERATION
                   MOVE WS-IN-ACCT-ID TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN "MASSMAINT"
                   ACCEPT WS-MNT-PATH FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-MNT-PATH) TO WS-MNT-PATH
      *>            DRYRUN is optional; any other token here is the
      *>            operator id, as on every other operation.
                   MOVE 'N' TO WS-MNT-DRY-RUN
                   ACCEPT WS-MNT-MODE-STR FROM COMMAND-LINE
                   MOVE FUNCTION TRIM(WS-MNT-MODE-STR)
                       TO WS-MNT-MODE-STR
                   IF WS-MNT-MODE-STR = "DRYRUN"
                       MOVE 'Y' TO WS-MNT-DRY-RUN
                       ACCEPT WS-IN-OPERATOR-ID FROM COMMAND-LINE
                   ELSE
                       MOVE WS-MNT-MODE-STR TO WS-IN-OPERATOR-ID
                   END-IF
                   MOVE FUNCTION TRIM(WS-IN-OPERATOR-ID)
                       TO WS-IN-OPERATOR-ID
                   IF WS-IN-OPERATOR-ID = SPACES
                       MOVE "UNKNOWN" TO WS-IN-OPERATOR-ID
                   END-IF
                   PERFORM RUN-MASS-MAINTENANCE
                   MOVE "MASSMAINT" TO WS-OPLOG-OPERATION
                   IF WS-MNT-DRY-RUN = 'Y'
                       MOVE "MASSMAINT-DRY" TO WS-OPLOG-OPERATION
                   END-IF
                   MOVE SPACES TO WS-OPLOG-KEY-ID
                   PERFORM APPEND-OPLOG-ENTRY
               WHEN OTHER
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
                   MOVE OPEN-MIN-CD TO WS-OPEN-MINIMUM
               WHEN WS-IN-TYPE = ACCT-MMKT IN ACCOUNT-TYPES
                   MOVE OPEN-MIN-MMKT TO WS-OPEN-MINIMUM
               WHEN WS-IN-TYPE = ACCT-CREDIT-CARD IN ACCOUNT-TYPES
                   MOVE OPEN-MIN-CREDIT-CARD TO WS-OPEN-MINIMUM
               WHEN OTHER
                   MOVE RC-INVALID-ACCT-TYPE TO WS-RESULT-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
      *>   A payroll card account opens empty — the first payday
      *>   funds it.
           IF WS-PAYCARD-OPEN = 'Y'
               MOVE 0 TO WS-OPEN-MINIMUM
           END-IF
           IF WS-IN-DEPOSIT < WS-OPEN-MINIMUM
               MOVE RC-MIN-BALANCE TO WS-RESULT-CODE
           END-IF.

       CREATE-ACCOUNT.
      *>   The account number is checked (or has its check digit
      *>   appended) before anything else — see ASSIGN-CHECK-DIGIT.
           MOVE WS-IN-ACCT-ID TO WS-CHKD-ID
           PERFORM ASSIGN-CHECK-DIGIT
           IF WS-CHKD-VALID = 'N'
               DISPLAY "ERROR|ACCT-CHECK-DIGIT|" WS-IN-ACCT-ID
               MOVE RC-BAD-CHECK-DIGIT TO WS-RESULT-CODE
               DISPLAY "RESULT|" WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHKD-ID TO WS-IN-ACCT-ID
           MOVE WS-IN-ACCT-ID TO WS-RETIRED-ID
           PERFORM CHECK-RETIRED-ACCT-ID
           IF WS-RETIRED-FLAG = 'Y'
               DISPLAY "ERROR|ACCT-ID-RETIRED|" WS-IN-ACCT-ID
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-NEW-ACCOUNT
           IF WS-RESULT-CODE NOT = '00'
               DISPLAY "RESULT|" WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-BRANCH NOT = SPACES
               PERFORM CHECK-BRANCH-ON-FILE
               IF WS-BRANCH-VALID-FLAG = 'N'
                   DISPLAY "ERROR|BRANCH|" WS-IN-BRANCH
                   MOVE RC-INVALID-BRANCH TO WS-RESULT-CODE
                   DISPLAY "RESULT|" WS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-IN-PROMO-CODE NOT = SPACES
               PERFORM CHECK-PROMO-OFFER
               IF WS-PROMO-VALID-FLAG = 'N'
                   DISPLAY "ERROR|PROMO|" WS-IN-PROMO-CODE
                   MOVE RC-INVALID-PROMO TO WS-RESULT-CODE
                   DISPLAY "RESULT|" WS-RESULT-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *>   CIP-side denied-party screening: the applicant's name (and
      *>   joint owner's, when given) is matched against DENIED.DAT
      *>   before the account ever opens — a hit parks on SCREENQ.DAT
           MOVE WS-CURRENT-DATE TO ACCT-OPEN-DATE
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY
           MOVE 'N' TO ACCT-FEE-EXEMPT
           IF WS-PAYCARD-OPEN = 'Y'
               MOVE 'Y' TO ACCT-FEE-EXEMPT
           END-IF
           MOVE WS-IN-MATURITY TO ACCT-MATURITY-DATE
           MOVE WS-IN-CD-RATE TO ACCT-CD-RATE
           MOVE 'N' TO ACCT-MATURITY-PAID
           END-WRITE
           CLOSE ACCOUNTS-FILE
           PERFORM OPEN-KYC-RECORD
           IF WS-IN-BRANCH NOT = SPACES
               PERFORM APPEND-ACCTBRN-ENTRY
           END-IF
           DISPLAY "ACCOUNT-CREATED|" WS-IN-ACCT-ID
               "|PENDING-VERIFICATION"
      *>   The paycard's fee exemption is journaled as though WAIVE
      *>   had set it, so audit finds it where every waiver lives.
           IF WS-PAYCARD-OPEN = 'Y'
               MOVE "EXEMPT" TO OVRD-FIELD
               MOVE 'N' TO OVRD-OLD-VALUE
               MOVE 'Y' TO OVRD-NEW-VALUE
               PERFORM WRITE-OVERRIDE-LOG
               DISPLAY "PAYCARD-OPENED|" WS-IN-ACCT-ID
           END-IF
           IF WS-IN-PROMO-CODE NOT = SPACES
               PERFORM APPEND-PROMO-ENROLLMENT
           END-IF
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

           MOVE SPACES TO TRANS-FEE-REASON
           MOVE "BRN" TO TRANS-CHANNEL
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

               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
      *>   A promotional bonus paid inside its clawback window comes
      *>   back out of the closing balance: the account may then
      *>   close holding up to the bonus (all of it is taken as the
      *>   clawback fee) instead of exactly zero, and whatever part
      *>   of the bonus the balance can't cover is the shortfall.
           PERFORM LOAD-PROMO-ENROLLMENTS
           PERFORM FIND-PROMO-ENROLLMENT
           MOVE 'N' TO WS-PROMO-CLAW-FLAG
           MOVE 0 TO WS-PROMO-CLAW-AMT
           MOVE 0 TO WS-PROMO-SHORTFALL
           IF WS-PEN-MATCH-IDX > 0
               MOVE WS-PEN-REC(WS-PEN-MATCH-IDX)
                   TO PROMO-ENROLL-RECORD
               IF PENR-PAID
                   AND WS-CURRENT-DATE <= PENR-CLAWBACK-END
                   AND WS-A-BALANCE(WS-FOUND-IDX) >= 0
                   AND WS-A-BALANCE(WS-FOUND-IDX) <= PENR-BONUS
                   MOVE 'Y' TO WS-PROMO-CLAW-FLAG
                   MOVE WS-A-BALANCE(WS-FOUND-IDX)
                       TO WS-PROMO-CLAW-AMT
                   COMPUTE WS-PROMO-SHORTFALL =
                       PENR-BONUS - WS-PROMO-CLAW-AMT
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-A-BALANCE(WS-FOUND-IDX) NOT = 0
               AND WS-PROMO-CLAW-FLAG = 'N'
               CLOSE ACCOUNTS-FILE
               MOVE '11' TO WS-RESULT-CODE
               DISPLAY "RESULT|11"
           END-IF
           MOVE 'C' TO WS-A-STATUS(WS-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           IF WS-PROMO-CLAW-FLAG = 'Y'
               MOVE 0 TO WS-A-BALANCE(WS-FOUND-IDX)
           END-IF
           PERFORM REWRITE-FOUND-ACCOUNT
           CLOSE ACCOUNTS-FILE
           IF WS-CONCURRENCY-FLAG = 'Y'
               DISPLAY "RESULT|05"
               EXIT PARAGRAPH
           END-IF
           IF WS-PEN-MATCH-IDX > 0
               PERFORM SETTLE-PROMO-AT-CLOSE
           END-IF
           DISPLAY "ACCOUNT-CLOSED|" WS-IN-ACCT-ID
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   CREATE's promo code must name an Active PROMO.DAT offer
      *>   for the new account's type, inside its offer dates; the
      *>   offer's window, bonus and clawback period are captured
      *>   for the enrollment.
       CHECK-PROMO-OFFER.
           MOVE 'N' TO WS-PROMO-VALID-FLAG
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PROMO-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PROMO-CODE = WS-IN-PROMO-CODE
                   IF PROMO-ACTIVE
                       AND PROMO-PRODUCT = WS-IN-TYPE
                       AND PROMO-START-DATE <= WS-CURRENT-DATE
                       AND (PROMO-END-DATE = 0
                           OR PROMO-END-DATE >= WS-CURRENT-DATE)
                       MOVE 'Y' TO WS-PROMO-VALID-FLAG
                       MOVE PROMO-QUAL-DAYS TO WS-PROMO-QUAL-DAYS
                       MOVE PROMO-CLAWBACK-DAYS TO WS-PROMO-CLAW-DAYS
                       MOVE PROMO-BONUS TO WS-PROMO-BONUS
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE PROMO-FILE.

      *>   The new account's enrollment, Pending from today; the
      *>   qualifying deadline and clawback end are counted from the
      *>   opening date.
       APPEND-PROMO-ENROLLMENT.
           MOVE WS-IN-ACCT-ID TO PENR-ACCT-ID
           MOVE WS-IN-PROMO-CODE TO PENR-PROMO-CODE
           MOVE WS-CURRENT-DATE TO PENR-ENROLL-DATE
           COMPUTE PENR-DEADLINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               + WS-PROMO-QUAL-DAYS)
           END-COMPUTE
           MOVE 'P' TO PENR-STATUS
           MOVE WS-CURRENT-DATE TO PENR-STATUS-DATE
           MOVE 0 TO PENR-DD-TOTAL
           MOVE 0 TO PENR-POS-COUNT
           MOVE WS-PROMO-BONUS TO PENR-BONUS
           MOVE SPACES TO PENR-BONUS-TX-ID
           MOVE 0 TO PENR-CLAWBACK-END
           IF WS-PROMO-CLAW-DAYS > 0
               COMPUTE PENR-CLAWBACK-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   + WS-PROMO-CLAW-DAYS)
               END-COMPUTE
           END-IF
           MOVE 0 TO PENR-CLAWBACK-AMT
           MOVE 0 TO PENR-SHORTFALL
           OPEN EXTEND PROMOENR-FILE
           IF WS-PENR-STATUS NOT = '00'
               OPEN OUTPUT PROMOENR-FILE
           END-IF
           IF WS-PENR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-PENR-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE PROMO-ENROLL-RECORD
           CLOSE PROMOENR-FILE
           DISPLAY "PROMO-ENROLLED|" WS-IN-ACCT-ID "|"
               WS-IN-PROMO-CODE "|" PENR-DEADLINE "|" PENR-BONUS.

      *>   After the close has gone through: a clawback posts its
      *>   'F' fee (nothing to post when the balance was already
      *>   zero — the whole bonus is then shortfall) and marks the
      *>   enrollment 'C'; a still-Pending enrollment can never
      *>   qualify now and is expired.
       SETTLE-PROMO-AT-CLOSE.
           MOVE WS-PEN-REC(WS-PEN-MATCH-IDX) TO PROMO-ENROLL-RECORD
           IF WS-PROMO-CLAW-FLAG = 'Y'
               IF WS-PROMO-CLAW-AMT > 0
                   MOVE TX-FEE TO WS-CONV-TX-TYPE
                   MOVE WS-PROMO-CLAW-AMT TO WS-CONV-TX-AMOUNT
                   MOVE SPACES TO WS-CONV-TX-DESC
                   STRING "Promotional bonus clawback "
                           DELIMITED SIZE
                       PENR-PROMO-CODE DELIMITED SPACE
                       INTO WS-CONV-TX-DESC
                   END-STRING
                   MOVE FEE-REASON-PROMO-CLAWBACK TO WS-CONV-TX-REASON
                   PERFORM WRITE-CONVERT-RECORD
                   MOVE SPACES TO WS-CONV-TX-REASON
               END-IF
               MOVE 'C' TO PENR-STATUS
               MOVE WS-CURRENT-DATE TO PENR-STATUS-DATE
               MOVE WS-PROMO-CLAW-AMT TO PENR-CLAWBACK-AMT
               MOVE WS-PROMO-SHORTFALL TO PENR-SHORTFALL
               DISPLAY "PROMO-CLAWBACK|" WS-IN-ACCT-ID "|"
                   PENR-PROMO-CODE "|" WS-PROMO-CLAW-AMT "|"
                   WS-PROMO-SHORTFALL
           ELSE
               IF NOT PENR-PENDING
                   EXIT PARAGRAPH
               END-IF
               MOVE 'X' TO PENR-STATUS
               MOVE WS-CURRENT-DATE TO PENR-STATUS-DATE
           END-IF
           MOVE PROMO-ENROLL-RECORD TO WS-PEN-REC(WS-PEN-MATCH-IDX)
           PERFORM SAVE-PROMO-ENROLLMENTS.

      *>   The account's one live enrollment, if any — Pending, or
      *>   Paid and so still open to clawback.
       FIND-PROMO-ENROLLMENT.
           MOVE 0 TO WS-PEN-MATCH-IDX
           PERFORM VARYING WS-PEN-IDX FROM 1 BY 1
               UNTIL WS-PEN-IDX > WS-PEN-COUNT
               MOVE WS-PEN-REC(WS-PEN-IDX) TO PROMO-ENROLL-RECORD
               IF PENR-ACCT-ID = WS-IN-ACCT-ID
                   AND (PENR-PENDING OR PENR-PAID)
                   MOVE WS-PEN-IDX TO WS-PEN-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-PROMO-ENROLLMENTS.
           MOVE 0 TO WS-PEN-COUNT
           OPEN INPUT PROMOENR-FILE
           IF WS-PENR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PROMOENR-FILE
                   AT END
                       CLOSE PROMOENR-FILE
                       EXIT PERFORM
               END-READ
               IF WS-PEN-COUNT < 2000
                   ADD 1 TO WS-PEN-COUNT
                   MOVE PROMO-ENROLL-RECORD TO WS-PEN-REC(WS-PEN-COUNT)
               END-IF
           END-PERFORM.

       SAVE-PROMO-ENROLLMENTS.
           OPEN OUTPUT PROMOENR-FILE
           IF WS-PENR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-PENR-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PEN-IDX FROM 1 BY 1
               UNTIL WS-PEN-IDX > WS-PEN-COUNT
               MOVE WS-PEN-REC(WS-PEN-IDX) TO PROMO-ENROLL-RECORD
               WRITE PROMO-ENROLL-RECORD
           END-PERFORM
           CLOSE PROMOENR-FILE.

      *>   Branch-staff override — marks (or unmarks) an account exempt
      *>   from FEES.cob's monthly maintenance/low-balance assessment
      *>   regardless of balance. See ASSESS-FEES in FEES.cob.
       SET-FEE-EXEMPT.
           OPEN I-O ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               CLOSE ACCOUNTS-FILE
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-A-EXEMPT(WS-FOUND-IDX) TO WS-OVRD-OLD-EXEMPT
           MOVE WS-IN-EXEMPT TO WS-A-EXEMPT(WS-FOUND-IDX)
           PERFORM REWRITE-FOUND-ACCOUNT
           CLOSE ACCOUNTS-FILE
           IF WS-CONCURRENCY-FLAG = 'Y'
               MOVE '05' TO WS-RESULT-CODE
           END-PERFORM
           CLOSE BNOTICE-FILE.

      *>   Records the account holder's tax status (command line:
      *>   TAXSTAT <acct-id> US, TAXSTAT <acct-id> <country> NONE, or
      *>   TAXSTAT <acct-id> <country> <W8BEN|W8BENE> <treaty-rate>
      *>   <expiry-yyyymmdd> <EXEMPT|TAXABLE>, each with an optional
      *>   <operator-id>). Country is the two-letter code of the
      *>   holder's residence. A bad country or W-8 type, a treaty
      *>   rate above NRA-DEFAULT-RATE or a W-8 that has already
      *>   expired declines RESULT|08. Re-documenting an account
      *>   replaces its entry and clears TST-RECERT-DATE, so the
      *>   next lapse gets its own notice. Logged to
      *>   OVERRIDE-LOG.DAT like BNOTICE — withholding on the wrong
      *>   status either way is an audit question.
       SET-TAX-STATUS.
           IF WS-IN-TST-COUNTRY NOT = "US"
               IF WS-IN-TST-COUNTRY(1:2) IS NOT ALPHABETIC-UPPER
                   OR WS-IN-TST-COUNTRY(1:1) = SPACE
                   OR WS-IN-TST-COUNTRY(2:1) = SPACE
                   OR WS-IN-TST-COUNTRY(3:8) NOT = SPACES
                   MOVE 'Y' TO WS-TST-BAD
               END-IF
               IF WS-IN-TST-W8-TYPE NOT = "W8BEN"
                   AND WS-IN-TST-W8-TYPE NOT = "W8BENE"
                   AND WS-IN-TST-W8-TYPE NOT = "NONE"
                   MOVE 'Y' TO WS-TST-BAD
               END-IF
               IF WS-IN-TST-W8-TYPE NOT = "NONE"
                   IF WS-IN-TST-RATE > NRA-DEFAULT-RATE
                       OR WS-IN-TST-EXPIRY < WS-CURRENT-DATE
                       MOVE 'Y' TO WS-TST-BAD
                   END-IF
               END-IF
           END-IF
           IF WS-TST-BAD = 'Y'
               MOVE '08' TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TAX-STATUS-FILE
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-TST-IDX FROM 1 BY 1
               UNTIL WS-TST-IDX > WS-TST-COUNT
               IF WS-TS-ACCT-ID(WS-TST-IDX) = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "U" TO OVRD-OLD-VALUE
           IF WS-FOUND-FLAG = 'Y'
               MOVE SPACES TO OVRD-OLD-VALUE
               STRING WS-TS-STATUS(WS-TST-IDX) "|"
                   WS-TS-COUNTRY(WS-TST-IDX) "|"
                   WS-TS-W8-TYPE(WS-TST-IDX) DELIMITED BY SIZE
                   INTO OVRD-OLD-VALUE
               END-STRING
           ELSE
               IF WS-TST-COUNT NOT < 200
                   DISPLAY "ERROR|TAXSTAT-FULL|" WS-IN-ACCT-ID
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TST-COUNT
               MOVE WS-TST-COUNT TO WS-TST-IDX
               MOVE WS-IN-ACCT-ID TO WS-TS-ACCT-ID(WS-TST-IDX)
           END-IF
           IF WS-IN-TST-COUNTRY = "US"
               MOVE 'U' TO WS-TS-STATUS(WS-TST-IDX)
               MOVE "US" TO WS-TS-COUNTRY(WS-TST-IDX)
               MOVE SPACES TO WS-TS-W8-TYPE(WS-TST-IDX)
           ELSE
               MOVE 'F' TO WS-TS-STATUS(WS-TST-IDX)
               MOVE WS-IN-TST-COUNTRY(1:2) TO WS-TS-COUNTRY(WS-TST-IDX)
               MOVE WS-IN-TST-W8-TYPE(1:6) TO WS-TS-W8-TYPE(WS-TST-IDX)
           END-IF
           MOVE WS-IN-TST-RATE TO WS-TS-RATE(WS-TST-IDX)
           MOVE WS-IN-TST-EXPIRY TO WS-TS-EXPIRY(WS-TST-IDX)
           MOVE WS-IN-TST-EXEMPT TO WS-TS-EXEMPT(WS-TST-IDX)
           MOVE WS-CURRENT-DATE TO WS-TS-EFFECTIVE(WS-TST-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-TS-OPERATOR(WS-TST-IDX)
           MOVE 0 TO WS-TS-RECERT(WS-TST-IDX)
           MOVE WS-TST-IDX TO WS-TST-HIT-IDX
           PERFORM SAVE-TAX-STATUS-FILE
           MOVE WS-TST-HIT-IDX TO WS-TST-IDX
           MOVE "TAXSTAT" TO OVRD-FIELD
           MOVE SPACES TO OVRD-NEW-VALUE
           STRING WS-TS-STATUS(WS-TST-IDX) "|"
               WS-TS-COUNTRY(WS-TST-IDX) "|"
               WS-TS-W8-TYPE(WS-TST-IDX) DELIMITED BY SIZE
               INTO OVRD-NEW-VALUE
           END-STRING
           PERFORM WRITE-OVERRIDE-LOG
           DISPLAY "ACCOUNT-TAXSTAT|" WS-IN-ACCT-ID "|"
               WS-TS-STATUS(WS-TST-IDX) "|"
               WS-TS-COUNTRY(WS-TST-IDX) "|"
               FUNCTION TRIM(WS-TS-W8-TYPE(WS-TST-IDX)) "|"
               WS-TS-RATE(WS-TST-IDX) "|"
               WS-TS-EXPIRY(WS-TST-IDX) "|"
               WS-TS-EXEMPT(WS-TST-IDX)
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

       LOAD-TAX-STATUS-FILE.
           MOVE 0 TO WS-TST-COUNT
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
               ADD 1 TO WS-TST-COUNT
               MOVE TST-ACCT-ID TO WS-TS-ACCT-ID(WS-TST-COUNT)
               MOVE TST-STATUS TO WS-TS-STATUS(WS-TST-COUNT)
               MOVE TST-COUNTRY TO WS-TS-COUNTRY(WS-TST-COUNT)
               MOVE TST-W8-TYPE TO WS-TS-W8-TYPE(WS-TST-COUNT)
               MOVE TST-TREATY-RATE TO WS-TS-RATE(WS-TST-COUNT)
               MOVE TST-CERT-EXPIRY TO WS-TS-EXPIRY(WS-TST-COUNT)
               MOVE TST-EXEMPT TO WS-TS-EXEMPT(WS-TST-COUNT)
               MOVE TST-EFFECTIVE-DATE TO WS-TS-EFFECTIVE(WS-TST-COUNT)
               MOVE TST-OPERATOR-ID TO WS-TS-OPERATOR(WS-TST-COUNT)
               MOVE TST-RECERT-DATE TO WS-TS-RECERT(WS-TST-COUNT)
           END-PERFORM.

       SAVE-TAX-STATUS-FILE.
           OPEN OUTPUT TAXSTAT-FILE
           IF WS-TST-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TST-STATUS
               MOVE '99' TO WS-RESULT-CODE
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

      *>   Flags an account as a lawyer's IOLTA trust account under
      *>   its firm name, or releases the flag (command line: IOLTA
      *>   <acct-id> <firm-name>|RELEASE <operator-id>) — INTEREST.cob
      *>   then sweeps every interest accrual to the state bar
      *>   foundation's IOLTA-REMIT-ACCT-ID instead of leaving it in
      *>   the trust account. Only interest-bearing deposit products
      *>   (checking, savings, money market) qualify. Logged to
      *>   OVERRIDE-LOG.DAT like BNOTICE, since interest misdirected
      *>   either way is a bar-rule question.
       SET-IOLTA.
           IF WS-IN-IOLTA-FIRM = SPACES
               MOVE '08' TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT
           CLOSE ACCOUNTS-FILE
           IF WS-FOUND-FLAG = 'N'
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-IOLTA-FIRM NOT = "RELEASE"
               AND WS-A-TYPE(WS-FOUND-IDX) NOT = ACCT-CHECKING
                   IN ACCOUNT-TYPES
               AND WS-A-TYPE(WS-FOUND-IDX) NOT = ACCT-SAVINGS
                   IN ACCOUNT-TYPES
               AND WS-A-TYPE(WS-FOUND-IDX) NOT = ACCT-MMKT
                   IN ACCOUNT-TYPES
               MOVE '10' TO WS-RESULT-CODE
               DISPLAY "RESULT|10"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-IOLTA-FILE
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-IOL-IDX FROM 1 BY 1
               UNTIL WS-IOL-IDX > WS-IOL-COUNT
               IF WS-IOL-ACCT-ID(WS-IOL-IDX) = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'N'
               IF WS-IN-IOLTA-FIRM = "RELEASE"
                   MOVE '03' TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IOL-COUNT
               MOVE WS-IOL-COUNT TO WS-IOL-IDX
               MOVE WS-IN-ACCT-ID TO WS-IOL-ACCT-ID(WS-IOL-IDX)
               MOVE SPACES TO WS-IOL-REC-STATUS(WS-IOL-IDX)
           END-IF
           MOVE WS-IOL-REC-STATUS(WS-IOL-IDX) TO WS-OVRD-OLD-EXEMPT
           IF WS-IN-IOLTA-FIRM = "RELEASE"
               MOVE 'C' TO WS-IOL-REC-STATUS(WS-IOL-IDX)
           ELSE
               MOVE 'A' TO WS-IOL-REC-STATUS(WS-IOL-IDX)
               MOVE WS-IN-IOLTA-FIRM TO WS-IOL-FIRM(WS-IOL-IDX)
           END-IF
           MOVE WS-CURRENT-DATE TO WS-IOL-EFFECTIVE(WS-IOL-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-IOL-OPERATOR(WS-IOL-IDX)
           PERFORM SAVE-IOLTA-FILE
           MOVE "IOLTA" TO OVRD-FIELD
           MOVE WS-OVRD-OLD-EXEMPT TO OVRD-OLD-VALUE
           MOVE WS-IOL-REC-STATUS(WS-IOL-IDX) TO OVRD-NEW-VALUE
           PERFORM WRITE-OVERRIDE-LOG
           DISPLAY "ACCOUNT-IOLTA|" WS-IN-ACCT-ID "|"
               WS-IOL-REC-STATUS(WS-IOL-IDX) "|"
               FUNCTION TRIM(WS-IOL-FIRM(WS-IOL-IDX))
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

       LOAD-IOLTA-FILE.
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
               ADD 1 TO WS-IOL-COUNT
               MOVE IOLTA-ACCT-ID TO WS-IOL-ACCT-ID(WS-IOL-COUNT)
               MOVE IOLTA-STATUS TO WS-IOL-REC-STATUS(WS-IOL-COUNT)
               MOVE IOLTA-FIRM-NAME TO WS-IOL-FIRM(WS-IOL-COUNT)
               MOVE IOLTA-EFFECTIVE-DATE
                   TO WS-IOL-EFFECTIVE(WS-IOL-COUNT)
               MOVE IOLTA-OPERATOR-ID TO WS-IOL-OPERATOR(WS-IOL-COUNT)
           END-PERFORM.

       SAVE-IOLTA-FILE.
           OPEN OUTPUT IOLTA-FILE
           IF WS-IOL-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-IOL-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-IOL-IDX FROM 1 BY 1
               UNTIL WS-IOL-IDX > WS-IOL-COUNT
               MOVE WS-IOL-ACCT-ID(WS-IOL-IDX) TO IOLTA-ACCT-ID
               MOVE WS-IOL-REC-STATUS(WS-IOL-IDX) TO IOLTA-STATUS
               MOVE WS-IOL-FIRM(WS-IOL-IDX) TO IOLTA-FIRM-NAME
               MOVE WS-IOL-EFFECTIVE(WS-IOL-IDX)
                   TO IOLTA-EFFECTIVE-DATE
               MOVE WS-IOL-OPERATOR(WS-IOL-IDX) TO IOLTA-OPERATOR-ID
               WRITE IOLTA-RECORD
           END-PERFORM
           CLOSE IOLTA-FILE.

      *>   Flags a savings or CD account as a Traditional or Roth
      *>   IRA, recording the owner (ACCT-NAME) and date of birth, or
      *>   removes the flag (command line: IRA <acct-id> <T|R>
      *>   <owner-dob> <operator-id>, or IRA <acct-id> CANCEL
      *>   <operator-id>). A missing or future date of birth declines
      *>   RESULT|08 — the contribution limit and the early-
      *>   distribution test both hang off it. Logged to
      *>   OVERRIDE-LOG.DAT like IOLTA/BNOTICE.
       SET-IRA.
           IF WS-IN-IRA-PLAN NOT = "T" AND WS-IN-IRA-PLAN NOT = "R"
               AND WS-IN-IRA-PLAN NOT = "CANCEL"
               MOVE '08' TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-IRA-PLAN NOT = "CANCEL"
               AND (WS-IN-IRA-DOB = 0
                   OR WS-IN-IRA-DOB > WS-CURRENT-DATE)
               MOVE '08' TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT
           CLOSE ACCOUNTS-FILE
           IF WS-FOUND-FLAG = 'N'
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-IRA-PLAN NOT = "CANCEL"
               AND WS-A-TYPE(WS-FOUND-IDX) NOT = ACCT-SAVINGS
                   IN ACCOUNT-TYPES
               AND WS-A-TYPE(WS-FOUND-IDX) NOT = ACCT-CD
                   IN ACCOUNT-TYPES
               MOVE '10' TO WS-RESULT-CODE
               DISPLAY "RESULT|10"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-IRA-FILE
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-IRA-IDX FROM 1 BY 1
               UNTIL WS-IRA-IDX > WS-IRA-COUNT
               IF WS-IRA-ACCT-ID(WS-IRA-IDX) = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'N'
               IF WS-IN-IRA-PLAN = "CANCEL"
                   MOVE '03' TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IRA-COUNT
               MOVE WS-IRA-COUNT TO WS-IRA-IDX
               MOVE WS-IN-ACCT-ID TO WS-IRA-ACCT-ID(WS-IRA-IDX)
               MOVE SPACES TO WS-IRA-REC-STATUS(WS-IRA-IDX)
               MOVE SPACES TO WS-IRA-PLAN(WS-IRA-IDX)
           END-IF
           MOVE WS-IRA-PLAN(WS-IRA-IDX) TO WS-OVRD-OLD-EXEMPT
           IF WS-IN-IRA-PLAN = "CANCEL"
               MOVE 'C' TO WS-IRA-REC-STATUS(WS-IRA-IDX)
           ELSE
               MOVE 'A' TO WS-IRA-REC-STATUS(WS-IRA-IDX)
               MOVE WS-IN-IRA-PLAN(1:1) TO WS-IRA-PLAN(WS-IRA-IDX)
               MOVE WS-A-NAME(WS-FOUND-IDX)
                   TO WS-IRA-OWNER(WS-IRA-IDX)
               MOVE WS-IN-IRA-DOB TO WS-IRA-DOB(WS-IRA-IDX)
           END-IF
           MOVE WS-CURRENT-DATE TO WS-IRA-EFFECTIVE(WS-IRA-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-IRA-OPERATOR(WS-IRA-IDX)
           PERFORM SAVE-IRA-FILE
           MOVE "IRA" TO OVRD-FIELD
           MOVE WS-OVRD-OLD-EXEMPT TO OVRD-OLD-VALUE
           IF WS-IN-IRA-PLAN = "CANCEL"
               MOVE "CANCEL" TO OVRD-NEW-VALUE
           ELSE
               MOVE WS-IRA-PLAN(WS-IRA-IDX) TO OVRD-NEW-VALUE
           END-IF
           PERFORM WRITE-OVERRIDE-LOG
           DISPLAY "ACCOUNT-IRA|" WS-IN-ACCT-ID "|"
               WS-IRA-PLAN(WS-IRA-IDX) "|"
               WS-IRA-REC-STATUS(WS-IRA-IDX) "|"
               WS-IRA-DOB(WS-IRA-IDX)
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

       LOAD-IRA-FILE.
           MOVE 0 TO WS-IRA-COUNT
           OPEN INPUT IRA-FILE
           IF WS-IRA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ IRA-FILE
                   AT END
                       CLOSE IRA-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-IRA-COUNT
               MOVE IRA-ACCT-ID TO WS-IRA-ACCT-ID(WS-IRA-COUNT)
               MOVE IRA-PLAN-TYPE TO WS-IRA-PLAN(WS-IRA-COUNT)
               MOVE IRA-OWNER-NAME TO WS-IRA-OWNER(WS-IRA-COUNT)
               MOVE IRA-OWNER-DOB TO WS-IRA-DOB(WS-IRA-COUNT)
               MOVE IRA-STATUS TO WS-IRA-REC-STATUS(WS-IRA-COUNT)
               MOVE IRA-EFFECTIVE-DATE
                   TO WS-IRA-EFFECTIVE(WS-IRA-COUNT)
               MOVE IRA-OPERATOR-ID TO WS-IRA-OPERATOR(WS-IRA-COUNT)
           END-PERFORM.

       SAVE-IRA-FILE.
           OPEN OUTPUT IRA-FILE
           IF WS-IRA-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-IRA-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-IRA-IDX FROM 1 BY 1
               UNTIL WS-IRA-IDX > WS-IRA-COUNT
               MOVE WS-IRA-ACCT-ID(WS-IRA-IDX) TO IRA-ACCT-ID
               MOVE WS-IRA-PLAN(WS-IRA-IDX) TO IRA-PLAN-TYPE
               MOVE WS-IRA-OWNER(WS-IRA-IDX) TO IRA-OWNER-NAME
               MOVE WS-IRA-DOB(WS-IRA-IDX) TO IRA-OWNER-DOB
               MOVE WS-IRA-REC-STATUS(WS-IRA-IDX) TO IRA-STATUS
               MOVE WS-IRA-EFFECTIVE(WS-IRA-IDX)
                   TO IRA-EFFECTIVE-DATE
               MOVE WS-IRA-OPERATOR(WS-IRA-IDX) TO IRA-OPERATOR-ID
               WRITE IRA-RECORD
           END-PERFORM
           CLOSE IRA-FILE.

      *>   Designates an account as custodial (UTMA) for the minor it
      *>   is titled to (ACCT-NAME), recording the minor's birth date,
      *>   the state and its age of majority, and the custodian's
      *>   presenter ID and name (command line: UTMA <acct-id>
      *>   <minor-dob> <state> <age> <custodian-id> <custodian-name>
      *>   [<operator-id>]), or cancels the designation (UTMA
      *>   <acct-id> CANCEL [<operator-id>]). The majority date is the
      *>   birth date plus the age (a 29 February birthday comes of
      *>   age on 1 March in a common year). A missing or future
      *>   birth date, an age outside UTMA-MIN/MAX-MAJORITY-AGE, a
      *>   blank state or custodian ID, or a minor who has already
      *>   come of age declines RESULT|08. Logged to OVERRIDE-LOG.DAT
      *>   like IRA/IOLTA.
       SET-UTMA.
           IF WS-IN-UTMA-DOB-STR NOT = "CANCEL"
               IF WS-IN-UTMA-DOB = 0
                   OR WS-IN-UTMA-DOB > WS-CURRENT-DATE
                   OR WS-IN-UTMA-AGE < UTMA-MIN-MAJORITY-AGE
                   OR WS-IN-UTMA-AGE > UTMA-MAX-MAJORITY-AGE
                   OR WS-IN-UTMA-STATE = SPACES
                   OR WS-IN-UTMA-STATE(3:8) NOT = SPACES
                   OR WS-IN-UTMA-CUST-ID = SPACES
                   MOVE '08' TO WS-RESULT-CODE
                   DISPLAY "RESULT|08"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-UTMA-DOB TO WS-UTMA-MAJ-DATE
               ADD WS-IN-UTMA-AGE TO WS-UTMA-MAJ-YEAR
               IF WS-UTMA-MAJ-MMDD = 0229
                   AND (FUNCTION MOD(WS-UTMA-MAJ-YEAR, 4) NOT = 0
                       OR (FUNCTION MOD(WS-UTMA-MAJ-YEAR, 100) = 0
                           AND FUNCTION MOD(WS-UTMA-MAJ-YEAR, 400)
                               NOT = 0))
                   MOVE 0301 TO WS-UTMA-MAJ-MMDD
               END-IF
               IF WS-UTMA-MAJ-DATE NOT > WS-CURRENT-DATE
                   MOVE '08' TO WS-RESULT-CODE
                   DISPLAY "RESULT|08"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT
           CLOSE ACCOUNTS-FILE
           IF WS-FOUND-FLAG = 'N'
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-UTMA-FILE
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-UTMA-IDX FROM 1 BY 1
               UNTIL WS-UTMA-IDX > WS-UTMA-COUNT
               IF WS-UTMA-ACCT-ID(WS-UTMA-IDX) = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'N'
               IF WS-IN-UTMA-DOB-STR = "CANCEL"
                   MOVE '03' TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-UTMA-COUNT
               MOVE WS-UTMA-COUNT TO WS-UTMA-IDX
               MOVE WS-IN-ACCT-ID TO WS-UTMA-ACCT-ID(WS-UTMA-IDX)
               MOVE SPACES TO WS-UTMA-REC-STATUS(WS-UTMA-IDX)
               MOVE SPACES TO WS-UTMA-CUST-NAME(WS-UTMA-IDX)
           END-IF
           MOVE WS-UTMA-CUST-NAME(WS-UTMA-IDX) TO WS-OVRD-OLD-BENEF
           IF WS-IN-UTMA-DOB-STR = "CANCEL"
               MOVE 'C' TO WS-UTMA-REC-STATUS(WS-UTMA-IDX)
           ELSE
               MOVE 'A' TO WS-UTMA-REC-STATUS(WS-UTMA-IDX)
               MOVE WS-A-NAME(WS-FOUND-IDX)
                   TO WS-UTMA-MINOR(WS-UTMA-IDX)
               MOVE WS-IN-UTMA-DOB TO WS-UTMA-DOB(WS-UTMA-IDX)
               MOVE WS-IN-UTMA-CUST-NAME
                   TO WS-UTMA-CUST-NAME(WS-UTMA-IDX)
               MOVE WS-IN-UTMA-CUST-ID TO WS-UTMA-CUST-ID(WS-UTMA-IDX)
               MOVE WS-IN-UTMA-STATE TO WS-UTMA-STATE(WS-UTMA-IDX)
               MOVE WS-IN-UTMA-AGE TO WS-UTMA-AGE(WS-UTMA-IDX)
               MOVE WS-UTMA-MAJ-DATE TO WS-UTMA-MAJORITY(WS-UTMA-IDX)
           END-IF
           MOVE WS-CURRENT-DATE TO WS-UTMA-EFFECTIVE(WS-UTMA-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-UTMA-OPERATOR(WS-UTMA-IDX)
           PERFORM SAVE-UTMA-FILE
           MOVE "UTMA" TO OVRD-FIELD
           MOVE WS-OVRD-OLD-BENEF TO OVRD-OLD-VALUE
           IF WS-IN-UTMA-DOB-STR = "CANCEL"
               MOVE "CANCEL" TO OVRD-NEW-VALUE
           ELSE
               MOVE WS-UTMA-CUST-NAME(WS-UTMA-IDX) TO OVRD-NEW-VALUE
           END-IF
           PERFORM WRITE-OVERRIDE-LOG
           DISPLAY "ACCOUNT-UTMA|" WS-IN-ACCT-ID "|"
               WS-UTMA-REC-STATUS(WS-UTMA-IDX) "|"
               WS-UTMA-CUST-ID(WS-UTMA-IDX) "|"
               WS-UTMA-STATE(WS-UTMA-IDX) "|"
               WS-UTMA-MAJORITY(WS-UTMA-IDX)
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   Monthly age-of-majority batch over CUSTODY.DAT (command
      *>   line: MAJORITY [<operator-id>]). Every Active custodial
      *>   account whose majority date falls within UTMA-NOTICE-DAYS
      *>   of today is listed on a MAJORITY-NOTICE line for the
      *>   transfer letter. One whose majority date has arrived is
      *>   converted to the former minor's sole ownership — joint
      *>   owner cleared by keyed REWRITE — and the designation
      *>   flips to 'T'ransferred, with the change written to
      *>   OVERRIDE-LOG.DAT. An account that can't be rewritten stays
      *>   Active and is picked up again by the next run.
       RUN-MAJORITY-BATCH.
           MOVE 0 TO WS-UTMA-NOTICE-COUNT
           MOVE 0 TO WS-UTMA-CONV-COUNT
           MOVE 0 TO WS-UTMA-ERROR-COUNT
           COMPUTE WS-UTMA-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               + UTMA-NOTICE-DAYS)
           PERFORM LOAD-UTMA-FILE
           OPEN I-O ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-UTMA-IDX FROM 1 BY 1
               UNTIL WS-UTMA-IDX > WS-UTMA-COUNT
               IF WS-UTMA-REC-STATUS(WS-UTMA-IDX) = 'A'
                   IF WS-UTMA-MAJORITY(WS-UTMA-IDX)
                       NOT > WS-CURRENT-DATE
                       PERFORM CONVERT-UTMA-ACCOUNT
                   ELSE
                       IF WS-UTMA-MAJORITY(WS-UTMA-IDX)
                           NOT > WS-UTMA-HORIZON
                           COMPUTE WS-UTMA-DAYS-LEFT =
                               FUNCTION INTEGER-OF-DATE(
                                   WS-UTMA-MAJORITY(WS-UTMA-IDX))
                               - FUNCTION INTEGER-OF-DATE(
                                   WS-CURRENT-DATE)
                           ADD 1 TO WS-UTMA-NOTICE-COUNT
                           DISPLAY "MAJORITY-NOTICE|"
                               WS-UTMA-ACCT-ID(WS-UTMA-IDX) "|"
                               WS-UTMA-MINOR(WS-UTMA-IDX) "|"
                               WS-UTMA-CUST-NAME(WS-UTMA-IDX) "|"
                               WS-UTMA-STATE(WS-UTMA-IDX) "|"
                               WS-UTMA-MAJORITY(WS-UTMA-IDX) "|"
                               WS-UTMA-DAYS-LEFT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           IF WS-UTMA-CONV-COUNT > 0
               PERFORM SAVE-UTMA-FILE
           END-IF
           DISPLAY "MAJORITY-SUMMARY|" WS-UTMA-NOTICE-COUNT "|"
               WS-UTMA-CONV-COUNT "|" WS-UTMA-ERROR-COUNT
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   One conversion for RUN-MAJORITY-BATCH: the entry at
      *>   WS-UTMA-IDX has come of age. ACCOUNTS-FILE is open I-O.
       CONVERT-UTMA-ACCOUNT.
           MOVE WS-UTMA-ACCT-ID(WS-UTMA-IDX) TO WS-IN-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               ADD 1 TO WS-UTMA-ERROR-COUNT
               DISPLAY "MAJORITY-ERROR|" WS-IN-ACCT-ID "|NOT-FOUND"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-A-JOINT(WS-FOUND-IDX) TO WS-OVRD-OLD-BENEF
           MOVE SPACES TO WS-A-JOINT(WS-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           PERFORM REWRITE-FOUND-ACCOUNT
           IF WS-CONCURRENCY-FLAG = 'Y'
               ADD 1 TO WS-UTMA-ERROR-COUNT
               DISPLAY "MAJORITY-ERROR|" WS-IN-ACCT-ID "|NOT-CONVERTED"
               EXIT PARAGRAPH
           END-IF
           MOVE 'T' TO WS-UTMA-REC-STATUS(WS-UTMA-IDX)
           MOVE WS-CURRENT-DATE TO WS-UTMA-EFFECTIVE(WS-UTMA-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-UTMA-OPERATOR(WS-UTMA-IDX)
           ADD 1 TO WS-UTMA-CONV-COUNT
           MOVE "UTMA" TO OVRD-FIELD
           MOVE WS-UTMA-CUST-NAME(WS-UTMA-IDX) TO OVRD-OLD-VALUE
           MOVE "MAJORITY-SOLE-OWNER" TO OVRD-NEW-VALUE
           PERFORM WRITE-OVERRIDE-LOG
           IF WS-OVRD-OLD-BENEF NOT = SPACES
               MOVE "JOINT" TO OVRD-FIELD
               MOVE WS-OVRD-OLD-BENEF TO OVRD-OLD-VALUE
               MOVE SPACES TO OVRD-NEW-VALUE
               PERFORM WRITE-OVERRIDE-LOG
           END-IF
           DISPLAY "MAJORITY-CONVERTED|" WS-IN-ACCT-ID "|"
               WS-A-NAME(WS-FOUND-IDX) "|"
               WS-UTMA-CUST-NAME(WS-UTMA-IDX) "|"
               WS-UTMA-MAJORITY(WS-UTMA-IDX).

       LOAD-UTMA-FILE.
           MOVE 0 TO WS-UTMA-COUNT
           OPEN INPUT UTMA-FILE
           IF WS-UTMA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ UTMA-FILE
                   AT END
                       CLOSE UTMA-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-UTMA-COUNT
               MOVE UTMA-ACCT-ID TO WS-UTMA-ACCT-ID(WS-UTMA-COUNT)
               MOVE UTMA-MINOR-NAME TO WS-UTMA-MINOR(WS-UTMA-COUNT)
               MOVE UTMA-MINOR-DOB TO WS-UTMA-DOB(WS-UTMA-COUNT)
               MOVE UTMA-CUSTODIAN-NAME
                   TO WS-UTMA-CUST-NAME(WS-UTMA-COUNT)
               MOVE UTMA-CUSTODIAN-ID TO WS-UTMA-CUST-ID(WS-UTMA-COUNT)
               MOVE UTMA-STATE TO WS-UTMA-STATE(WS-UTMA-COUNT)
               MOVE UTMA-MAJORITY-AGE TO WS-UTMA-AGE(WS-UTMA-COUNT)
               MOVE UTMA-MAJORITY-DATE
                   TO WS-UTMA-MAJORITY(WS-UTMA-COUNT)
               MOVE UTMA-STATUS TO WS-UTMA-REC-STATUS(WS-UTMA-COUNT)
               MOVE UTMA-EFFECTIVE-DATE
                   TO WS-UTMA-EFFECTIVE(WS-UTMA-COUNT)
               MOVE UTMA-OPERATOR-ID TO WS-UTMA-OPERATOR(WS-UTMA-COUNT)
           END-PERFORM.

       SAVE-UTMA-FILE.
           OPEN OUTPUT UTMA-FILE
           IF WS-UTMA-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-UTMA-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-UTMA-IDX FROM 1 BY 1
               UNTIL WS-UTMA-IDX > WS-UTMA-COUNT
               MOVE WS-UTMA-ACCT-ID(WS-UTMA-IDX) TO UTMA-ACCT-ID
               MOVE WS-UTMA-MINOR(WS-UTMA-IDX) TO UTMA-MINOR-NAME
               MOVE WS-UTMA-DOB(WS-UTMA-IDX) TO UTMA-MINOR-DOB
               MOVE WS-UTMA-CUST-NAME(WS-UTMA-IDX)
                   TO UTMA-CUSTODIAN-NAME
               MOVE WS-UTMA-CUST-ID(WS-UTMA-IDX) TO UTMA-CUSTODIAN-ID
               MOVE WS-UTMA-STATE(WS-UTMA-IDX) TO UTMA-STATE
               MOVE WS-UTMA-AGE(WS-UTMA-IDX) TO UTMA-MAJORITY-AGE
               MOVE WS-UTMA-MAJORITY(WS-UTMA-IDX)
                   TO UTMA-MAJORITY-DATE
               MOVE WS-UTMA-REC-STATUS(WS-UTMA-IDX) TO UTMA-STATUS
               MOVE WS-UTMA-EFFECTIVE(WS-UTMA-IDX)
                   TO UTMA-EFFECTIVE-DATE
               MOVE WS-UTMA-OPERATOR(WS-UTMA-IDX) TO UTMA-OPERATOR-ID
               WRITE UTMA-RECORD
           END-PERFORM
           CLOSE UTMA-FILE.

      *>   Adds or updates an authorized signer, power-of-attorney
      *>   agent, other agent, or joint owner's ID on an account
      *>   (command line: SIGNER <acct-id> <id-doc> <name>
      *>   <S|P|A|J> <limit|NONE> <effective|TODAY> <expiry|NONE>
      *>   [<operator-id>]), or revokes one (SIGNER <acct-id>
      *>   <id-doc> REVOKE [<operator-id>]). An entry is keyed by
      *>   account plus ID document, so re-adding the same ID updates
      *>   its terms. A bad role, date, or an expiry before the
      *>   effective date declines RESULT|08. Logged to
      *>   OVERRIDE-LOG.DAT like IRA/UTMA. TRANSACT.cob checks the
      *>   registry on teller debits — see SIGNREC.cpy.
       SET-SIGNER.
           IF WS-IN-SGN-ID = SPACES
               MOVE 'Y' TO WS-SGN-BAD
           END-IF
           IF WS-IN-SGN-NAME NOT = "REVOKE"
               IF WS-IN-SGN-ROLE NOT = "S" AND WS-IN-SGN-ROLE NOT = "P"
                   AND WS-IN-SGN-ROLE NOT = "A"
                   AND WS-IN-SGN-ROLE NOT = "J"
                   MOVE 'Y' TO WS-SGN-BAD
               END-IF
               IF WS-IN-SGN-EXP NOT = 0
                   AND WS-IN-SGN-EXP < WS-IN-SGN-EFF
                   MOVE 'Y' TO WS-SGN-BAD
               END-IF
           END-IF
           IF WS-SGN-BAD = 'Y'
               MOVE '08' TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT
           CLOSE ACCOUNTS-FILE
           IF WS-FOUND-FLAG = 'N'
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SIGNER-FILE
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
               UNTIL WS-SGN-IDX > WS-SGN-COUNT
               IF WS-SG-ACCT-ID(WS-SGN-IDX) = WS-IN-ACCT-ID
                   AND WS-SG-ID-DOC(WS-SGN-IDX) = WS-IN-SGN-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO OVRD-OLD-VALUE
           IF WS-FOUND-FLAG = 'Y'
               STRING WS-SG-ROLE(WS-SGN-IDX) "|"
                   WS-SG-REC-STATUS(WS-SGN-IDX) "|"
                   WS-SG-ID-DOC(WS-SGN-IDX) DELIMITED BY SIZE
                   INTO OVRD-OLD-VALUE
               END-STRING
           ELSE
               IF WS-IN-SGN-NAME = "REVOKE"
                   MOVE '03' TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
               IF WS-SGN-COUNT NOT < 500
                   DISPLAY "ERROR|SIGNERS-FULL|" WS-IN-ACCT-ID
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SGN-COUNT
               MOVE WS-SGN-COUNT TO WS-SGN-IDX
               MOVE WS-IN-ACCT-ID TO WS-SG-ACCT-ID(WS-SGN-IDX)
               MOVE WS-IN-SGN-ID TO WS-SG-ID-DOC(WS-SGN-IDX)
           END-IF
           IF WS-IN-SGN-NAME = "REVOKE"
               MOVE 'C' TO WS-SG-REC-STATUS(WS-SGN-IDX)
           ELSE
               MOVE 'A' TO WS-SG-REC-STATUS(WS-SGN-IDX)
               MOVE WS-IN-SGN-NAME TO WS-SG-NAME(WS-SGN-IDX)
               MOVE WS-IN-SGN-ROLE(1:1) TO WS-SG-ROLE(WS-SGN-IDX)
               MOVE WS-IN-SGN-LIMIT TO WS-SG-LIMIT(WS-SGN-IDX)
               MOVE WS-IN-SGN-EFF TO WS-SG-EFFECTIVE(WS-SGN-IDX)
               MOVE WS-IN-SGN-EXP TO WS-SG-EXPIRY(WS-SGN-IDX)
           END-IF
           MOVE WS-IN-OPERATOR-ID TO WS-SG-OPERATOR(WS-SGN-IDX)
           MOVE WS-CURRENT-DATE TO WS-SG-CHANGED(WS-SGN-IDX)
           PERFORM SAVE-SIGNER-FILE
           MOVE "SIGNER" TO OVRD-FIELD
           MOVE SPACES TO OVRD-NEW-VALUE
           STRING WS-SG-ROLE(WS-SGN-IDX) "|"
               WS-SG-REC-STATUS(WS-SGN-IDX) "|"
               WS-SG-ID-DOC(WS-SGN-IDX) DELIMITED BY SIZE
               INTO OVRD-NEW-VALUE
           END-STRING
           PERFORM WRITE-OVERRIDE-LOG
           DISPLAY "ACCOUNT-SIGNER|" WS-IN-ACCT-ID "|"
               WS-SG-ID-DOC(WS-SGN-IDX) "|"
               WS-SG-ROLE(WS-SGN-IDX) "|"
               WS-SG-REC-STATUS(WS-SGN-IDX) "|"
               WS-SG-LIMIT(WS-SGN-IDX) "|"
               WS-SG-EFFECTIVE(WS-SGN-IDX) "|"
               WS-SG-EXPIRY(WS-SGN-IDX)
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   Signature-card listing for the branch (command line:
      *>   SIGNERS <acct-id> [<operator-id>], or SIGNERS BRANCH
      *>   <branch-code> [<operator-id>] for every account whose home
      *>   branch on ACCTBRN.DAT is that branch). Each account prints
      *>   its owner, joint owner and the owner's KYC document, then
      *>   every signer on file with whether the authority is in force
      *>   today. Read-only.
       LIST-SIGNERS.
           MOVE 0 TO WS-SGN-CARD-COUNT
           MOVE 0 TO WS-SGN-LIST-COUNT
           PERFORM LOAD-SIGNER-FILE
           PERFORM LOAD-KYC-FILE
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ACCT-ID NOT = "BRANCH"
               PERFORM LIST-ONE-SIGNATURE-CARD
               CLOSE ACCOUNTS-FILE
               IF WS-FOUND-FLAG = 'N'
                   MOVE '03' TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 0 TO WS-AB-COUNT
               OPEN INPUT ACCTBRN-FILE
               IF WS-ABR-STATUS = '00'
                   PERFORM UNTIL 1 = 0
                       READ ACCTBRN-FILE
                           AT END
                               CLOSE ACCTBRN-FILE
                               EXIT PERFORM
                       END-READ
                       IF ABR-BRANCH-CODE = WS-IN-SGN-BRANCH
                           AND WS-AB-COUNT < 2000
                           ADD 1 TO WS-AB-COUNT
                           MOVE ABR-ACCT-ID TO WS-AB-ACCT-ID(WS-AB-COUNT)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                   UNTIL WS-AB-IDX > WS-AB-COUNT
                   MOVE WS-AB-ACCT-ID(WS-AB-IDX) TO WS-IN-ACCT-ID
                   PERFORM LIST-ONE-SIGNATURE-CARD
               END-PERFORM
               CLOSE ACCOUNTS-FILE
           END-IF
           DISPLAY "SIGNERS-SUMMARY|" WS-SGN-CARD-COUNT "|"
               WS-SGN-LIST-COUNT
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   One account's signature card for LIST-SIGNERS — the
      *>   account is WS-IN-ACCT-ID, ACCOUNTS-FILE is open INPUT and
      *>   the signer and KYC tables are staged.
       LIST-ONE-SIGNATURE-CARD.
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-KYC-ENTRY
           MOVE SPACES TO WS-SGN-OWNER-DOC
           IF WS-KYC-MATCH-IDX > 0
               MOVE WS-KY-DOC-NUMBER(WS-KYC-MATCH-IDX)
                   TO WS-SGN-OWNER-DOC
           END-IF
           ADD 1 TO WS-SGN-CARD-COUNT
           DISPLAY "SIGNATURE-CARD|" WS-A-ID(WS-FOUND-IDX) "|"
               WS-A-NAME(WS-FOUND-IDX) "|"
               WS-A-JOINT(WS-FOUND-IDX) "|"
               WS-A-STATUS(WS-FOUND-IDX) "|"
               WS-SGN-OWNER-DOC
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
               UNTIL WS-SGN-IDX > WS-SGN-COUNT
               IF WS-SG-ACCT-ID(WS-SGN-IDX) = WS-A-ID(WS-FOUND-IDX)
                   EVALUATE TRUE
                       WHEN WS-SG-REC-STATUS(WS-SGN-IDX) NOT = 'A'
                           MOVE "REVOKED" TO WS-SGN-STATE
                       WHEN WS-SG-EFFECTIVE(WS-SGN-IDX)
                           > WS-CURRENT-DATE
                           MOVE "PENDING" TO WS-SGN-STATE
                       WHEN WS-SG-EXPIRY(WS-SGN-IDX) NOT = 0
                           AND WS-SG-EXPIRY(WS-SGN-IDX)
                               < WS-CURRENT-DATE
                           MOVE "EXPIRED" TO WS-SGN-STATE
                       WHEN OTHER
                           MOVE "IN-FORCE" TO WS-SGN-STATE
                   END-EVALUATE
                   ADD 1 TO WS-SGN-LIST-COUNT
                   DISPLAY "SIGNER|" WS-SG-ACCT-ID(WS-SGN-IDX) "|"
                       WS-SG-ID-DOC(WS-SGN-IDX) "|"
                       WS-SG-NAME(WS-SGN-IDX) "|"
                       WS-SG-ROLE(WS-SGN-IDX) "|"
                       WS-SG-LIMIT(WS-SGN-IDX) "|"
                       WS-SG-EFFECTIVE(WS-SGN-IDX) "|"
                       WS-SG-EXPIRY(WS-SGN-IDX) "|"
                       WS-SGN-STATE
               END-IF
           END-PERFORM.

       LOAD-SIGNER-FILE.
           MOVE 0 TO WS-SGN-COUNT
           OPEN INPUT SIGNER-FILE
           IF WS-SGN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SIGNER-FILE
                   AT END
                       CLOSE SIGNER-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-SGN-COUNT
               MOVE SGN-ACCT-ID TO WS-SG-ACCT-ID(WS-SGN-COUNT)
               MOVE SGN-ID-DOC TO WS-SG-ID-DOC(WS-SGN-COUNT)
               MOVE SGN-NAME TO WS-SG-NAME(WS-SGN-COUNT)
               MOVE SGN-ROLE TO WS-SG-ROLE(WS-SGN-COUNT)
               MOVE SGN-LIMIT TO WS-SG-LIMIT(WS-SGN-COUNT)
               MOVE SGN-EFFECTIVE-DATE TO WS-SG-EFFECTIVE(WS-SGN-COUNT)
               MOVE SGN-EXPIRY-DATE TO WS-SG-EXPIRY(WS-SGN-COUNT)
               MOVE SGN-STATUS TO WS-SG-REC-STATUS(WS-SGN-COUNT)
               MOVE SGN-OPERATOR-ID TO WS-SG-OPERATOR(WS-SGN-COUNT)
               MOVE SGN-CHANGED-DATE TO WS-SG-CHANGED(WS-SGN-COUNT)
           END-PERFORM.

       SAVE-SIGNER-FILE.
           OPEN OUTPUT SIGNER-FILE
           IF WS-SGN-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SGN-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
               UNTIL WS-SGN-IDX > WS-SGN-COUNT
               MOVE WS-SG-ACCT-ID(WS-SGN-IDX) TO SGN-ACCT-ID
               MOVE WS-SG-ID-DOC(WS-SGN-IDX) TO SGN-ID-DOC
               MOVE WS-SG-NAME(WS-SGN-IDX) TO SGN-NAME
               MOVE WS-SG-ROLE(WS-SGN-IDX) TO SGN-ROLE
               MOVE WS-SG-LIMIT(WS-SGN-IDX) TO SGN-LIMIT
               MOVE WS-SG-EFFECTIVE(WS-SGN-IDX) TO SGN-EFFECTIVE-DATE
               MOVE WS-SG-EXPIRY(WS-SGN-IDX) TO SGN-EXPIRY-DATE
               MOVE WS-SG-REC-STATUS(WS-SGN-IDX) TO SGN-STATUS
               MOVE WS-SG-OPERATOR(WS-SGN-IDX) TO SGN-OPERATOR-ID
               MOVE WS-SG-CHANGED(WS-SGN-IDX) TO SGN-CHANGED-DATE
               WRITE SIGNER-RECORD
           END-PERFORM
           CLOSE SIGNER-FILE.

      *>   Marks an account (key type A) or a customer name (N) as
      *>   belonging to a Regulation O insider — the insider's own
      *>   entry as director, executive officer or principal
      *>   shareholder, or a company they control as related
      *>   interest R under the insider's name (command line:
      *>   INSIDER <A|N> <acct-id|name> <D|E|P|R> <insider-name>
      *>   [<operator-id>]); INSIDER <A|N> <key> REMOVE takes an
      *>   entry off (kept on file as 'C'). Re-marking the same key
      *>   updates it. An account key must be on ACCOUNTS.DAT.
      *>   Names are held upper-case. Logged to OVERRIDE-LOG.DAT like
      *>   SIGNER.
       SET-INSIDER.
           MOVE 'N' TO WS-INS-BAD
           IF (WS-IN-INS-KEY-TYPE NOT = "A"
               AND WS-IN-INS-KEY-TYPE NOT = "N")
               OR WS-IN-INS-KEY = SPACES
               MOVE 'Y' TO WS-INS-BAD
           END-IF
           IF WS-IN-INS-TYPE NOT = "REMOVE"
               IF WS-IN-INS-TYPE NOT = "D" AND WS-IN-INS-TYPE NOT = "E"
                   AND WS-IN-INS-TYPE NOT = "P"
                   AND WS-IN-INS-TYPE NOT = "R"
                   MOVE 'Y' TO WS-INS-BAD
               END-IF
               IF WS-IN-INS-NAME = SPACES
                   MOVE 'Y' TO WS-INS-BAD
               END-IF
           END-IF
           IF WS-INS-BAD = 'Y'
               MOVE '08' TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-ACCT-ID
           IF WS-IN-INS-KEY-TYPE = "A"
               MOVE WS-IN-INS-KEY TO WS-IN-ACCT-ID
               OPEN INPUT ACCOUNTS-FILE
               IF WS-FILE-STATUS NOT = '00'
                   IF WS-FILE-STATUS = '39'
                       DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                           "ACCOUNTS.DAT|RUN MIGRATE"
                   END-IF
                   MOVE '03' TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-ACCOUNT
               CLOSE ACCOUNTS-FILE
               IF WS-FOUND-FLAG = 'N'
                   MOVE '03' TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM LOAD-INSIDER-FILE
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-INS-COUNT
               IF WS-IS-KEY-TYPE(WS-INS-IDX) = WS-IN-INS-KEY-TYPE
                   AND WS-IS-KEY(WS-INS-IDX) = WS-IN-INS-KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO OVRD-OLD-VALUE
           IF WS-FOUND-FLAG = 'Y'
               STRING WS-IS-TYPE(WS-INS-IDX) "|"
                   WS-IS-REC-STATUS(WS-INS-IDX) "|"
                   WS-IS-INSIDER(WS-INS-IDX) DELIMITED BY SIZE
                   INTO OVRD-OLD-VALUE
               END-STRING
           ELSE
               IF WS-IN-INS-TYPE = "REMOVE"
                   MOVE '03' TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
               IF WS-INS-COUNT NOT < 500
                   DISPLAY "ERROR|INSIDERS-FULL|" WS-IN-INS-KEY
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-INS-COUNT
               MOVE WS-INS-COUNT TO WS-INS-IDX
               MOVE WS-IN-INS-KEY-TYPE TO WS-IS-KEY-TYPE(WS-INS-IDX)
               MOVE WS-IN-INS-KEY TO WS-IS-KEY(WS-INS-IDX)
           END-IF
           IF WS-IN-INS-TYPE = "REMOVE"
               MOVE 'C' TO WS-IS-REC-STATUS(WS-INS-IDX)
           ELSE
               MOVE 'A' TO WS-IS-REC-STATUS(WS-INS-IDX)
               MOVE WS-IN-INS-TYPE(1:1) TO WS-IS-TYPE(WS-INS-IDX)
               MOVE WS-IN-INS-NAME TO WS-IS-INSIDER(WS-INS-IDX)
           END-IF
           MOVE WS-IN-OPERATOR-ID TO WS-IS-OPERATOR(WS-INS-IDX)
           MOVE WS-CURRENT-DATE TO WS-IS-CHANGED(WS-INS-IDX)
           PERFORM SAVE-INSIDER-FILE
           MOVE "INSIDER" TO OVRD-FIELD
           MOVE SPACES TO OVRD-NEW-VALUE
           STRING WS-IS-TYPE(WS-INS-IDX) "|"
               WS-IS-REC-STATUS(WS-INS-IDX) "|"
               WS-IS-INSIDER(WS-INS-IDX) DELIMITED BY SIZE
               INTO OVRD-NEW-VALUE
           END-STRING
           PERFORM WRITE-OVERRIDE-LOG
           DISPLAY "ACCOUNT-INSIDER|" WS-IS-KEY-TYPE(WS-INS-IDX) "|"
               FUNCTION TRIM(WS-IS-KEY(WS-INS-IDX)) "|"
               WS-IS-TYPE(WS-INS-IDX) "|"
               FUNCTION TRIM(WS-IS-INSIDER(WS-INS-IDX)) "|"
               WS-IS-REC-STATUS(WS-INS-IDX)
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   Lists the insider registry for the examiners — every
      *>   entry, removed ones included, in file order. Read-only.
       LIST-INSIDERS.
           PERFORM LOAD-INSIDER-FILE
           MOVE 0 TO WS-INS-ACTIVE-COUNT
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-INS-COUNT
               IF WS-IS-REC-STATUS(WS-INS-IDX) = 'A'
                   ADD 1 TO WS-INS-ACTIVE-COUNT
               END-IF
               DISPLAY "INSIDER-ENTRY|"
                   FUNCTION TRIM(WS-IS-INSIDER(WS-INS-IDX)) "|"
                   WS-IS-TYPE(WS-INS-IDX) "|"
                   WS-IS-KEY-TYPE(WS-INS-IDX) "|"
                   FUNCTION TRIM(WS-IS-KEY(WS-INS-IDX)) "|"
                   WS-IS-REC-STATUS(WS-INS-IDX) "|"
                   WS-IS-CHANGED(WS-INS-IDX) "|"
                   WS-IS-OPERATOR(WS-INS-IDX)
           END-PERFORM
           DISPLAY "INSIDERS-SUMMARY|" WS-INS-COUNT "|"
               WS-INS-ACTIVE-COUNT
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

       LOAD-INSIDER-FILE.
           MOVE 0 TO WS-INS-COUNT
           OPEN INPUT INSIDER-FILE
           IF WS-INS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ INSIDER-FILE
                   AT END
                       CLOSE INSIDER-FILE
                       EXIT PERFORM
               END-READ
               IF WS-INS-COUNT < 500
                   ADD 1 TO WS-INS-COUNT
                   MOVE INS-KEY-TYPE TO WS-IS-KEY-TYPE(WS-INS-COUNT)
                   MOVE INS-KEY TO WS-IS-KEY(WS-INS-COUNT)
                   MOVE INS-TYPE TO WS-IS-TYPE(WS-INS-COUNT)
                   MOVE INS-INSIDER-NAME TO WS-IS-INSIDER(WS-INS-COUNT)
                   MOVE INS-STATUS TO WS-IS-REC-STATUS(WS-INS-COUNT)
                   MOVE INS-OPERATOR-ID TO WS-IS-OPERATOR(WS-INS-COUNT)
                   MOVE INS-CHANGED-DATE TO WS-IS-CHANGED(WS-INS-COUNT)
               END-IF
           END-PERFORM.

       SAVE-INSIDER-FILE.
           OPEN OUTPUT INSIDER-FILE
           IF WS-INS-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-INS-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-INS-COUNT
               MOVE WS-IS-KEY-TYPE(WS-INS-IDX) TO INS-KEY-TYPE
               MOVE WS-IS-KEY(WS-INS-IDX) TO INS-KEY
               MOVE WS-IS-TYPE(WS-INS-IDX) TO INS-TYPE
               MOVE WS-IS-INSIDER(WS-INS-IDX) TO INS-INSIDER-NAME
               MOVE WS-IS-REC-STATUS(WS-INS-IDX) TO INS-STATUS
               MOVE WS-IS-OPERATOR(WS-INS-IDX) TO INS-OPERATOR-ID
               MOVE WS-IS-CHANGED(WS-INS-IDX) TO INS-CHANGED-DATE
               WRITE INSIDER-RECORD
           END-PERFORM
           CLOSE INSIDER-FILE.

      *>   Enrolls (or re-enrolls, overwriting the prior terms) a
      *>   checking account into the overdraft line of credit —
      *>   TRANSACT.cob's WITHDRAW/POS/CHECK then draw against
      *>   ODLOC-LIMIT fee-free and INTEREST.cob accrues the finance
      *>   charge on the drawn balance. Same validate-then-registry
      *>   shape as ENROLL-SWEEP. A line INTEREST.cob holds at the
      *>   servicemember rate cap keeps charging the cap: the new
      *>   rate becomes its contract rate (ODLOC-SCRA-ORIG-RATE), the
      *>   one restored when the cap lifts.
       ENROLL-ODLOC.
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT
           CLOSE ACCOUNTS-FILE
           IF WS-FOUND-FLAG = 'N'
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-A-TYPE(WS-FOUND-IDX) NOT = ACCT-CHECKING
                   IN ACCOUNT-TYPES
               MOVE '10' TO WS-RESULT-CODE
               DISPLAY "RESULT|10"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ODLOC-ENROLLMENTS
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-ODLOC-IDX FROM 1 BY 1
               UNTIL WS-ODLOC-IDX > WS-ODLOC-COUNT
               IF WS-OD-ACCT-ID(WS-ODLOC-IDX) = WS-IN-ACCT-ID
                   MOVE WS-IN-ODLOC-LIMIT
                       TO WS-OD-LIMIT(WS-ODLOC-IDX)
                   IF WS-OD-SCRA-STATUS(WS-ODLOC-IDX) = 'C'
                       MOVE WS-IN-ODLOC-RATE
                           TO WS-OD-SCRA-ORIG(WS-ODLOC-IDX)
                   ELSE
                       MOVE WS-IN-ODLOC-RATE
                           TO WS-OD-RATE(WS-ODLOC-IDX)
                   END-IF
                   MOVE 'A' TO WS-OD-STATUS(WS-ODLOC-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'N'
               ADD 1 TO WS-ODLOC-COUNT
               MOVE WS-IN-ACCT-ID TO WS-OD-ACCT-ID(WS-ODLOC-COUNT)
               MOVE WS-IN-ODLOC-LIMIT TO WS-OD-LIMIT(WS-ODLOC-COUNT)
               MOVE WS-IN-ODLOC-RATE TO WS-OD-RATE(WS-ODLOC-COUNT)
               MOVE 'A' TO WS-OD-STATUS(WS-ODLOC-COUNT)
               MOVE WS-CURRENT-DATE TO WS-OD-ENROLLED(WS-ODLOC-COUNT)
               MOVE SPACE TO WS-OD-SCRA-STATUS(WS-ODLOC-COUNT)
               MOVE 0 TO WS-OD-SCRA-ORIG(WS-ODLOC-COUNT)
               MOVE 0 TO WS-OD-SCRA-CAPPED(WS-ODLOC-COUNT)
               MOVE 0 TO WS-OD-SCRA-RESTORED(WS-ODLOC-COUNT)
               MOVE 0 TO WS-OD-SCRA-FORGIVEN(WS-ODLOC-COUNT)
           END-IF
           PERFORM SAVE-ODLOC-ENROLLMENTS
           DISPLAY "ODLOC-ENROLLED|" WS-IN-ACCT-ID "|"
               WS-IN-ODLOC-LIMIT "|" WS-IN-ODLOC-RATE
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

       CANCEL-ODLOC.
           PERFORM LOAD-ODLOC-ENROLLMENTS
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-ODLOC-IDX FROM 1 BY 1
               UNTIL WS-ODLOC-IDX > WS-ODLOC-COUNT
               IF WS-OD-ACCT-ID(WS-ODLOC-IDX) = WS-IN-ACCT-ID
                   MOVE 'C' TO WS-OD-STATUS(WS-ODLOC-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'N'
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-ODLOC-ENROLLMENTS
           DISPLAY "ODLOC-CANCELLED|" WS-IN-ACCT-ID
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

       LOAD-ODLOC-ENROLLMENTS.
           MOVE 0 TO WS-ODLOC-COUNT
           OPEN INPUT ODLOC-FILE
           IF WS-ODLOC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ODLOC-FILE
                   AT END
                       CLOSE ODLOC-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-ODLOC-COUNT
               MOVE ODLOC-ACCT-ID TO WS-OD-ACCT-ID(WS-ODLOC-COUNT)
               MOVE ODLOC-LIMIT TO WS-OD-LIMIT(WS-ODLOC-COUNT)
               MOVE ODLOC-RATE TO WS-OD-RATE(WS-ODLOC-COUNT)
               MOVE ODLOC-STATUS TO WS-OD-STATUS(WS-ODLOC-COUNT)
               MOVE ODLOC-ENROLL-DATE
                   TO WS-OD-ENROLLED(WS-ODLOC-COUNT)
      *>       Records written before the SCRA fields existed read
      *>       them as spaces — never capped.
               MOVE SPACE TO WS-OD-SCRA-STATUS(WS-ODLOC-COUNT)
               MOVE 0 TO WS-OD-SCRA-ORIG(WS-ODLOC-COUNT)
               MOVE 0 TO WS-OD-SCRA-CAPPED(WS-ODLOC-COUNT)
               MOVE 0 TO WS-OD-SCRA-RESTORED(WS-ODLOC-COUNT)
               MOVE 0 TO WS-OD-SCRA-FORGIVEN(WS-ODLOC-COUNT)
               IF (ODLOC-SCRA-CAPPED OR ODLOC-SCRA-RESTORED)
                   AND ODLOC-SCRA-ORIG-RATE IS NUMERIC
                   AND ODLOC-SCRA-CAP-DATE IS NUMERIC
                   AND ODLOC-SCRA-RESTORE-DATE IS NUMERIC
                   AND ODLOC-SCRA-FORGIVEN IS NUMERIC
                   MOVE ODLOC-SCRA-STATUS
                       TO WS-OD-SCRA-STATUS(WS-ODLOC-COUNT)
                   MOVE ODLOC-SCRA-ORIG-RATE
                       TO WS-OD-SCRA-ORIG(WS-ODLOC-COUNT)
                   MOVE ODLOC-SCRA-CAP-DATE
                       TO WS-OD-SCRA-CAPPED(WS-ODLOC-COUNT)
                   MOVE ODLOC-SCRA-RESTORE-DATE
                       TO WS-OD-SCRA-RESTORED(WS-ODLOC-COUNT)
                   MOVE ODLOC-SCRA-FORGIVEN
                       TO WS-OD-SCRA-FORGIVEN(WS-ODLOC-COUNT)
               END-IF
           END-PERFORM.

       SAVE-ODLOC-ENROLLMENTS.
           OPEN OUTPUT ODLOC-FILE
           IF WS-ODLOC-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ODLOC-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-ODLOC-IDX FROM 1 BY 1
               UNTIL WS-ODLOC-IDX > WS-ODLOC-COUNT
               MOVE WS-OD-ACCT-ID(WS-ODLOC-IDX) TO ODLOC-ACCT-ID
               MOVE WS-OD-LIMIT(WS-ODLOC-IDX) TO ODLOC-LIMIT
               MOVE WS-OD-RATE(WS-ODLOC-IDX) TO ODLOC-RATE
               MOVE WS-OD-STATUS(WS-ODLOC-IDX) TO ODLOC-STATUS
               MOVE WS-OD-ENROLLED(WS-ODLOC-IDX)
                   TO ODLOC-ENROLL-DATE
               MOVE WS-OD-SCRA-STATUS(WS-ODLOC-IDX) TO ODLOC-SCRA-STATUS
               MOVE WS-OD-SCRA-ORIG(WS-ODLOC-IDX) TO ODLOC-SCRA-ORIG-RATE
               MOVE WS-OD-SCRA-CAPPED(WS-ODLOC-IDX)
                   TO ODLOC-SCRA-CAP-DATE
               MOVE WS-OD-SCRA-RESTORED(WS-ODLOC-IDX)
                   TO ODLOC-SCRA-RESTORE-DATE
               MOVE WS-OD-SCRA-FORGIVEN(WS-ODLOC-IDX)
                   TO ODLOC-SCRA-FORGIVEN
               WRITE ODLOC-RECORD
           END-PERFORM
           CLOSE ODLOC-FILE.

      *>   REWARDS <acct> ENROLL signs a checking account up for
      *>   rewards checking (re-activating a cancelled enrollment
      *>   keeps its e-statement election); ESTMT/PAPER record the
      *>   e-statement election on an Active enrollment, CANCEL ends
      *>   it. A new or re-activated enrollment's first cycle starts
      *>   today — INTEREST.cob scores it on its next ACCRUE run.
      *>   Same validate-then-registry shape as ENROLL-ODLOC.
       SET-REWARDS.
           IF WS-IN-RWD-ACTION NOT = "ENROLL"
               AND WS-IN-RWD-ACTION NOT = "ESTMT"
               AND WS-IN-RWD-ACTION NOT = "PAPER"
               AND WS-IN-RWD-ACTION NOT = "CANCEL"
               DISPLAY "ERROR|INVALID-ACTION|" WS-IN-RWD-ACTION
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-RWD-ACTION = "ENROLL"
               OPEN INPUT ACCOUNTS-FILE
               IF WS-FILE-STATUS NOT = '00'
                   IF WS-FILE-STATUS = '39'
                       DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                           "ACCOUNTS.DAT|RUN MIGRATE"
                   END-IF
                   MOVE '03' TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-ACCOUNT
               CLOSE ACCOUNTS-FILE
               IF WS-FOUND-FLAG = 'N'
                   MOVE '03' TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
               IF WS-A-TYPE(WS-FOUND-IDX) NOT = ACCT-CHECKING
                       IN ACCOUNT-TYPES
                   MOVE '10' TO WS-RESULT-CODE
                   DISPLAY "RESULT|10"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM LOAD-REWARDS-ENROLLMENTS
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-RWD-IDX FROM 1 BY 1
               UNTIL WS-RWD-IDX > WS-RWD-COUNT
               IF WS-RW-ACCT-ID(WS-RWD-IDX) = WS-IN-ACCT-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IN-RWD-ACTION = "ENROLL"
               IF WS-FOUND-FLAG = 'N'
                   ADD 1 TO WS-RWD-COUNT
                   MOVE WS-RWD-COUNT TO WS-RWD-IDX
                   MOVE WS-IN-ACCT-ID TO WS-RW-ACCT-ID(WS-RWD-IDX)
                   MOVE 'N' TO WS-RW-ESTMT(WS-RWD-IDX)
                   MOVE 0 TO WS-RW-CYCLE-END(WS-RWD-IDX)
                   MOVE SPACES TO WS-RW-RESULT(WS-RWD-IDX)
                   MOVE SPACES TO WS-RW-MISSED(WS-RWD-IDX)
                   MOVE 0 TO WS-RW-POS-COUNT(WS-RWD-IDX)
                   MOVE 0 TO WS-RW-REFUND(WS-RWD-IDX)
                   MOVE WS-CURRENT-DATE TO WS-RW-CYCLE-START(WS-RWD-IDX)
               END-IF
               IF WS-RW-STATUS(WS-RWD-IDX) NOT = 'A'
                   MOVE WS-CURRENT-DATE TO WS-RW-ENROLLED(WS-RWD-IDX)
                   MOVE WS-CURRENT-DATE TO WS-RW-CYCLE-START(WS-RWD-IDX)
               END-IF
               MOVE 'A' TO WS-RW-STATUS(WS-RWD-IDX)
               MOVE WS-IN-OPERATOR-ID TO WS-RW-OPERATOR(WS-RWD-IDX)
               PERFORM SAVE-REWARDS-ENROLLMENTS
               DISPLAY "REWARDS-ENROLLED|" WS-IN-ACCT-ID "|"
                   WS-RW-CYCLE-START(WS-RWD-IDX) "|"
                   WS-RW-ESTMT(WS-RWD-IDX)
               MOVE '00' TO WS-RESULT-CODE
               DISPLAY "RESULT|00"
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-FLAG = 'N'
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-RW-STATUS(WS-RWD-IDX) NOT = 'A'
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-OPERATOR-ID TO WS-RW-OPERATOR(WS-RWD-IDX)
           EVALUATE WS-IN-RWD-ACTION
               WHEN "ESTMT"
                   MOVE 'Y' TO WS-RW-ESTMT(WS-RWD-IDX)
               WHEN "PAPER"
                   MOVE 'N' TO WS-RW-ESTMT(WS-RWD-IDX)
               WHEN OTHER
                   MOVE 'C' TO WS-RW-STATUS(WS-RWD-IDX)
           END-EVALUATE
           PERFORM SAVE-REWARDS-ENROLLMENTS
           IF WS-IN-RWD-ACTION = "CANCEL"
               DISPLAY "REWARDS-CANCELLED|" WS-IN-ACCT-ID
           ELSE
               DISPLAY "REWARDS-ESTMT|" WS-IN-ACCT-ID "|"
                   WS-RW-ESTMT(WS-RWD-IDX)
           END-IF
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

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
               ADD 1 TO WS-RWD-COUNT
               MOVE RWD-ACCT-ID TO WS-RW-ACCT-ID(WS-RWD-COUNT)
               MOVE RWD-STATUS TO WS-RW-STATUS(WS-RWD-COUNT)
               MOVE RWD-ESTMT TO WS-RW-ESTMT(WS-RWD-COUNT)
               MOVE RWD-ENROLL-DATE TO WS-RW-ENROLLED(WS-RWD-COUNT)
               MOVE RWD-CYCLE-START TO WS-RW-CYCLE-START(WS-RWD-COUNT)
               MOVE RWD-LAST-CYCLE-END TO WS-RW-CYCLE-END(WS-RWD-COUNT)
               MOVE RWD-LAST-RESULT TO WS-RW-RESULT(WS-RWD-COUNT)
               MOVE RWD-LAST-MISSED TO WS-RW-MISSED(WS-RWD-COUNT)
               MOVE RWD-LAST-POS-COUNT
                   TO WS-RW-POS-COUNT(WS-RWD-COUNT)
               MOVE RWD-LAST-REFUND TO WS-RW-REFUND(WS-RWD-COUNT)
               MOVE RWD-OPERATOR-ID TO WS-RW-OPERATOR(WS-RWD-COUNT)
           END-PERFORM.

       SAVE-REWARDS-ENROLLMENTS.
           OPEN OUTPUT REWARDS-FILE
           IF WS-RWD-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-RWD-STATUS
               MOVE '99' TO WS-RESULT-CODE
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

      *>   Moves ACCOUNT-RECORD from WS-IN-ACCT-ID to WS-IN-NEW-ACCT-ID
      *>   without losing transaction history the way closing one
      *>   account and opening another would. ACCT-ID is the indexed
      *>   file's RECORD KEY, so the move is a DELETE of the old key
      *>   plus a WRITE under the new one rather than a REWRITE — same
      *>   two-step GnuCOBOL requires whenever a keyed record's key
      *>   itself has to change. TRANS-ACCT-ID/TRANS-TARGET-ID
      *>   references in TRANSACT.DAT are then relabeled to match — see
      *>   REKEY-TRANSACT-REFERENCES — so REPORTS.cob/SARSCAN.cob/
      *>   VALIDATE.cob keep finding this account's full history under
      *>   the new id.
       REKEY-ACCOUNT.
           MOVE WS-IN-NEW-ACCT-ID TO WS-CHKD-ID
           PERFORM ASSIGN-CHECK-DIGIT
           IF WS-CHKD-VALID = 'N'
               DISPLAY "ERROR|ACCT-CHECK-DIGIT|" WS-IN-NEW-ACCT-ID
               MOVE RC-BAD-CHECK-DIGIT TO WS-RESULT-CODE
               DISPLAY "RESULT|" WS-RESULT-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHKD-ID TO WS-IN-NEW-ACCT-ID
           MOVE WS-IN-NEW-ACCT-ID TO WS-RETIRED-ID
           PERFORM CHECK-RETIRED-ACCT-ID
           IF WS-RETIRED-FLAG = 'Y'
               DISPLAY "ERROR|ACCT-ID-RETIRED|" WS-IN-NEW-ACCT-ID
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               CLOSE ACCOUNTS-FILE
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-NEW-ACCT-ID TO ACCT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CLOSE ACCOUNTS-FILE
                   DISPLAY "ERROR|DUPLICATE-ACCT|" WS-IN-NEW-ACCT-ID
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-IN-ACCT-ID TO ACCT-ID
           DELETE ACCOUNTS-FILE RECORD
               INVALID KEY
                   CLOSE ACCOUNTS-FILE
                   DISPLAY "ERROR|DELETE|" WS-FILE-STATUS
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
           END-DELETE
           MOVE WS-IN-NEW-ACCT-ID TO ACCT-ID
           MOVE WS-A-NAME(WS-FOUND-IDX) TO ACCT-NAME
           MOVE WS-A-JOINT(WS-FOUND-IDX) TO ACCT-JOINT-OWNER
           MOVE WS-A-BENEF(WS-FOUND-IDX) TO ACCT-BENEFICIARY
           MOVE WS-A-TYPE(WS-FOUND-IDX) TO ACCT-TYPE
           MOVE WS-A-BALANCE(WS-FOUND-IDX) TO ACCT-BALANCE
           MOVE WS-A-STATUS(WS-FOUND-IDX) TO ACCT-STATUS
           MOVE WS-A-OPEN(WS-FOUND-IDX) TO ACCT-OPEN-DATE
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY
           MOVE WS-A-EXEMPT(WS-FOUND-IDX) TO ACCT-FEE-EXEMPT
           MOVE WS-A-MATURITY(WS-FOUND-IDX) TO ACCT-MATURITY-DATE
           MOVE WS-A-CD-RATE(WS-FOUND-IDX) TO ACCT-CD-RATE
           MOVE WS-A-MAT-PAID(WS-FOUND-IDX) TO ACCT-MATURITY-PAID
           MOVE WS-A-CURRENCY(WS-FOUND-IDX) TO ACCT-CURRENCY
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   CLOSE ACCOUNTS-FILE
                   DISPLAY "ERROR|WRITE|" WS-FILE-STATUS
                   MOVE '99' TO WS-RESULT-CODE
                   DISPLAY "RESULT|99"
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE ACCOUNTS-FILE
           PERFORM REKEY-TRANSACT-REFERENCES
           PERFORM DROP-CHECK-DIGIT-EXEMPTION
           PERFORM REKEY-ACCTBRN-ENTRY
           DISPLAY "ACCOUNT-REKEYED|" WS-IN-ACCT-ID "|"
               WS-IN-NEW-ACCT-ID "|" WS-REKEY-TX-COUNT
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   Single pass over TRANSACT.DAT relabeling TRANS-ACCT-ID and
      *>   TRANS-TARGET-ID from the old id to the new one, rewritten via
      *>   a TRANSACT.DAT.NEW scratch file swapped into place — same
      *>   streaming idiom ARCHIVE.cob uses rather than loading the
      *>   whole (unbounded) log into an OCCURS table. A node with no
      *>   TRANSACT.DAT yet (OPEN INPUT fails) has no history to
      *>   relabel, so this is skipped rather than treated as an error.
      *>   A relabeled record no longer matches its TRANS-CHAIN-HASH, so
      *>   every stamped record is re-linked from the live log's anchor
      *>   as it streams through (REKEY-RELINK-RECORD) — but only while
      *>   the old links still verify: from the first link that was
      *>   already broken, records are relabeled with their hashes left
      *>   as they were, so VERIFY-CHAIN.cob still reports the break
      *>   instead of a REKEY quietly sealing over an edited log.
       REKEY-TRANSACT-REFERENCES.
           MOVE 0 TO WS-REKEY-TX-COUNT
           MOVE 0 TO WS-REKEY-REC-NUM
           MOVE 'Y' TO WS-REKEY-RESTAMP
           MOVE 'N' TO WS-REKEY-STARTED
           PERFORM LOAD-LIVE-CHAIN-ANCHOR
           OPEN INPUT TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRANSACT-OUT-FILE
           IF WS-TX-OUT-STATUS NOT = '00'
               CLOSE TRANSACT-FILE
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-OUT-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ TRANSACT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-REKEY-REC-NUM
               PERFORM REKEY-CHECK-OLD-LINK
               IF TRANS-ACCT-ID = WS-IN-ACCT-ID
                   MOVE WS-IN-NEW-ACCT-ID TO TRANS-ACCT-ID
                   ADD 1 TO WS-REKEY-TX-COUNT
               END-IF
               IF TRANS-TARGET-ID = WS-IN-ACCT-ID
                   MOVE WS-IN-NEW-ACCT-ID TO TRANS-TARGET-ID
               END-IF
               IF WS-REKEY-LINKED = 'Y'
                   MOVE WS-REKEY-NEW-PREV TO WS-CHAIN-PREV
                   PERFORM STAMP-CHAIN-HASH
                   MOVE WS-CHAIN-PREV TO WS-REKEY-NEW-PREV
               END-IF
               MOVE TRANSACTION-RECORD TO TRANSACT-OUT-RECORD
               WRITE TRANSACT-OUT-RECORD
           END-PERFORM
           CLOSE TRANSACT-FILE
           CLOSE TRANSACT-OUT-FILE
           MOVE "mv TRANSACT.DAT.NEW TRANSACT.DAT" TO WS-REKEY-SWAP-CMD
           CALL "SYSTEM" USING WS-REKEY-SWAP-CMD.

      *>   The live log's chain starts where ARCHIVE.cob's last
      *>   archived stretch ended (TXCHAIN.DAT's last entry), or at
      *>   genesis when nothing has been archived under the chain.
       LOAD-LIVE-CHAIN-ANCHOR.
           MOVE WS-CHAIN-GENESIS TO WS-REKEY-OLD-PREV
           OPEN INPUT CHAIN-FILE
           IF WS-CHAIN-STATUS = '00'
               PERFORM UNTIL 1 = 0
                   READ CHAIN-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE CHN-END-HASH TO WS-REKEY-OLD-PREV
               END-PERFORM
               CLOSE CHAIN-FILE
           END-IF
           MOVE WS-REKEY-OLD-PREV TO WS-REKEY-NEW-PREV.

      *>   Verifies the record just read against the old chain, before
      *>   it's relabeled. WS-REKEY-LINKED = 'Y' tells the caller to
      *>   re-stamp it; unstamped records ahead of the chain's start
      *>   are left unstamped.
       REKEY-CHECK-OLD-LINK.
           MOVE 'N' TO WS-REKEY-LINKED
           IF WS-REKEY-RESTAMP NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF TRANS-CHAIN-HASH = SPACES
               IF WS-REKEY-STARTED = 'Y'
                   MOVE 'N' TO WS-REKEY-RESTAMP
                   DISPLAY "WARNING|CHAIN-BROKEN-BEFORE-REKEY|"
                       WS-REKEY-REC-NUM "|" TRANS-ID
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-REKEY-STARTED
           MOVE TRANS-CHAIN-HASH TO WS-REKEY-STORED-HASH
           MOVE SPACES TO TRANS-CHAIN-HASH
           MOVE WS-REKEY-OLD-PREV TO WS-CHAIN-PREV
           PERFORM COMPUTE-CHAIN-HASH
           MOVE WS-REKEY-STORED-HASH TO TRANS-CHAIN-HASH
           IF WS-CHAIN-HASH NOT = WS-REKEY-STORED-HASH
               MOVE 'N' TO WS-REKEY-RESTAMP
               DISPLAY "WARNING|CHAIN-BROKEN-BEFORE-REKEY|"
                   WS-REKEY-REC-NUM "|" TRANS-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REKEY-STORED-HASH TO WS-REKEY-OLD-PREV
           MOVE 'Y' TO WS-REKEY-LINKED.

      *>   Product conversion in place: ACCT-TYPE changes, nothing
      *>   else about the account does, so the open date, statement
      *>   history, standing orders and card registry all stay with
      *>   the same ACCT-ID. Refused with no file touched unless the
      *>   new product's rules are met (opening minimum, the MMKT
      *>   minimum balance, never into or out of a CD or a credit
      *>   card) and every arrangement on the account is still valid
      *>   for the new type (see CHECK-CONVERT-ARRANGEMENTS).
      *>   No interest posts here: the 'M' memo carries the old type
      *>   and the date, and INTEREST.cob's month-end run splits the
      *>   month between the two products' rates (see its
      *>   SPLIT-CONVERTED-MONTH), so the days before the change are
      *>   paid once, at the old rate, through the same withholding
      *>   and IOLTA remittance as any other accrual.
       CONVERT-ACCOUNT.
           IF WS-IN-NEW-TYPE NOT = ACCT-CHECKING IN ACCOUNT-TYPES
               AND WS-IN-NEW-TYPE NOT = ACCT-SAVINGS IN ACCOUNT-TYPES
               AND WS-IN-NEW-TYPE NOT = ACCT-MMKT IN ACCOUNT-TYPES
               MOVE RC-INVALID-ACCT-TYPE TO WS-RESULT-CODE
               DISPLAY "RESULT|10"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               OR WS-A-STATUS(WS-FOUND-IDX) = 'C'
               CLOSE ACCOUNTS-FILE
               MOVE '03' TO WS-RESULT-CODE
               DISPLAY "RESULT|03"
               EXIT PARAGRAPH
           END-IF
           IF WS-A-STATUS(WS-FOUND-IDX) NOT = 'A'
               CLOSE ACCOUNTS-FILE
               MOVE RC-ACCOUNT-FROZEN TO WS-RESULT-CODE
               DISPLAY "RESULT|04"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-A-TYPE(WS-FOUND-IDX) TO WS-CONV-OLD-TYPE
           IF WS-CONV-OLD-TYPE = ACCT-CD IN ACCOUNT-TYPES
               OR WS-CONV-OLD-TYPE = ACCT-CREDIT-CARD IN ACCOUNT-TYPES
               OR WS-CONV-OLD-TYPE = WS-IN-NEW-TYPE
               CLOSE ACCOUNTS-FILE
               MOVE RC-INVALID-ACCT-TYPE TO WS-RESULT-CODE
               DISPLAY "RESULT|10"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-IN-NEW-TYPE = ACCT-CHECKING IN ACCOUNT-TYPES
                   MOVE OPEN-MIN-CHECKING TO WS-OPEN-MINIMUM
               WHEN WS-IN-NEW-TYPE = ACCT-SAVINGS IN ACCOUNT-TYPES
                   MOVE OPEN-MIN-SAVINGS TO WS-OPEN-MINIMUM
               WHEN OTHER
                   MOVE OPEN-MIN-MMKT TO WS-OPEN-MINIMUM
                   IF MIN-BALANCE-MMKT > WS-OPEN-MINIMUM
                       MOVE MIN-BALANCE-MMKT TO WS-OPEN-MINIMUM
                   END-IF
           END-EVALUATE
           IF WS-A-BALANCE(WS-FOUND-IDX) < WS-OPEN-MINIMUM
               CLOSE ACCOUNTS-FILE
               MOVE RC-MIN-BALANCE TO WS-RESULT-CODE
               DISPLAY "RESULT|09"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CONVERT-ARRANGEMENTS
           IF WS-CONV-CONFLICTS > 0
               CLOSE ACCOUNTS-FILE
               MOVE RC-INVALID-SCHEDULE TO WS-RESULT-CODE
               DISPLAY "RESULT|08"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-NEW-TYPE TO WS-A-TYPE(WS-FOUND-IDX)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(WS-FOUND-IDX)
           PERFORM REWRITE-FOUND-ACCOUNT
           CLOSE ACCOUNTS-FILE
           IF WS-CONCURRENCY-FLAG = 'Y'
               MOVE '05' TO WS-RESULT-CODE
               DISPLAY "RESULT|05"
               EXIT PARAGRAPH
           END-IF
           MOVE TX-MEMO TO WS-CONV-TX-TYPE
           MOVE 0 TO WS-CONV-TX-AMOUNT
           MOVE SPACES TO WS-CONV-TX-DESC
           STRING "PRODUCT CONVERSION " DELIMITED SIZE
               WS-CONV-OLD-TYPE DELIMITED SIZE
               " TO " DELIMITED SIZE
               WS-IN-NEW-TYPE DELIMITED SIZE
               INTO WS-CONV-TX-DESC
           END-STRING
           PERFORM WRITE-CONVERT-RECORD
           DISPLAY "ACCOUNT-CONVERTED|" WS-IN-ACCT-ID "|"
               WS-CONV-OLD-TYPE "|" WS-IN-NEW-TYPE "|"
               WS-A-BALANCE(WS-FOUND-IDX)
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   Every Active arrangement that would be invalid under the
      *>   new type is reported, not just the first, so the branch
      *>   can clear them all before trying again:
      *>     SWEEP.DAT — a sweep source must be checking (ENROLL-SWEEP);
      *>                 targets may be any deposit type, so those
      *>                 always survive a C/S/M conversion
      *>     ODLOC.DAT — the overdraft line is checking-only
      *>                 (ENROLL-ODLOC)
      *>     REWARDS.DAT — rewards checking is checking-only
      *>                 (SET-REWARDS)
      *>     CARDS.DAT — debit cards ride on transaction accounts;
      *>                 an Active card can't stay on a savings account
       CHECK-CONVERT-ARRANGEMENTS.
           MOVE 0 TO WS-CONV-CONFLICTS
           IF WS-IN-NEW-TYPE = ACCT-CHECKING IN ACCOUNT-TYPES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SWEEP-ENROLLMENTS
           PERFORM VARYING WS-SWEEP-IDX FROM 1 BY 1
               UNTIL WS-SWEEP-IDX > WS-SWEEP-COUNT
               IF WS-SWP-SRC-ID(WS-SWEEP-IDX) = WS-IN-ACCT-ID
                   AND WS-SWP-STATUS(WS-SWEEP-IDX) = 'A'
                   ADD 1 TO WS-CONV-CONFLICTS
                   DISPLAY "ERROR|CONVERT-CONFLICT|SWEEP|"
                       WS-SWP-TARGET-ID(WS-SWEEP-IDX)
               END-IF
           END-PERFORM
           PERFORM LOAD-ODLOC-ENROLLMENTS
           PERFORM VARYING WS-ODLOC-IDX FROM 1 BY 1
               UNTIL WS-ODLOC-IDX > WS-ODLOC-COUNT
               IF WS-OD-ACCT-ID(WS-ODLOC-IDX) = WS-IN-ACCT-ID
                   AND WS-OD-STATUS(WS-ODLOC-IDX) = 'A'
                   ADD 1 TO WS-CONV-CONFLICTS
                   DISPLAY "ERROR|CONVERT-CONFLICT|ODLOC|"
                       WS-IN-ACCT-ID
               END-IF
           END-PERFORM
           PERFORM LOAD-REWARDS-ENROLLMENTS
           PERFORM VARYING WS-RWD-IDX FROM 1 BY 1
               UNTIL WS-RWD-IDX > WS-RWD-COUNT
               IF WS-RW-ACCT-ID(WS-RWD-IDX) = WS-IN-ACCT-ID
                   AND WS-RW-STATUS(WS-RWD-IDX) = 'A'
                   ADD 1 TO WS-CONV-CONFLICTS
                   DISPLAY "ERROR|CONVERT-CONFLICT|REWARDS|"
                       WS-IN-ACCT-ID
               END-IF
           END-PERFORM
           IF WS-IN-NEW-TYPE NOT = ACCT-SAVINGS IN ACCOUNT-TYPES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CARDS-FILE
           IF WS-CARD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CARDS-FILE
                   AT END
                       CLOSE CARDS-FILE
                       EXIT PERFORM
               END-READ
               IF CARD-ACCT-ID = WS-IN-ACCT-ID AND CARD-ACTIVE
                   ADD 1 TO WS-CONV-CONFLICTS
                   DISPLAY "ERROR|CONVERT-CONFLICT|CARD|" CARD-ID
               END-IF
           END-PERFORM.

      *>   One CONVERT posting (the 'M' memo) to TRANSACT.DAT under
      *>   a fresh TRX-n off the shared TXSEQ.DAT counter — same
      *>   record shape as WRITE-DISBURSE-RECORD. CLOSE's promotional-bonus clawback
      *>   fee goes through here too, with WS-CONV-TX-REASON set.
       WRITE-CONVERT-RECORD.
           MOVE 0 TO WS-TX-ID-NUM
           OPEN INPUT SEQUENCE-FILE
           IF WS-SEQ-STATUS = '00'
               READ SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-NUMBER TO WS-TX-ID-NUM
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF
           ADD 1 TO WS-TX-ID-NUM
           MOVE WS-TX-ID-NUM TO SEQ-NUMBER
           OPEN OUTPUT SEQUENCE-FILE
           IF WS-SEQ-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-SEQ-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE
           MOVE WS-IN-ACCT-ID(5:1) TO WS-NODE-CODE
           MOVE SPACES TO WS-TX-ID
           STRING "TRX-" DELIMITED SIZE
               WS-NODE-CODE DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-TX-ID-NUM DELIMITED SIZE
               INTO WS-TX-ID
           END-STRING
           MOVE WS-TX-ID TO TRANS-ID
           MOVE WS-IN-ACCT-ID TO TRANS-ACCT-ID
           MOVE WS-CONV-TX-TYPE TO TRANS-TYPE
           MOVE WS-CONV-TX-AMOUNT TO TRANS-AMOUNT
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE WS-CONV-TX-DESC TO TRANS-DESC
           MOVE '00' TO TRANS-STATUS
           MOVE SPACES TO TRANS-BATCH-ID
           MOVE SPACES TO TRANS-REVERSAL-OF
           MOVE SPACES TO TRANS-CLIENT-REF
           MOVE SPACES TO TRANS-TARGET-ID
           MOVE SPACES TO TRANS-CARD-LAST-4
           MOVE SPACES TO TRANS-CHECK-NUM
           MOVE ZERO TO TRANS-TARGET-AMOUNT
           MOVE ZERO TO TRANS-VALUE-DATE
           MOVE WS-CONV-TX-REASON TO TRANS-FEE-REASON
           MOVE "BRN" TO TRANS-CHANNEL
           MOVE SPACES TO TRANS-BRANCH
           PERFORM LOAD-CHAIN-ANCHOR
           OPEN EXTEND TRANSACT-FILE
           IF WS-TX-STATUS NOT = '00'
               OPEN OUTPUT TRANSACT-FILE
           END-IF
           IF WS-TX-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-TX-STATUS
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM STAMP-CHAIN-HASH
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACT-FILE.

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

      *>   Entry-point guard for every keyed operation: the account
      *>   number (and the target account, when WS-ENTRY-CHECK-TARGET
      *>   is 'Y') must carry a valid check digit or be exempted on
      *>   CHKDXMPT.DAT, otherwise RESULT|23 is returned before any
      *>   lookup, so a mistyped number can't reach another account.
      *>   CREATE/PAYCARD and REKEY check their own (new) numbers
      *>   through ASSIGN-CHECK-DIGIT instead.
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

      *>   New account numbers (CREATE, REKEY's target): a 9-character
      *>   base in WS-CHKD-ID gets its check digit appended in position
      *>   10; a full 10-character id must already carry the right
      *>   one. CHKDXMPT.DAT is never consulted here — it only
      *>   grandfathers numbers already on file, not new ones.
       ASSIGN-CHECK-DIGIT.
           MOVE 'N' TO WS-CHKD-VALID
           IF WS-CHKD-ID(1:1) = SPACE OR WS-CHKD-ID(9:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHKD-ID(10:1) = SPACE
               PERFORM COMPUTE-CHECK-DIGIT
               MOVE WS-CHKD-DIGIT TO WS-CHKD-CHAR-N
               MOVE WS-CHKD-CHAR TO WS-CHKD-ID(10:1)
               MOVE 'Y' TO WS-CHKD-VALID
           ELSE
               PERFORM TEST-CHECK-DIGIT
           END-IF.

      *>   One-time (re-runnable) sweep of ACCOUNTS.DAT listing every
      *>   ACCT-ID that fails its check digit, whether CHKDXMPT.DAT
      *>   already exempts it, and the conforming number it would get
      *>   (positions 1-9 plus the computed digit) for planning the
      *>   REKEY. Read-only — nothing on file changes.
       REPORT-CHECK-DIGITS.
           PERFORM LOAD-CHKDXMPT-FILE
           MOVE 0 TO WS-CDX-FAIL-COUNT
           MOVE 0 TO WS-CDX-EXEMPT-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       CLOSE ACCOUNTS-FILE
                       EXIT PERFORM
               END-READ
               MOVE ACCT-ID TO WS-CHKD-ID
               PERFORM TEST-CHECK-DIGIT
               IF WS-CHKD-VALID = 'N'
                   ADD 1 TO WS-CDX-FAIL-COUNT
                   PERFORM COMPUTE-CHECK-DIGIT
                   MOVE ACCT-ID TO WS-CDX-SUGGESTED-ID
                   MOVE WS-CHKD-DIGIT TO WS-CHKD-CHAR-N
                   MOVE WS-CHKD-CHAR TO WS-CDX-SUGGESTED-ID(10:1)
                   PERFORM FIND-CDX-ENTRY
                   IF WS-CDX-FOUND = 'Y'
                       ADD 1 TO WS-CDX-EXEMPT-COUNT
                       DISPLAY "CHKDIGIT-FAIL|" ACCT-ID "|"
                           WS-CDX-SUGGESTED-ID "|" ACCT-NAME "|"
                           ACCT-STATUS "|EXEMPT|"
                           WS-CDX-DATE(WS-CDX-FOUND-IDX)
                   ELSE
                       DISPLAY "CHKDIGIT-FAIL|" ACCT-ID "|"
                           WS-CDX-SUGGESTED-ID "|" ACCT-NAME "|"
                           ACCT-STATUS "|NOT-EXEMPT|"
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "SUMMARY|CHKDIGIT-FAIL-COUNT|" WS-CDX-FAIL-COUNT
               "|EXEMPT|" WS-CDX-EXEMPT-COUNT
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   Grandfathers a legacy number onto CHKDXMPT.DAT (command
      *>   line: CDEXEMPT <acct-id>|ALL <operator-id>) so the entry
      *>   points keep accepting it until it is rekeyed. ALL exempts
      *>   every failing account on file in one pass. An id that
      *>   already passes, or is already exempt, is left alone.
       EXEMPT-CHECK-DIGITS.
           PERFORM LOAD-CHKDXMPT-FILE
           MOVE 0 TO WS-CDX-ADDED-COUNT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           IF WS-IN-ACCT-ID = "ALL"
               PERFORM UNTIL 1 = 0
                   READ ACCOUNTS-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   PERFORM EXEMPT-ONE-ACCOUNT
               END-PERFORM
           ELSE
               PERFORM FIND-ACCOUNT
               IF WS-FOUND-FLAG = 'N'
                   CLOSE ACCOUNTS-FILE
                   MOVE '03' TO WS-RESULT-CODE
                   DISPLAY "RESULT|03"
                   EXIT PARAGRAPH
               END-IF
               PERFORM EXEMPT-ONE-ACCOUNT
           END-IF
           CLOSE ACCOUNTS-FILE
           IF WS-CDX-ADDED-COUNT > 0
               PERFORM SAVE-CHKDXMPT-FILE
           END-IF
           DISPLAY "SUMMARY|CHKDIGIT-EXEMPTED|" WS-CDX-ADDED-COUNT
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

       EXEMPT-ONE-ACCOUNT.
           MOVE ACCT-ID TO WS-CHKD-ID
           PERFORM TEST-CHECK-DIGIT
           IF WS-CHKD-VALID = 'Y'
               IF WS-IN-ACCT-ID NOT = "ALL"
                   DISPLAY "CHKDIGIT-OK|" ACCT-ID
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CDX-ENTRY
           IF WS-CDX-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-CDX-COUNT >= 500
               DISPLAY "ERROR|CHKDXMPT-FULL|" ACCT-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CDX-COUNT
           MOVE ACCT-ID TO WS-CDX-ACCT-ID(WS-CDX-COUNT)
           MOVE WS-CURRENT-DATE TO WS-CDX-DATE(WS-CDX-COUNT)
           MOVE WS-IN-OPERATOR-ID TO WS-CDX-OPERATOR(WS-CDX-COUNT)
           ADD 1 TO WS-CDX-ADDED-COUNT
           DISPLAY "CHKDIGIT-EXEMPTED|" ACCT-ID.

      *>   A successful REKEY retires the old number, so its exemption
      *>   goes with it — the new number has already passed
      *>   ASSIGN-CHECK-DIGIT and needs none.
       DROP-CHECK-DIGIT-EXEMPTION.
           PERFORM LOAD-CHKDXMPT-FILE
           MOVE WS-IN-ACCT-ID TO ACCT-ID
           PERFORM FIND-CDX-ENTRY
           IF WS-CDX-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CDX-OUT-IDX
           PERFORM VARYING WS-CDX-IDX FROM 1 BY 1
               UNTIL WS-CDX-IDX > WS-CDX-COUNT
               IF WS-CDX-ACCT-ID(WS-CDX-IDX) NOT = WS-IN-ACCT-ID
                   ADD 1 TO WS-CDX-OUT-IDX
                   MOVE WS-CDX-ENTRY(WS-CDX-IDX)
                       TO WS-CDX-ENTRY(WS-CDX-OUT-IDX)
               END-IF
           END-PERFORM
           MOVE WS-CDX-OUT-IDX TO WS-CDX-COUNT
           PERFORM SAVE-CHKDXMPT-FILE.

      *>   Looks up ACCT-ID in the loaded WS-CDX-TABLE.
       FIND-CDX-ENTRY.
           MOVE 'N' TO WS-CDX-FOUND
           MOVE 0 TO WS-CDX-FOUND-IDX
           PERFORM VARYING WS-CDX-IDX FROM 1 BY 1
               UNTIL WS-CDX-IDX > WS-CDX-COUNT
               IF WS-CDX-ACCT-ID(WS-CDX-IDX) = ACCT-ID
                   MOVE 'Y' TO WS-CDX-FOUND
                   MOVE WS-CDX-IDX TO WS-CDX-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-CHKDXMPT-FILE.
           MOVE 0 TO WS-CDX-COUNT
           OPEN INPUT CHKDXMPT-FILE
           IF WS-CHKD-XMPT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CHKDXMPT-FILE
                   AT END
                       CLOSE CHKDXMPT-FILE
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-CDX-COUNT
               MOVE CDX-ACCT-ID TO WS-CDX-ACCT-ID(WS-CDX-COUNT)
               MOVE CDX-EXEMPT-DATE TO WS-CDX-DATE(WS-CDX-COUNT)
               MOVE CDX-OPERATOR-ID TO WS-CDX-OPERATOR(WS-CDX-COUNT)
           END-PERFORM.

       SAVE-CHKDXMPT-FILE.
           OPEN OUTPUT CHKDXMPT-FILE
           IF WS-CHKD-XMPT-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-CHKD-XMPT-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               STOP RUN
           END-IF
           PERFORM VARYING WS-CDX-IDX FROM 1 BY 1
               UNTIL WS-CDX-IDX > WS-CDX-COUNT
               MOVE WS-CDX-ACCT-ID(WS-CDX-IDX) TO CDX-ACCT-ID
               MOVE WS-CDX-DATE(WS-CDX-IDX) TO CDX-EXEMPT-DATE
               MOVE WS-CDX-OPERATOR(WS-CDX-IDX) TO CDX-OPERATOR-ID
               WRITE CHKDIGIT-EXEMPT-RECORD
           END-PERFORM
           CLOSE CHKDXMPT-FILE.

      *>   Same test TRANSACT.cob's CHECK-ENTRY-BRANCH applies: the
      *>   code must be on BRANCH.DAT and Open. A node with no
      *>   BRANCH.DAT yet accepts whatever branch is given.
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

      *>   An account number PURGE.cob has moved to the closed-account
      *>   archive stays retired for good — it is still on old
      *>   statements, checks and archive history — so CREATE and
      *>   REKEY refuse it exactly as they refuse one still on
      *>   ACCOUNTS.DAT. A node with no PURGED.DAT has retired none.
       CHECK-RETIRED-ACCT-ID.
           MOVE 'N' TO WS-RETIRED-FLAG
           OPEN INPUT PURGED-FILE
           IF WS-PURGED-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PURGED-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PRG-ACCT-ID = WS-RETIRED-ID
                   MOVE 'Y' TO WS-RETIRED-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE PURGED-FILE.

      *>   A new account has no ACCTBRN.DAT entry yet, so CREATE just
      *>   appends one; BRANCHES.cob ASSIGN moves it later.
       APPEND-ACCTBRN-ENTRY.
           MOVE WS-IN-ACCT-ID TO ABR-ACCT-ID
           MOVE WS-IN-BRANCH TO ABR-BRANCH-CODE
           MOVE WS-CURRENT-DATE TO ABR-ASSIGNED-DATE
           OPEN EXTEND ACCTBRN-FILE
           IF WS-ABR-STATUS NOT = '00'
               OPEN OUTPUT ACCTBRN-FILE
           END-IF
           IF WS-ABR-STATUS = '00'
               WRITE ACCT-BRANCH-RECORD
               CLOSE ACCTBRN-FILE
           END-IF.

      *>   REKEY relabels the account's home-branch entry so its
      *>   deposits keep reporting under the same branch.
       REKEY-ACCTBRN-ENTRY.
           MOVE 0 TO WS-AB-COUNT
           MOVE 'N' TO WS-FOUND-FLAG
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
               ADD 1 TO WS-AB-COUNT
               MOVE ABR-ACCT-ID TO WS-AB-ACCT-ID(WS-AB-COUNT)
               MOVE ABR-BRANCH-CODE TO WS-AB-BRANCH(WS-AB-COUNT)
               MOVE ABR-ASSIGNED-DATE TO WS-AB-ASSIGNED(WS-AB-COUNT)
               IF ABR-ACCT-ID = WS-IN-ACCT-ID
                   MOVE WS-IN-NEW-ACCT-ID
                       TO WS-AB-ACCT-ID(WS-AB-COUNT)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ACCTBRN-FILE
           IF WS-ABR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ABR-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
               UNTIL WS-AB-IDX > WS-AB-COUNT
               MOVE WS-AB-ACCT-ID(WS-AB-IDX) TO ABR-ACCT-ID
               MOVE WS-AB-BRANCH(WS-AB-IDX) TO ABR-BRANCH-CODE
               MOVE WS-AB-ASSIGNED(WS-AB-IDX) TO ABR-ASSIGNED-DATE
               WRITE ACCT-BRANCH-RECORD
           END-PERFORM
           CLOSE ACCTBRN-FILE.

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

      *>   Mass account maintenance (command line: MASSMAINT
      *>   <change-file> [DRYRUN] [<operator-id>]). Each line of the
      *>   change file (MNTCHGREC.cpy) is applied the way the single-
      *>   account operation would apply it — UPDATE for STATUS and
      *>   JOINT, BENEFIC, WAIVE for EXEMPT, CREATE's branch check for
      *>   BRANCH, RATEOVR's type check for RATEOVR — but only while
      *>   its old value still matches what is on file; anything else
      *>   is rejected with a reason and the run carries on. Every
      *>   applied change is journaled on OVERRIDE-LOG.DAT. DRYRUN
      *>   produces the identical report and totals without writing
      *>   ACCOUNTS.DAT, ACCTBRN.DAT, RATEOVR.DAT or the journal.
       RUN-MASS-MAINTENANCE.
           OPEN INPUT MAINT-CHANGE-FILE
           IF WS-MNT-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" FUNCTION TRIM(WS-MNT-PATH)
                   "|" WS-MNT-STATUS
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-DRY-RUN = 'Y'
               OPEN INPUT ACCOUNTS-FILE
           ELSE
               OPEN I-O ACCOUNTS-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               IF WS-FILE-STATUS = '39'
                   DISPLAY "ERROR|LAYOUT-VERSION-MISMATCH|"
                       "ACCOUNTS.DAT|RUN MIGRATE"
               END-IF
               DISPLAY "ERROR|FILE-OPEN|" WS-FILE-STATUS
               CLOSE MAINT-CHANGE-FILE
               MOVE '99' TO WS-RESULT-CODE
               DISPLAY "RESULT|99"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RATEOVR-FILE
           PERFORM LOAD-ACCTBRN-TABLE
           MOVE 0 TO WS-MNT-LINE-NO
           MOVE 0 TO WS-MNT-READ-COUNT
           MOVE 0 TO WS-MNT-APPLIED-COUNT
           MOVE 0 TO WS-MNT-REJECTED-COUNT
           MOVE 0 TO WS-MNT-PEND-COUNT
           MOVE 'N' TO WS-MNT-AB-CHANGED
           MOVE 'N' TO WS-MNT-ROV-CHANGED
           PERFORM VARYING WS-MNT-FIELD-IDX FROM 1 BY 1
               UNTIL WS-MNT-FIELD-IDX > 6
               MOVE 0 TO WS-MNT-F-APPLIED(WS-MNT-FIELD-IDX)
               MOVE 0 TO WS-MNT-F-REJECTED(WS-MNT-FIELD-IDX)
           END-PERFORM
           IF WS-MNT-DRY-RUN = 'Y'
               DISPLAY "MASSMAINT-START|" FUNCTION TRIM(WS-MNT-PATH)
                   "|DRYRUN|" WS-CURRENT-DATE
           ELSE
               DISPLAY "MASSMAINT-START|" FUNCTION TRIM(WS-MNT-PATH)
                   "|APPLY|" WS-CURRENT-DATE
           END-IF
           PERFORM UNTIL 1 = 0
               READ MAINT-CHANGE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-MNT-LINE-NO
               IF MAINT-CHANGE-RECORD NOT = SPACES
                   PERFORM APPLY-MAINT-CHANGE
               END-IF
           END-PERFORM
           CLOSE MAINT-CHANGE-FILE
           CLOSE ACCOUNTS-FILE
           IF WS-MNT-DRY-RUN = 'N'
               IF WS-MNT-ROV-CHANGED = 'Y'
                   PERFORM SAVE-RATEOVR-FILE
               END-IF
               IF WS-MNT-AB-CHANGED = 'Y'
                   PERFORM SAVE-ACCTBRN-TABLE
               END-IF
           END-IF
           PERFORM VARYING WS-MNT-FIELD-IDX FROM 1 BY 1
               UNTIL WS-MNT-FIELD-IDX > 6
               DISPLAY "MASSMAINT-FIELD|"
                   WS-MNT-FIELD-NAME(WS-MNT-FIELD-IDX) "|"
                   WS-MNT-F-APPLIED(WS-MNT-FIELD-IDX) "|"
                   WS-MNT-F-REJECTED(WS-MNT-FIELD-IDX)
           END-PERFORM
           IF WS-MNT-DRY-RUN = 'Y'
               DISPLAY "MASSMAINT-TOTALS|" WS-MNT-READ-COUNT "|"
                   WS-MNT-APPLIED-COUNT "|" WS-MNT-REJECTED-COUNT
                   "|DRYRUN"
           ELSE
               DISPLAY "MASSMAINT-TOTALS|" WS-MNT-READ-COUNT "|"
                   WS-MNT-APPLIED-COUNT "|" WS-MNT-REJECTED-COUNT
                   "|APPLY"
           END-IF
           MOVE '00' TO WS-RESULT-CODE
           DISPLAY "RESULT|00".

      *>   One change line: look the account up, lay any earlier dry-
      *>   run change to it back over the record, then hand off to the
      *>   field's own check-and-stage paragraph. A field paragraph
      *>   that finds a problem leaves its reason in WS-MNT-REASON and
      *>   changes nothing.
       APPLY-MAINT-CHANGE.
           ADD 1 TO WS-MNT-READ-COUNT
           MOVE SPACES TO WS-MNT-REASON
           MOVE SPACES TO WS-MNT-CUR-VALUE
           MOVE MCHG-ACCT-ID TO WS-IN-ACCT-ID
           MOVE 0 TO WS-MNT-FIELD-IDX
           PERFORM VARYING WS-MNT-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MNT-MATCH-IDX > 6
               IF WS-MNT-FIELD-NAME(WS-MNT-MATCH-IDX) = MCHG-FIELD
                   MOVE WS-MNT-MATCH-IDX TO WS-MNT-FIELD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MNT-FIELD-IDX = 0
               MOVE "UNKNOWN-FIELD" TO WS-MNT-REASON
               PERFORM REJECT-MAINT-CHANGE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-FLAG = 'N'
               MOVE "ACCT-NOT-FOUND" TO WS-MNT-REASON
               PERFORM REJECT-MAINT-CHANGE
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-DRY-RUN = 'Y'
               PERFORM OVERLAY-MAINT-PENDING
           END-IF
           MOVE MCHG-OLD-VALUE TO WS-MNT-OLD-VALUE
           IF WS-MNT-OLD-VALUE = "NONE"
               MOVE SPACES TO WS-MNT-OLD-VALUE
           END-IF
           MOVE MCHG-NEW-VALUE TO WS-MNT-NEW-VALUE
           IF WS-MNT-NEW-VALUE = "NONE"
               MOVE SPACES TO WS-MNT-NEW-VALUE
           END-IF
           EVALUATE WS-MNT-FIELD-IDX
               WHEN 1
                   PERFORM MAINT-STATUS-CHANGE
               WHEN 2
                   PERFORM MAINT-JOINT-CHANGE
               WHEN 3
                   PERFORM MAINT-BENEF-CHANGE
               WHEN 4
                   PERFORM MAINT-EXEMPT-CHANGE
               WHEN 5
                   PERFORM MAINT-BRANCH-CHANGE
               WHEN 6
                   PERFORM MAINT-RATEOVR-CHANGE
           END-EVALUATE
           IF WS-MNT-REASON NOT = SPACES
               PERFORM REJECT-MAINT-CHANGE
               EXIT PARAGRAPH
           END-IF
      *>   STATUS, JOINT, BENEFIC and EXEMPT live on the account
      *>   record itself; BRANCH and RATEOVR were staged in their
      *>   tables and are saved once the whole file has been read.
           IF WS-MNT-FIELD-IDX <= 4
               IF WS-MNT-DRY-RUN = 'Y'
                   PERFORM HOLD-MAINT-PENDING
               ELSE
                   PERFORM REWRITE-FOUND-ACCOUNT
                   IF WS-CONCURRENCY-FLAG = 'Y'
                       MOVE "CONCURRENT-UPDATE" TO WS-MNT-REASON
                       PERFORM REJECT-MAINT-CHANGE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           IF WS-MNT-DRY-RUN = 'N'
               MOVE MCHG-FIELD TO OVRD-FIELD
               MOVE WS-MNT-CUR-VALUE TO OVRD-OLD-VALUE
               MOVE WS-MNT-NEW-VALUE TO OVRD-NEW-VALUE
               PERFORM WRITE-OVERRIDE-LOG
           END-IF
           ADD 1 TO WS-MNT-APPLIED-COUNT
           ADD 1 TO WS-MNT-F-APPLIED(WS-MNT-FIELD-IDX)
           IF WS-MNT-DRY-RUN = 'Y'
               DISPLAY "MASSMAINT|" WS-MNT-LINE-NO "|" MCHG-ACCT-ID
                   "|" MCHG-FIELD "|WOULD-APPLY|"
                   FUNCTION TRIM(WS-MNT-CUR-VALUE) "|"
                   FUNCTION TRIM(WS-MNT-NEW-VALUE)
           ELSE
               DISPLAY "MASSMAINT|" WS-MNT-LINE-NO "|" MCHG-ACCT-ID
                   "|" MCHG-FIELD "|APPLIED|"
                   FUNCTION TRIM(WS-MNT-CUR-VALUE) "|"
                   FUNCTION TRIM(WS-MNT-NEW-VALUE)
           END-IF.

       REJECT-MAINT-CHANGE.
           ADD 1 TO WS-MNT-REJECTED-COUNT
           IF WS-MNT-FIELD-IDX > 0
               ADD 1 TO WS-MNT-F-REJECTED(WS-MNT-FIELD-IDX)
           END-IF
           DISPLAY "MASSMAINT|" WS-MNT-LINE-NO "|" MCHG-ACCT-ID
               "|" MCHG-FIELD "|REJECTED|"
               FUNCTION TRIM(WS-MNT-REASON) "|"
               FUNCTION TRIM(WS-MNT-CUR-VALUE).

      *>   Shared by every field once WS-MNT-CUR-VALUE holds what is on
      *>   file: the requester's old value must still match it, and a
      *>   line that would change nothing is not counted as applied.
       CHECK-MAINT-OLD-VALUE.
           IF WS-MNT-OLD-VALUE NOT = WS-MNT-CUR-VALUE
               MOVE "OLD-VALUE-MISMATCH" TO WS-MNT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-NEW-VALUE = WS-MNT-CUR-VALUE
               MOVE "NO-CHANGE" TO WS-MNT-REASON
           END-IF.

      *>   Freeze, legal hold, pending-KYC and reactivation only:
      *>   closing, estate and collections status each carry side
      *>   effects (promo clawback, estate claims, charge-off aging)
      *>   that only CLOSE, DECEASED and COLLECT.cob perform.
       MAINT-STATUS-CHANGE.
           MOVE WS-A-STATUS(1) TO WS-MNT-CUR-VALUE
           PERFORM CHECK-MAINT-OLD-VALUE
           IF WS-MNT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-MNT-NEW-VALUE
               WHEN "A"
               WHEN "F"
               WHEN "L"
               WHEN "P"
                   CONTINUE
               WHEN "C"
               WHEN "E"
               WHEN "O"
                   MOVE "STATUS-NEEDS-OWN-OP" TO WS-MNT-REASON
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "INVALID-STATUS" TO WS-MNT-REASON
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-MNT-NEW-VALUE(1:1) TO WS-A-STATUS(1)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(1).

       MAINT-JOINT-CHANGE.
           MOVE WS-A-JOINT(1) TO WS-MNT-CUR-VALUE
           PERFORM CHECK-MAINT-OLD-VALUE
           IF WS-MNT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MNT-NEW-VALUE TO WS-A-JOINT(1)
           MOVE WS-CURRENT-DATE TO WS-A-ACTIVITY(1).

       MAINT-BENEF-CHANGE.
           MOVE WS-A-BENEF(1) TO WS-MNT-CUR-VALUE
           PERFORM CHECK-MAINT-OLD-VALUE
           IF WS-MNT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MNT-NEW-VALUE TO WS-A-BENEF(1).

       MAINT-EXEMPT-CHANGE.
           MOVE WS-A-EXEMPT(1) TO WS-MNT-CUR-VALUE
           PERFORM CHECK-MAINT-OLD-VALUE
           IF WS-MNT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-NEW-VALUE NOT = "Y" AND WS-MNT-NEW-VALUE NOT = "N"
               MOVE "INVALID-EXEMPT" TO WS-MNT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MNT-NEW-VALUE(1:1) TO WS-A-EXEMPT(1).

      *>   Moves the account's home branch on the WS-AB table (an
      *>   unassigned account gets a new entry). The new branch must
      *>   be Open on BRANCH.DAT, as CREATE requires (RESULT|24).
       MAINT-BRANCH-CHANGE.
           MOVE 0 TO WS-MNT-MATCH-IDX
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
               UNTIL WS-AB-IDX > WS-AB-COUNT
               IF WS-AB-ACCT-ID(WS-AB-IDX) = WS-IN-ACCT-ID
                   MOVE WS-AB-IDX TO WS-MNT-MATCH-IDX
                   MOVE WS-AB-BRANCH(WS-AB-IDX) TO WS-MNT-CUR-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM CHECK-MAINT-OLD-VALUE
           IF WS-MNT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-NEW-VALUE = SPACES
               OR WS-MNT-NEW-VALUE(5:26) NOT = SPACES
               MOVE "INVALID-BRANCH" TO WS-MNT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MNT-NEW-VALUE(1:4) TO WS-IN-BRANCH
           PERFORM CHECK-BRANCH-ON-FILE
           IF WS-BRANCH-VALID-FLAG = 'N'
               MOVE "BRANCH-NOT-OPEN" TO WS-MNT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-MATCH-IDX = 0
               IF WS-AB-COUNT >= 2000
                   MOVE "BRANCH-TABLE-FULL" TO WS-MNT-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AB-COUNT
               MOVE WS-AB-COUNT TO WS-MNT-MATCH-IDX
               MOVE WS-IN-ACCT-ID TO WS-AB-ACCT-ID(WS-MNT-MATCH-IDX)
           END-IF
           MOVE WS-IN-BRANCH TO WS-AB-BRANCH(WS-MNT-MATCH-IDX)
           MOVE WS-CURRENT-DATE TO WS-AB-ASSIGNED(WS-MNT-MATCH-IDX)
           MOVE 'Y' TO WS-MNT-AB-CHANGED.

      *>   Old and new values are both read as "<R|S> <rate> <start>
      *>   <expiry>" and compared in the one rendering below, so
      *>   0.045 on the change file matches 0.0450 on RATEOVR.DAT.
      *>   The new override is validated as RATEOVR validates it,
      *>   plus well-formed dates that don't run backwards.
       MAINT-RATEOVR-CHANGE.
           MOVE 0 TO WS-MNT-MATCH-IDX
           PERFORM VARYING WS-ROV-IDX FROM 1 BY 1
               UNTIL WS-ROV-IDX > WS-ROV-COUNT
               IF WS-RV-ACCT-ID(WS-ROV-IDX) = WS-IN-ACCT-ID
                   MOVE WS-ROV-IDX TO WS-MNT-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MNT-MATCH-IDX > 0
               MOVE WS-RV-RATE(WS-MNT-MATCH-IDX) TO WS-MNT-RATE-EDIT
               STRING WS-RV-TYPE(WS-MNT-MATCH-IDX) DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-MNT-RATE-EDIT DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-RV-START(WS-MNT-MATCH-IDX) DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-RV-EXPIRY(WS-MNT-MATCH-IDX) DELIMITED SIZE
                   INTO WS-MNT-CUR-VALUE
               END-STRING
           END-IF
           IF WS-MNT-OLD-VALUE NOT = SPACES
               MOVE WS-MNT-OLD-VALUE TO WS-MNT-ROV-TEXT
               PERFORM PARSE-MAINT-RATEOVR
               MOVE WS-MNT-ROV-RENDER TO WS-MNT-OLD-VALUE
           END-IF
           MOVE WS-MNT-NEW-VALUE TO WS-MNT-ROV-TEXT
           PERFORM PARSE-MAINT-RATEOVR
           IF WS-MNT-ROV-VALID = 'N'
               MOVE "INVALID-RATEOVR" TO WS-MNT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MNT-ROV-RENDER TO WS-MNT-NEW-VALUE
           PERFORM CHECK-MAINT-OLD-VALUE
           IF WS-MNT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-ROV-TYPE-STR NOT = 'R'
               AND WS-MNT-ROV-TYPE-STR NOT = 'S'
               MOVE "INVALID-RATE-TYPE" TO WS-MNT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-MATCH-IDX = 0
               IF WS-ROV-COUNT >= 200
                   MOVE "RATEOVR-TABLE-FULL" TO WS-MNT-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROV-COUNT
               MOVE WS-ROV-COUNT TO WS-MNT-MATCH-IDX
               MOVE WS-IN-ACCT-ID TO WS-RV-ACCT-ID(WS-MNT-MATCH-IDX)
           END-IF
           MOVE WS-MNT-ROV-TYPE-STR(1:1)
               TO WS-RV-TYPE(WS-MNT-MATCH-IDX)
           MOVE WS-MNT-ROV-RATE TO WS-RV-RATE(WS-MNT-MATCH-IDX)
           MOVE WS-MNT-ROV-START TO WS-RV-START(WS-MNT-MATCH-IDX)
           MOVE WS-MNT-ROV-EXPIRY TO WS-RV-EXPIRY(WS-MNT-MATCH-IDX)
           MOVE WS-IN-OPERATOR-ID TO WS-RV-APPROVER(WS-MNT-MATCH-IDX)
           MOVE 'Y' TO WS-MNT-ROV-CHANGED.

      *>   Splits WS-MNT-ROV-TEXT into type, rate, start and expiry and
      *>   renders it back as WS-MNT-ROV-RENDER. Anything that isn't
      *>   exactly four tokens with eight-digit dates is not valid.
       PARSE-MAINT-RATEOVR.
           MOVE 'N' TO WS-MNT-ROV-VALID
           MOVE SPACES TO WS-MNT-ROV-TYPE-STR WS-MNT-ROV-RATE-STR
               WS-MNT-ROV-START-STR WS-MNT-ROV-EXPIRY-STR
               WS-MNT-ROV-EXTRA WS-MNT-ROV-RENDER
           UNSTRING WS-MNT-ROV-TEXT DELIMITED BY ALL SPACE
               INTO WS-MNT-ROV-TYPE-STR WS-MNT-ROV-RATE-STR
                   WS-MNT-ROV-START-STR WS-MNT-ROV-EXPIRY-STR
                   WS-MNT-ROV-EXTRA
           END-UNSTRING
           IF WS-MNT-ROV-TYPE-STR(2:9) NOT = SPACES
               OR WS-MNT-ROV-RATE-STR = SPACES
               OR WS-MNT-ROV-START-STR(1:8) IS NOT NUMERIC
               OR WS-MNT-ROV-START-STR(9:2) NOT = SPACES
               OR WS-MNT-ROV-EXPIRY-STR(1:8) IS NOT NUMERIC
               OR WS-MNT-ROV-EXPIRY-STR(9:2) NOT = SPACES
               OR WS-MNT-ROV-EXTRA NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-MNT-ROV-RATE-STR)
               TO WS-MNT-ROV-RATE
           MOVE WS-MNT-ROV-START-STR(1:8) TO WS-MNT-ROV-START
           MOVE WS-MNT-ROV-EXPIRY-STR(1:8) TO WS-MNT-ROV-EXPIRY
           IF WS-MNT-ROV-EXPIRY < WS-MNT-ROV-START
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MNT-ROV-RATE TO WS-MNT-RATE-EDIT
           STRING WS-MNT-ROV-TYPE-STR(1:1) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-MNT-RATE-EDIT DELIMITED SIZE
               " " DELIMITED SIZE
               WS-MNT-ROV-START DELIMITED SIZE
               " " DELIMITED SIZE
               WS-MNT-ROV-EXPIRY DELIMITED SIZE
               INTO WS-MNT-ROV-RENDER
           END-STRING
           MOVE 'Y' TO WS-MNT-ROV-VALID.

      *>   Dry run only: re-applies, in file order, every change an
      *>   earlier line would have made to this account.
       OVERLAY-MAINT-PENDING.
           PERFORM VARYING WS-MNT-PEND-IDX FROM 1 BY 1
               UNTIL WS-MNT-PEND-IDX > WS-MNT-PEND-COUNT
               IF WS-MNT-PEND-ACCT(WS-MNT-PEND-IDX) = WS-IN-ACCT-ID
                   EVALUATE WS-MNT-PEND-FIELD(WS-MNT-PEND-IDX)
                       WHEN "STATUS"
                           MOVE WS-MNT-PEND-VALUE(WS-MNT-PEND-IDX)
                               TO WS-A-STATUS(1)
                       WHEN "JOINT"
                           MOVE WS-MNT-PEND-VALUE(WS-MNT-PEND-IDX)
                               TO WS-A-JOINT(1)
                       WHEN "BENEFIC"
                           MOVE WS-MNT-PEND-VALUE(WS-MNT-PEND-IDX)
                               TO WS-A-BENEF(1)
                       WHEN "EXEMPT"
                           MOVE WS-MNT-PEND-VALUE(WS-MNT-PEND-IDX)
                               TO WS-A-EXEMPT(1)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       HOLD-MAINT-PENDING.
           IF WS-MNT-PEND-COUNT < 2000
               ADD 1 TO WS-MNT-PEND-COUNT
               MOVE WS-IN-ACCT-ID TO WS-MNT-PEND-ACCT(WS-MNT-PEND-COUNT)
               MOVE MCHG-FIELD TO WS-MNT-PEND-FIELD(WS-MNT-PEND-COUNT)
               MOVE WS-MNT-NEW-VALUE
                   TO WS-MNT-PEND-VALUE(WS-MNT-PEND-COUNT)
           END-IF.

       LOAD-ACCTBRN-TABLE.
           MOVE 0 TO WS-AB-COUNT
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
               ADD 1 TO WS-AB-COUNT
               MOVE ABR-ACCT-ID TO WS-AB-ACCT-ID(WS-AB-COUNT)
               MOVE ABR-BRANCH-CODE TO WS-AB-BRANCH(WS-AB-COUNT)
               MOVE ABR-ASSIGNED-DATE TO WS-AB-ASSIGNED(WS-AB-COUNT)
           END-PERFORM.

       SAVE-ACCTBRN-TABLE.
           OPEN OUTPUT ACCTBRN-FILE
           IF WS-ABR-STATUS NOT = '00'
               DISPLAY "ERROR|FILE-OPEN|" WS-ABR-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
               UNTIL WS-AB-IDX > WS-AB-COUNT
               MOVE WS-AB-ACCT-ID(WS-AB-IDX) TO ABR-ACCT-ID
               MOVE WS-AB-BRANCH(WS-AB-IDX) TO ABR-BRANCH-CODE
               MOVE WS-AB-ASSIGNED(WS-AB-IDX) TO ABR-ASSIGNED-DATE
               WRITE ACCT-BRANCH-RECORD
           END-PERFORM
           CLOSE ACCTBRN-FILE.
