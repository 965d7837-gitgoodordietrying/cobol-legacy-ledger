*>================================================================*
*> UTMAREC.cpy — Custodial (UTMA) Account Record (119 bytes,
*>               LINE SEQUENTIAL)
*> Used by: ACCOUNTS.cob (UTMA maintenance, MAJORITY batch),
*>          TRANSACT.cob (custodian-only debits)
*>
*> One record per account held for a minor under the state's
*> Uniform Transfers to Minors Act, on CUSTODY.DAT. The account
*> itself stays in the minor's name (ACCT-NAME); the custodian is
*> carried here instead of in ACCT-JOINT-OWNER. UTMA-CUSTODIAN-ID
*> is the ID the custodian presents at the teller line — TRANSACT
*> declines any debit whose presenter doesn't match it.
*> UTMA-MAJORITY-DATE is the minor's birth date plus the state's
*> UTMA-MAJORITY-AGE, worked out when the record is set. ACCOUNTS
*> MAJORITY lists accounts coming due within UTMA-NOTICE-DAYS and,
*> on the date itself, converts the account to the former minor's
*> sole ownership and flips the record to 'T'ransferred. Cancelled
*> designations flip to 'C'. Neither is removed from the file.
*>================================================================*
 01  UTMA-RECORD.
     05  UTMA-ACCT-ID           PIC X(10).
     05  UTMA-MINOR-NAME        PIC X(30).
     05  UTMA-MINOR-DOB         PIC 9(8).
     05  UTMA-CUSTODIAN-NAME    PIC X(30).
     05  UTMA-CUSTODIAN-ID      PIC X(10).
     05  UTMA-STATE             PIC X(2).
     05  UTMA-MAJORITY-AGE      PIC 9(2).
     05  UTMA-MAJORITY-DATE     PIC 9(8).
     05  UTMA-STATUS            PIC X(1).
         88  UTMA-ACTIVE        VALUE 'A'.
         88  UTMA-TRANSFERRED   VALUE 'T'.
         88  UTMA-CANCELLED     VALUE 'C'.
     05  UTMA-EFFECTIVE-DATE    PIC 9(8).
     05  UTMA-OPERATOR-ID       PIC X(10).
