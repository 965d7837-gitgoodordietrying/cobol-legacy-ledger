*>================================================================*
*> SIGNREC.cpy — Authorized Signer / Power-of-Attorney Record
*>               (108 bytes, LINE SEQUENTIAL)
*> Used by: ACCOUNTS.cob (SIGNER maintenance, SIGNERS listing),
*>          TRANSACT.cob (teller presenter check)
*>
*> One record per person, other than the account owner, who may
*> transact on an account, on SIGNERS.DAT — keyed by account plus
*> the ID document the person presents at the counter
*> (SGN-ID-DOC). SGN-ROLE is an authorized signer, an agent under
*> a power of attorney, or another named agent; 'J' records the
*> joint owner's own ID, since KYC.DAT only carries the primary
*> applicant's document. SGN-LIMIT caps any one debit the person
*> may make (zero = no limit; a joint owner is never limited). A
*> record is in force from SGN-EFFECTIVE-DATE through
*> SGN-EXPIRY-DATE (zero = open-ended) while SGN-STATUS is 'A';
*> a revoked authority flips to 'C' and stays on file.
*>================================================================*
 01  SIGNER-RECORD.
     05  SGN-ACCT-ID            PIC X(10).
     05  SGN-ID-DOC             PIC X(20).
     05  SGN-NAME               PIC X(30).
     05  SGN-ROLE               PIC X(1).
         88  SGN-SIGNER         VALUE 'S'.
         88  SGN-POA            VALUE 'P'.
         88  SGN-AGENT          VALUE 'A'.
         88  SGN-JOINT-OWNER    VALUE 'J'.
     05  SGN-LIMIT              PIC 9(10)V99.
     05  SGN-EFFECTIVE-DATE     PIC 9(8).
     05  SGN-EXPIRY-DATE        PIC 9(8).
     05  SGN-STATUS             PIC X(1).
         88  SGN-ACTIVE         VALUE 'A'.
         88  SGN-REVOKED        VALUE 'C'.
     05  SGN-OPERATOR-ID        PIC X(10).
     05  SGN-CHANGED-DATE       PIC 9(8).
