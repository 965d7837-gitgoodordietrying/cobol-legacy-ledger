*>================================================================*
*> IRAREC.cpy — IRA Account Flag Record (68 bytes, LINE SEQUENTIAL)
*> Used by: ACCOUNTS.cob (IRA maintenance), TRANSACT.cob
*>          (contribution/distribution coding), REPORTS.cob
*>          (IRA-5498 / IRA-1099R extracts)
*>
*> One record per savings ('S') or CD ('D') account held as an
*> individual retirement arrangement, on IRA.DAT. IRA-PLAN-TYPE is
*> Traditional or Roth. IRA-OWNER-NAME is the account name as of
*> flagging — the annual contribution limit is per owner, so
*> TRANSACT.cob totals a tax year's contributions across every
*> Active IRA carrying the same owner name. IRA-OWNER-DOB drives the
*> catch-up limit (IRA-CATCHUP-AGE by the end of the tax year) and
*> the normal/early distribution split (IRA-NORMAL-DIST-MONTHS of
*> age). Removed flags flip to 'C' and stay on file for history.
*>================================================================*
 01  IRA-RECORD.
     05  IRA-ACCT-ID          PIC X(10).
     05  IRA-PLAN-TYPE        PIC X(1).
         88  IRA-TRADITIONAL  VALUE 'T'.
         88  IRA-ROTH         VALUE 'R'.
     05  IRA-OWNER-NAME       PIC X(30).
     05  IRA-OWNER-DOB        PIC 9(8).
     05  IRA-STATUS           PIC X(1).
         88  IRA-ACTIVE       VALUE 'A'.
         88  IRA-REMOVED      VALUE 'C'.
     05  IRA-EFFECTIVE-DATE   PIC 9(8).
     05  IRA-OPERATOR-ID      PIC X(10).
