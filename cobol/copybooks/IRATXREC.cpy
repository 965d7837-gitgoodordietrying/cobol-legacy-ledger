*>================================================================*
*> IRATXREC.cpy — IRA Contribution/Distribution Record
*> (49 bytes, LINE SEQUENTIAL)
*> Used by: TRANSACT.cob (writer), REPORTS.cob (IRA-5498 /
*>          IRA-1099R extracts)
*>
*> One record per posted DEPOSIT into, or WITHDRAW from, an IRA
*> account (see IRAREC.cpy), appended to IRATXN.DAT. IRATX-TX-ID is
*> the TRANSACT.DAT posting it describes. A contribution carries the
*> tax year it counts toward — the calendar year of the deposit, or
*> the prior year for a deposit made on or before
*> IRA-PRIOR-YEAR-CUTOFF (COMCODE.cpy) that the customer designates
*> for it. A distribution carries its code: Normal, Early (owner
*> under 59 1/2) or Rollover, and its tax year is the calendar year
*> paid. REPORTS.cob maps the codes to the 1099-R box 7 values.
*>================================================================*
 01  IRA-TXN-RECORD.
     05  IRATX-ACCT-ID        PIC X(10).
     05  IRATX-TX-ID          PIC X(12).
     05  IRATX-KIND           PIC X(1).
         88  IRATX-CONTRIBUTION   VALUE 'C'.
         88  IRATX-DISTRIBUTION   VALUE 'D'.
     05  IRATX-TAX-YEAR       PIC 9(4).
     05  IRATX-AMOUNT         PIC S9(10)V99.
     05  IRATX-DIST-CODE      PIC X(1).
         88  IRATX-DIST-NORMAL    VALUE 'N'.
         88  IRATX-DIST-EARLY     VALUE 'E'.
         88  IRATX-DIST-ROLLOVER  VALUE 'R'.
     05  IRATX-PLAN-TYPE      PIC X(1).
     05  IRATX-DATE           PIC 9(8).
