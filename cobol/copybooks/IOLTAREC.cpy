*>================================================================*
*> IOLTAREC.cpy — IOLTA Trust-Account Flag Record
*> (69 bytes, LINE SEQUENTIAL)
*> Used by: ACCOUNTS.cob (IOLTA maintenance), INTEREST.cob
*>
*> One record per lawyer's trust account (Interest On Lawyers'
*> Trust Accounts) on IOLTA.DAT. By state rule the interest on
*> such an account belongs to the state bar foundation, not the
*> firm or its clients: while IOLTA-STATUS is Active, INTEREST.cob's
*> POST-INTEREST accrues the month's interest normally and then
*> sweeps it, net of the month's service charges, to the
*> designated IOLTA-REMIT-ACCT-ID (see COMCODE.cpy), with the
*> per-account detail on IOLTAREM.DAT. IOLTA-FIRM-NAME is the law
*> firm the foundation's remittance file reports the account
*> under. Released accounts flip to 'C' and stay on file for
*> history.
*>================================================================*
 01  IOLTA-RECORD.
     05  IOLTA-ACCT-ID        PIC X(10).
     05  IOLTA-STATUS         PIC X(1).
         88  IOLTA-ACTIVE     VALUE 'A'.
         88  IOLTA-RELEASED   VALUE 'C'.
     05  IOLTA-FIRM-NAME      PIC X(40).
     05  IOLTA-EFFECTIVE-DATE PIC 9(8).
     05  IOLTA-OPERATOR-ID    PIC X(10).
