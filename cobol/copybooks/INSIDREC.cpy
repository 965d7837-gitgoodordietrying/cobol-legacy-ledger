*>================================================================*
*> INSIDREC.cpy — Insider (Regulation O) Registry Record (81 bytes)
*> Used by: ACCOUNTS.cob (INSIDER maintenance, INSIDERS listing),
*>          LOANS.cob (ORIGINATE insider lending check),
*>          REPORTS.cob (INSIDER quarterly report)
*>
*> One record per customer name or account marked as belonging to
*> an insider on INSIDER.DAT. INS-INSIDER-NAME is the director,
*> executive officer or principal shareholder the entry belongs to
*> — every entry sharing it is one insider for aggregate lending
*> and reporting. The insider's own name or accounts carry their
*> insider type (D/E/P); a company the insider controls carries
*> type 'R', related interest, under the same INS-INSIDER-NAME.
*> INS-KEY is an ACCT-ID (INS-KEY-TYPE 'A') or a name matched,
*> upper-cased, against ACCT-NAME/ACCT-JOINT-OWNER and the loan's
*> borrower name ('N'). A removed entry flips to 'C' and stays on
*> file for the examiners.
*>================================================================*
 01  INSIDER-RECORD.
     05  INS-KEY-TYPE           PIC X(1).
         88  INS-BY-ACCOUNT     VALUE 'A'.
         88  INS-BY-NAME        VALUE 'N'.
     05  INS-KEY                PIC X(30).
     05  INS-TYPE               PIC X(1).
         88  INS-DIRECTOR       VALUE 'D'.
         88  INS-EXEC-OFFICER   VALUE 'E'.
         88  INS-PRINCIPAL-SH   VALUE 'P'.
         88  INS-RELATED        VALUE 'R'.
     05  INS-INSIDER-NAME       PIC X(30).
     05  INS-STATUS             PIC X(1).
         88  INS-ACTIVE         VALUE 'A'.
         88  INS-REMOVED        VALUE 'C'.
     05  INS-OPERATOR-ID        PIC X(10).
     05  INS-CHANGED-DATE       PIC 9(8).
