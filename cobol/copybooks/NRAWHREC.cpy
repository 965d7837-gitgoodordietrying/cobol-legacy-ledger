*>================================================================*
*> NRAWHREC.cpy — Nonresident-Alien Withholding Detail Record
*> (66 bytes)
*> Used by: INTEREST.cob (writer), REPORTS.cob (NRA-1042S extract)
*>
*> One record per interest accrual POST-INTEREST pays a foreign
*> person (TAXSTAT.DAT — see TAXSTREC.cpy), appended to
*> NRAWHOLD.DAT whether or not anything was withheld: the Form
*> 1042-S reports exempt income too. NRW-TX-ID is the gross
*> interest posting's TRX id on TRANSACT.DAT; NRW-RATE the rate
*> applied (the treaty rate, NRA-DEFAULT-RATE, or zero when
*> exempt) and NRW-EXEMPT-CODE the 1042-S chapter 3 exemption
*> code ('00' when tax was withheld). NRW-W8-VALID 'N' marks a
*> payment made with no unexpired W-8 on file. REPORTS.cob's
*> NRA-1042S operation rolls the year up by recipient and income
*> code.
*>================================================================*
 01  NRA-WITHHOLD-RECORD.
     05  NRW-ACCT-ID          PIC X(10).
     05  NRW-TX-ID            PIC X(12).
     05  NRW-INCOME-CODE      PIC X(2).
     05  NRW-COUNTRY          PIC X(2).
     05  NRW-GROSS            PIC S9(10)V99.
     05  NRW-RATE             PIC 9V9(4).
     05  NRW-WITHHELD         PIC S9(10)V99.
     05  NRW-EXEMPT-CODE      PIC X(2).
     05  NRW-W8-VALID         PIC X(1).
     05  NRW-DATE             PIC 9(8).
