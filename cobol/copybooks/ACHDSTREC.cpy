*>================================================================*
*> ACHDSTREC.cpy — ACH Destination Register Record (81 bytes)
*> Used by: ACHORIG.cob (maintenance, origination), SETTLE.cob
*>
*> One record per receiver outside the hub-and-spoke network, on
*> the hub's ACHDEST.DAT. ACHD-DEST-REF is the 10-character
*> reference the outbound item already carries: the destination
*> account reference on an OUTBOUND.DAT line (a payroll credit or
*> customer payment to an outside bank) or the BILLPAY-PAYEE-ID on
*> a BILLPAY.DAT remittance. Any item whose reference is on file
*> here (Active) leaves the network as a NACHA entry to
*> ACHD-ROUTING / ACHD-DFI-ACCOUNT instead of settling between
*> nostros — SETTLE.cob skips it, ACHORIG.cob originates it.
*> ACHD-ACCT-TYPE picks the transaction code (C checking 22, S
*> savings 32); ACHD-SEC-CODE the batch it goes out in (PPD, CCD
*> or CIE).
*>================================================================*
 01  ACH-DEST-RECORD.
     05  ACHD-DEST-REF        PIC X(10).
     05  ACHD-ROUTING         PIC X(9).
     05  ACHD-DFI-ACCOUNT     PIC X(17).
     05  ACHD-ACCT-TYPE       PIC X(1).
         88  ACHD-CHECKING    VALUE 'C'.
         88  ACHD-SAVINGS     VALUE 'S'.
     05  ACHD-SEC-CODE        PIC X(3).
     05  ACHD-NAME            PIC X(22).
     05  ACHD-STATUS          PIC X(1).
         88  ACHD-ACTIVE      VALUE 'A'.
         88  ACHD-CLOSED      VALUE 'C'.
     05  ACHD-ADDED-DATE      PIC 9(8).
     05  ACHD-OPERATOR-ID     PIC X(10).
