*>================================================================*
*> BILLPAYREC.cpy — Payee Remittance Record (113 bytes)
*> Used by: TRANSACT.cob (writer), BILLACK.cob (ack posting),
*>          ACHORIG.cob (ACH origination)
*>
*> One record per BILLPAY transaction — written to BILLPAY.DAT for
*> an external payment processor to pick up and remit to a payee
*> customer on a reject), stamping BILLPAY-ACK-DATE. Records
*> written before these trailing fields existed read back as
*> spaces/short, which readers treat as Submitted with no ack yet.
*> A remittance to a payee on the hub's ACH destination register
*> (ACHDSTREC.cpy) goes out in a NACHA file instead; ACHORIG.cob
*> stamps BILLPAY-ACH-FILE-ID/-DATE when it does, and a stamped
*> record is never originated again.
*>================================================================*
 01  BILLPAY-RECORD.
     05  BILLPAY-ID             PIC X(12).
         88  BILLPAY-PAID       VALUE 'P'.
         88  BILLPAY-REJECTED   VALUE 'R'.
     05  BILLPAY-ACK-DATE       PIC 9(8).
     05  BILLPAY-ACH-FILE-ID    PIC X(10).
     05  BILLPAY-ACH-DATE       PIC 9(8).
