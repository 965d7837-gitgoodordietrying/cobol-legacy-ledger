*>================================================================*
*> OFCKREC.cpy — Official (Cashier's) Check Register Record
*>               (160 bytes)
*> Used by: TRANSACT.cob (OFFICIAL-CHECK, VOID-OFFICIAL,
*>          REPLACE-LOST, CHECK), RECONCILE.cob (liability
*>          proof), REPORTS.cob (DORMANT unclaimed-property feed)
*>
*> One record per official check the bank has drawn on itself.
*> OFCK-STATUS starts 'O'utstanding; CHECK flips it to 'P'aid when
*> the item clears against the OFFCHK-LIAB-ACCT-ID liability account
*> (COMCODE.cpy). A purchaser reporting the item lost has it
*> stopped by VOID-OFFICIAL — 'L'ost, its POSPAY.DAT entry Voided so
*> it can no longer be paid, and OFCK-REPLACE-DATE set to the end of
*> the indemnity wait. REPLACE-LOST then marks it 'R'eplaced and
*> issues a new 'O'utstanding item for the same payee and amount,
*> the two linked through OFCK-REPLACED-BY/OFCK-REPLACES. No money
*> moves on a replacement — the liability simply carries over — so
*> the liability account must always equal the sum of 'O' and 'L'
*> items; RECONCILE.cob proves it every night.
*> OFCK-PURCHASER-ACCT is spaces for a cash purchase (OFCK-FUNDING
*> 'C'); OFCK-REMITTER is the purchaser's name as printed on the
*> item.
*>================================================================*
 01  OFFICIAL-CHECK-RECORD.
     05  OFCK-CHECK-NUM        PIC X(10).
     05  OFCK-PURCHASER-ACCT   PIC X(10).
     05  OFCK-FUNDING          PIC X(1).
         88  OFCK-FROM-ACCOUNT VALUE 'A'.
         88  OFCK-FROM-CASH    VALUE 'C'.
     05  OFCK-REMITTER         PIC X(30).
     05  OFCK-PAYEE            PIC X(30).
     05  OFCK-AMOUNT           PIC S9(10)V99.
     05  OFCK-ISSUE-DATE       PIC 9(8).
     05  OFCK-STATUS           PIC X(1).
         88  OFCK-OUTSTANDING  VALUE 'O'.
         88  OFCK-PAID         VALUE 'P'.
         88  OFCK-LOST         VALUE 'L'.
         88  OFCK-REPLACED     VALUE 'R'.
     05  OFCK-STATUS-DATE      PIC 9(8).
     05  OFCK-REPLACE-DATE     PIC 9(8).
     05  OFCK-REPLACES         PIC X(10).
     05  OFCK-REPLACED-BY      PIC X(10).
     05  OFCK-ISSUE-TX-ID      PIC X(12).
     05  OFCK-OPERATOR-ID      PIC X(10).
