*> ================================================================
*> DRAWBALR.cpy — Recoverable Draw Balance Record (24 bytes,
*> LINE SEQUENTIAL)
*> Used by: PAYROLL.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per commission
*> employee on DRAWBAL.DAT carrying the unrecovered draw: what
*> P-046 advanced on a recoverable plan (CPLN-DRAW-TYPE 'R') in
*> periods where commission fell short of the draw, less what
*> later commission above the draw has paid back. The balance
*> shows on the stub (PAY-DRAW-BAL). Same old-master/new-master
*> pair as ARREARS.DAT/ARREARS.NEW: the run reads DRAWBAL.DAT and
*> writes DRAWBAL.NEW; promotion is a JCL step. A balance that
*> recovers to zero drops out of the new master.
*>
*> DRAW-LAST-DAY is the run day of the last period that moved the
*> balance either way.
*>
*> Layout (24 bytes total):
*>   Bytes 01-07:  DRAW-EMP-ID       PIC X(7)
*>   Bytes 08-16:  DRAW-BALANCE      PIC 9(7)V99
*>   Bytes 17-24:  DRAW-LAST-DAY     PIC 9(8)
*>
 01  DRAW-BALANCE-RECORD.
     05  DRAW-EMP-ID             PIC X(7).
     05  DRAW-BALANCE            PIC 9(7)V99.
     05  DRAW-LAST-DAY           PIC 9(8).
