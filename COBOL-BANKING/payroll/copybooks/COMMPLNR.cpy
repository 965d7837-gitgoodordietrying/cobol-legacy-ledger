*> ================================================================
*> COMMPLNR.cpy — Commission Plan / Rate Tier Record (107 bytes,
*> LINE SEQUENTIAL)
*> Used by: PAYROLL.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per commission plan
*> on COMMPLAN.DAT, maintained by sales compensation. Each plan
*> carries up to five marginal rate tiers: a tier's rate applies
*> to the period's sales above its floor, up to the next tier's
*> floor (tier 1's floor is normally zero). A tier whose floor is
*> not above the one before it ends the schedule, so unused tiers
*> are simply left zero.
*>
*>   e.g. floors 0 / 50000 / 100000, rates .0300 / .0500 / .0800 on
*>        $120,000 of sales pays 1500 + 2500 + 1600 = $5,600.00
*>
*> CPLN-DRAW-AMT is the per-period draw a commission employee on
*> this plan is guaranteed. CPLN-DRAW-TYPE says what happens when
*> commission falls short of it:
*>   R — recoverable: the shortfall is advanced and carried as a
*>       draw balance (DRAWBALR.cpy) that later commission above
*>       the draw pays back before the employee sees it
*>   N — non-recoverable: the shortfall is simply paid, never owed
*> Zero draw means commission only.
*>
*> Layout (107 bytes total):
*>   Bytes 01-04:   CPLN-CODE          PIC X(4)
*>   Bytes 05-24:   CPLN-DESC          PIC X(20)
*>   Bytes 25-31:   CPLN-DRAW-AMT      PIC 9(5)V99
*>   Byte  32:      CPLN-DRAW-TYPE     PIC X(1)
*>   Bytes 33-107:  CPLN-TIER (5 x 15)
*>                    CPLN-TIER-FLOOR  PIC 9(9)V99
*>                    CPLN-TIER-RATE   PIC V9999
*>
 01  COMMISSION-PLAN-RECORD.
     05  CPLN-CODE               PIC X(4).
     05  CPLN-DESC               PIC X(20).
     05  CPLN-DRAW-AMT           PIC 9(5)V99.
     05  CPLN-DRAW-TYPE          PIC X(1).
         88  CPLN-DRAW-RECOVERABLE VALUE 'R'.
         88  CPLN-DRAW-NONRECOVER  VALUE 'N'.
     05  CPLN-TIER OCCURS 5 TIMES.
         10  CPLN-TIER-FLOOR     PIC 9(9)V99.
         10  CPLN-TIER-RATE      PIC V9999.
