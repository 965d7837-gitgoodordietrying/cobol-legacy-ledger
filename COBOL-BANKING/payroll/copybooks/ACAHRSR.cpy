*> ================================================================
*> ACAHRSR.cpy — ACA Hours-of-Service Record (19 bytes, LINE
*> SEQUENTIAL)
*> Used by: ACATRACK.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per employee per
*> calendar month on ACAHOURS.DAT, holding the hours of service
*> from every approved TIMESHEET.DAT line dated in that month:
*> REG, OT, SHF, HOL and PTO alike, since paid holiday and leave
*> hours count toward the ACA 130-hour test the same as hours
*> worked. ACATRACK.cob's ACCUM mode adds each pay run's
*> timesheet into it — old master ACAHOURS.DAT in, ACAHOURS.NEW
*> out, promoted by a JCL step like YTDPAY.DAT, so rerunning a
*> step before promotion never counts a timesheet twice. MEASURE
*> and F1095C modes read it.
*>
*> Layout (19 bytes total):
*>   Bytes 01-07:  ACAH-EMP-ID        PIC X(7)
*>   Bytes 08-13:  ACAH-MONTH         PIC 9(6)  (YYYYMM)
*>   Bytes 14-19:  ACAH-HOURS         PIC 9(4)V99
*>
 01  ACA-HOURS-RECORD.
     05  ACAH-EMP-ID             PIC X(7).
     05  ACAH-MONTH              PIC 9(6).
     05  ACAH-HOURS              PIC 9(4)V99.
