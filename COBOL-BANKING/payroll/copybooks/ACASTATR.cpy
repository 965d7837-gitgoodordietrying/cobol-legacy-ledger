*> ================================================================
*> ACASTATR.cpy — ACA Full-Time Status Record (52 bytes, LINE
*> SEQUENTIAL)
*> Used by: ACATRACK.cob
*> ================================================================
*>
*> AKD 2026-10-15: New copybook — one record per hourly employee
*> per measurement period on ACASTAT.DAT, written by ACATRACK.cob's
*> MEASURE mode: the hours of service over the measurement period,
*> their monthly average, and the full-time (F) or not (N) status
*> that holds for the whole stability period that follows,
*> whatever the employee's hours do in the meantime. Records are
*> kept as history — F1095C mode picks, for each month of the tax
*> year, the record whose stability period covers it. Rerunning
*> MEASURE for the same period replaces that period's records.
*> Old master ACASTAT.DAT in, ACASTAT.NEW out.
*>
*> Salaried employees have no records: they're full-time by
*> position, not by measured hours.
*>
*> Layout (52 bytes total):
*>   Bytes 01-07:  ACAS-EMP-ID        PIC X(7)
*>   Bytes 08-13:  ACAS-MEAS-START    PIC 9(6)  (YYYYMM)
*>   Bytes 14-19:  ACAS-MEAS-END      PIC 9(6)  (YYYYMM)
*>   Bytes 20-25:  ACAS-STAB-START    PIC 9(6)  (YYYYMM)
*>   Bytes 26-31:  ACAS-STAB-END      PIC 9(6)  (YYYYMM)
*>   Bytes 32-38:  ACAS-HOURS         PIC 9(5)V99
*>   Bytes 39-43:  ACAS-AVG-MONTHLY   PIC 9(3)V99
*>   Byte  44:     ACAS-STATUS        PIC X(1)
*>   Bytes 45-52:  ACAS-MEASURED-DATE PIC 9(8)
*>
 01  ACA-STATUS-RECORD.
     05  ACAS-EMP-ID             PIC X(7).
     05  ACAS-MEAS-START         PIC 9(6).
     05  ACAS-MEAS-END           PIC 9(6).
     05  ACAS-STAB-START         PIC 9(6).
     05  ACAS-STAB-END           PIC 9(6).
     05  ACAS-HOURS              PIC 9(5)V99.
     05  ACAS-AVG-MONTHLY        PIC 9(3)V99.
     05  ACAS-STATUS             PIC X(1).
         88  ACAS-FULL-TIME      VALUE 'F'.
         88  ACAS-NOT-FULL-TIME  VALUE 'N'.
     05  ACAS-MEASURED-DATE      PIC 9(8).
