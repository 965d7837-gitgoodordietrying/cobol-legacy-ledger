*>================================================================*
*> MBRACTREC.cpy — Clearing Member Activity Record (113 bytes)
*> Used by: SETTLE.cob (writer), MBRBILL.cob (billing, statements)
*>
*> One record per spoke member bank per SETTLE.cob run, appended
*> to the hub's MEMBACT.DAT whether or not the member had activity
*> that run, so a member statement can show every settlement day.
*> MA-SUBMITTED counts the member's outbound items this run took
*> up (already-confirmed, wrong-day and other-cycle records are
*> not re-counted); each ends up MA-SETTLED, MA-EXCEPTIONS (parked
*> in SETTLE-EXCEPTIONS.DAT — denied-party hit or no nostro) or
*> MA-RETURNS (sent back HELD-CAP at the net debit cap). MA-SENT-
*> VOL/MA-RECEIVED-VOL are the netted totals actually posted out
*> of and into the member's NST-BANK-x nostro; MA-NET-VOL is
*> received less sent. MA-NOSTRO-OPEN/-CLOSE bracket the run.
*>================================================================*
 01  MEMBER-ACTIVITY-RECORD.
     05  MA-DATE              PIC 9(8).
     05  MA-TIME              PIC 9(6).
     05  MA-DAY-NUM           PIC 9(8).
     05  MA-CYCLE             PIC 9(1).
     05  MA-BANK-LETTER       PIC X(1).
     05  MA-SUBMITTED         PIC 9(5).
     05  MA-SETTLED           PIC 9(5).
     05  MA-EXCEPTIONS        PIC 9(5).
     05  MA-RETURNS           PIC 9(5).
     05  MA-SENT-VOL          PIC S9(12)V99.
     05  MA-RECEIVED-VOL      PIC S9(12)V99.
     05  MA-NET-VOL           PIC S9(12)V99.
     05  MA-NOSTRO-OPEN       PIC S9(12)V99.
     05  MA-NOSTRO-CLOSE      PIC S9(12)V99.
