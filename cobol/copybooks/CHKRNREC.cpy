*>================================================================*
*> CHKRNREC.cpy — Check Reorder Notice Record (62 bytes)
*> Used by: CHKORDER.cob
*>
*> One record per reorder notice CHKORDER.cob's monthly REORDER
*> batch issues, appended to CHKREORDER.DAT (same append-only idiom
*> as HOLDNTCREC.cpy/HOLDNOTICE.DAT) for the statement insert /
*> mailing run. CHKRN-START-NUM/CHKRN-END-NUM are the account's
*> latest ordered range; CHKRN-HIGH-PAID is the highest check number
*> paid out of it so far and CHKRN-REMAINING what is left above it.
*>================================================================*
 01  CHECK-REORDER-RECORD.
     05  CHKRN-ACCT-ID         PIC X(10).
     05  CHKRN-START-NUM       PIC 9(10).
     05  CHKRN-END-NUM         PIC 9(10).
     05  CHKRN-HIGH-PAID       PIC 9(10).
     05  CHKRN-REMAINING       PIC 9(5).
     05  CHKRN-USED-PCT        PIC 9(3).
     05  CHKRN-DATE            PIC 9(8).
     05  CHKRN-TIME            PIC 9(6).
