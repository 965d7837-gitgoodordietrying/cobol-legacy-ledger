*>================================================================*
*> BRESREC.cpy — Batch Line Result Record (76 bytes)
*> Used by: TRANSACT.cob (BATCH, PBATCH, PBATCH-PART, BATCH-COMPARE)
*>
*> One record per BATCH-INPUT.DAT line PROCESS-ONE-TRANSACTION
*> posts, keyed by the line's position in the file (BRES-SEQ).
*> Single-stream BATCH writes BATCH-RESULT.DAT directly; each
*> PBATCH partition writes its own BATCH-RESULT-Pnn.DAT and the
*> merge step folds them back into one BATCH-RESULT.DAT in line
*> order. BRES-OUTCOME is what the line did — result code and the
*> balance left on each account it touched — and is the part
*> BATCH-COMPARE holds two runs' files to. BRES-TX-ID and
*> BRES-PART-NO say where the line ran and legitimately differ
*> between a single-stream and a partitioned run. A rerun after
*> a crash may repeat a line; the later record for a BRES-SEQ is
*> the one that counts.
*>================================================================*
 01  BATCH-RESULT-RECORD.
     05  BRES-SEQ             PIC 9(3).
     05  BRES-OUTCOME.
         10  BRES-ACCT-ID     PIC X(10).
         10  BRES-TYPE        PIC X(1).
         10  BRES-AMOUNT      PIC 9(10)V99.
         10  BRES-TARGET-ID   PIC X(10).
         10  BRES-RESULT-CODE PIC X(2).
         10  BRES-ACCT-BAL    PIC S9(10)V99.
         10  BRES-TARGET-BAL  PIC S9(10)V99.
     05  BRES-TX-ID           PIC X(12).
     05  BRES-PART-NO         PIC 9(2).
