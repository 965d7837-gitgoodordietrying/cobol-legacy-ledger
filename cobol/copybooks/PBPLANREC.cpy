*>================================================================*
*> PBPLANREC.cpy — Parallel Batch Plan Record (54 bytes)
*> Used by: TRANSACT.cob (PBATCH, PBATCH-PART)
*>
*> While a PBATCH run is open, BATCH-CKPT.DAT holds one of these
*> per partition instead of the single-stream BATCH checkpoint
*> number, so each partition keeps its own checkpoint in the one
*> file. Record 00 belongs to the coordinating job: it owns the
*> transfers whose two legs fall in different partitions (the
*> "barrier" lines, PBP-LINE-COUNT of them), which it posts itself
*> between the partition phases. Records 01-nn carry each
*> partition's account range (PBP-LOW-ID/PBP-HIGH-ID, a line whose
*> account sorts above PBP-HIGH-ID of every partition falls in the
*> last one) and the number of batch lines that landed in it.
*> PBP-LAST-SEQ is the highest BATCH-INPUT.DAT line number that
*> partition has finished. The run-wide items (batch id, count,
*> total lines, the TRX-id block reserved at PBP-TX-BASE, merged
*> flag) are repeated on every record so any one of them can be
*> read alone. PBP-TAG is always "PB" — the single-stream
*> checkpoint is a bare number, which is how READ-BATCH-CHECKPOINT
*> tells the two apart.
*>================================================================*
 01  PBATCH-PLAN-RECORD.
     05  PBP-TAG              PIC X(2).
     05  PBP-PART-NO          PIC 9(2).
     05  PBP-LOW-ID           PIC X(10).
     05  PBP-HIGH-ID          PIC X(10).
     05  PBP-LAST-SEQ         PIC 9(3).
     05  PBP-LINE-COUNT       PIC 9(3).
     05  PBP-BATCH-ID         PIC X(12).
     05  PBP-PART-COUNT       PIC 9(2).
     05  PBP-TOTAL-LINES      PIC 9(3).
     05  PBP-TX-BASE          PIC 9(6).
     05  PBP-MERGED           PIC X(1).
