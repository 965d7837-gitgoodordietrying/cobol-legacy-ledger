*>================================================================*
*> SCHEDREC.cpy — Scheduled Transaction Record Layout (102 bytes)
*> Used by: TRANSACT.cob, PURGE.cob (pending-schedule check)
*>
*> One record per SCHEDULE request — a WITHDRAW or TRANSFER queued
*> to post on a future business day instead of immediately.
