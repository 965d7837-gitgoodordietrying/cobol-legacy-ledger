*>================================================================*
*> CHAINREC.cpy — Transaction Log Chain Anchor Record (87 bytes)
*> Used by: ARCHIVE.cob (writes), VERIFY-CHAIN.cob, ACCOUNTS.cob
*>          (REKEY re-stamp), MASKDATA.cob (copied with the log)
*>
*> One record per ARCHIVE.cob run that moved anything, appended to
*> TXCHAIN.DAT (LINE SEQUENTIAL, append-only). CHN-FILE is the
*> TRANSACT-ARCHIVE-YYYYMMDD.DAT the records went to; CHN-START-HASH
*> is the hash the first of them chained from (the live log's anchor
*> before the run) and CHN-END-HASH the last one's TRANS-CHAIN-HASH,
*> which becomes the live TRANSACT.DAT's new anchor — so every
*> archive can be re-proved on its own, and the live log's first
*> record is proved against the archive it was split from. With no
*> TXCHAIN.DAT yet, the live log chains from TXCHAIN.cpy's
*> WS-CHAIN-GENESIS. A same-day re-run adds a second record for the
*> same archive file, starting where the first one ended.
*>================================================================*
 01  CHAIN-ANCHOR-RECORD.
     05  CHN-FILE             PIC X(40).
     05  CHN-START-HASH       PIC X(16).
     05  CHN-END-HASH         PIC X(16).
     05  CHN-RECORDS          PIC 9(7).
     05  CHN-DATE             PIC 9(8).
