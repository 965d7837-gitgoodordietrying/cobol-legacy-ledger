*>================================================================*
*> HOLDREC.cpy — Funds Hold Record Layout (114 bytes)
*> Used by: VALIDATE.cob, TRANSACT.cob, PURGE.cob (live-hold check)
*>
*> HOLDS.DAT is INDEXED, so a file written under the prior 89-byte
*> layout will not open (status 39) under binaries built with this
