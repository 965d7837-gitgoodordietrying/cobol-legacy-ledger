*>================================================================*
*> TXCHAIN.cpy — TRANSACT.DAT Hash-Chain Work Area
*> Used by: every program that appends to TRANSACT.DAT (ACCOUNTS,
*>          BILLACK, FEES, INTEREST, LEVY, LOANS, MBRBILL, SAFEBOX,
*>          SETTLE, SIMULATE, STOPPAY, SWEEP, TRANSACT), ARCHIVE.cob,
*>          VERIFY-CHAIN.cob, SMOKETEST.cob
*>
*> TRANSREC.cpy's TRANS-CHAIN-HASH links each TRANSACT.DAT record to
*> the one before it. The hash of a record is two polynomial sums
*> taken over every byte of TRANSACTION-RECORD (with TRANS-CHAIN-HASH
*> itself blank) and then the 16 bytes of the previous record's
*> hash, one character at a time:
*>     H1 = MOD(H1 * 257 + ORD(char), 99999989)   starting at 1
*>     H2 = MOD(H2 * 263 + ORD(char), 99999971)   starting at 1
*> and is stored as H1 then H2, eight digits each. The first stamped
*> record of a chain hashes against WS-CHAIN-GENESIS. Not a secret-
*> keyed MAC — it proves the log is the one the programs wrote, the
*> way a batch hash total proves a deck wasn't shuffled, and catches
*> any hand edit, insertion or deletion that isn't followed by a
*> deliberate re-stamp of every later record.
*>
*> Usage: COPY "TXCHAIN.cpy" in WORKING-STORAGE SECTION. Each writer
*> carries its own LOAD-CHAIN-ANCHOR (PERFORMed just ahead of its
*> OPEN EXTEND TRANSACT-FILE — finds the last stamped record's hash;
*> runs once per invocation), STAMP-CHAIN-HASH (PERFORMed just ahead
*> of every WRITE TRANSACTION-RECORD), COMPUTE-CHAIN-HASH and
*> ADD-CHAIN-HASH-CHAR paragraphs — same shared-layout,
*> per-program-paragraph pattern as ACCTIO.cpy and ACCTCHK.cpy.
*> ARCHIVE.cob records where each archived segment's chain starts
*> and ends on TXCHAIN.DAT (see CHAINREC.cpy).
*>================================================================*
 01  WS-CHAIN-LOADED        PIC X(1) VALUE 'N'.
 01  WS-CHAIN-GENESIS       PIC X(16) VALUE '0000000000000000'.
 01  WS-CHAIN-PREV          PIC X(16) VALUE '0000000000000000'.
 01  WS-CHAIN-HASH.
     05  WS-CHAIN-H1        PIC 9(8) VALUE 0.
     05  WS-CHAIN-H2        PIC 9(8) VALUE 0.
 01  WS-CHAIN-POS           PIC 9(4) VALUE 0.
 01  WS-CHAIN-CHAR          PIC X(1) VALUE SPACE.
 01  WS-CHAIN-SAVE-RECORD   PIC X(205) VALUE SPACES.
