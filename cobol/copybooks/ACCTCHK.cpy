*>================================================================*
*> ACCTCHK.cpy — ACCT-ID Check-Digit Work Area
*> Used by: ACCOUNTS.cob, TRANSACT.cob, VALIDATE.cob, LOANS.cob,
*>          CARDS.cob, STOPPAY.cob, LEVY.cob, CCARD.cob
*>
*> ACCT-ID is X(10): positions 1-9 are the account number proper
*> (e.g. ACT-A-001) and position 10 is a check digit over them.
*> Each of the nine base characters is valued (digit 0-9 at face
*> value, letter A-Z as 1-26, anything else zero), weighted
*> 3-7-1 repeating (the same weighting as an ABA routing number),
*> and the check digit is whatever brings the weighted sum up to
*> the next multiple of ten. A single mistyped character or most
*> adjacent transpositions change the sum, so the number is refused
*> at the entry point instead of being looked up (and possibly
*> matching someone else's account).
*>
*> Usage: COPY "ACCTCHK.cpy" in WORKING-STORAGE SECTION. Move the
*> id to WS-CHKD-ID and PERFORM the program's COMPUTE-CHECK-DIGIT
*> (WS-CHKD-DIGIT comes back) or VALIDATE-CHECK-DIGIT paragraph
*> (WS-CHKD-VALID comes back 'Y'/'N'; a legacy id listed on
*> CHKDXMPT.DAT — see CDXREC.cpy — passes with WS-CHKD-EXEMPT
*> 'Y'). Same shared-layout, per-program-paragraph pattern as
*> ACCTIO.cpy.
*>================================================================*
 01  WS-CHKD-ID             PIC X(10) VALUE SPACES.
 01  WS-CHKD-POS            PIC 9(2) VALUE 0.
 01  WS-CHKD-ALPHA-IDX      PIC 9(2) VALUE 0.
 01  WS-CHKD-CHAR           PIC X(1) VALUE SPACE.
 01  WS-CHKD-CHAR-N REDEFINES WS-CHKD-CHAR PIC 9(1).
 01  WS-CHKD-VALUE          PIC 9(2) VALUE 0.
 01  WS-CHKD-SUM            PIC 9(5) VALUE 0.
 01  WS-CHKD-DIGIT          PIC 9(1) VALUE 0.
 01  WS-CHKD-VALID          PIC X(1) VALUE 'N'.
 01  WS-CHKD-EXEMPT         PIC X(1) VALUE 'N'.
 01  WS-CHKD-XMPT-STATUS    PIC XX VALUE SPACES.
 01  WS-CHKD-WEIGHT-TABLE   PIC X(9) VALUE '371371371'.
 01  WS-CHKD-WEIGHTS REDEFINES WS-CHKD-WEIGHT-TABLE.
     05  WS-CHKD-WEIGHT     PIC 9(1) OCCURS 9 TIMES.
 01  WS-CHKD-ALPHABET       PIC X(26)
         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
