*>================================================================*
*> CCTLCHK.cpy — Debit Card Control Check Work Area
*> Used by: TRANSACT.cob (PROCESS-POS), VALIDATE.cob (card-
*>          authorization RESERVE, single and BATCH)
*>
*> The caller moves the matched card to WS-CCTL-CARD-ID and the
*> merchant category and country the request carried to
*> WS-CCTL-MCC and WS-CCTL-COUNTRY, then PERFORMs
*> CHECK-CARD-CONTROLS: WS-CCTL-RULE comes back SPACES when the
*> card's controls (CARDCTL.DAT — CARDCTLREC.cpy) and travel
*> notices (CARDTRVL.DAT — CARDTRVREC.cpy) let the transaction
*> through, or MCC, DOM or TRV naming the control that blocks it,
*> checked in that order. WS-CCTL-NOTICE-FLAG is 'Y' when the card
*> has any Active travel notice on file. On a block the caller
*> fills the rest of CARD-CONTROL-LOG-RECORD (CCLOGREC.cpy) and
*> PERFORMs APPEND-CARD-CONTROL-LOG. Same shared-layout,
*> per-program-paragraph pattern as STAYCHK.cpy.
*>================================================================*
 01  WS-CCTL-STATUS         PIC XX VALUE SPACES.
 01  WS-CTRV-STATUS         PIC XX VALUE SPACES.
 01  WS-CCLG-STATUS         PIC XX VALUE SPACES.
 01  WS-CCTL-CARD-ID        PIC X(12) VALUE SPACES.
 01  WS-CCTL-MCC            PIC X(4) VALUE SPACES.
 01  WS-CCTL-COUNTRY        PIC X(3) VALUE SPACES.
 01  WS-CCTL-RULE           PIC X(3) VALUE SPACES.
 01  WS-CCTL-NOTICE-FLAG    PIC X VALUE 'N'.
 01  WS-CCTL-COVERED-FLAG   PIC X VALUE 'N'.
 01  WS-CCTL-FOREIGN-FLAG   PIC X VALUE 'N'.
 01  WS-CCTL-IDX            PIC 9(2) VALUE 0.
