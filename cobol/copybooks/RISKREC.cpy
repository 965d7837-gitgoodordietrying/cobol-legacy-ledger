*>================================================================*
*> RISKREC.cpy — Customer Risk Rating Record (165 bytes)
*> Used by: RISKRATE.cob
*>
*> One record per customer on RISK.DAT — the BSA risk rating and
*> due-diligence review cycle that KYC.DAT (KYCREC.cpy) never had
*> past account opening. A customer is a KYC.DAT applicant, keyed
*> by RISK-ACCT-ID (the account the KYC record was opened with);
*> the factors cover every account the applicant holds as primary
*> or joint owner. RISKRATE.cob's SCORE rebuilds the rating and
*> its contributing factors each run (points per factor, with the
*> supporting counts beside them — see COMCODE.cpy's
*> RISK-RATING-SETTINGS) and resets RISK-NEXT-REVIEW-DATE from the
*> tier: RISK-LAST-REVIEW-DATE plus the tier's review cycle. REVIEW
*> records a completed review (date, reviewer, note) and restarts
*> the cycle from that day. A customer who drops off KYC.DAT keeps
*> its record, unrescored, as review history.
*>================================================================*
 01  RISK-RECORD.
     05  RISK-ACCT-ID         PIC X(10).
     05  RISK-CUSTOMER        PIC X(30).
     05  RISK-TIER            PIC X(1).
         88  RISK-TIER-LOW    VALUE 'L'.
         88  RISK-TIER-MEDIUM VALUE 'M'.
         88  RISK-TIER-HIGH   VALUE 'H'.
     05  RISK-SCORE           PIC 9(3).
*>   Points contributed by each factor
     05  RISK-PRD-PTS         PIC 9(2).
     05  RISK-WIR-PTS         PIC 9(2).
     05  RISK-CSH-PTS         PIC 9(2).
     05  RISK-SAR-PTS         PIC 9(2).
     05  RISK-SCR-PTS         PIC 9(2).
     05  RISK-CHN-PTS         PIC 9(2).
*>   What the points were scored from
     05  RISK-ACCT-COUNT      PIC 9(3).
     05  RISK-TYPE-COUNT      PIC 9(1).
     05  RISK-WIRE-COUNT      PIC 9(5).
     05  RISK-WIRE-TOTAL      PIC 9(10)V99.
     05  RISK-CTR-NEAR-COUNT  PIC 9(5).
     05  RISK-CTR-OVER-COUNT  PIC 9(5).
*>   Worst SAR.DAT case status (SARREC.cpy's C/O/F) and worst
*>   SCREENQ.DAT hit status (SCRQREC.cpy's C/P/B); space when none
     05  RISK-SAR-WORST       PIC X(1).
     05  RISK-SCR-WORST       PIC X(1).
     05  RISK-CHANNEL-COUNT   PIC 9(1).
*>   'Y' when any of the activity came through a teller (TLR)
     05  RISK-TELLER-FLAG     PIC X(1).
     05  RISK-SCORED-DATE     PIC 9(8).
     05  RISK-LAST-REVIEW-DATE PIC 9(8).
     05  RISK-REVIEWED-BY     PIC X(10).
     05  RISK-REVIEW-NOTE     PIC X(40).
     05  RISK-NEXT-REVIEW-DATE PIC 9(8).
