*>================================================================*
*> CCLOGREC.cpy — Card Control Decline Log Record (103 bytes)
*> Used by: TRANSACT.cob (PROCESS-POS) and VALIDATE.cob (card-
*>          authorization RESERVE, single and BATCH), which append
*>          it; CARDS.cob (CTLLOG), which reads it
*>
*> One record on CARDCTLLOG.DAT for every POS or authorization a
*> card control declined (RESULT|30). CCLG-RULE names the control
*> that fired — MCC (a blocked merchant category), DOM (a foreign
*> merchant on a domestic-only card) or TRV (a foreign merchant
*> with no travel notice covering the country and date).
*> CCLG-NOTICE-FLAG is 'Y' when the card had any Active travel
*> notice on file at the time, 'N' when it had none — together
*> with the merchant category, country, amount and channel, what
*> the fraud desk needs to tell a customer's own attempt (wrong
*> dates on a notice, a forgotten block) from a fraud attempt.
*> CCLG-SOURCE is the program that declined it, and
*> CCLG-MERCHANT-REF the merchant/reference id of a RESERVE
*> (blank for POS).
*>================================================================*
 01  CARD-CONTROL-LOG-RECORD.
     05  CCLG-DATE              PIC 9(8).
     05  CCLG-TIME              PIC 9(6).
     05  CCLG-CARD-ID           PIC X(12).
     05  CCLG-ACCT-ID           PIC X(10).
     05  CCLG-LAST-4            PIC X(4).
     05  CCLG-AMOUNT            PIC 9(10)V99.
     05  CCLG-MCC               PIC X(4).
     05  CCLG-COUNTRY           PIC X(3).
     05  CCLG-RULE              PIC X(3).
         88  CCLG-RULE-MCC      VALUE 'MCC'.
         88  CCLG-RULE-DOMESTIC VALUE 'DOM'.
         88  CCLG-RULE-TRAVEL   VALUE 'TRV'.
     05  CCLG-NOTICE-FLAG       PIC X(1).
     05  CCLG-SOURCE            PIC X(8).
     05  CCLG-CHANNEL           PIC X(3).
     05  CCLG-BRANCH            PIC X(4).
     05  CCLG-OPERATOR-ID       PIC X(10).
     05  CCLG-MERCHANT-REF      PIC X(15).
