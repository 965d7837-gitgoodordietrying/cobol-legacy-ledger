*>================================================================*
*> PROMOREC.cpy — New-Account Promotion Master Record
*> (64 bytes, LINE SEQUENTIAL)
*> Used by: PROMO.cob (DEFINE/RETIRE/LIST, daily RUN),
*>          ACCOUNTS.cob (CREATE's promo code)
*>
*> One record per promotional offer on PROMO.DAT. An account of
*> product PROMO-PRODUCT (an ACCT-TYPE code) opened while the
*> offer is Active and between PROMO-START-DATE and PROMO-END-DATE
*> (0 = open-ended) may be enrolled by CREATE. It earns PROMO-BONUS
*> once, if within PROMO-QUAL-DAYS of opening it completes the
*> qualifying activity PROMO-QUAL-TYPE names: 'D' direct deposits
*> totalling PROMO-QUAL-AMOUNT, or 'P' PROMO-QUAL-COUNT card
*> debits (COMCODE.cpy's PROMO-SETTINGS). Closing the account
*> within PROMO-CLAWBACK-DAYS of opening takes the bonus back.
*> RETIRE flips the offer to 'R': no new enrollments, but accounts
*> already enrolled run out their window under the terms they
*> opened on.
*>================================================================*
 01  PROMO-RECORD.
     05  PROMO-CODE           PIC X(8).
     05  PROMO-PRODUCT        PIC X(1).
     05  PROMO-QUAL-TYPE      PIC X(1).
         88  PROMO-QUAL-DD    VALUE 'D'.
         88  PROMO-QUAL-POS   VALUE 'P'.
     05  PROMO-QUAL-AMOUNT    PIC 9(8)V99.
     05  PROMO-QUAL-COUNT     PIC 9(3).
     05  PROMO-QUAL-DAYS      PIC 9(3).
     05  PROMO-BONUS          PIC 9(6)V99.
     05  PROMO-CLAWBACK-DAYS  PIC 9(3).
     05  PROMO-START-DATE     PIC 9(8).
     05  PROMO-END-DATE       PIC 9(8).
     05  PROMO-STATUS         PIC X(1).
         88  PROMO-ACTIVE     VALUE 'A'.
         88  PROMO-RETIRED    VALUE 'R'.
     05  PROMO-OPERATOR-ID    PIC X(10).
