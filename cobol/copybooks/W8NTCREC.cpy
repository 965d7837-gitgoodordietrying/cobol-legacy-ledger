*>================================================================*
*> W8NTCREC.cpy — W-8 Recertification Notice Record (74 bytes)
*> Used by: INTEREST.cob
*>
*> One record per foreign account holder whose W-8 certification
*> on TAXSTAT.DAT (see TAXSTREC.cpy) has expired, appended to
*> W8NOTICE.DAT by INTEREST.cob's POST-INTEREST (same append-only
*> idiom as ODNTCREC.cpy/ODNOTICE.DAT) the first time interest is
*> paid after the lapse, so the branch can mail the holder a new
*> form. W8NT-TREATY-RATE is the rate the holder was getting;
*> W8NT-DEFAULT-RATE the rate withheld until they recertify.
*>================================================================*
 01  W8-NOTICE-RECORD.
     05  W8NT-ACCT-ID         PIC X(10).
     05  W8NT-ACCT-NAME       PIC X(30).
     05  W8NT-COUNTRY         PIC X(2).
     05  W8NT-W8-TYPE         PIC X(6).
     05  W8NT-CERT-EXPIRY     PIC 9(8).
     05  W8NT-TREATY-RATE     PIC 9V9(4).
     05  W8NT-DEFAULT-RATE    PIC 9V9(4).
     05  W8NT-DATE            PIC 9(8).
