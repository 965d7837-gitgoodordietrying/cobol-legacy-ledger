*>================================================================*
*> MBRFEEREC.cpy — Clearing Member Fee Schedule Record (60 bytes)
*> Used by: MBRBILL.cob (maintenance and month-end billing)
*>
*> One record per member bank letter on the hub's MBRFEE.DAT, plus
*> an optional '*' row that prices every member without its own.
*> With neither, COMCODE.cpy's MEMBER-FEE-DEFAULTS apply. A month's
*> bill is MF-BASE-FEE + MF-PER-ITEM per item submitted +
*> MF-PER-EXCEPTION per exception + MF-PER-RETURN per return +
*> MF-VOLUME-BP basis points of the gross volume settled out of
*> the member's nostro.
*>================================================================*
 01  MEMBER-FEE-RECORD.
     05  MF-BANK-LETTER       PIC X(1).
     05  MF-BASE-FEE          PIC 9(7)V99.
     05  MF-PER-ITEM          PIC 9(3)V9(4).
     05  MF-PER-EXCEPTION     PIC 9(5)V99.
     05  MF-PER-RETURN        PIC 9(5)V99.
     05  MF-VOLUME-BP         PIC 9(3)V99.
     05  MF-EFFECTIVE-DATE    PIC 9(8).
     05  MF-OPERATOR-ID       PIC X(10).
