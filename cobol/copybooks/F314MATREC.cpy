*>================================================================*
*> F314MATREC.cpy — FinCEN 314(a) Match Review Record (154 bytes)
*> Used by: FIN314.cob (SEARCH, LIST, CONFIRM, FALSE, RESPOND)
*>
*> One record per hit SEARCH finds, on FIN314.DAT — the compliance
*> review file, loaded whole and rewritten like SCREENQ.DAT. Every
*> hit opens 'P'ending; compliance marks it 'C'onfirmed or 'F'alse
*> positive, and RESPOND extracts only the Confirmed hits for a
*> tracking number. F314M-SOURCE says where the hit was found:
*>   OWNER    ACCT-NAME              JOINT    ACCT-JOINT-OWNER
*>   BENEF    ACCT-BENEFICIARY       KYC-DOC  KYC-DOC-NUMBER
*>   JOINT-ID a joint owner's SGN-ID-DOC on SIGNERS.DAT
*>   WIRE     a WIRE's destination reference or description
*>   TRANSFER a TRANSFER's counterparty account or description
*> F314M-TRANS-ID/-TRANS-DATE are spaces/zero on account-side hits.
*> F314M-MATCH-TYPE: 'E' same name tokens in the same order, 'R'
*> same tokens reordered, 'P' every token of the shorter name found
*> in the longer (two tokens at least), 'I' identifier match.
*> A re-run SEARCH never re-opens a hit already on file for the
*> same tracking number, subject, source, account, transaction and
*> list value, so reviewed hits keep their disposition.
*>================================================================*
 01  F314-MATCH-RECORD.
     05  F314M-ID             PIC X(12).
     05  F314M-TRACKING       PIC X(12).
     05  F314M-SUBJECT-NUM    PIC X(4).
     05  F314M-SOURCE         PIC X(8).
     05  F314M-ACCT-ID        PIC X(10).
     05  F314M-TRANS-ID       PIC X(12).
     05  F314M-TRANS-DATE     PIC 9(8).
     05  F314M-MATCHED        PIC X(30).
     05  F314M-LIST-VALUE     PIC X(30).
     05  F314M-MATCH-TYPE     PIC X(1).
         88  F314M-EXACT      VALUE 'E'.
         88  F314M-REORDERED  VALUE 'R'.
         88  F314M-PARTIAL    VALUE 'P'.
         88  F314M-IDENT      VALUE 'I'.
     05  F314M-STATUS         PIC X(1).
         88  F314M-PENDING    VALUE 'P'.
         88  F314M-CONFIRMED  VALUE 'C'.
         88  F314M-FALSE-POS  VALUE 'F'.
     05  F314M-FOUND-DATE     PIC 9(8).
     05  F314M-REVIEWED-BY    PIC X(10).
     05  F314M-REVIEWED-DATE  PIC 9(8).
