*>================================================================*
*> F314SUBREC.cpy — FinCEN 314(a) Subject List Record (59 bytes)
*> Used by: FIN314.cob (SEARCH)
*>
*> One record per searchable item on a 314(a) subject list, keyed
*> in from FinCEN's biweekly transmission into a LINE SEQUENTIAL
*> file named on FIN314.cob's SEARCH command line. A subject
*> carries one 'N' record for the primary name and one 'A' record
*> per alias, matched as names (ordering and punctuation ignored),
*> plus one 'I' record per identifier (SSN, EIN, passport, account
*> number, ...) matched with punctuation stripped. F314S-TRACKING
*> is FinCEN's case tracking number, F314S-SUBJECT-NUM the subject
*> within that case; both are carried onto every match so the
*> response extract can be keyed back to the request.
*>================================================================*
 01  F314-SUBJECT-RECORD.
     05  F314S-TRACKING       PIC X(12).
     05  F314S-SUBJECT-NUM    PIC X(4).
     05  F314S-KIND           PIC X(1).
         88  F314S-NAME       VALUE 'N'.
         88  F314S-ALIAS      VALUE 'A'.
         88  F314S-IDENT      VALUE 'I'.
     05  F314S-ID-TYPE        PIC X(4).
     05  F314S-VALUE          PIC X(30).
     05  F314S-LIST-DATE      PIC 9(8).
