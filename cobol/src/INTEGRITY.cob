       COPY "ACCTIO.cpy".

      *>   Every TRANS-ID on the live log, staged so 'R' records'
      *>   TRANS-REVERSAL-OF can be resolved in one further pass.
       01  WS-TID-TABLE.
           05  WS-TID OCCURS 5000 TIMES PIC X(12).
       01  WS-TID-COUNT           PIC 9(6) VALUE 0.
