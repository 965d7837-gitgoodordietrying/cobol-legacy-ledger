      *>
      *>  Files:
      *>    Input:  ACCOUNTS.DAT  (148-byte, INDEXED, keyed on ACCT-ID)
      *>    Input:  TRANSACT.DAT  (205-byte, LINE SEQUENTIAL)
      *>    I-O:    SAR.DAT       (139-byte, LINE SEQUENTIAL — a standing
      *>                          case file; SCAN loads it, carries every
      *>                          existing case forward untouched, and
      *>  Copybooks:
      *>    CTREXREC.cpy  — CTR exemption registry record layout
      *>    ACCTREC.cpy   — Account record layout (148 bytes)
      *>    TRANSREC.cpy  — Transaction record layout (205 bytes)
      *>    SARREC.cpy    — Suspicious activity flag record layout
      *>    COMCODE.cpy   — Shared status codes and bank identifiers
      *>    ACCTIO.cpy    — Shared account I/O variables
