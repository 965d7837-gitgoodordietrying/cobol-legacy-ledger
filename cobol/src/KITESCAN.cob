      *>  Files:
      *>    Input:  ACCOUNTS.DAT (INDEXED, keyed on ACCT-ID)
      *>    Input:  CHKITEM.DAT  (LINE SEQUENTIAL, deposited-item log)
      *>    Input:  TRANSACT.DAT (LINE SEQUENTIAL, 205-byte)
      *>    Output: KITE-REVIEW.DAT (LINE SEQUENTIAL, rebuilt each
      *>            run — one pipe-delimited line per flagged pair,
      *>            same plain-line review-queue shape as
