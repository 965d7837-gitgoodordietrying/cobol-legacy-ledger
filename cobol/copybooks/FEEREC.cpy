*>   by TRANSACT.cob's CHECK-EXCESS-ACTIVITY for each convenient
*>   withdrawal past the monthly EXCESS-TX-LIMIT (COMCODE.cpy).
     05  FEE-EXCESS-ACTIVITY   PIC 9(4)V99 VALUE 10.00.
*>   Out-of-network ATM fee, charged by TRANSACT.cob's POS on a
*>   withdrawal taken at another bank's machine (channel
*>   ATM-FOREIGN-CHANNEL, COMCODE.cpy) — refundable to a qualifying
*>   rewards-checking account, see RWDREC.cpy.
     05  FEE-ATM-FOREIGN       PIC 9(4)V99 VALUE 2.50.
*>   Corporate account-analysis pricing — FEES.cob's ANALYSIS mode
*>   computes an earnings credit on the average collected balance
*>   at FEE-ANALYSIS-ECR (annual, credited monthly /12) and offsets
     05  FEE-ANA-PER-CHECK     PIC 9(2)V99 VALUE 0.25.
     05  FEE-ANA-PER-WIRE      PIC 9(2)V99 VALUE 15.00.
     05  FEE-ANA-PER-BILLPAY   PIC 9(2)V99 VALUE 0.50.
*>   Annual safe deposit box rent by box size (SDBOXREC.cpy's
*>   BOX-SIZE), debited by SAFEBOX.cob's BILL run as its own
*>   TRANS-TYPE 'F' record under FEE-REASON-SAFE-BOX.
     05  FEE-SDB-RENT-SMALL    PIC 9(4)V99 VALUE 50.00.
     05  FEE-SDB-RENT-MEDIUM   PIC 9(4)V99 VALUE 85.00.
     05  FEE-SDB-RENT-LARGE    PIC 9(4)V99 VALUE 150.00.
     05  FEE-SDB-RENT-XLARGE   PIC 9(4)V99 VALUE 250.00.
