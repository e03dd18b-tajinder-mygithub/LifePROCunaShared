      *****************************************************************
101526*  WLCKCCPY - Loan disbursement check control record (shared
101526*  LOANCHKC.PDM), one record: the disbursing bank account the
101526*  loan checks draw on, the bank's positive-pay customer ID,
101526*  the last check number used and the amount at which a
101526*  disbursement goes by wire instead of check.  Set up once
101526*  with treasury; CLONDISB refuses to issue anything without
101526*  it rather than guess at the account, and rewrites it with
101526*  the last check number after every run.
      *****************************************************************
101526 01  LOAN-CHECK-CONTROL-RECORD.
101526     05  LCKC-BANK-ROUTING           PIC X(09).
101526     05  LCKC-ACCOUNT-NUMBER         PIC X(17).
101526     05  LCKC-BANK-CUSTOMER-ID       PIC X(10).
101526     05  LCKC-LAST-CHECK-NUMBER      PIC 9(10).
101526*        Zero - every disbursement goes by check.
101526     05  LCKC-WIRE-THRESHOLD         PIC 9(09)V9(02).
