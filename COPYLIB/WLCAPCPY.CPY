      *****************************************************************
101526*  WLCAPCPY - Loan interest capitalization log record (shared
101526*  LOANCAP.PDM).  Appended by the CLONCAPB anniversary batch
101526*  for every capitalization it posts to the loan posting
101526*  queue - policy, the anniversary the unpaid interest became
101526*  principal on, the amount, and the balance it produced.  An
101526*  anniversary already on the log is never capitalized again,
101526*  so a restarted run cannot post it twice.
      *****************************************************************
101526 01  LOAN-CAPITALIZATION-RECORD.
101526     05  LCAP-COMPANY-CODE           PIC X(02).
101526     05  LCAP-POLICY-NUMBER          PIC X(12).
101526     05  LCAP-ANNIVERSARY-DATE       PIC 9(08).
101526     05  LCAP-CAPITALIZED-AMOUNT     PIC S9(09)V9(02).
101526     05  LCAP-NEW-LOAN-BALANCE       PIC S9(09)V9(02).
101526     05  LCAP-POSTED-DATE            PIC 9(08).
101526     05  LCAP-CODER-ID               PIC X(04).
