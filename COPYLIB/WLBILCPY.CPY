      *****************************************************************
101526*  WLBILCPY - Loan interest billing register record (shared
101526*  LOANBILL.PDM).  Appended by the CLONBILL batch for every
101526*  annual loan interest notice it sends - policy, the loan
101526*  anniversary the interest is due by, the amount billed and
101526*  the loan figures it was quoted from.  A bill already on the
101526*  register is never sent again, so a restarted run cannot
101526*  bill a borrower twice; a repayment is matched back to its
101526*  bill by company/policy and due date, and the paid fields
101526*  record the match.
      *****************************************************************
101526 01  LOAN-BILLING-RECORD.
101526     05  LBIL-COMPANY-CODE           PIC X(02).
101526     05  LBIL-POLICY-NUMBER          PIC X(12).
101526     05  LBIL-DUE-DATE               PIC 9(08).
101526     05  LBIL-BILLED-DATE            PIC 9(08).
101526     05  LBIL-AMOUNT-DUE             PIC S9(09)V9(02).
101526     05  LBIL-LOAN-BALANCE           PIC S9(09)V9(02).
101526     05  LBIL-INTEREST-RATE          PIC S9(03)V9(04).
101526     05  LBIL-CODER-ID               PIC X(04).
101526     05  LBIL-BILL-STATUS            PIC X(01).
101526         88  LBIL-OPEN                       VALUE 'O'.
101526         88  LBIL-PAID                       VALUE 'P'.
101526         88  LBIL-PART-PAID                  VALUE 'A'.
101526     05  LBIL-AMOUNT-PAID            PIC S9(09)V9(02).
101526     05  LBIL-PAID-DATE              PIC 9(08).
