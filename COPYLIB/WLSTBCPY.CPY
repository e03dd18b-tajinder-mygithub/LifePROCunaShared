      *****************************************************************
101526*  WLSTBCPY - Loan billing remittance stub scan line.  Printed
101526*  by CLONBILL at the foot of the annual loan interest notice
101526*  in a single machine-readable line, captured by the bank's
101526*  lockbox scanner and returned on the remittance file, where
101526*  the lockbox load reads it back.  Amount is in cents with no
101526*  edit; the check digit is the weighted modulus-10 digit over
101526*  the due date and amount only, so a misread date or amount
101526*  is caught before it is applied.  The company and policy are
101526*  not covered - the lockbox load proves them, with the date
101526*  and amount due, against the open bill on LOANBILL.PDM.
      *****************************************************************
101526 01  LOAN-STUB-SCAN-LINE.
101526     05  LSTB-STUB-TYPE              PIC X(02).
101526         88  LSTB-LOAN-INTEREST-STUB         VALUE 'LB'.
101526     05  LSTB-COMPANY-CODE           PIC X(02).
101526     05  LSTB-POLICY-NUMBER          PIC X(12).
101526     05  LSTB-DUE-DATE               PIC 9(08).
101526     05  LSTB-AMOUNT-DUE             PIC 9(09)V9(02).
101526     05  LSTB-CHECK-DIGIT            PIC 9(01).
101526 01  LOAN-STUB-DIGITS REDEFINES LOAN-STUB-SCAN-LINE.
101526     05  FILLER                      PIC X(16).
101526     05  LSTB-DIGIT OCCURS 19 TIMES  PIC 9(01).
101526     05  FILLER                      PIC X(01).
