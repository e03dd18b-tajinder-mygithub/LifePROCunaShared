      *****************************************************************
101526*  WLDSBCPY - Loan disbursement instruction record (shared
101526*  LOANDISB.PDM).  CLONAPLY appends one per loan take it
101526*  applies, pending, and one reversal notice per applied
101526*  reversal of a take; CLONDISB names the payee off the
101526*  statement extract's owner name/address block, assigns the
101526*  check number and issues it to treasury and the bank's
101526*  positive-pay file - so no money leaves for a loan that was
101526*  never posted, and every posted loan's money is accounted
101526*  for.  The take is identified by its LOANPOST.PDM stamp
101526*  (posted date/time) and policy.
      *****************************************************************
101526 01  LOAN-DISBURSEMENT-RECORD.
101526     05  LDSB-RECORD-TYPE            PIC X(01).
101526         88  LDSB-INSTRUCTION-ROW            VALUE 'D'.
101526*            Posted by CLONAPLY when it applies the reversal of
101526*            a take - cancels the instruction before issue, or
101526*            voids the check after.
101526         88  LDSB-REVERSAL-NOTICE            VALUE 'R'.
101526     05  LDSB-COMPANY-CODE           PIC X(02).
101526     05  LDSB-POLICY-NUMBER          PIC X(12).
101526     05  LDSB-POSTED-DATE            PIC 9(08).
101526     05  LDSB-POSTED-TIME            PIC 9(06).
101526     05  LDSB-APPLIED-DATE           PIC 9(08).
101526     05  LDSB-AMOUNT                 PIC S9(09)V9(02).
101526     05  LDSB-STATUS                 PIC X(01).
101526         88  LDSB-PENDING                    VALUE 'P'.
101526         88  LDSB-ISSUED                     VALUE 'I'.
101526         88  LDSB-CANCELLED                  VALUE 'C'.
101526         88  LDSB-VOIDED                     VALUE 'V'.
101526     05  LDSB-METHOD                 PIC X(01).
101526         88  LDSB-BY-CHECK                   VALUE 'K'.
101526         88  LDSB-BY-WIRE                    VALUE 'W'.
101526     05  LDSB-CHECK-NUMBER           PIC 9(10).
101526     05  LDSB-ISSUED-DATE            PIC 9(08).
101526     05  LDSB-VOIDED-DATE            PIC 9(08).
101526     05  LDSB-PAYEE-NAME             PIC X(50).
101526     05  LDSB-PAYEE-ADDR-LINE-1      PIC X(35).
101526     05  LDSB-PAYEE-ADDR-LINE-2      PIC X(35).
101526     05  LDSB-PAYEE-ADDR-LINE-3      PIC X(35).
101526     05  LDSB-PAYEE-CITY             PIC X(24).
101526     05  LDSB-PAYEE-STATE            PIC X(02).
101526     05  LDSB-PAYEE-ZIP-CODE         PIC X(10).
