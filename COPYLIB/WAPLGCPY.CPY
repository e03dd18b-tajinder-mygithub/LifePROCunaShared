      *****************************************************************
101526*  WAPLGCPY - Automatic premium loan log record (shared
101526*  APLTAKEN.PDM).  Appended by CLONAPLB for every APL it posts,
101526*  keyed in effect by policy and premium due date - a due date
101526*  already on the log is never loaned again, so a rerun (or a
101526*  billing extract that still lists the premium the next
101526*  night) cannot take a second loan for the same premium.
      *****************************************************************
101526 01  APL-LOG-RECORD.
101526     05  APLG-COMPANY-CODE           PIC X(02).
101526     05  APLG-POLICY-NUMBER          PIC X(12).
101526     05  APLG-DUE-DATE               PIC 9(08).
101526     05  APLG-PREMIUM-AMOUNT         PIC S9(09)V9(02).
101526     05  APLG-NEW-LOAN-BALANCE       PIC S9(09)V9(02).
101526     05  APLG-POSTED-DATE            PIC 9(08).
101526     05  APLG-CODER-ID               PIC X(04).
