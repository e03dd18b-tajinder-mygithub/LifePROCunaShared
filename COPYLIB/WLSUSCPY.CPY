      *****************************************************************
101526*  WLSUSCPY - Unapplied cash suspense record (shared
101526*  UNAPCASH.PDM).  Appended by the lockbox load for every
101526*  remittance it could not apply to a loan - no readable stub,
101526*  no such policy or loan, a failed quote or posting, or more
101526*  than the loan payoff - with the reason, so cash received is
101526*  always accounted for until someone works the item.
      *****************************************************************
101526 01  UNAPPLIED-CASH-RECORD.
101526     05  LSUS-LOCKBOX-NUMBER         PIC X(10).
101526     05  LSUS-DEPOSIT-DATE           PIC 9(08).
101526     05  LSUS-ITEM-SEQUENCE          PIC 9(06).
101526     05  LSUS-CHECK-NUMBER           PIC X(10).
101526     05  LSUS-AMOUNT                 PIC S9(09)V9(02).
101526     05  LSUS-COMPANY-CODE           PIC X(02).
101526     05  LSUS-POLICY-NUMBER          PIC X(12).
101526     05  LSUS-SCAN-LINE              PIC X(36).
101526     05  LSUS-REASON-TEXT            PIC X(30).
101526     05  LSUS-STATUS                 PIC X(01).
101526         88  LSUS-OPEN                       VALUE 'O'.
101526         88  LSUS-CLEARED                    VALUE 'C'.
101526     05  LSUS-LOADED-DATE            PIC 9(08).
101526     05  LSUS-CODER-ID               PIC X(04).
