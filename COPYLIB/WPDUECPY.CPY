      *****************************************************************
101526*  WPDUECPY - Past-due premium record (shared PREMDUE.PDM).  One
101526*  per policy whose modal premium is unpaid, as the admin
101526*  system's billing extract lists them each night: the due
101526*  date, the end of its grace period, the billed premium, and
101526*  whether the owner elected automatic premium loan.  Read by
101526*  the CLONAPLB APL batch, which only acts once grace has run
101526*  out.
      *****************************************************************
101526 01  PAST-DUE-PREMIUM-RECORD.
101526     05  PDUE-COMPANY-CODE           PIC X(02).
101526     05  PDUE-POLICY-NUMBER          PIC X(12).
101526     05  PDUE-DUE-DATE               PIC 9(08).
101526     05  PDUE-GRACE-END-DATE         PIC 9(08).
101526     05  PDUE-BILLED-PREMIUM         PIC S9(07)V9(02).
101526     05  PDUE-APL-ELECTED            PIC X(01).
101526         88  PDUE-APL-IS-ELECTED             VALUE 'Y'.
