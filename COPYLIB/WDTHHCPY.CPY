      *****************************************************************
101526*  WDTHHCPY - Death-claim hold record (shared DTHHOLD.PDM).
101526*  CDMFMTCH appends a row when a policy owner's SSN turns up
101526*  on the Death Master File; while the row is 'H' the policy
101526*  takes no new loan (PLONPOST) and no disbursement is issued
101526*  on it (CLONDISB).  The claims area clears it through
101526*  CDTHMNT - a cleared row stays on file, so the same DMF
101526*  entry does not hold the policy again.
      *****************************************************************
101526 01  DEATH-HOLD-RECORD.
101526     05  DTHH-COMPANY-CODE           PIC X(02).
101526     05  DTHH-POLICY-NUMBER          PIC X(12).
101526*        'H' held, 'C' cleared by claims.
101526     05  DTHH-STATUS                 PIC X(01).
101526         88  DTHH-HELD                       VALUE 'H'.
101526         88  DTHH-CLEARED                    VALUE 'C'.
101526*        '1' SSN only, '2' SSN + name, '3' SSN + name + date.
101526     05  DTHH-MATCH-STRENGTH         PIC X(01).
101526     05  DTHH-SSN                    PIC X(09).
101526*        CCYYMMDD as the DMF gave it - zeros where it did not.
101526     05  DTHH-DATE-OF-DEATH          PIC 9(08).
101526     05  DTHH-MATCHED-DATE           PIC 9(08).
101526     05  DTHH-CLEARED-DATE           PIC 9(08).
101526     05  DTHH-CLEARED-BY             PIC X(04).
      *****************************************************************
