      *****************************************************************
101526*  WLHLDCPY - Loan posting held from the apply (LONOFHLD.PDM).
101526*  CLONAPLY writes one row for each queue posting it holds -
101526*  the queue record image, why it is held and the policy it
101526*  holds - and rewrites the file as holds are released.
101526*  CLONPEND reads it for the policies still held.  COPYed
101526*  under the FD in both programs so the layout cannot drift
101526*  between them.
      *****************************************************************
101526 01  HELD-POSTING-RECORD.
101526*        'S' held by its own screening, 'B' waiting behind an
101526*        earlier held posting on the policy.
101526     05  HLDP-REASON                 PIC X(01).
101526         88  HLDP-SCREENING-HOLD             VALUE 'S'.
101526         88  HLDP-BEHIND-HOLD                VALUE 'B'.
101526     05  HLDP-HELD-DATE              PIC 9(08).
101526*        Last screening result (WOFSC-RESULT) and review item.
101526     05  HLDP-RESULT                 PIC X(01).
101526     05  HLDP-REVIEW-NUMBER          PIC 9(09).
101526     05  HLDP-COMPANY-CODE           PIC X(02).
101526     05  HLDP-POLICY-NUMBER          PIC X(12).
101526*        The queue record image (WLPSTCPY) as it was held.
101526     05  HLDP-POSTING                PIC X(117).
