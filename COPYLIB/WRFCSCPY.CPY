      *****************************************************************
101526*  WRFCSCPY - Red-flag case record (shared REDFLAGS.PDM).  One
101526*  per alert the nightly CREDFLAG sweep raises on a loan take -
101526*  the rule that fired, the take, and the event that made it
101526*  suspicious (the address/owner change, the quote, the window
101526*  total).  The compliance desk works and closes each case
101526*  through CREDCASE, which records who took it, the
101526*  disposition and why.  COPYed under the FD in both programs
101526*  so the layout cannot drift between them.
      *****************************************************************
101526 01  RED-FLAG-CASE-RECORD.
101526     05  RFCS-CASE-NUMBER.
101526         10  RFCS-OPENED-DATE        PIC 9(08).
101526         10  RFCS-CASE-SEQUENCE      PIC 9(04).
101526     05  RFCS-RULE-CODE              PIC X(01).
101526*            Take within days of an address or owner change.
101526         88  RFCS-CHANGE-THEN-TAKE           VALUE 'A'.
101526*            Take at or near the net available on a recently
101526*            issued policy.
101526         88  RFCS-MAX-TAKE-NEW-POLICY        VALUE 'M'.
101526*            Takes on the policy over the window pass the
101526*            cash-reporting threshold.
101526         88  RFCS-CASH-THRESHOLD             VALUE 'C'.
101526*            Quote then take by a coder off the loan desk.
101526         88  RFCS-UNUSUAL-CODER              VALUE 'Q'.
101526     05  RFCS-COMPANY-CODE           PIC X(02).
101526     05  RFCS-POLICY-NUMBER          PIC X(12).
101526     05  RFCS-TAKE-POSTED-DATE       PIC 9(08).
101526     05  RFCS-TAKE-POSTED-TIME       PIC 9(06).
101526     05  RFCS-TAKE-AMOUNT            PIC S9(09)V9(02).
101526     05  RFCS-TAKE-CODER-ID          PIC X(04).
101526*        The triggering event - change or quote date and its
101526*        coder; net available ('M') or window total ('C').
101526     05  RFCS-RELATED-DATE           PIC 9(08).
101526     05  RFCS-RELATED-CODER-ID       PIC X(04).
101526     05  RFCS-RELATED-AMOUNT         PIC S9(09)V9(02).
101526     05  RFCS-ALERT-TEXT             PIC X(50).
101526     05  RFCS-CASE-STATUS            PIC X(01).
101526         88  RFCS-CASE-OPEN                  VALUE 'O'.
101526         88  RFCS-CASE-WORKING               VALUE 'W'.
101526         88  RFCS-CASE-CLOSED                VALUE 'C'.
101526     05  RFCS-ASSIGNED-CODER-ID      PIC X(04).
101526     05  RFCS-CLOSED-DATE            PIC 9(08).
101526     05  RFCS-CLOSED-BY-CODER-ID     PIC X(04).
101526     05  RFCS-DISPOSITION            PIC X(01).
101526*            Reviewed and explained - no further action.
101526         88  RFCS-NO-ACTION                  VALUE 'N'.
101526*            Referred on (fraud unit / SAR filing).
101526         88  RFCS-REFERRED                   VALUE 'R'.
101526     05  RFCS-RESOLUTION-TEXT        PIC X(60).
      *****************************************************************
