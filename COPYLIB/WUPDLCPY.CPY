      *****************************************************************
101526*  WUPDLCPY - Unclaimed property due-diligence log (shared
101526*  UPDDLOG.PDM).  CUNCLAIM appends one row each time it moves a
101526*  returned-mail hold along the unclaimed property path - each
101526*  due-diligence letter mailed, the NAUPA report of the value,
101526*  and the hold clearing before the path finished.  A hold is
101526*  one episode per ADRS-RETURNED-DATE, so a policy that goes
101526*  lost again starts the path over.
      *****************************************************************
101526 01  DUE-DILIGENCE-LOG-RECORD.
101526     05  UPDL-COMPANY-CODE           PIC X(02).
101526     05  UPDL-POLICY-NUMBER          PIC X(12).
101526     05  UPDL-RETURNED-DATE          PIC 9(08).
101526     05  UPDL-EVENT                  PIC X(01).
101526         88  UPDL-FIRST-LETTER               VALUE '1'.
101526         88  UPDL-FINAL-LETTER               VALUE '2'.
101526         88  UPDL-REPORTED                   VALUE 'R'.
101526         88  UPDL-OFF-PATH                   VALUE 'X'.
101526     05  UPDL-EVENT-DATE             PIC 9(08).
101526*        State of last known address and the value the event
101526*        quoted, both off the extract the run used.
101526     05  UPDL-OWNER-STATE            PIC X(02).
101526     05  UPDL-AMOUNT                 PIC S9(09)V99.
101526     05  UPDL-CODER-ID               PIC X(04).
      *****************************************************************
