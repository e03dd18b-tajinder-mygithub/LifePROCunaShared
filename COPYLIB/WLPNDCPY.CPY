      *****************************************************************
101526*  WLPNDCPY - CLONPEND call parameters (pending loan posting
101526*  service).  PLONQUOT quotes off the loan master, which does
101526*  not yet carry a posting still in the LOANPOST.PDM queue or
101526*  held for OFAC review - a batch that quotes a policy with
101526*  one pending would post off a stale balance.  CLONPEND
101526*  says whether a policy has one.
101526*
101526*    'L'  (re)load the pending postings - queue records past
101526*         CLONAPLY's checkpoint and held postings; done on the
101526*         first call of a run in any case
101526*    'C'  does WLPND-COMPANY-CODE/WLPND-POLICY-NUMBER have a
101526*         posting pending (WLPND-POSTING-PENDING, and where
101526*         from in WLPND-PENDING-SOURCE)
101526*    'A'  the caller has just posted to the policy - it is
101526*         pending from now on for the rest of the run
      *****************************************************************
101526 01  WLPND-PARAMETERS.
101526     05  WLPND-FUNCTION              PIC X(01).
101526         88  WLPND-LOAD-PENDING              VALUE 'L'.
101526         88  WLPND-CHECK-POLICY              VALUE 'C'.
101526         88  WLPND-NOTE-POSTED               VALUE 'A'.
101526     05  WLPND-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WLPND-ERROR-MESSAGE         PIC X(200).
101526     05  WLPND-COMPANY-CODE          PIC X(02).
101526     05  WLPND-POLICY-NUMBER         PIC X(12).
101526     05  WLPND-PENDING-FLAG          PIC X(01).
101526         88  WLPND-POSTING-PENDING           VALUE 'Y'.
101526     05  WLPND-PENDING-SOURCE        PIC X(01).
101526         88  WLPND-PENDING-IN-QUEUE          VALUE 'Q'.
101526         88  WLPND-PENDING-HELD              VALUE 'H'.
101526         88  WLPND-PENDING-THIS-RUN          VALUE 'R'.
