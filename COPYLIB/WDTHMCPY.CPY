      *****************************************************************
101526*  WDTHMCPY - CDTHMNT call parameters (death-claim hold).
101526*  'Q' asks whether a policy is on death-claim hold in
101526*  DTHHOLD.PDM - PLONPOST and CLONDISB ask before a loan take
101526*  or a disbursement; 'C' is the claims area clearing the
101526*  policy's open hold.
      *****************************************************************
101526 01  WDTHM-PARAMETERS.
101526     05  WDTHM-FUNCTION              PIC X(01).
101526         88  WDTHM-QUERY-HOLD                VALUE 'Q'.
101526         88  WDTHM-CLEAR-HOLD                VALUE 'C'.
101526     05  WDTHM-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WDTHM-ERROR-MESSAGE         PIC X(200).
101526     05  WDTHM-COMPANY-CODE          PIC X(02).
101526     05  WDTHM-POLICY-NUMBER         PIC X(12).
101526*        Returned by 'Q' - the open hold's match strength and
101526*        date of death when there is one.
101526     05  WDTHM-ON-HOLD-FLAG          PIC X(01).
101526         88  WDTHM-ON-HOLD                   VALUE 'Y'.
101526     05  WDTHM-MATCH-STRENGTH        PIC X(01).
101526     05  WDTHM-DATE-OF-DEATH         PIC 9(08).
      *****************************************************************
