      *****************************************************************
101526*  WCSMNCPY - CCSCHMNT call parameters (commission rate
101526*  schedule maintenance).  Puts or deletes one schedule row in
101526*  COMMSCHD.PDM, keyed by company, product ID, policy year and
101526*  effective date.  A rate change is a NEW row with a later
101526*  effective date, not an overwrite - the row it supersedes
101526*  stays on file so earlier transactions still price the way
101526*  they were paid.
      *****************************************************************
101526 01  WCSMN-PARAMETERS.
101526     05  WCSMN-FUNCTION              PIC X(01).
101526         88  WCSMN-PUT-RATE                  VALUE 'P'.
101526         88  WCSMN-DELETE-RATE               VALUE 'D'.
101526     05  WCSMN-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WCSMN-ERROR-MESSAGE         PIC X(200).
101526     05  WCSMN-COMPANY-CODE          PIC X(02).
101526*        SPACES keys the company's default schedule.
101526     05  WCSMN-PRODUCT-ID            PIC X(10).
101526     05  WCSMN-POLICY-YEAR           PIC 9(02).
101526     05  WCSMN-EFFECTIVE-DATE        PIC 9(08).
101526     05  WCSMN-RATE-PCNT             PIC 9(03)V9(04).
101526*        SPACE keys the ordinary schedule, 'I' the increase
101526*        schedule - part of the row's key.
101526     05  WCSMN-RATE-TYPE             PIC X(01).
101526         88  WCSMN-ORDINARY-RATE             VALUE SPACE.
101526         88  WCSMN-INCREASE-RATE             VALUE 'I'.
