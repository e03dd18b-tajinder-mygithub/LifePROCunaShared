      *****************************************************************
101526*  WCRATCPY - CCOMRATE call parameters (commission rate
101526*  lookup).  Given a transaction's company, product, policy
101526*  issue date and transaction date, CCOMRATE works out the
101526*  policy year and returns the COMMSCHD.PDM rate in effect for
101526*  it - the percentage of premium the split percentages then
101526*  divide.  Shared by EXTRFEED and the statement programs so
101526*  the feed, the ledger and the statements price a dollar of
101526*  premium identically.
      *****************************************************************
101526 01  WCRAT-PARAMETERS.
101526     05  WCRAT-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WCRAT-COMPANY-CODE          PIC X(02).
101526     05  WCRAT-PRODUCT-ID            PIC X(10).
101526     05  WCRAT-ISSUE-DATE            PIC 9(08).
101526     05  WCRAT-TRANSACTION-DATE      PIC 9(08).
101526*        Policy year the transaction falls in (01 = first
101526*        year) - zero when the issue date is unknown.
101526     05  WCRAT-OUT-POLICY-YEAR       PIC 9(02).
101526*        100.0000 when no schedule row applies, so an
101526*        unscheduled product pays exactly what it always did.
101526     05  WCRAT-OUT-RATE-PCNT         PIC 9(03)V9(04).
101526     05  WCRAT-OUT-SCHEDULED-FLAG    PIC X(01).
101526         88  WCRAT-OUT-SCHEDULED             VALUE 'Y'.
101526*        SPACE prices at the standard first-year/renewal rate.
101526*        'I' prices a benefit increase's added premium off the
101526*        increase schedule rows, falling back to the standard
101526*        rows when the company has keyed none.
101526     05  WCRAT-RATE-TYPE             PIC X(01).
101526         88  WCRAT-ORDINARY-RATE             VALUE SPACE.
101526         88  WCRAT-INCREASE-RATE             VALUE 'I'.
