      *****************************************************************
101526*  WCSCHCPY - Commission rate schedule record (shared
101526*  COMMSCHD.PDM).  The rate the carrier pays on a dollar of
101526*  premium, keyed by company, product ID and policy year, with
101526*  the date the rate took effect - so first-year premium and
101526*  year-nine renewal premium no longer pay alike.  A row applies
101526*  from its policy year onward until a row for a later year
101526*  takes over; a SPACES product ID is the company's default for
101526*  any product without rows of its own.  Maintained by CCSCHMNT,
101526*  read by EXTRFEED, which applies each split agent's share to
101526*  the scheduled commission instead of to the raw premium.
101526*  COPYed under the FD in both programs so the layout cannot
101526*  drift between them.
      *****************************************************************
101526 01  COMM-SCHEDULE-RECORD.
101526     05  CSCH-COMPANY-CODE           PIC X(02).
101526     05  CSCH-PRODUCT-ID             PIC X(10).
101526*        Policy year 01 is first-year premium; 02 and up are
101526*        renewal years.
101526     05  CSCH-POLICY-YEAR            PIC 9(02).
101526     05  CSCH-EFFECTIVE-DATE         PIC 9(08).
101526*        Commission as a percentage of premium, e.g. 055.0000
101526*        for 55% first-year, 005.0000 for a 5% renewal.
101526     05  CSCH-RATE-PCNT              PIC 9(03)V9(04).
101526     05  CSCH-CODER-ID               PIC X(04).
101526     05  CSCH-MAINT-DATE             PIC 9(08).
101526*        SPACE is the standard first-year/renewal rate; 'I' is
101526*        the rate paid on a benefit increase's added premium.
101526     05  CSCH-RATE-TYPE              PIC X(01).
101526         88  CSCH-ORDINARY-RATE              VALUE SPACE.
101526         88  CSCH-INCREASE-RATE              VALUE 'I'.
