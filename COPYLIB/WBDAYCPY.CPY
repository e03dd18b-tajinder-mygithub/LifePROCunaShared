      *****************************************************************
101526*  WBDAYCPY - CBUSDAY call parameters (business-day date
101526*  service over the HOLCAL.PDM company calendar).
101526*
101526*    'I'  is WBDAY-DATE a business day (WBDAY-BUSINESS-DAY)
101526*    'N'  next business day after WBDAY-DATE
101526*    'F'  WBDAY-DATE if a business day, else the next one
101526*    'P'  WBDAY-DATE if a business day, else the one before
101526*    'L'  last business day of WBDAY-DATE's month
101526*    'B'  business days after WBDAY-DATE up to and including
101526*         WBDAY-TO-DATE (negative when WBDAY-TO-DATE is the
101526*         earlier date)
101526*
101526*  Dates come back in WBDAY-RESULT-DATE, the count in
101526*  WBDAY-BUSINESS-DAYS; 'I' also sets WBDAY-RESULT-DATE to
101526*  WBDAY-DATE.
      *****************************************************************
101526 01  WBDAY-PARAMETERS.
101526     05  WBDAY-FUNCTION              PIC X(01).
101526         88  WBDAY-IS-BUSINESS-DAY           VALUE 'I'.
101526         88  WBDAY-NEXT-BUSINESS-DAY         VALUE 'N'.
101526         88  WBDAY-ROLL-FORWARD              VALUE 'F'.
101526         88  WBDAY-ROLL-BACK                 VALUE 'P'.
101526         88  WBDAY-LAST-OF-MONTH             VALUE 'L'.
101526         88  WBDAY-DAYS-BETWEEN              VALUE 'B'.
101526     05  WBDAY-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WBDAY-ERROR-MESSAGE         PIC X(200).
101526     05  WBDAY-DATE                  PIC 9(08).
101526     05  WBDAY-TO-DATE               PIC 9(08).
101526     05  WBDAY-RESULT-DATE           PIC 9(08).
101526     05  WBDAY-BUSINESS-DAY-FLAG     PIC X(01).
101526         88  WBDAY-BUSINESS-DAY              VALUE 'Y'.
101526     05  WBDAY-BUSINESS-DAYS         PIC S9(07).
      *****************************************************************
