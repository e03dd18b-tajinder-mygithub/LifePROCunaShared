      *****************************************************************
101526*  WRFMNCPY - CREDCASE call parameters (red-flag case
101526*  maintenance).  'W' takes an open case to work under the
101526*  calling coder; 'C' closes a case with its disposition and
101526*  resolution.  A closed case cannot be worked or closed again.
      *****************************************************************
101526 01  WRFMN-PARAMETERS.
101526     05  WRFMN-FUNCTION              PIC X(01).
101526         88  WRFMN-WORK-CASE                 VALUE 'W'.
101526         88  WRFMN-CLOSE-CASE                VALUE 'C'.
101526     05  WRFMN-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WRFMN-ERROR-MESSAGE         PIC X(200).
101526     05  WRFMN-CASE-NUMBER.
101526         10  WRFMN-OPENED-DATE       PIC 9(08).
101526         10  WRFMN-CASE-SEQUENCE     PIC 9(04).
101526*        Close only - 'N' no action or 'R' referred.
101526     05  WRFMN-DISPOSITION           PIC X(01).
101526     05  WRFMN-RESOLUTION-TEXT       PIC X(60).
      *****************************************************************
