      *****************************************************************
101526*  WAPMTCPY - CAPIMETR call parameters (API usage metering).
101526*  COPYed into the WORKING-STORAGE of each metered method of
101526*  OCOMCTRL, OLONQUOT and OFILEBTV, so a method that invokes
101526*  another keeps its own start stamp.  The method CALLs
101526*  CAPIMETR with WAPMT-METHOD-START as it begins and again
101526*  with WAPMT-METHOD-FINISH, carrying its return code, before
101526*  every exit; the finish call appends the usage entry.
      *****************************************************************
101526 01  WAPMT-PARAMETERS.
101526     05  WAPMT-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WAPMT-FUNCTION              PIC X(01).
101526         88  WAPMT-METHOD-START              VALUE 'S'.
101526         88  WAPMT-METHOD-FINISH             VALUE 'F'.
101526     05  WAPMT-PROGRAM-ID            PIC X(08).
101526     05  WAPMT-METHOD-NAME           PIC X(30).
101526     05  WAPMT-METHOD-RETURN-CODE    PIC S9(09) COMP-5.
101526*        'Y' from the start call - a finish with no start
101526*        behind it writes nothing.
101526     05  WAPMT-METERED-FLAG          PIC X(01).
101526         88  WAPMT-METERED                   VALUE 'Y'.
101526     05  WAPMT-START-DATE            PIC 9(08).
101526     05  WAPMT-START-TIME            PIC 9(08).
      *****************************************************************
