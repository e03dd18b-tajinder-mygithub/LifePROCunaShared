      *****************************************************************
101526*  WCALMCPY - CCALMNT call parameters (business-day calendar
101526*  maintenance).  'P' puts the row for a date in HOLCAL.PDM
101526*  (adding it or replacing its type and description), 'D'
101526*  deletes it, returning the date to its weekday default.
101526*  Field meanings are those of WCALHCPY.
      *****************************************************************
101526 01  WCALM-PARAMETERS.
101526     05  WCALM-FUNCTION              PIC X(01).
101526         88  WCALM-PUT-DAY                   VALUE 'P'.
101526         88  WCALM-DELETE-DAY                VALUE 'D'.
101526     05  WCALM-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WCALM-ERROR-MESSAGE         PIC X(200).
101526     05  WCALM-DATE                  PIC 9(08).
101526     05  WCALM-DAY-TYPE              PIC X(01).
101526     05  WCALM-DESCRIPTION           PIC X(30).
      *****************************************************************
