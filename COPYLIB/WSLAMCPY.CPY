      *****************************************************************
101526*  WSLAMCPY - CSLAMNT call parameters (batch SLA table
101526*  maintenance).  'P' puts the SLA row for a job in
101526*  SLATABLE.PDM (adding the row or replacing its limits), 'D'
101526*  deletes the row.  Field meanings are those of WSLATCPY.
      *****************************************************************
101526 01  WSLAM-PARAMETERS.
101526     05  WSLAM-FUNCTION              PIC X(01).
101526         88  WSLAM-PUT-SLA                   VALUE 'P'.
101526         88  WSLAM-DELETE-SLA                VALUE 'D'.
101526     05  WSLAM-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WSLAM-ERROR-MESSAGE         PIC X(200).
101526     05  WSLAM-JOB-NAME              PIC X(08).
101526     05  WSLAM-WINDOW-OPEN-TIME      PIC 9(06).
101526     05  WSLAM-LATEST-START-TIME     PIC 9(06).
101526     05  WSLAM-LATEST-END-TIME       PIC 9(06).
101526     05  WSLAM-MAX-DURATION-MINUTES  PIC 9(04).
101526     05  WSLAM-MIN-RECORD-COUNT      PIC 9(09).
101526     05  WSLAM-HISTORY-PERCENT       PIC 9(03).
      *****************************************************************
