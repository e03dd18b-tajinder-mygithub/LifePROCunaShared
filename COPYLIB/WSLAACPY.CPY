      *****************************************************************
101526*  WSLAACPY - Batch SLA operator alert record (shared
101526*  SLAALERT.PDM), appended by the CSLAMON window monitor the
101526*  first time it sees a job breach its SLATABLE.PDM row in a
101526*  batch window - one alert per job, kind and window, however
101526*  often the monitor runs.  The operator console tails the
101526*  file; the end-of-window scorecard counts it.
      *****************************************************************
101526 01  SLA-ALERT-RECORD.
101526     05  SLAA-ALERT-DATE             PIC 9(08).
101526     05  SLAA-ALERT-TIME             PIC 9(06).
101526*        The date the job's batch window opened.
101526     05  SLAA-WINDOW-DATE            PIC 9(08).
101526     05  SLAA-JOB-NAME               PIC X(08).
101526     05  SLAA-ALERT-TYPE             PIC X(01).
101526         88  SLAA-NOT-STARTED                VALUE 'S'.
101526         88  SLAA-RUNNING-LONG               VALUE 'L'.
101526         88  SLAA-NOT-ENDED                  VALUE 'E'.
101526         88  SLAA-LOW-RECORD-COUNT           VALUE 'C'.
101526         88  SLAA-FAILED-STATUS              VALUE 'F'.
101526*        What was seen against the limit it broke - minutes,
101526*        a record count or an HHMMSS time, by alert type.
101526     05  SLAA-MEASURED               PIC 9(09).
101526     05  SLAA-LIMIT                  PIC 9(09).
101526     05  SLAA-ALERT-TEXT             PIC X(60).
      *****************************************************************
