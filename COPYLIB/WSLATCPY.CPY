      *****************************************************************
101526*  WSLATCPY - Batch SLA table record (shared SLATABLE.PDM), one
101526*  row per job the batch window must deliver: when its window
101526*  opens, the latest it may start and end, how long it may run
101526*  and the smallest record count that is believable.  Times
101526*  are HHMMSS clock times; a time earlier than the window-open
101526*  time falls on the next calendar day, so a window running
101526*  22:00 to 06:00 needs nothing special.  Maintained by
101526*  CSLAMNT under a before/after audit, read by the CSLAMON
101526*  window monitor against the RUNCTRL.PDM run-control file.
101526*  COPYed under the FD in both programs so the layout cannot
101526*  drift between them.
      *****************************************************************
101526 01  SLA-TABLE-RECORD.
101526     05  SLAT-JOB-NAME               PIC X(08).
101526     05  SLAT-WINDOW-OPEN-TIME       PIC 9(06).
101526*        ZERO - no start deadline of its own; the job is late
101526*        to start once it can no longer finish by its latest
101526*        end time in its maximum duration.
101526     05  SLAT-LATEST-START-TIME      PIC 9(06).
101526     05  SLAT-LATEST-END-TIME        PIC 9(06).
101526     05  SLAT-MAX-DURATION-MINUTES   PIC 9(04).
101526     05  SLAT-MIN-RECORD-COUNT       PIC 9(09).
101526*        A run counting fewer records than this percentage of
101526*        its completed runs' average is "far below history".
101526*        ZERO takes the monitor's default.
101526     05  SLAT-HISTORY-PERCENT        PIC 9(03).
101526     05  SLAT-CODER-ID               PIC X(04).
101526     05  SLAT-MAINT-DATE             PIC 9(08).
      *****************************************************************
