      *D   (CRUNCRPT) can pair the two and compute duration without
      *D   guessing.
      *D
101526*D   A start that is recorded has CJOBPARM apply the job's
101526*D   settings in effect from the job parameter registry to
101526*D   WGLOBAL, and file every value the run uses in
101526*D   RUNPARM.PDM under the start record's date and time - a
101526*D   RUNCTRL.PDM record has no room for them.  A refused
101526*D   start loads nothing.
101526*D
      *D   An end call with no remembered start (the job was loaded
      *D   mid-run, or start/end came from different sessions) still
      *D   writes, with a zero start stamp - a gap on the report
090126*H                       override (WGLOB-RUN-OVERRIDE-FLAG),
090126*H                       so a crashed run can be cleared
090126*H                       without editing the file by hand.
101526*H 20261015-030-02 MAINT Recorded start loads the job's
101526*H                       registry settings (CJOBPARM) and
101526*H                       files the values used (RUNPARM.PDM).
      *H
      *H**********************************************************


           COPY WWSCRCPY.
           COPY WGLB2CPY.
101526     COPY WJPRMCPY.

101526 01  CALLED-MODULES.
101526     05  CJOBPARM                    PIC X(08) VALUE 'CJOBPARM'.

       01  RUN-CONTROL-STATUS              PIC XX.

           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

101526*    The registry's settings go over the submission's before
101526*    the job reads any of them, filed under this start stamp.
101526     INITIALIZE WJPRM-PARAMETERS.
101526     SET WJPRM-LOAD-FOR-START TO TRUE.
101526     MOVE WRUNC-JOB-NAME     TO WJPRM-JOB-NAME.
101526     MOVE WS-NOW-DATE        TO WJPRM-START-DATE.
101526     MOVE WS-NOW-TIME        TO WJPRM-START-TIME.
101526     CALL CJOBPARM USING WGLOBAL WJPRM-PARAMETERS.

      ******************************************************************
090126 2050-CHECK-OPEN-START.
090126*    An 'S' for this job with no later 'E' means the job is (or
