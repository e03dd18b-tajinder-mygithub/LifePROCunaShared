      *D   LNHR-OWNER-STATE the store load captures) goes to the
      *D   run report, and start/end go to the common run-control
      *D   file (CRUNCTRL).
101526*D   Each notice written is logged to the correspondence log
101526*D   (CCORRLOG).
      *D
      *D**********************************************************

      *H**********************************************************
      *H
090126*H 20260901-014-02 MAINT New program.
101526*H 20261015-028-04 MAINT Log each notice to the correspondence
101526*H                       log (CCORRLOG).
      *H
      *H**********************************************************

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WLNQUCPY.
101526     COPY WCORWCPY.

       01  CALLED-MODULES.
           05  PLONQUOT                   PIC X(08) VALUE 'PLONQUOT'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CCORRLOG                   PIC X(08) VALUE 'CCORRLOG'.

           COPY WRUNCCPY.

           WRITE NOTICE-RECORD.

           CLOSE NOTICE-FILE.
101526     PERFORM 4100-LOG-CORRESPONDENCE.

101526******************************************************************
101526 4100-LOG-CORRESPONDENCE.
101526*    The notice carries no address block - no address to log.

101526     INITIALIZE WCORW-PARAMETERS.
101526     MOVE 'CLONRATE'             TO WCORW-JOB-NAME.
101526     MOVE WS-BREAK-COMPANY       TO WCORW-COMPANY-CODE.
101526     MOVE WS-BREAK-POLICY        TO WCORW-POLICY-NUMBER.
101526     SET WCORW-RATE-CHANGE-NOTICE TO TRUE.
101526     MOVE NOTICE-FILE-NAME       TO WCORW-OUTPUT-FILE.
101526     MOVE 1                      TO WCORW-DOCUMENT-SEQ.
101526     CALL CCORRLOG USING WGLOBAL WCORW-PARAMETERS.

      ******************************************************************
       5000-TALLY-STATE.
