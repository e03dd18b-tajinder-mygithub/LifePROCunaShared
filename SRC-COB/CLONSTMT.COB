      *D   Statement year is the calendar year before the run
      *D   date's, the same convention C1099EXT uses.  Start and
      *D   end are recorded in the common run-control file.
101526*D   Each statement written is logged to the correspondence
101526*D   log (CCORRLOG).
      *D
      *D**********************************************************

      *H**********************************************************
      *H
090126*H 20260901-013-01 MAINT New program.
101526*H 20261015-028-05 MAINT Log each statement to the
101526*H                       correspondence log (CCORRLOG).
      *H
      *H**********************************************************


           COPY WWSCRCPY.
           COPY WGLB2CPY.
101526     COPY WCORWCPY.

       01  CALLED-MODULES.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CCORRLOG                   PIC X(08) VALUE 'CCORRLOG'.

           COPY WRUNCCPY.


           CLOSE STATEMENT-FILE.
           MOVE 'N' TO WS-STATEMENT-OPEN-FLAG.
101526     PERFORM 4100-LOG-CORRESPONDENCE.

101526******************************************************************
101526 4100-LOG-CORRESPONDENCE.
101526*    The statement carries no address block - no address to log.

101526     INITIALIZE WCORW-PARAMETERS.
101526     MOVE 'CLONSTMT'             TO WCORW-JOB-NAME.
101526     MOVE WS-BREAK-COMPANY       TO WCORW-COMPANY-CODE.
101526     MOVE WS-BREAK-POLICY        TO WCORW-POLICY-NUMBER.
101526     SET WCORW-LOAN-INTEREST-STMT TO TRUE.
101526     MOVE STATEMENT-FILE-NAME    TO WCORW-OUTPUT-FILE.
101526     MOVE 1                      TO WCORW-DOCUMENT-SEQ.
101526     CALL CCORRLOG USING WGLOBAL WCORW-PARAMETERS.

      ******************************************************************
       9000-RECORD-RUN-END.
