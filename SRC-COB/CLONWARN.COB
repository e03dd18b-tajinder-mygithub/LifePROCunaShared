      *D   out by servicing agent, so conservation calls can go out
      *D   before the loan quietly overtakes the policy.
      *D
101526*D   The warning percentage is the job's WARNING-PCNT
101526*D   setting in the job parameter registry (CJOBPARM, three
101526*D   digits, e.g. 085), recorded with the run's start in the
101526*D   common run-control file (CRUNCTRL).  With no registry
101526*D   setting it is read from the older optional parameter
101526*D   file (three digits, e.g. 090); with neither it defaults
101526*D   to 90.
      *D
      *D**********************************************************

      *H**********************************************************
      *H
082326*H 20260823-013-01 MAINT New program.
101526*H 20261015-030-05 MAINT Warning percentage from the job
101526*H                       parameter registry (CJOBPARM) ahead
101526*H                       of LWRNPRM.PDM; record start/end in
101526*H                       the run-control file (CRUNCTRL).
      *H
      *H**********************************************************

           COPY WGLB2CPY.
           COPY WLNQUCPY.
           COPY WGETMCPY.
101526     COPY WJPRMCPY.

       01  CALLED-MODULES.
           05  PLONQUOT                   PIC X(08) VALUE 'PLONQUOT'.
101526     05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CJOBPARM                   PIC X(08) VALUE 'CJOBPARM'.

101526     COPY WRUNCCPY.

       01  LOAN-INPUT-STATUS               PIC XX.
       01  PARAMETER-STATUS                PIC XX.

      *    Optional site knob - three digits, e.g. 090.  Shared per
      *    work drive, not per coder, so operations sets it once.
101526*    Read only when the registry has no WARNING-PCNT setting.
       01  PARAMETER-FILE-NAME.
           05  WS-PARM-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           88  END-OF-LOAN-INPUT                   VALUE 'Y'.

       01  WS-WARNING-PCNT                 PIC 9(03) VALUE 90.
101526 01  WS-REGISTRY-PCNT-FLAG           PIC X(01) VALUE 'N'.
101526     88  WS-REGISTRY-PCNT                    VALUE 'Y'.

       01  WS-RUN-DATE-YYYYMMDD            PIC 9(08).


           IF NOT PRELOADING-PROGRAM
               PERFORM 1000-INITIALIZE
101526         IF WRUNC-START-REFUSED
101526*            Another submission of this job has an open start -
101526*            fail fast instead of interleaving its files.
101526             CLOSE LOAN-INPUT-FILE
101526                   WARNING-REPORT-FILE
101526         ELSE
101526             SORT SORT-WORK-FILE
101526                 ON ASCENDING KEY SW-SERVICING-AGENT
101526                                  SW-POLICY-NUMBER
101526                 INPUT PROCEDURE 2000-QUOTE-AND-FLAG
101526                 OUTPUT PROCEDURE 4000-WRITE-REPORT
101526             PERFORM 3000-WRITE-SUMMARY
101526             CLOSE LOAN-INPUT-FILE
101526                   WARNING-REPORT-FILE
101526             PERFORM 9000-RECORD-RUN-END
101526         END-IF
           END-IF.

           EXIT PROGRAM.
      ******************************************************************
       1000-INITIALIZE.

101526     SET WRUNC-RECORD-START TO TRUE.
101526     MOVE 'CLONWARN'         TO WRUNC-JOB-NAME.
101526     CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO LOAN-INPUT-CODER
                                           WARNING-REPORT-CODER.
           INSPECT LOAN-INPUT-CODER     REPLACING ALL ' ' BY '_'.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.

101526*    The registry setting in effect wins - the start record
101526*    above filed it with the run.
101526     INITIALIZE WJPRM-PARAMETERS.
101526     SET WJPRM-GET-SETTING   TO TRUE.
101526     MOVE 'CLONWARN'         TO WJPRM-JOB-NAME.
101526     MOVE 'WARNING-PCNT'     TO WJPRM-PARM-NAME.
101526     CALL CJOBPARM USING WGLOBAL WJPRM-PARAMETERS.
101526     IF WJPRM-SETTING-FOUND
101526         AND WJPRM-PARM-VALUE (1:3) IS NUMERIC
101526         AND WJPRM-PARM-VALUE (1:3) NOT = '000'
101526         MOVE WJPRM-PARM-VALUE (1:3) TO WS-WARNING-PCNT
101526         SET WS-REGISTRY-PCNT TO TRUE
101526     END-IF.

101526     IF NOT WS-REGISTRY-PCNT
101526         OPEN INPUT PARAMETER-FILE
101526         IF PARAMETER-STATUS = '00'
101526             READ PARAMETER-FILE
101526                 AT END
101526                     CONTINUE
101526                 NOT AT END
101526                     IF PRM-WARNING-PCNT IS NUMERIC
101526                         AND PRM-WARNING-PCNT > ZERO
101526                         MOVE PRM-WARNING-PCNT
101526                                       TO WS-WARNING-PCNT
101526                     END-IF
101526             END-READ
101526             CLOSE PARAMETER-FILE
101526         END-IF
101526     END-IF.

           OPEN INPUT  LOAN-INPUT-FILE.
           OPEN OUTPUT WARNING-REPORT-FILE.
           MOVE WS-TOTAL-QUOTE-FAILED  TO WARNING-REPORT-RECORD (25:7).
           WRITE WARNING-REPORT-RECORD.

101526******************************************************************
101526 9000-RECORD-RUN-END.

101526     SET WRUNC-RECORD-END    TO TRUE.
101526     MOVE 'CLONWARN'         TO WRUNC-JOB-NAME.
101526     MOVE WS-TOTAL-READ      TO WRUNC-RECORD-COUNT.
101526     IF WS-TOTAL-FLAGGED > ZERO
101526         MOVE 'LOANS FLAGGED'    TO WRUNC-RUN-STATUS
101526     ELSE
101526         MOVE 'COMPLETE'         TO WRUNC-RUN-STATUS
101526     END-IF.
101526     CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
