      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CAPIURPT.
       AUTHOR.         MAINTENANCE.
       DATE-WRITTEN.   OCTOBER 15, 2026.
       DATE-COMPILED.
      *@**20100811*******************************************
      *@**
      *@** Licensed Materials - Property of
      *@** ExlService Holdings, Inc.
      *@**
      *@** (C) 1983-2026 ExlService Holdings, Inc.  All Rights Reserved.
      *@**
      *@** Contains confidential and trade secret information.
      *@** Copyright notice is precautionary only and does not
      *@** imply publication.
      *@**
      *@**20100811*******************************************
      *
      *D**********************************************************
      *D         PROGRAM DESCRIPTION
      *D**********************************************************
      *D
      *D   CAPIURPT is the daily API usage report off the usage
      *D   log APIUSAGE.PDM (WAPULCPY, written by CAPIMETR for the
      *D   OCOMCTRL, OLONQUOT and OFILEBTV methods).  It covers the
      *D   day before the run - the nightly cycle runs after
      *D   midnight - and shows:
      *D
      *D     - for each program and method, by hour the calls
      *D       started in, the call count, the calls that returned
      *D       a non-zero return code, and the average and worst
      *D       response time in seconds, with an all-hours line
      *D       per method;
      *D     - the heaviest callers - the coders with the most
      *D       calls that day, with their total and average time.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-026-05 MAINT New program.
      *H
      *H**********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-AT.
       OBJECT-COMPUTER.    IBM-AT.
       SPECIAL-NAMES.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT API-USAGE-FILE
       COPY WVARYCPY.
                                       API-USAGE-NAME
       COPY WLORGCPY.
                                       STATUS IS API-USAGE-STATUS.

           SELECT USAGE-REPORT-FILE
       COPY WVARYCPY.
                                       USAGE-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS USAGE-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  API-USAGE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WAPULCPY.

       FD  USAGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  USAGE-REPORT-RECORD             PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-PROGRAM-ID              PIC X(08).
           05  SW-METHOD-NAME             PIC X(30).
           05  SW-HOUR                    PIC 9(02).
           05  SW-ELAPSED-HSEC            PIC 9(09).
           05  SW-ERROR-FLAG              PIC X(01).
               88  SW-CALL-FAILED                 VALUE 'Y'.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRUNCCPY.

       01  CALLED-MODULES.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

       01  API-USAGE-STATUS                PIC XX.
       01  USAGE-REPORT-STATUS             PIC XX.

      *    Shared log, one copy per work drive.
       01  API-USAGE-NAME.
           05  WS-USAGE-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'APIUSAGE.PDM'.

       01  USAGE-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  USAGE-REPORT-CODER          PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'APIURPT.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-USAGE-FILE                   VALUE 'Y'.

       01  WS-COUNTS.
           05  WS-TOTAL-READ                PIC 9(09) VALUE ZERO.
           05  WS-TOTAL-CALLS               PIC 9(09) VALUE ZERO.
           05  WS-TOTAL-ERRORS              PIC 9(09) VALUE ZERO.
           05  WS-TOTAL-HSEC                PIC 9(13) VALUE ZERO.

       01  WS-RUN-DATE-YYYYMMDD             PIC 9(08).
       01  WS-REPORT-DATE                   PIC 9(08).

      *    Coders seen on the report date - the heaviest are picked
      *    off this table after the sort.
       78  WS-MAX-CALLERS                       VALUE 1000.
       01  WS-CALLER-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-CALLER-IDX                    PIC 9(05).
       01  WS-CALLER-TABLE.
           05  WS-CALLER-ENTRY OCCURS WS-MAX-CALLERS TIMES.
               10  WS-CALLER-CODER          PIC X(04).
               10  WS-CALLER-CALLS          PIC 9(09).
               10  WS-CALLER-ERRORS         PIC 9(09).
               10  WS-CALLER-HSEC           PIC 9(13).
               10  WS-CALLER-LISTED-FLAG    PIC X(01).
                   88  WS-CALLER-LISTED             VALUE 'Y'.
       01  WS-CALLERS-DROPPED               PIC 9(09) VALUE ZERO.
       78  WS-TOP-CALLERS                       VALUE 20.
       01  WS-RANK                          PIC 9(03).
       01  WS-BEST-IDX                      PIC 9(05).

      *    Control breaks for the method/hour grouping the sorted
      *    output procedure writes.
       01  WS-SORT-EOF-FLAG            PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.
       01  WS-FIRST-GROUP-FLAG         PIC X(01) VALUE 'Y'.
           88  WS-FIRST-GROUP                  VALUE 'Y'.
       01  WS-BREAK-PROGRAM            PIC X(08).
       01  WS-BREAK-METHOD             PIC X(30).
       01  WS-BREAK-HOUR               PIC 9(02).

       01  WS-HOUR-TOTALS.
           05  WS-HOUR-CALLS               PIC 9(09).
           05  WS-HOUR-ERRORS              PIC 9(09).
           05  WS-HOUR-HSEC                PIC 9(13).
           05  WS-HOUR-WORST               PIC 9(09).
       01  WS-METHOD-TOTALS.
           05  WS-METHOD-CALLS             PIC 9(09).
           05  WS-METHOD-ERRORS            PIC 9(09).
           05  WS-METHOD-HSEC              PIC 9(13).
           05  WS-METHOD-WORST             PIC 9(09).

      *    One line's figures, whichever level it totals.
       01  WS-LINE-CALLS                    PIC 9(09).
       01  WS-LINE-ERRORS                   PIC 9(09).
       01  WS-LINE-HSEC                     PIC 9(13).
       01  WS-LINE-WORST                    PIC 9(09).
       01  WS-LINE-LABEL                    PIC X(04).
       01  WS-AVERAGE-SECS                  PIC 9(07)V99.

       01  WS-DETAIL-LINE.
           05  DL-PROGRAM-ID               PIC X(08).
           05  FILLER                      PIC X(02).
           05  DL-METHOD-NAME              PIC X(30).
           05  FILLER                      PIC X(02).
           05  DL-HOUR                     PIC X(04).
           05  FILLER                      PIC X(02).
           05  DL-CALLS                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02).
           05  DL-ERRORS                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02).
           05  DL-AVERAGE                  PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02).
           05  DL-WORST                    PIC Z,ZZZ,ZZ9.99.

       01  WS-CALLER-LINE.
           05  CL-RANK                     PIC ZZ9.
           05  FILLER                      PIC X(02).
           05  CL-CODER-ID                 PIC X(04).
           05  FILLER                      PIC X(02).
           05  CL-CALLS                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02).
           05  CL-ERRORS                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02).
           05  CL-TOTAL-SECS               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02).
           05  CL-AVERAGE                  PIC Z,ZZZ,ZZ9.99.

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               PERFORM 1000-INITIALIZE
               IF WRUNC-START-REFUSED
      *        Another submission of this job has an open start -
      *        fail fast instead of interleaving its files.
                   CLOSE USAGE-REPORT-FILE
               ELSE
               IF API-USAGE-STATUS = '00'
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SW-PROGRAM-ID
                                        SW-METHOD-NAME
                                        SW-HOUR
                       INPUT PROCEDURE 2000-PROCESS
                       OUTPUT PROCEDURE 4000-WRITE-REPORT
                   CLOSE API-USAGE-FILE
                   PERFORM 5000-WRITE-HEAVIEST-CALLERS
               ELSE
                   MOVE SPACES TO USAGE-REPORT-RECORD
                   MOVE 'NO API USAGE LOG ON FILE'
                                       TO USAGE-REPORT-RECORD
                   WRITE USAGE-REPORT-RECORD
               END-IF
               PERFORM 3000-WRITE-SUMMARY
               CLOSE USAGE-REPORT-FILE
               PERFORM 6000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           MOVE WCODER-ID              TO USAGE-REPORT-CODER.
           INSPECT USAGE-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-USAGE-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           COMPUTE WS-REPORT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD) - 1).

           OPEN INPUT  API-USAGE-FILE.
           OPEN OUTPUT USAGE-REPORT-FILE.

           SET WRUNC-RECORD-START  TO TRUE.
           MOVE 'CAPIURPT'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           IF WRUNC-START-REFUSED
               AND API-USAGE-STATUS = '00'
               CLOSE API-USAGE-FILE
           END-IF.

           MOVE SPACES TO USAGE-REPORT-RECORD.
           STRING 'API USAGE AND RESPONSE TIMES FOR ' WS-REPORT-DATE
               DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
           END-STRING.
           WRITE USAGE-REPORT-RECORD.

      ******************************************************************
      *Sort input procedure - reads the log once, RELEASEs the calls
      *started on the report date and tallies them by coder.
      ******************************************************************
       2000-PROCESS.

           PERFORM UNTIL END-OF-USAGE-FILE
               READ API-USAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       IF APUL-START-DATE = WS-REPORT-DATE
                           PERFORM 2100-TAKE-ONE-CALL
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
       2100-TAKE-ONE-CALL.

           MOVE SPACES                 TO SORT-WORK-RECORD.
           MOVE APUL-PROGRAM-ID        TO SW-PROGRAM-ID.
           MOVE APUL-METHOD-NAME       TO SW-METHOD-NAME.
           MOVE APUL-START-HOUR        TO SW-HOUR.
           MOVE APUL-ELAPSED-HSEC      TO SW-ELAPSED-HSEC.
           IF APUL-RETURN-CODE NOT = ZERO
               MOVE 'Y'                TO SW-ERROR-FLAG
           ELSE
               MOVE 'N'                TO SW-ERROR-FLAG
           END-IF.
           RELEASE SORT-WORK-RECORD.

           PERFORM VARYING WS-CALLER-IDX FROM 1 BY 1
               UNTIL WS-CALLER-IDX > WS-CALLER-COUNT
               IF WS-CALLER-CODER (WS-CALLER-IDX) = APUL-CODER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CALLER-IDX > WS-CALLER-COUNT
               IF WS-CALLER-COUNT < WS-MAX-CALLERS
                   ADD 1 TO WS-CALLER-COUNT
                   MOVE WS-CALLER-COUNT TO WS-CALLER-IDX
                   INITIALIZE WS-CALLER-ENTRY (WS-CALLER-IDX)
                   MOVE APUL-CODER-ID
                       TO WS-CALLER-CODER (WS-CALLER-IDX)
               ELSE
                   ADD 1 TO WS-CALLERS-DROPPED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-CALLER-CALLS (WS-CALLER-IDX).
           ADD APUL-ELAPSED-HSEC TO WS-CALLER-HSEC (WS-CALLER-IDX).
           IF SW-CALL-FAILED
               ADD 1 TO WS-CALLER-ERRORS (WS-CALLER-IDX)
           END-IF.

      ******************************************************************
      *Sort output procedure - walks the released calls in program,
      *method and hour order, writing a line per hour and an
      *all-hours line whenever the method changes.
      ******************************************************************
       4000-WRITE-REPORT.

           MOVE SPACES TO USAGE-REPORT-RECORD.
           WRITE USAGE-REPORT-RECORD.
           MOVE 'CALLS BY METHOD AND HOUR STARTED'
                                       TO USAGE-REPORT-RECORD.
           WRITE USAGE-REPORT-RECORD.
           MOVE SPACES TO USAGE-REPORT-RECORD.
           STRING 'PROGRAM   METHOD                          '
                  'HOUR        CALLS       ERRORS      AVG SECS'
                  '     WORST SECS'
               DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
           END-STRING.
           WRITE USAGE-REPORT-RECORD.

           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 4100-HANDLE-SORTED-RECORD
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-GROUP
               PERFORM 4200-WRITE-HOUR-LINE
               PERFORM 4300-WRITE-METHOD-LINE
           END-IF.

      ******************************************************************
       4100-HANDLE-SORTED-RECORD.

           IF WS-FIRST-GROUP
               MOVE 'N' TO WS-FIRST-GROUP-FLAG
               MOVE SW-PROGRAM-ID  TO WS-BREAK-PROGRAM
               MOVE SW-METHOD-NAME TO WS-BREAK-METHOD
               MOVE SW-HOUR        TO WS-BREAK-HOUR
               INITIALIZE WS-HOUR-TOTALS
                          WS-METHOD-TOTALS
           ELSE
               IF SW-PROGRAM-ID NOT = WS-BREAK-PROGRAM
                   OR SW-METHOD-NAME NOT = WS-BREAK-METHOD
                   PERFORM 4200-WRITE-HOUR-LINE
                   PERFORM 4300-WRITE-METHOD-LINE
                   MOVE SW-PROGRAM-ID  TO WS-BREAK-PROGRAM
                   MOVE SW-METHOD-NAME TO WS-BREAK-METHOD
                   MOVE SW-HOUR        TO WS-BREAK-HOUR
               ELSE
                   IF SW-HOUR NOT = WS-BREAK-HOUR
                       PERFORM 4200-WRITE-HOUR-LINE
                       MOVE SW-HOUR    TO WS-BREAK-HOUR
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WS-HOUR-CALLS.
           ADD SW-ELAPSED-HSEC TO WS-HOUR-HSEC.
           IF SW-ELAPSED-HSEC > WS-HOUR-WORST
               MOVE SW-ELAPSED-HSEC TO WS-HOUR-WORST
           END-IF.
           IF SW-CALL-FAILED
               ADD 1 TO WS-HOUR-ERRORS
           END-IF.

      ******************************************************************
       4200-WRITE-HOUR-LINE.
      *    Also rolls the hour into its method.

           MOVE WS-HOUR-CALLS          TO WS-LINE-CALLS.
           MOVE WS-HOUR-ERRORS         TO WS-LINE-ERRORS.
           MOVE WS-HOUR-HSEC           TO WS-LINE-HSEC.
           MOVE WS-HOUR-WORST          TO WS-LINE-WORST.
           MOVE SPACES                 TO WS-LINE-LABEL.
           MOVE WS-BREAK-HOUR          TO WS-LINE-LABEL (1:2).
           PERFORM 4400-WRITE-DETAIL-LINE.

           ADD WS-HOUR-CALLS           TO WS-METHOD-CALLS.
           ADD WS-HOUR-ERRORS          TO WS-METHOD-ERRORS.
           ADD WS-HOUR-HSEC            TO WS-METHOD-HSEC.
           IF WS-HOUR-WORST > WS-METHOD-WORST
               MOVE WS-HOUR-WORST      TO WS-METHOD-WORST
           END-IF.
           INITIALIZE WS-HOUR-TOTALS.

      ******************************************************************
       4300-WRITE-METHOD-LINE.
      *    Also rolls the method into the day.

           MOVE WS-METHOD-CALLS        TO WS-LINE-CALLS.
           MOVE WS-METHOD-ERRORS       TO WS-LINE-ERRORS.
           MOVE WS-METHOD-HSEC         TO WS-LINE-HSEC.
           MOVE WS-METHOD-WORST        TO WS-LINE-WORST.
           MOVE 'ALL '                 TO WS-LINE-LABEL.
           PERFORM 4400-WRITE-DETAIL-LINE.
           MOVE SPACES TO USAGE-REPORT-RECORD.
           WRITE USAGE-REPORT-RECORD.

           ADD WS-METHOD-CALLS         TO WS-TOTAL-CALLS.
           ADD WS-METHOD-ERRORS        TO WS-TOTAL-ERRORS.
           ADD WS-METHOD-HSEC          TO WS-TOTAL-HSEC.
           INITIALIZE WS-METHOD-TOTALS.

      ******************************************************************
       4400-WRITE-DETAIL-LINE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-BREAK-PROGRAM       TO DL-PROGRAM-ID.
           MOVE WS-BREAK-METHOD        TO DL-METHOD-NAME.
           MOVE WS-LINE-LABEL          TO DL-HOUR.
           MOVE WS-LINE-CALLS          TO DL-CALLS.
           MOVE WS-LINE-ERRORS         TO DL-ERRORS.
           COMPUTE WS-AVERAGE-SECS ROUNDED =
               WS-LINE-HSEC / WS-LINE-CALLS / 100.
           MOVE WS-AVERAGE-SECS        TO DL-AVERAGE.
           COMPUTE WS-AVERAGE-SECS = WS-LINE-WORST / 100.
           MOVE WS-AVERAGE-SECS        TO DL-WORST.
           MOVE WS-DETAIL-LINE         TO USAGE-REPORT-RECORD.
           WRITE USAGE-REPORT-RECORD.

      ******************************************************************
       5000-WRITE-HEAVIEST-CALLERS.
      *    Most calls first - each pass lists the busiest coder not
      *    yet listed.

           MOVE SPACES TO USAGE-REPORT-RECORD.
           WRITE USAGE-REPORT-RECORD.
           MOVE 'HEAVIEST CALLERS'     TO USAGE-REPORT-RECORD.
           WRITE USAGE-REPORT-RECORD.
           MOVE SPACES TO USAGE-REPORT-RECORD.
           STRING 'RANK  CODER        CALLS       ERRORS'
                  '         TOTAL SECS      AVG SECS'
               DELIMITED BY SIZE INTO USAGE-REPORT-RECORD
           END-STRING.
           WRITE USAGE-REPORT-RECORD.

           PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-TOP-CALLERS
                  OR WS-RANK > WS-CALLER-COUNT
               PERFORM 5100-PICK-NEXT-CALLER
               PERFORM 5200-WRITE-CALLER-LINE
           END-PERFORM.

      ******************************************************************
       5100-PICK-NEXT-CALLER.

           MOVE ZERO TO WS-BEST-IDX.
           PERFORM VARYING WS-CALLER-IDX FROM 1 BY 1
               UNTIL WS-CALLER-IDX > WS-CALLER-COUNT
               IF NOT WS-CALLER-LISTED (WS-CALLER-IDX)
                   IF WS-BEST-IDX = ZERO
                       MOVE WS-CALLER-IDX TO WS-BEST-IDX
                   ELSE
                       IF WS-CALLER-CALLS (WS-CALLER-IDX)
                           > WS-CALLER-CALLS (WS-BEST-IDX)
                           MOVE WS-CALLER-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-CALLER-LISTED-FLAG (WS-BEST-IDX).

      ******************************************************************
       5200-WRITE-CALLER-LINE.

           MOVE SPACES                 TO WS-CALLER-LINE.
           MOVE WS-RANK                TO CL-RANK.
           MOVE WS-CALLER-CODER (WS-BEST-IDX)
                                       TO CL-CODER-ID.
           MOVE WS-CALLER-CALLS (WS-BEST-IDX)
                                       TO CL-CALLS.
           MOVE WS-CALLER-ERRORS (WS-BEST-IDX)
                                       TO CL-ERRORS.
           COMPUTE CL-TOTAL-SECS = WS-CALLER-HSEC (WS-BEST-IDX) / 100.
           COMPUTE WS-AVERAGE-SECS ROUNDED =
               WS-CALLER-HSEC (WS-BEST-IDX)
                   / WS-CALLER-CALLS (WS-BEST-IDX) / 100.
           MOVE WS-AVERAGE-SECS        TO CL-AVERAGE.
           MOVE WS-CALLER-LINE         TO USAGE-REPORT-RECORD.
           WRITE USAGE-REPORT-RECORD.

      ******************************************************************
       3000-WRITE-SUMMARY.

           MOVE SPACES TO USAGE-REPORT-RECORD.
           WRITE USAGE-REPORT-RECORD.
           MOVE 'USAGE LOG RECORDS READ:' TO USAGE-REPORT-RECORD (1:23).
           MOVE WS-TOTAL-READ      TO USAGE-REPORT-RECORD (33:9).
           WRITE USAGE-REPORT-RECORD.

           MOVE SPACES TO USAGE-REPORT-RECORD.
           MOVE 'CALLS ON REPORT DATE:' TO USAGE-REPORT-RECORD (1:21).
           MOVE WS-TOTAL-CALLS     TO USAGE-REPORT-RECORD (33:9).
           WRITE USAGE-REPORT-RECORD.

           MOVE SPACES TO USAGE-REPORT-RECORD.
           MOVE 'NON-ZERO RETURN CODES:' TO USAGE-REPORT-RECORD (1:22).
           MOVE WS-TOTAL-ERRORS    TO USAGE-REPORT-RECORD (33:9).
           WRITE USAGE-REPORT-RECORD.

           IF WS-TOTAL-CALLS > ZERO
               MOVE SPACES TO USAGE-REPORT-RECORD
               COMPUTE WS-AVERAGE-SECS ROUNDED =
                   WS-TOTAL-HSEC / WS-TOTAL-CALLS / 100
               MOVE WS-AVERAGE-SECS TO DL-AVERAGE
               MOVE 'AVERAGE RESPONSE SECS:'
                                   TO USAGE-REPORT-RECORD (1:22)
               MOVE DL-AVERAGE     TO USAGE-REPORT-RECORD (30:12)
               WRITE USAGE-REPORT-RECORD
           END-IF.

           IF WS-CALLERS-DROPPED > ZERO
               MOVE SPACES TO USAGE-REPORT-RECORD
               MOVE 'CALLS FROM CODERS PAST THE CALLER TABLE:'
                                   TO USAGE-REPORT-RECORD (1:40)
               MOVE WS-CALLERS-DROPPED
                                   TO USAGE-REPORT-RECORD (42:9)
               WRITE USAGE-REPORT-RECORD
           END-IF.

      ******************************************************************
       6000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CAPIURPT'         TO WRUNC-JOB-NAME.
           MOVE WS-TOTAL-READ      TO WRUNC-RECORD-COUNT.
           MOVE 'COMPLETE'         TO WRUNC-RUN-STATUS.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
