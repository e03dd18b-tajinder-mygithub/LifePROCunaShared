      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSLAMON.
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
      *D   CSLAMON watches the batch window as it runs, instead of
      *D   CRUNCRPT telling us the next morning.  Scheduled every
      *D   few minutes through the window, each pass reads the
      *D   run-control file CRUNCTRL keeps (RUNCTRL.PDM) against
      *D   the SLA table CSLAMNT maintains (SLATABLE.PDM) and
      *D   appends an operator alert (SLAALERT.PDM, WSLAACPY) the
      *D   first time a job in its current window:
      *D
      *D     S - has not started by its latest start time (or by
      *D         the time it could still finish in its maximum
      *D         duration, when it has no start time of its own);
      *D     L - has run, or is still running, past its maximum
      *D         duration;
      *D     E - has not ended by its latest end time;
      *D     C - ended with fewer records than its minimum, or far
      *D         below the average of its completed runs before
      *D         this window (under the row's history percentage,
      *D         default 50);
      *D     F - ended with a status other than COMPLETE.
      *D
      *D   A job's window is the one that opened at its window-open
      *D   time most recently; its SLA times before that clock time
      *D   fall on the next day.  An alert already on file for the
      *D   job, kind and window is not raised again.
      *D
      *D   Every pass rewrites the scorecard (SLASCORE.PDM) - one
      *D   line per SLA job with its start, end, minutes, count and
      *D   MET / MISSED / RUNNING / PENDING / NOT STARTED - so the
      *D   pass after the window closes leaves the end-of-window
      *D   scorecard.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-016-02 MAINT New program.
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

           SELECT SLA-FILE
       COPY WVARYCPY.
                                       SLA-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS SLA-STATUS.

           SELECT RUN-CONTROL-FILE
       COPY WVARYCPY.
                                       RUN-CONTROL-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS RUN-CONTROL-STATUS.

           SELECT SLA-ALERT-FILE
       COPY WVARYCPY.
                                       SLA-ALERT-NAME
       COPY WLORGCPY.
                                       STATUS IS SLA-ALERT-STATUS.

           SELECT SCORECARD-FILE
       COPY WVARYCPY.
                                       SCORECARD-NAME
       COPY WLORGCPY.
                                       STATUS IS SCORECARD-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SLA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WSLATCPY.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WRUNLCPY.

       FD  SLA-ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WSLAACPY.

       FD  SCORECARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCORECARD-RECORD                PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.

       01  CALLED-MODULES.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

           COPY WRUNCCPY.

       01  SLA-STATUS                      PIC XX.
       01  RUN-CONTROL-STATUS              PIC XX.
       01  SLA-ALERT-STATUS                PIC XX.
       01  SCORECARD-STATUS                PIC XX.

       01  SLA-FILE-NAME.
           05  WS-SLA-FILE-DRIVE            PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'SLATABLE.PDM'.

       01  RUN-CONTROL-FILE-NAME.
           05  WS-RUNCTRL-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'RUNCTRL.PDM'.

      *    Shared - the operator console tails it whoever runs the
      *    monitor.
       01  SLA-ALERT-NAME.
           05  WS-ALERT-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'SLAALERT.PDM'.

       01  SCORECARD-NAME.
           05  WS-SCORECARD-FILE-DRIVE      PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'SLASCORE.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME-RAW                 PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(06).
       01  WS-NOW-MINUTES                  PIC S9(09) COMP-5.
       01  WS-YESTERDAY                    PIC 9(08).

      *    Stamp to minutes since the calendar's day one.
       01  WS-CVT-DATE                     PIC 9(08).
       01  WS-CVT-TIME.
           05  WS-CVT-HH                   PIC 9(02).
           05  WS-CVT-MM                   PIC 9(02).
           05  WS-CVT-SS                   PIC 9(02).
       01  WS-CVT-MINUTES                  PIC S9(09) COMP-5.

      *    Below this share of its history a count is "far below".
       01  WS-DEFAULT-HISTORY-PERCENT      PIC 9(03) VALUE 50.

      *    The SLA jobs and what this window has seen of each.
       78  WS-MAX-SLA-JOBS                     VALUE 100.
       01  WS-SLA-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-SLA-IDX                      PIC 9(03).
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY OCCURS WS-MAX-SLA-JOBS TIMES.
               10  WS-SJ-JOB-NAME              PIC X(08).
               10  WS-SJ-WINDOW-OPEN-TIME      PIC 9(06).
               10  WS-SJ-LATEST-START-TIME     PIC 9(06).
               10  WS-SJ-LATEST-END-TIME       PIC 9(06).
               10  WS-SJ-MAX-DURATION          PIC 9(04).
               10  WS-SJ-MIN-RECORD-COUNT      PIC 9(09).
               10  WS-SJ-HISTORY-PERCENT       PIC 9(03).
               10  WS-SJ-WINDOW-DATE           PIC 9(08).
               10  WS-SJ-OPEN-MINUTES          PIC S9(09) COMP-5.
      *            ZERO - no such deadline for the job.
               10  WS-SJ-START-BY-MINUTES      PIC S9(09) COMP-5.
               10  WS-SJ-END-BY-MINUTES        PIC S9(09) COMP-5.
               10  WS-SJ-STARTED-FLAG          PIC X(01).
                   88  WS-SJ-STARTED                   VALUE 'Y'.
               10  WS-SJ-ENDED-FLAG            PIC X(01).
                   88  WS-SJ-ENDED                     VALUE 'Y'.
               10  WS-SJ-START-DATE            PIC 9(08).
               10  WS-SJ-START-TIME            PIC 9(06).
               10  WS-SJ-START-MINUTES         PIC S9(09) COMP-5.
               10  WS-SJ-END-TIME              PIC 9(06).
               10  WS-SJ-END-MINUTES           PIC S9(09) COMP-5.
               10  WS-SJ-RECORD-COUNT          PIC 9(09).
               10  WS-SJ-RUN-STATUS            PIC X(16).
               10  WS-SJ-HISTORY-RUNS          PIC 9(05).
               10  WS-SJ-HISTORY-TOTAL         PIC 9(15).
               10  WS-SJ-ALERT-FLAG            PIC X(01).
                   88  WS-SJ-ALERTED                   VALUE 'Y'.

      *    Alerts already raised for the windows now open.
       78  WS-MAX-ALERTS                       VALUE 1000.
       01  WS-ALERT-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-ALERT-IDX                    PIC 9(04).
       01  WS-ALERT-TABLE.
           05  WS-ALERT-ENTRY OCCURS WS-MAX-ALERTS TIMES.
               10  WS-AL-WINDOW-DATE           PIC 9(08).
               10  WS-AL-JOB-NAME              PIC X(08).
               10  WS-AL-ALERT-TYPE            PIC X(01).
       01  WS-ALERT-FOUND-FLAG             PIC X(01).
           88  WS-ALERT-FOUND                      VALUE 'Y'.

      *    The alert being raised.
       01  WS-NEW-ALERT-TYPE               PIC X(01).
       01  WS-NEW-MEASURED                 PIC 9(09).
       01  WS-NEW-LIMIT                    PIC 9(09).
       01  WS-NEW-TEXT                     PIC X(60).

       01  WS-ELAPSED-MINUTES              PIC S9(09) COMP-5.
       01  WS-HISTORY-AVERAGE              PIC 9(09).
       01  WS-HISTORY-PERCENT              PIC 9(03).
       01  WS-IN-WINDOW-FLAG               PIC X(01).
           88  WS-IN-WINDOW                        VALUE 'Y'.

       01  WS-RESULT                       PIC X(11).
       01  WS-MINUTES-EDIT                 PIC Z(05)9.
       01  WS-MAX-EDIT                     PIC Z(03)9.
       01  WS-COUNT-EDIT                   PIC Z(08)9.
       01  WS-FLOOR-EDIT                   PIC Z(08)9.
       01  WS-TIME-EDIT                    PIC 99B99B99.
       01  WS-END-EDIT                     PIC 99B99B99.

       01  WS-COUNTS.
           05  WS-ALERTS-RAISED            PIC 9(05) VALUE ZERO.
           05  WS-JOBS-MET                 PIC 9(05) VALUE ZERO.
           05  WS-JOBS-MISSED              PIC 9(05) VALUE ZERO.
           05  WS-JOBS-RUNNING             PIC 9(05) VALUE ZERO.
           05  WS-JOBS-PENDING             PIC 9(05) VALUE ZERO.

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
      *            Another pass is still running - let it finish
      *            rather than raise every alert twice.
                   CONTINUE
               ELSE
               PERFORM 1500-LOAD-SLA-TABLE
               IF WS-SLA-COUNT > ZERO
                   PERFORM 1700-LOAD-RAISED-ALERTS
                   PERFORM 2000-READ-RUN-CONTROL
                   PERFORM 3000-CHECK-JOBS
               END-IF
               PERFORM 4000-WRITE-SCORECARD
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CSLAMON'          TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WOPTION-WORK-DRIVE     TO WS-SLA-FILE-DRIVE
                                           WS-RUNCTRL-FILE-DRIVE
                                           WS-ALERT-FILE-DRIVE
                                           WS-SCORECARD-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME-RAW FROM TIME.
           MOVE WS-NOW-TIME-RAW (1:6) TO WS-NOW-TIME.
           MOVE WS-NOW-DATE TO WS-CVT-DATE.
           MOVE WS-NOW-TIME TO WS-CVT-TIME.
           PERFORM 2900-STAMP-TO-MINUTES.
           MOVE WS-CVT-MINUTES TO WS-NOW-MINUTES.
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) - 1).

      ******************************************************************
       1500-LOAD-SLA-TABLE.

           OPEN INPUT SLA-FILE.
           IF SLA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ SLA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SLA-COUNT < WS-MAX-SLA-JOBS
                           ADD 1 TO WS-SLA-COUNT
                           PERFORM 1600-SET-JOB-WINDOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SLA-FILE.

      ******************************************************************
       1600-SET-JOB-WINDOW.
      *    The window that opened most recently at the job's open
      *    time, and its deadlines in minutes.

           MOVE SLAT-JOB-NAME     TO WS-SJ-JOB-NAME (WS-SLA-COUNT).
           MOVE SLAT-WINDOW-OPEN-TIME
                                  TO WS-SJ-WINDOW-OPEN-TIME
                                                     (WS-SLA-COUNT).
           MOVE SLAT-LATEST-START-TIME
                                  TO WS-SJ-LATEST-START-TIME
                                                     (WS-SLA-COUNT).
           MOVE SLAT-LATEST-END-TIME
                                  TO WS-SJ-LATEST-END-TIME
                                                     (WS-SLA-COUNT).
           MOVE SLAT-MAX-DURATION-MINUTES
                                  TO WS-SJ-MAX-DURATION (WS-SLA-COUNT).
           MOVE SLAT-MIN-RECORD-COUNT
                                  TO WS-SJ-MIN-RECORD-COUNT
                                                     (WS-SLA-COUNT).
           MOVE SLAT-HISTORY-PERCENT
                                  TO WS-SJ-HISTORY-PERCENT
                                                     (WS-SLA-COUNT).
           MOVE 'N' TO WS-SJ-STARTED-FLAG (WS-SLA-COUNT)
                       WS-SJ-ENDED-FLAG (WS-SLA-COUNT)
                       WS-SJ-ALERT-FLAG (WS-SLA-COUNT).
           MOVE ZERO TO WS-SJ-START-DATE (WS-SLA-COUNT)
                        WS-SJ-START-TIME (WS-SLA-COUNT)
                        WS-SJ-START-MINUTES (WS-SLA-COUNT)
                        WS-SJ-END-TIME (WS-SLA-COUNT)
                        WS-SJ-END-MINUTES (WS-SLA-COUNT)
                        WS-SJ-RECORD-COUNT (WS-SLA-COUNT)
                        WS-SJ-HISTORY-RUNS (WS-SLA-COUNT)
                        WS-SJ-HISTORY-TOTAL (WS-SLA-COUNT).
           MOVE SPACES TO WS-SJ-RUN-STATUS (WS-SLA-COUNT).

           IF WS-NOW-TIME < SLAT-WINDOW-OPEN-TIME
               MOVE WS-YESTERDAY TO WS-SJ-WINDOW-DATE (WS-SLA-COUNT)
           ELSE
               MOVE WS-NOW-DATE  TO WS-SJ-WINDOW-DATE (WS-SLA-COUNT)
           END-IF.
           MOVE WS-SJ-WINDOW-DATE (WS-SLA-COUNT) TO WS-CVT-DATE.
           MOVE SLAT-WINDOW-OPEN-TIME TO WS-CVT-TIME.
           PERFORM 2900-STAMP-TO-MINUTES.
           MOVE WS-CVT-MINUTES TO WS-SJ-OPEN-MINUTES (WS-SLA-COUNT).

           MOVE ZERO TO WS-SJ-END-BY-MINUTES (WS-SLA-COUNT)
                        WS-SJ-START-BY-MINUTES (WS-SLA-COUNT).
           IF SLAT-LATEST-END-TIME NOT = ZERO
               MOVE SLAT-LATEST-END-TIME TO WS-CVT-TIME
               PERFORM 1650-WINDOW-CLOCK-MINUTES
               MOVE WS-CVT-MINUTES
                   TO WS-SJ-END-BY-MINUTES (WS-SLA-COUNT)
           END-IF.
           IF SLAT-LATEST-START-TIME NOT = ZERO
               MOVE SLAT-LATEST-START-TIME TO WS-CVT-TIME
               PERFORM 1650-WINDOW-CLOCK-MINUTES
               MOVE WS-CVT-MINUTES
                   TO WS-SJ-START-BY-MINUTES (WS-SLA-COUNT)
           ELSE
               IF SLAT-LATEST-END-TIME NOT = ZERO
                   AND SLAT-MAX-DURATION-MINUTES NOT = ZERO
                   COMPUTE WS-SJ-START-BY-MINUTES (WS-SLA-COUNT) =
                       WS-SJ-END-BY-MINUTES (WS-SLA-COUNT)
                       - SLAT-MAX-DURATION-MINUTES
               END-IF
           END-IF.

      ******************************************************************
       1650-WINDOW-CLOCK-MINUTES.
      *    A clock time in the job's window - earlier than the open
      *    time means after midnight.

           MOVE WS-SJ-WINDOW-DATE (WS-SLA-COUNT) TO WS-CVT-DATE.
           IF WS-CVT-TIME < SLAT-WINDOW-OPEN-TIME
               PERFORM 2900-STAMP-TO-MINUTES
               ADD 1440 TO WS-CVT-MINUTES
           ELSE
               PERFORM 2900-STAMP-TO-MINUTES
           END-IF.

      ******************************************************************
       1700-LOAD-RAISED-ALERTS.
      *    Only yesterday's and today's windows can still be open.

           OPEN INPUT SLA-ALERT-FILE.
           IF SLA-ALERT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ SLA-ALERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SLAA-WINDOW-DATE NOT < WS-YESTERDAY
                           AND WS-ALERT-COUNT < WS-MAX-ALERTS
                           ADD 1 TO WS-ALERT-COUNT
                           MOVE SLAA-WINDOW-DATE
                               TO WS-AL-WINDOW-DATE (WS-ALERT-COUNT)
                           MOVE SLAA-JOB-NAME
                               TO WS-AL-JOB-NAME (WS-ALERT-COUNT)
                           MOVE SLAA-ALERT-TYPE
                               TO WS-AL-ALERT-TYPE (WS-ALERT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SLA-ALERT-FILE.

      ******************************************************************
       2000-READ-RUN-CONTROL.

           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS NOT = '00'
      *        Nothing has run yet - every job is still to start.
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2100-TAKE-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

      ******************************************************************
       2100-TAKE-ONE-RECORD.

           IF RUNC-RECORD-TYPE NOT = 'S' AND RUNC-RECORD-TYPE NOT = 'E'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
               UNTIL WS-SLA-IDX > WS-SLA-COUNT
               IF WS-SJ-JOB-NAME (WS-SLA-IDX) = RUNC-JOB-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SLA-IDX > WS-SLA-COUNT
               EXIT PARAGRAPH
           END-IF.

      *    In this window by the record's own stamp.
           MOVE RUNC-DATE TO WS-CVT-DATE.
           MOVE RUNC-TIME TO WS-CVT-TIME.
           PERFORM 2900-STAMP-TO-MINUTES.
           IF WS-CVT-MINUTES NOT < WS-SJ-OPEN-MINUTES (WS-SLA-IDX)
               SET WS-IN-WINDOW TO TRUE
           ELSE
               MOVE 'N' TO WS-IN-WINDOW-FLAG
           END-IF.

           IF RUNC-RECORD-TYPE = 'S'
               IF WS-IN-WINDOW
      *            A later start in the window (a rerun) reopens it.
                   SET WS-SJ-STARTED (WS-SLA-IDX) TO TRUE
                   MOVE 'N' TO WS-SJ-ENDED-FLAG (WS-SLA-IDX)
                   MOVE RUNC-DATE TO WS-SJ-START-DATE (WS-SLA-IDX)
                   MOVE RUNC-TIME TO WS-SJ-START-TIME (WS-SLA-IDX)
                   MOVE WS-CVT-MINUTES
                       TO WS-SJ-START-MINUTES (WS-SLA-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-IN-WINDOW
               IF NOT WS-SJ-STARTED (WS-SLA-IDX)
      *            Started before the window opened, ended in it -
      *            the start stamp the end carries is its start.
                   SET WS-SJ-STARTED (WS-SLA-IDX) TO TRUE
                   MOVE RUNC-START-DATE
                       TO WS-SJ-START-DATE (WS-SLA-IDX)
                   MOVE RUNC-START-TIME
                       TO WS-SJ-START-TIME (WS-SLA-IDX)
                   MOVE WS-CVT-MINUTES
                       TO WS-SJ-START-MINUTES (WS-SLA-IDX)
                   IF RUNC-START-DATE NOT = ZERO
                       MOVE RUNC-START-DATE TO WS-CVT-DATE
                       MOVE RUNC-START-TIME TO WS-CVT-TIME
                       PERFORM 2900-STAMP-TO-MINUTES
                       MOVE WS-CVT-MINUTES
                           TO WS-SJ-START-MINUTES (WS-SLA-IDX)
                       MOVE RUNC-DATE TO WS-CVT-DATE
                       MOVE RUNC-TIME TO WS-CVT-TIME
                       PERFORM 2900-STAMP-TO-MINUTES
                   END-IF
               END-IF
               SET WS-SJ-ENDED (WS-SLA-IDX) TO TRUE
               MOVE RUNC-TIME TO WS-SJ-END-TIME (WS-SLA-IDX)
               MOVE WS-CVT-MINUTES TO WS-SJ-END-MINUTES (WS-SLA-IDX)
               MOVE RUNC-RECORD-COUNT
                   TO WS-SJ-RECORD-COUNT (WS-SLA-IDX)
               MOVE RUNC-RUN-STATUS TO WS-SJ-RUN-STATUS (WS-SLA-IDX)
           ELSE
      *        A completed run from an earlier window is history.
               IF RUNC-RUN-STATUS = 'COMPLETE'
                   ADD 1 TO WS-SJ-HISTORY-RUNS (WS-SLA-IDX)
                   ADD RUNC-RECORD-COUNT
                       TO WS-SJ-HISTORY-TOTAL (WS-SLA-IDX)
               END-IF
           END-IF.

      ******************************************************************
       2900-STAMP-TO-MINUTES.

           IF WS-CVT-DATE = ZERO
               MOVE ZERO TO WS-CVT-MINUTES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CVT-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-CVT-DATE) * 1440
               + WS-CVT-HH * 60 + WS-CVT-MM.

      ******************************************************************
       3000-CHECK-JOBS.

           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
               UNTIL WS-SLA-IDX > WS-SLA-COUNT
               PERFORM 3100-CHECK-ONE-JOB
           END-PERFORM.

      ******************************************************************
       3100-CHECK-ONE-JOB.

           IF NOT WS-SJ-STARTED (WS-SLA-IDX)
               IF WS-SJ-START-BY-MINUTES (WS-SLA-IDX) NOT = ZERO
                   AND WS-NOW-MINUTES
                       > WS-SJ-START-BY-MINUTES (WS-SLA-IDX)
                   MOVE 'S' TO WS-NEW-ALERT-TYPE
                   MOVE WS-NOW-TIME TO WS-NEW-MEASURED
                   IF WS-SJ-LATEST-START-TIME (WS-SLA-IDX) NOT = ZERO
                       MOVE WS-SJ-LATEST-START-TIME (WS-SLA-IDX)
                           TO WS-NEW-LIMIT
                   ELSE
                       MOVE WS-SJ-LATEST-END-TIME (WS-SLA-IDX)
                           TO WS-NEW-LIMIT
                   END-IF
                   MOVE 'NOT STARTED BY ITS LATEST START TIME'
                       TO WS-NEW-TEXT
                   PERFORM 3500-RAISE-ALERT
               END-IF
               PERFORM 3200-CHECK-END-DEADLINE
               EXIT PARAGRAPH
           END-IF.

           IF NOT WS-SJ-ENDED (WS-SLA-IDX)
               COMPUTE WS-ELAPSED-MINUTES = WS-NOW-MINUTES
                   - WS-SJ-START-MINUTES (WS-SLA-IDX)
               IF WS-SJ-MAX-DURATION (WS-SLA-IDX) NOT = ZERO
                   AND WS-ELAPSED-MINUTES
                       > WS-SJ-MAX-DURATION (WS-SLA-IDX)
                   MOVE 'L' TO WS-NEW-ALERT-TYPE
                   MOVE WS-ELAPSED-MINUTES TO WS-NEW-MEASURED
                   MOVE WS-SJ-MAX-DURATION (WS-SLA-IDX)
                       TO WS-NEW-LIMIT
                   MOVE 'STILL RUNNING PAST ITS MAXIMUM DURATION'
                       TO WS-NEW-TEXT
                   PERFORM 3500-RAISE-ALERT
               END-IF
               PERFORM 3200-CHECK-END-DEADLINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3300-CHECK-ENDED-RUN.

      ******************************************************************
       3200-CHECK-END-DEADLINE.

           IF WS-SJ-END-BY-MINUTES (WS-SLA-IDX) NOT = ZERO
               AND WS-NOW-MINUTES > WS-SJ-END-BY-MINUTES (WS-SLA-IDX)
               MOVE 'E' TO WS-NEW-ALERT-TYPE
               MOVE WS-NOW-TIME TO WS-NEW-MEASURED
               MOVE WS-SJ-LATEST-END-TIME (WS-SLA-IDX) TO WS-NEW-LIMIT
               MOVE 'NOT ENDED BY ITS LATEST END TIME'
                   TO WS-NEW-TEXT
               PERFORM 3500-RAISE-ALERT
           END-IF.

      ******************************************************************
       3300-CHECK-ENDED-RUN.

           COMPUTE WS-ELAPSED-MINUTES =
               WS-SJ-END-MINUTES (WS-SLA-IDX)
               - WS-SJ-START-MINUTES (WS-SLA-IDX).
           IF WS-SJ-MAX-DURATION (WS-SLA-IDX) NOT = ZERO
               AND WS-ELAPSED-MINUTES > WS-SJ-MAX-DURATION (WS-SLA-IDX)
               MOVE 'L' TO WS-NEW-ALERT-TYPE
               MOVE WS-ELAPSED-MINUTES TO WS-NEW-MEASURED
               MOVE WS-SJ-MAX-DURATION (WS-SLA-IDX) TO WS-NEW-LIMIT
               MOVE 'RAN PAST ITS MAXIMUM DURATION' TO WS-NEW-TEXT
               PERFORM 3500-RAISE-ALERT
           END-IF.

           IF WS-SJ-END-BY-MINUTES (WS-SLA-IDX) NOT = ZERO
               AND WS-SJ-END-MINUTES (WS-SLA-IDX)
                   > WS-SJ-END-BY-MINUTES (WS-SLA-IDX)
               MOVE 'E' TO WS-NEW-ALERT-TYPE
               MOVE WS-SJ-END-TIME (WS-SLA-IDX) TO WS-NEW-MEASURED
               MOVE WS-SJ-LATEST-END-TIME (WS-SLA-IDX) TO WS-NEW-LIMIT
               MOVE 'ENDED AFTER ITS LATEST END TIME' TO WS-NEW-TEXT
               PERFORM 3500-RAISE-ALERT
           END-IF.

           IF WS-SJ-RUN-STATUS (WS-SLA-IDX) NOT = 'COMPLETE'
               MOVE 'F' TO WS-NEW-ALERT-TYPE
               MOVE WS-SJ-RECORD-COUNT (WS-SLA-IDX) TO WS-NEW-MEASURED
               MOVE ZERO TO WS-NEW-LIMIT
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'ENDED WITH STATUS '
                      WS-SJ-RUN-STATUS (WS-SLA-IDX)
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-STRING
               PERFORM 3500-RAISE-ALERT
           END-IF.

           IF WS-SJ-RECORD-COUNT (WS-SLA-IDX)
                   < WS-SJ-MIN-RECORD-COUNT (WS-SLA-IDX)
               MOVE 'C' TO WS-NEW-ALERT-TYPE
               MOVE WS-SJ-RECORD-COUNT (WS-SLA-IDX) TO WS-NEW-MEASURED
               MOVE WS-SJ-MIN-RECORD-COUNT (WS-SLA-IDX) TO WS-NEW-LIMIT
               MOVE 'RECORD COUNT BELOW ITS MINIMUM' TO WS-NEW-TEXT
               PERFORM 3500-RAISE-ALERT
               EXIT PARAGRAPH
           END-IF.

           IF WS-SJ-HISTORY-RUNS (WS-SLA-IDX) > ZERO
               COMPUTE WS-HISTORY-AVERAGE =
                   WS-SJ-HISTORY-TOTAL (WS-SLA-IDX)
                   / WS-SJ-HISTORY-RUNS (WS-SLA-IDX)
               IF WS-SJ-HISTORY-PERCENT (WS-SLA-IDX) = ZERO
                   MOVE WS-DEFAULT-HISTORY-PERCENT
                                       TO WS-HISTORY-PERCENT
               ELSE
                   MOVE WS-SJ-HISTORY-PERCENT (WS-SLA-IDX)
                                       TO WS-HISTORY-PERCENT
               END-IF
               IF WS-SJ-RECORD-COUNT (WS-SLA-IDX) * 100
                   < WS-HISTORY-AVERAGE * WS-HISTORY-PERCENT
                   MOVE 'C' TO WS-NEW-ALERT-TYPE
                   MOVE WS-SJ-RECORD-COUNT (WS-SLA-IDX)
                                       TO WS-NEW-MEASURED
                   MOVE WS-HISTORY-AVERAGE TO WS-NEW-LIMIT
                   MOVE 'RECORD COUNT FAR BELOW ITS HISTORY AVERAGE'
                       TO WS-NEW-TEXT
                   PERFORM 3500-RAISE-ALERT
               END-IF
           END-IF.

      ******************************************************************
       3500-RAISE-ALERT.
      *    Once per job, kind and window - a breach already on the
      *    console is not repeated every pass.

           SET WS-SJ-ALERTED (WS-SLA-IDX) TO TRUE.
           MOVE 'N' TO WS-ALERT-FOUND-FLAG.
           PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
               UNTIL WS-ALERT-IDX > WS-ALERT-COUNT
                  OR WS-ALERT-FOUND
               IF WS-AL-WINDOW-DATE (WS-ALERT-IDX)
                       = WS-SJ-WINDOW-DATE (WS-SLA-IDX)
                   AND WS-AL-JOB-NAME (WS-ALERT-IDX)
                       = WS-SJ-JOB-NAME (WS-SLA-IDX)
                   AND WS-AL-ALERT-TYPE (WS-ALERT-IDX)
                       = WS-NEW-ALERT-TYPE
                   SET WS-ALERT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-ALERT-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF WS-ALERT-COUNT < WS-MAX-ALERTS
               ADD 1 TO WS-ALERT-COUNT
               MOVE WS-SJ-WINDOW-DATE (WS-SLA-IDX)
                   TO WS-AL-WINDOW-DATE (WS-ALERT-COUNT)
               MOVE WS-SJ-JOB-NAME (WS-SLA-IDX)
                   TO WS-AL-JOB-NAME (WS-ALERT-COUNT)
               MOVE WS-NEW-ALERT-TYPE
                   TO WS-AL-ALERT-TYPE (WS-ALERT-COUNT)
           END-IF.

           OPEN EXTEND SLA-ALERT-FILE.
           IF SLA-ALERT-STATUS = '35' OR SLA-ALERT-STATUS = '05'
               OPEN OUTPUT SLA-ALERT-FILE
           END-IF.
           MOVE WS-NOW-DATE        TO SLAA-ALERT-DATE.
           MOVE WS-NOW-TIME        TO SLAA-ALERT-TIME.
           MOVE WS-SJ-WINDOW-DATE (WS-SLA-IDX) TO SLAA-WINDOW-DATE.
           MOVE WS-SJ-JOB-NAME (WS-SLA-IDX)    TO SLAA-JOB-NAME.
           MOVE WS-NEW-ALERT-TYPE  TO SLAA-ALERT-TYPE.
           MOVE WS-NEW-MEASURED    TO SLAA-MEASURED.
           MOVE WS-NEW-LIMIT       TO SLAA-LIMIT.
           MOVE WS-NEW-TEXT        TO SLAA-ALERT-TEXT.
           WRITE SLA-ALERT-RECORD.
           CLOSE SLA-ALERT-FILE.
           ADD 1 TO WS-ALERTS-RAISED.

      ******************************************************************
       4000-WRITE-SCORECARD.

           OPEN OUTPUT SCORECARD-FILE.
           MOVE SPACES TO SCORECARD-RECORD.
           MOVE WS-NOW-TIME TO WS-TIME-EDIT.
           STRING 'BATCH SLA SCORECARD AS OF ' WS-NOW-DATE ' '
                  WS-TIME-EDIT
               DELIMITED BY SIZE INTO SCORECARD-RECORD
           END-STRING.
           WRITE SCORECARD-RECORD.
           MOVE SPACES TO SCORECARD-RECORD.
           WRITE SCORECARD-RECORD.
           MOVE 'JOB      WINDOW   STARTED   ENDED       MINS  MAX'
               TO SCORECARD-RECORD.
           MOVE '    RECORDS    MINIMUM STATUS           RESULT'
               TO SCORECARD-RECORD (51:).
           WRITE SCORECARD-RECORD.

           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
               UNTIL WS-SLA-IDX > WS-SLA-COUNT
               PERFORM 4100-WRITE-ONE-JOB
           END-PERFORM.

           MOVE SPACES TO SCORECARD-RECORD.
           WRITE SCORECARD-RECORD.
           MOVE SPACES TO SCORECARD-RECORD.
           MOVE 'JOBS MET:'             TO SCORECARD-RECORD (1:25).
           MOVE WS-JOBS-MET             TO SCORECARD-RECORD (27:5).
           WRITE SCORECARD-RECORD.
           MOVE SPACES TO SCORECARD-RECORD.
           MOVE 'JOBS MISSED:'          TO SCORECARD-RECORD (1:25).
           MOVE WS-JOBS-MISSED          TO SCORECARD-RECORD (27:5).
           WRITE SCORECARD-RECORD.
           MOVE SPACES TO SCORECARD-RECORD.
           MOVE 'JOBS STILL RUNNING:'   TO SCORECARD-RECORD (1:25).
           MOVE WS-JOBS-RUNNING         TO SCORECARD-RECORD (27:5).
           WRITE SCORECARD-RECORD.
           MOVE SPACES TO SCORECARD-RECORD.
           MOVE 'JOBS NOT YET DUE:'     TO SCORECARD-RECORD (1:25).
           MOVE WS-JOBS-PENDING         TO SCORECARD-RECORD (27:5).
           WRITE SCORECARD-RECORD.
           MOVE SPACES TO SCORECARD-RECORD.
           MOVE 'ALERTS RAISED THIS PASS:' TO SCORECARD-RECORD (1:25).
           MOVE WS-ALERTS-RAISED        TO SCORECARD-RECORD (27:5).
           WRITE SCORECARD-RECORD.
           CLOSE SCORECARD-FILE.

      ******************************************************************
       4100-WRITE-ONE-JOB.
      *    Any alert in the window, this pass or an earlier one,
      *    makes the job MISSED.

           IF NOT WS-SJ-ALERTED (WS-SLA-IDX)
               PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
                   UNTIL WS-ALERT-IDX > WS-ALERT-COUNT
                   IF WS-AL-WINDOW-DATE (WS-ALERT-IDX)
                           = WS-SJ-WINDOW-DATE (WS-SLA-IDX)
                       AND WS-AL-JOB-NAME (WS-ALERT-IDX)
                           = WS-SJ-JOB-NAME (WS-SLA-IDX)
                       SET WS-SJ-ALERTED (WS-SLA-IDX) TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN WS-SJ-ALERTED (WS-SLA-IDX)
                   MOVE 'MISSED'      TO WS-RESULT
                   ADD 1 TO WS-JOBS-MISSED
               WHEN WS-SJ-ENDED (WS-SLA-IDX)
                   MOVE 'MET'         TO WS-RESULT
                   ADD 1 TO WS-JOBS-MET
               WHEN WS-SJ-STARTED (WS-SLA-IDX)
                   MOVE 'RUNNING'     TO WS-RESULT
                   ADD 1 TO WS-JOBS-RUNNING
               WHEN OTHER
                   MOVE 'PENDING'     TO WS-RESULT
                   ADD 1 TO WS-JOBS-PENDING
           END-EVALUATE.
           IF WS-SJ-ALERTED (WS-SLA-IDX)
               AND NOT WS-SJ-STARTED (WS-SLA-IDX)
               MOVE 'NOT STARTED' TO WS-RESULT
           END-IF.

           MOVE SPACES TO SCORECARD-RECORD.
           MOVE WS-SJ-JOB-NAME (WS-SLA-IDX) TO SCORECARD-RECORD (1:8).
           MOVE WS-SJ-WINDOW-DATE (WS-SLA-IDX)
                                         TO SCORECARD-RECORD (10:8).
           IF WS-SJ-STARTED (WS-SLA-IDX)
               MOVE WS-SJ-START-TIME (WS-SLA-IDX) TO WS-TIME-EDIT
               MOVE WS-TIME-EDIT         TO SCORECARD-RECORD (19:8)
           END-IF.
           IF WS-SJ-ENDED (WS-SLA-IDX)
               MOVE WS-SJ-END-TIME (WS-SLA-IDX) TO WS-END-EDIT
               MOVE WS-END-EDIT          TO SCORECARD-RECORD (29:8)
               COMPUTE WS-MINUTES-EDIT =
                   WS-SJ-END-MINUTES (WS-SLA-IDX)
                   - WS-SJ-START-MINUTES (WS-SLA-IDX)
               MOVE WS-MINUTES-EDIT      TO SCORECARD-RECORD (39:6)
               MOVE WS-SJ-RECORD-COUNT (WS-SLA-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT        TO SCORECARD-RECORD (51:9)
               MOVE WS-SJ-RUN-STATUS (WS-SLA-IDX)
                                         TO SCORECARD-RECORD (72:16)
           ELSE
               IF WS-SJ-STARTED (WS-SLA-IDX)
                   COMPUTE WS-MINUTES-EDIT = WS-NOW-MINUTES
                       - WS-SJ-START-MINUTES (WS-SLA-IDX)
                   MOVE WS-MINUTES-EDIT  TO SCORECARD-RECORD (39:6)
               END-IF
           END-IF.
           MOVE WS-SJ-MAX-DURATION (WS-SLA-IDX) TO WS-MAX-EDIT.
           MOVE WS-MAX-EDIT              TO SCORECARD-RECORD (46:4).
           MOVE WS-SJ-MIN-RECORD-COUNT (WS-SLA-IDX) TO WS-FLOOR-EDIT.
           MOVE WS-FLOOR-EDIT            TO SCORECARD-RECORD (61:9).
           MOVE WS-RESULT                TO SCORECARD-RECORD (89:11).
           WRITE SCORECARD-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CSLAMON'          TO WRUNC-JOB-NAME.
           MOVE WS-ALERTS-RAISED   TO WRUNC-RECORD-COUNT.
           MOVE 'COMPLETE'         TO WRUNC-RUN-STATUS.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
