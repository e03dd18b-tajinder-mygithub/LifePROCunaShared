      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSLAMNT.
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
      *D   CSLAMNT maintains the batch SLA table SLATABLE.PDM
      *D   (WSLATCPY) - per job, when its window opens, the latest
      *D   it may start and end, its maximum duration and its
      *D   minimum believable record count, which the CSLAMON
      *D   window monitor alerts on.  'P' puts a job's row (adds it
      *D   or replaces its limits), 'D' deletes one.  Every change
      *D   leaves a before/after record on the SLAAUDT.PDM audit
      *D   trail, the same stance CGLMPMNT takes for the GL map -
      *D   a loosened limit silences an alert, and operations needs
      *D   to see who did it and when.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-016-01 MAINT New program.
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

           SELECT SLA-WORK-FILE
       COPY WVARYCPY.
                                       SLA-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS SLA-WORK-STATUS.

           SELECT SLA-AUDIT-FILE
       COPY WVARYCPY.
                                       SLA-AUDIT-NAME
       COPY WLORGCPY.
                                       STATUS IS SLA-AUDIT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SLA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WSLATCPY.

      *    Sized to the WSLATCPY record it streams.
       FD  SLA-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLA-WORK-RECORD                 PIC X(54).

       FD  SLA-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLA-AUDIT-RECORD.
           05  SAUD-DATE                   PIC 9(08).
           05  SAUD-TIME                   PIC 9(06).
           05  SAUD-CODER-ID               PIC X(04).
           05  SAUD-FUNCTION               PIC X(01).
           05  SAUD-JOB-NAME               PIC X(08).
      *        The limits part of the row - SPACES before an add,
      *        SPACES after a delete.
           05  SAUD-BEFORE-LIMITS          PIC X(34).
           05  SAUD-AFTER-LIMITS           PIC X(34).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  SLA-STATUS                      PIC XX.
       01  SLA-WORK-STATUS                 PIC XX.
       01  SLA-AUDIT-STATUS                PIC XX.

      *    Shared table, one per work drive - the window belongs to
      *    operations, not to one coder.
       01  SLA-FILE-NAME.
           05  WS-SLA-FILE-DRIVE            PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'SLATABLE.PDM'.

       01  SLA-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'SLATABLW.PDM'.

       01  SLA-AUDIT-NAME.
           05  WS-AUDIT-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'SLAAUDT.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-SLA-FILE                     VALUE 'Y'.

       01  WS-ROW-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                        VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME-RAW                 PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(06).

      *    The limits part of a row, as the audit carries it.
       01  WS-SLA-LIMITS.
           05  WS-LIM-WINDOW-OPEN-TIME     PIC 9(06).
           05  WS-LIM-LATEST-START-TIME    PIC 9(06).
           05  WS-LIM-LATEST-END-TIME      PIC 9(06).
           05  WS-LIM-MAX-DURATION         PIC 9(04).
           05  WS-LIM-MIN-RECORD-COUNT     PIC 9(09).
           05  WS-LIM-HISTORY-PERCENT      PIC 9(03).
       01  WS-BEFORE-LIMITS                PIC X(34).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WSLAMCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WSLAM-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-SLA-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
                                           WS-AUDIT-FILE-DRIVE
               MOVE ZERO   TO WSLAM-RETURN-CODE
               MOVE SPACES TO WSLAM-ERROR-MESSAGE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-RAW FROM TIME
               MOVE WS-NOW-TIME-RAW (1:6) TO WS-NOW-TIME
               PERFORM 1000-VALIDATE-REQUEST
               IF WSLAM-RETURN-CODE = ZERO
                   PERFORM 2000-APPLY-CHANGE
               END-IF
               IF WSLAM-RETURN-CODE = ZERO
                   PERFORM 4000-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-VALIDATE-REQUEST.
      *    A put needs real clock times and at least one limit that
      *    can fire - a row that can never alert is a typo.

           IF NOT (WSLAM-PUT-SLA OR WSLAM-DELETE-SLA)
               OR WSLAM-JOB-NAME = SPACES
               MOVE LP-RC-SLA-REQUEST-INVALID TO WSLAM-RETURN-CODE
               MOVE LP-MSG-SLA-REQUEST-INVALID
                                       TO WSLAM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WSLAM-DELETE-SLA
               EXIT PARAGRAPH
           END-IF.

           IF WSLAM-WINDOW-OPEN-TIME NOT NUMERIC
               OR WSLAM-LATEST-START-TIME NOT NUMERIC
               OR WSLAM-LATEST-END-TIME NOT NUMERIC
               OR WSLAM-MAX-DURATION-MINUTES NOT NUMERIC
               OR WSLAM-MIN-RECORD-COUNT NOT NUMERIC
               OR WSLAM-HISTORY-PERCENT NOT NUMERIC
               OR WSLAM-WINDOW-OPEN-TIME > 235959
               OR WSLAM-LATEST-START-TIME > 235959
               OR WSLAM-LATEST-END-TIME > 235959
               OR WSLAM-WINDOW-OPEN-TIME (3:2) > '59'
               OR WSLAM-LATEST-START-TIME (3:2) > '59'
               OR WSLAM-LATEST-END-TIME (3:2) > '59'
               OR WSLAM-HISTORY-PERCENT > 100
               OR (WSLAM-LATEST-END-TIME = ZERO
                   AND WSLAM-MAX-DURATION-MINUTES = ZERO
                   AND WSLAM-MIN-RECORD-COUNT = ZERO)
               MOVE LP-RC-SLA-REQUEST-INVALID TO WSLAM-RETURN-CODE
               MOVE LP-MSG-SLA-REQUEST-INVALID
                                       TO WSLAM-ERROR-MESSAGE
           END-IF.

      ******************************************************************
       2000-APPLY-CHANGE.
      *    Stream the table to the work copy, dropping the job's row
      *    (its limits remembered for the audit); a put then appends
      *    its replacement.  Same rewrite idiom CGLMPMNT uses.

           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           MOVE SPACES TO WS-BEFORE-LIMITS.

           OPEN INPUT SLA-FILE.
           IF SLA-STATUS NOT = '00'
               IF WSLAM-DELETE-SLA
                   MOVE LP-RC-SLA-ROW-NOT-FOUND
                                       TO WSLAM-RETURN-CODE
                   MOVE LP-MSG-SLA-ROW-NOT-FOUND
                                       TO WSLAM-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
      *        First row ever keyed creates the table.
               OPEN OUTPUT SLA-FILE
               PERFORM 3000-WRITE-SLA-ROW
               CLOSE SLA-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT SLA-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-SLA-FILE
               READ SLA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SLAT-JOB-NAME = WSLAM-JOB-NAME
                           SET WS-ROW-FOUND TO TRUE
                           MOVE SLAT-WINDOW-OPEN-TIME
                                       TO WS-LIM-WINDOW-OPEN-TIME
                           MOVE SLAT-LATEST-START-TIME
                                       TO WS-LIM-LATEST-START-TIME
                           MOVE SLAT-LATEST-END-TIME
                                       TO WS-LIM-LATEST-END-TIME
                           MOVE SLAT-MAX-DURATION-MINUTES
                                       TO WS-LIM-MAX-DURATION
                           MOVE SLAT-MIN-RECORD-COUNT
                                       TO WS-LIM-MIN-RECORD-COUNT
                           MOVE SLAT-HISTORY-PERCENT
                                       TO WS-LIM-HISTORY-PERCENT
                           MOVE WS-SLA-LIMITS TO WS-BEFORE-LIMITS
                       ELSE
                           WRITE SLA-WORK-RECORD
                               FROM SLA-TABLE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SLA-FILE
                 SLA-WORK-FILE.

           IF WSLAM-DELETE-SLA AND NOT WS-ROW-FOUND
               MOVE LP-RC-SLA-ROW-NOT-FOUND TO WSLAM-RETURN-CODE
               MOVE LP-MSG-SLA-ROW-NOT-FOUND
                                       TO WSLAM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT SLA-WORK-FILE.
           OPEN OUTPUT SLA-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-SLA-FILE
               READ SLA-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE SLA-TABLE-RECORD
                           FROM SLA-WORK-RECORD
               END-READ
           END-PERFORM.
           IF WSLAM-PUT-SLA
               PERFORM 3000-WRITE-SLA-ROW
           END-IF.
           CLOSE SLA-FILE
                 SLA-WORK-FILE.

      ******************************************************************
       3000-WRITE-SLA-ROW.

           MOVE SPACES                 TO SLA-TABLE-RECORD.
           MOVE WSLAM-JOB-NAME         TO SLAT-JOB-NAME.
           MOVE WSLAM-WINDOW-OPEN-TIME TO SLAT-WINDOW-OPEN-TIME.
           MOVE WSLAM-LATEST-START-TIME
                                       TO SLAT-LATEST-START-TIME.
           MOVE WSLAM-LATEST-END-TIME  TO SLAT-LATEST-END-TIME.
           MOVE WSLAM-MAX-DURATION-MINUTES
                                       TO SLAT-MAX-DURATION-MINUTES.
           MOVE WSLAM-MIN-RECORD-COUNT TO SLAT-MIN-RECORD-COUNT.
           MOVE WSLAM-HISTORY-PERCENT  TO SLAT-HISTORY-PERCENT.
           MOVE WCODER-ID              TO SLAT-CODER-ID.
           MOVE WS-NOW-DATE            TO SLAT-MAINT-DATE.
           WRITE SLA-TABLE-RECORD.

      ******************************************************************
       4000-WRITE-AUDIT-RECORD.

           OPEN EXTEND SLA-AUDIT-FILE.
           IF SLA-AUDIT-STATUS = '35' OR '05'
               OPEN OUTPUT SLA-AUDIT-FILE
           END-IF.
           MOVE WS-NOW-DATE            TO SAUD-DATE.
           MOVE WS-NOW-TIME            TO SAUD-TIME.
           MOVE WCODER-ID              TO SAUD-CODER-ID.
           MOVE WSLAM-FUNCTION         TO SAUD-FUNCTION.
           MOVE WSLAM-JOB-NAME         TO SAUD-JOB-NAME.
           MOVE WS-BEFORE-LIMITS       TO SAUD-BEFORE-LIMITS.
           IF WSLAM-PUT-SLA
               MOVE WSLAM-WINDOW-OPEN-TIME
                                       TO WS-LIM-WINDOW-OPEN-TIME
               MOVE WSLAM-LATEST-START-TIME
                                       TO WS-LIM-LATEST-START-TIME
               MOVE WSLAM-LATEST-END-TIME
                                       TO WS-LIM-LATEST-END-TIME
               MOVE WSLAM-MAX-DURATION-MINUTES
                                       TO WS-LIM-MAX-DURATION
               MOVE WSLAM-MIN-RECORD-COUNT
                                       TO WS-LIM-MIN-RECORD-COUNT
               MOVE WSLAM-HISTORY-PERCENT
                                       TO WS-LIM-HISTORY-PERCENT
               MOVE WS-SLA-LIMITS      TO SAUD-AFTER-LIMITS
           ELSE
               MOVE SPACES             TO SAUD-AFTER-LIMITS
           END-IF.
           WRITE SLA-AUDIT-RECORD.
           CLOSE SLA-AUDIT-FILE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
