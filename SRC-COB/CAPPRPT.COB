      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CAPPRPT.
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
      *D   CAPPRPT is the monthly carrier appointment report off
      *D   the shared appointment master APPTMAST.PDM (WAPPTCPY,
      *D   maintained by CAPPMNTC).  It lists, grouped by state:
      *D
      *D     - active appointments due for renewal on or before the
      *D       end of next month (already past due ones flagged
      *D       OVERDUE), with the last fee the state billed, so the
      *D       renewals and fees can be prepared ahead of time;
      *D     - terminated appointments whose termination notice we
      *D       have not yet filed with the state, with the days
      *D       since termination (flagged past 30 days, the usual
      *D       state filing limit), until the filing is recorded
      *D       through CAPPMNTC.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-018-04 MAINT New program.
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

           SELECT APPOINTMENT-FILE
       COPY WVARYCPY.
                                       APPOINTMENT-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS APPOINTMENT-STATUS.

           SELECT APPOINTMENT-REPORT-FILE
       COPY WVARYCPY.
                                       APPOINTMENT-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS APPT-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  APPOINTMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WAPPTCPY.

       FD  APPOINTMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPOINTMENT-REPORT-RECORD      PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
      *        '1' renewal due, '2' termination filing owed.
           05  SW-SECTION                 PIC X(01).
           05  SW-STATE                   PIC X(02).
           05  SW-COMPANY-CODE            PIC X(02).
           05  SW-AGENT-ID                PIC X(12).
           05  SW-KEY-DATE                PIC 9(08).
           05  SW-FEE-BILLED              PIC S9(05)V99.
           05  SW-DAYS                    PIC S9(07).
           05  SW-STATUS-TEXT             PIC X(16).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRUNCCPY.

       01  CALLED-MODULES.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

       01  APPOINTMENT-STATUS              PIC XX.
       01  APPT-REPORT-STATUS              PIC XX.

      *    Shared master file, one copy per work drive.
       01  APPOINTMENT-FILE-NAME.
           05  WS-APPT-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'APPTMAST.PDM'.

       01  APPOINTMENT-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  APPT-REPORT-CODER           PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'APPTRPT.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-APPOINTMENT-FILE             VALUE 'Y'.

       01  WS-COUNTS.
           05  WS-TOTAL-READ                PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-RENEWALS            PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-OVERDUE             PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-FILINGS             PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-FILINGS-LATE        PIC 9(07) VALUE ZERO.

       01  WS-RUN-DATE-YYYYMMDD             PIC 9(08).
       01  WS-RUN-JULIAN                    PIC S9(09) COMP-5.
       01  WS-KEY-JULIAN                    PIC S9(09) COMP-5.

      *    Renewal horizon - the last day of next month, found as the
      *    day before the first of the month after it.
       01  WS-HORIZON-FIRST.
           05  WS-HORIZON-YEAR              PIC 9(04).
           05  WS-HORIZON-MONTH             PIC 9(02).
           05  WS-HORIZON-DAY               PIC 9(02).
       01  WS-HORIZON-FIRST-DATE REDEFINES WS-HORIZON-FIRST
                                            PIC 9(08).
       01  WS-RENEWAL-HORIZON               PIC 9(08).

       01  WS-FEE-EDIT                      PIC ZZ,ZZ9.99-.
       01  WS-DAYS-EDIT                     PIC -(06)9.

      *    Control breaks for the section/state grouping the sorted
      *    output procedure writes.
       01  WS-SORT-EOF-FLAG            PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.
       01  WS-FIRST-GROUP-FLAG         PIC X(01) VALUE 'Y'.
           88  WS-FIRST-GROUP                  VALUE 'Y'.
       01  WS-BREAK-SECTION            PIC X(01).
       01  WS-BREAK-STATE              PIC X(02).
       01  WS-STATE-COUNT              PIC 9(07) VALUE ZERO.

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
                   CLOSE APPOINTMENT-REPORT-FILE
               ELSE
               IF APPOINTMENT-STATUS = '00'
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SW-SECTION
                                        SW-STATE
                                        SW-AGENT-ID
                       INPUT PROCEDURE 2000-PROCESS
                       OUTPUT PROCEDURE 4000-WRITE-REPORT
                   CLOSE APPOINTMENT-FILE
               ELSE
                   MOVE SPACES TO APPOINTMENT-REPORT-RECORD
                   MOVE 'NO APPOINTMENT MASTER ON FILE'
                                       TO APPOINTMENT-REPORT-RECORD
                   WRITE APPOINTMENT-REPORT-RECORD
               END-IF
               PERFORM 3000-WRITE-SUMMARY
               CLOSE APPOINTMENT-REPORT-FILE
               PERFORM 5000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           MOVE WCODER-ID              TO APPT-REPORT-CODER.
           INSPECT APPT-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-APPT-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD).

           MOVE WS-RUN-DATE-YYYYMMDD TO WS-HORIZON-FIRST-DATE.
           MOVE 01 TO WS-HORIZON-DAY.
           ADD 2 TO WS-HORIZON-MONTH.
           IF WS-HORIZON-MONTH > 12
               SUBTRACT 12 FROM WS-HORIZON-MONTH
               ADD 1 TO WS-HORIZON-YEAR
           END-IF.
           COMPUTE WS-RENEWAL-HORIZON = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-HORIZON-FIRST-DATE) - 1).

           OPEN INPUT  APPOINTMENT-FILE.
           OPEN OUTPUT APPOINTMENT-REPORT-FILE.

           SET WRUNC-RECORD-START  TO TRUE.
           MOVE 'CAPPRPT'          TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           IF WRUNC-START-REFUSED
               AND APPOINTMENT-STATUS = '00'
               CLOSE APPOINTMENT-FILE
           END-IF.

      ******************************************************************
      *Sort input procedure - reads the master once and RELEASEs only
      *the renewals due and the termination filings owed.
      ******************************************************************
       2000-PROCESS.

           PERFORM UNTIL END-OF-APPOINTMENT-FILE
               READ APPOINTMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       PERFORM 2100-EVALUATE-ONE-APPOINTMENT
               END-READ
           END-PERFORM.

      ******************************************************************
       2100-EVALUATE-ONE-APPOINTMENT.

           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE APPT-STATE             TO SW-STATE.
           MOVE APPT-COMPANY-CODE      TO SW-COMPANY-CODE.
           MOVE APPT-AGENT-ID          TO SW-AGENT-ID.
           MOVE APPT-FEE-BILLED        TO SW-FEE-BILLED.

           EVALUATE TRUE
               WHEN APPT-ACTIVE
                   AND APPT-RENEWAL-DATE NOT = ZERO
                   AND APPT-RENEWAL-DATE NOT > WS-RENEWAL-HORIZON
                   MOVE '1'                TO SW-SECTION
                   MOVE APPT-RENEWAL-DATE  TO SW-KEY-DATE
                   PERFORM 2200-DAYS-FROM-RUN-DATE
                   IF SW-DAYS < ZERO
                       MOVE 'OVERDUE'      TO SW-STATUS-TEXT
                   ELSE
                       MOVE 'DUE'          TO SW-STATUS-TEXT
                   END-IF
                   RELEASE SORT-WORK-RECORD
               WHEN APPT-TERMINATED
                   AND APPT-TERM-FILED-DATE = ZERO
                   MOVE '2'                TO SW-SECTION
                   MOVE APPT-TERMINATION-DATE TO SW-KEY-DATE
                   PERFORM 2200-DAYS-FROM-RUN-DATE
      *            Days since termination, not days to it.
                   COMPUTE SW-DAYS = 0 - SW-DAYS
                   IF SW-DAYS > 30
                       MOVE 'PAST 30 DAYS' TO SW-STATUS-TEXT
                   ELSE
                       MOVE 'FILING OWED'  TO SW-STATUS-TEXT
                   END-IF
                   RELEASE SORT-WORK-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
       2200-DAYS-FROM-RUN-DATE.

           COMPUTE WS-KEY-JULIAN =
               FUNCTION INTEGER-OF-DATE (SW-KEY-DATE).
           COMPUTE SW-DAYS = WS-KEY-JULIAN - WS-RUN-JULIAN.

      ******************************************************************
      *Sort output procedure - walks the released rows in section and
      *state order, writing a heading per section, a detail line per
      *appointment and a subtotal whenever the state changes.
      ******************************************************************
       4000-WRITE-REPORT.

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
               PERFORM 4200-WRITE-STATE-SUBTOTAL
           END-IF.

      ******************************************************************
       4100-HANDLE-SORTED-RECORD.

           IF WS-FIRST-GROUP
               OR SW-SECTION NOT = WS-BREAK-SECTION
               IF NOT WS-FIRST-GROUP
                   PERFORM 4200-WRITE-STATE-SUBTOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-GROUP-FLAG
               MOVE SW-SECTION TO WS-BREAK-SECTION
               MOVE SW-STATE   TO WS-BREAK-STATE
               PERFORM 4300-WRITE-SECTION-HEADING
           ELSE
               IF SW-STATE NOT = WS-BREAK-STATE
                   PERFORM 4200-WRITE-STATE-SUBTOTAL
                   MOVE SW-STATE TO WS-BREAK-STATE
               END-IF
           END-IF.

           ADD 1 TO WS-STATE-COUNT.
           MOVE SPACES TO APPOINTMENT-REPORT-RECORD.
           MOVE SW-DAYS TO WS-DAYS-EDIT.
           IF SW-SECTION = '1'
               ADD 1 TO WS-TOTAL-RENEWALS
               IF SW-STATUS-TEXT = 'OVERDUE'
                   ADD 1 TO WS-TOTAL-OVERDUE
               END-IF
               MOVE SW-FEE-BILLED TO WS-FEE-EDIT
               STRING SW-STATE        ' '
                      SW-COMPANY-CODE ' '
                      SW-AGENT-ID     ' RENEW BY '
                      SW-KEY-DATE     ' '
                      WS-DAYS-EDIT    ' DAYS  LAST FEE '
                      WS-FEE-EDIT     ' '
                      SW-STATUS-TEXT
                   DELIMITED BY SIZE INTO APPOINTMENT-REPORT-RECORD
               END-STRING
           ELSE
               ADD 1 TO WS-TOTAL-FILINGS
               IF SW-STATUS-TEXT = 'PAST 30 DAYS'
                   ADD 1 TO WS-TOTAL-FILINGS-LATE
               END-IF
               STRING SW-STATE        ' '
                      SW-COMPANY-CODE ' '
                      SW-AGENT-ID     ' TERMINATED '
                      SW-KEY-DATE     ' '
                      WS-DAYS-EDIT    ' DAYS AGO  '
                      SW-STATUS-TEXT
                   DELIMITED BY SIZE INTO APPOINTMENT-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE APPOINTMENT-REPORT-RECORD.

      ******************************************************************
       4200-WRITE-STATE-SUBTOTAL.

           MOVE SPACES TO APPOINTMENT-REPORT-RECORD.
           STRING '  STATE ' WS-BREAK-STATE ' TOTAL: ' WS-STATE-COUNT
               DELIMITED BY SIZE INTO APPOINTMENT-REPORT-RECORD
           END-STRING.
           WRITE APPOINTMENT-REPORT-RECORD.

           MOVE ZERO TO WS-STATE-COUNT.

      ******************************************************************
       4300-WRITE-SECTION-HEADING.

           MOVE SPACES TO APPOINTMENT-REPORT-RECORD.
           WRITE APPOINTMENT-REPORT-RECORD.
           IF SW-SECTION = '1'
               STRING 'APPOINTMENTS DUE FOR RENEWAL THROUGH '
                      WS-RENEWAL-HORIZON
                   DELIMITED BY SIZE INTO APPOINTMENT-REPORT-RECORD
               END-STRING
           ELSE
               MOVE 'TERMINATIONS NOT YET FILED WITH THE STATE'
                                       TO APPOINTMENT-REPORT-RECORD
           END-IF.
           WRITE APPOINTMENT-REPORT-RECORD.

      ******************************************************************
       3000-WRITE-SUMMARY.

           MOVE SPACES TO APPOINTMENT-REPORT-RECORD.
           WRITE APPOINTMENT-REPORT-RECORD.
           MOVE 'TOTAL APPOINTMENTS READ:' TO
               APPOINTMENT-REPORT-RECORD (1:24).
           MOVE WS-TOTAL-READ      TO APPOINTMENT-REPORT-RECORD (33:7).
           WRITE APPOINTMENT-REPORT-RECORD.

           MOVE SPACES TO APPOINTMENT-REPORT-RECORD.
           MOVE 'RENEWALS DUE:'    TO APPOINTMENT-REPORT-RECORD (1:13).
           MOVE WS-TOTAL-RENEWALS  TO APPOINTMENT-REPORT-RECORD (33:7).
           WRITE APPOINTMENT-REPORT-RECORD.

           MOVE SPACES TO APPOINTMENT-REPORT-RECORD.
           MOVE 'RENEWALS OVERDUE:' TO APPOINTMENT-REPORT-RECORD (1:17).
           MOVE WS-TOTAL-OVERDUE   TO APPOINTMENT-REPORT-RECORD (33:7).
           WRITE APPOINTMENT-REPORT-RECORD.

           MOVE SPACES TO APPOINTMENT-REPORT-RECORD.
           MOVE 'TERMINATION FILINGS OWED:' TO
               APPOINTMENT-REPORT-RECORD (1:25).
           MOVE WS-TOTAL-FILINGS   TO APPOINTMENT-REPORT-RECORD (33:7).
           WRITE APPOINTMENT-REPORT-RECORD.

           MOVE SPACES TO APPOINTMENT-REPORT-RECORD.
           MOVE 'FILINGS PAST 30 DAYS:' TO
               APPOINTMENT-REPORT-RECORD (1:21).
           MOVE WS-TOTAL-FILINGS-LATE
                                   TO APPOINTMENT-REPORT-RECORD (33:7).
           WRITE APPOINTMENT-REPORT-RECORD.

      ******************************************************************
       5000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CAPPRPT'          TO WRUNC-JOB-NAME.
           MOVE WS-TOTAL-READ      TO WRUNC-RECORD-COUNT.
           MOVE 'COMPLETE'         TO WRUNC-RUN-STATUS.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
