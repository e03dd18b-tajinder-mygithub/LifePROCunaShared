      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CPCHINQ.
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
      *D   CPCHINQ answers OCOMCTRL's RetrievePolicyCommHistory with
      *D   one policy's commission history - every transaction share
      *D   the feed has paid or charged back on it, which agent it
      *D   went to, the premium, schedule rate and split percentage
      *D   applied - read from the permanent keyed store EXTRFEED
      *D   loads as each transaction is priced.  Company and policy
      *D   are required; a coverage and a transaction date range
      *D   (SPACES/ZERO means "any") narrow it.  The store is keyed
      *D   by company/policy/transaction date, so the rows come back
      *D   in date order from a START at the range's first day.
      *D
      *D   The commission paid and charged back are totalled over
      *D   every matching row, even past the table's capacity.  With
      *D   the report flag set, the rows and totals are also written
      *D   to a per-coder report file.
      *D
      *D   The store lives on WGLOB-EXTRACT-NETWORK-PATH when one is
      *D   configured, on the work drive otherwise - the same place
      *D   EXTRFEED writes it.  A missing store is reported as an
      *D   open failure, not treated as "no commission history".
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-034-02 MAINT New program.
101526*H 20261015-038-10 MAINT History key carries the feed run's
101526*H                       start time after its date.
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

           SELECT POLICY-HISTORY-FILE
       COPY WVARYCPY.
                                       POLICY-HISTORY-NAME
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS PCHR-KEY
                                       STATUS IS POLICY-HISTORY-STATUS.

           SELECT INQUIRY-REPORT-FILE
       COPY WVARYCPY.
                                       INQUIRY-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS INQUIRY-REPORT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  POLICY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WPCHRCPY.

       FD  INQUIRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REPORT-RECORD           PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  POLICY-HISTORY-STATUS           PIC XX.
           88  POLICY-HISTORY-STATUS-OK        VALUE '00'.
       01  INQUIRY-REPORT-STATUS           PIC XX.

      *    The same shared keyed store EXTRFEED writes.
       01  POLICY-HISTORY-NAME             PIC X(255).

       01  INQUIRY-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  INQUIRY-REPORT-CODER        PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'PCHINQ.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.

       01  WS-REPORT-OPEN-FLAG             PIC X(01) VALUE 'N'.
           88  WS-REPORT-IS-OPEN                   VALUE 'Y'.

       01  WS-PREMIUM-EDIT                 PIC -9(09).99.
       01  WS-RATE-EDIT                    PIC 9(03).9999.
       01  WS-PCNT-EDIT                    PIC -9(03).99.
       01  WS-COMMISSION-EDIT              PIC -9(09).99.
       01  WS-TOTAL-EDIT                   PIC -9(11).99.
       01  WS-COUNT-EDIT                   PIC 9(09).
       01  WS-ROW-COUNT                    PIC 9(09) VALUE ZERO.

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.
       COPY WPCIQCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WPCIQ-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE ZERO   TO WPCIQ-RETURN-CODE
                              WPCIQ-MATCH-COUNT
                              WPCIQ-TOTAL-COMMISSION
                              WPCIQ-TOTAL-CHARGEBACK
                              WS-ROW-COUNT
               MOVE 'N'    TO WPCIQ-MORE-ROWS-FLAG
               MOVE SPACES TO WPCIQ-ERROR-MESSAGE
               IF WPCIQ-COMPANY-CODE = SPACES
                   OR WPCIQ-POLICY-NUMBER = SPACES
                   MOVE LP-RC-POLICY-HIST-KEY-REQUIRED
                       TO WPCIQ-RETURN-CODE
                   MOVE LP-MSG-POLICY-HIST-KEY-REQUIRED
                       TO WPCIQ-ERROR-MESSAGE
               ELSE
                   PERFORM 1000-OPEN-HISTORY-STORE
                   IF POLICY-HISTORY-STATUS-OK
                       PERFORM 1100-OPEN-REPORT
                       PERFORM 2000-READ-POLICY-ROWS
                       CLOSE POLICY-HISTORY-FILE
                       IF WS-REPORT-IS-OPEN
                           PERFORM 4000-WRITE-REPORT-SUMMARY
                           CLOSE INQUIRY-REPORT-FILE
                           MOVE 'N' TO WS-REPORT-OPEN-FLAG
                       END-IF
                   ELSE
                       MOVE LP-RC-POLICY-HIST-OPEN-FAILED
                           TO WPCIQ-RETURN-CODE
                       MOVE LP-MSG-POLICY-HIST-OPEN-FAILED
                           TO WPCIQ-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-OPEN-HISTORY-STORE.

           IF WGLOB-EXTRACT-NETWORK-PATH NOT = SPACES
               MOVE SPACES TO POLICY-HISTORY-NAME
               STRING FUNCTION TRIM (WGLOB-EXTRACT-NETWORK-PATH)
                      'RPOLCOMHIST.PDM'            DELIMITED BY SIZE
                 INTO POLICY-HISTORY-NAME
           ELSE
               MOVE SPACES TO POLICY-HISTORY-NAME
               STRING WOPTION-WORK-DRIVE ':RPOLCOMHIST.PDM'
                                                    DELIMITED BY SIZE
                 INTO POLICY-HISTORY-NAME
           END-IF.

           OPEN INPUT POLICY-HISTORY-FILE.

      ******************************************************************
       1100-OPEN-REPORT.

           IF WPCIQ-WRITE-REPORT
               MOVE WOPTION-WORK-DRIVE TO WS-REPORT-FILE-DRIVE
               MOVE WCODER-ID TO INQUIRY-REPORT-CODER
               INSPECT INQUIRY-REPORT-CODER REPLACING ALL ' ' BY '_'
               OPEN OUTPUT INQUIRY-REPORT-FILE
               MOVE 'Y' TO WS-REPORT-OPEN-FLAG

               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING 'POLICY COMMISSION HISTORY  COMPANY '
                      WPCIQ-COMPANY-CODE
                      '  POLICY ' WPCIQ-POLICY-NUMBER
                      '  FROM ' WPCIQ-FROM-DATE
                      '  TO ' WPCIQ-TO-DATE
                                                    DELIMITED BY SIZE
                 INTO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING 'TRN DATE COVR AGENT        T C'
                      '       PREMIUM     RATE   SPLIT'
                      '    COMMISSION LOADED'
                                                    DELIMITED BY SIZE
                 INTO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF.

      ******************************************************************
       2000-READ-POLICY-ROWS.

           MOVE WPCIQ-COMPANY-CODE     TO PCHR-COMPANY-CODE.
           MOVE WPCIQ-POLICY-NUMBER    TO PCHR-POLICY-NUMBER.
           MOVE WPCIQ-FROM-DATE        TO PCHR-TRANSACTION-DATE.
           MOVE LOW-VALUES             TO PCHR-COVERAGE-ID.
           MOVE ZERO                   TO PCHR-LOAD-DATE
                                          PCHR-LOAD-TIME
                                          PCHR-OCCURRENCE
                                          PCHR-SPLIT-ROW.

           START POLICY-HISTORY-FILE KEY IS NOT < PCHR-KEY
               INVALID KEY
      *            Nothing at or past this policy's first day - no
      *            commission history.
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ POLICY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PCHR-COMPANY-CODE NOT = WPCIQ-COMPANY-CODE
                           OR PCHR-POLICY-NUMBER
                               NOT = WPCIQ-POLICY-NUMBER
                           OR (WPCIQ-TO-DATE > ZERO
                               AND PCHR-TRANSACTION-DATE
                                   > WPCIQ-TO-DATE)
      *                    Keyed order - past this policy's block or
      *                    the range's last day means there is
      *                    nothing more to find.
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF WPCIQ-COVERAGE-ID = SPACES
                               OR PCHR-COVERAGE-ID
                                   = WPCIQ-COVERAGE-ID
                               PERFORM 3000-RETURN-MATCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
       3000-RETURN-MATCH.

           ADD 1 TO WS-ROW-COUNT.
           IF PCHR-CHARGEBACK
               ADD PCHR-COMMISSION TO WPCIQ-TOTAL-CHARGEBACK
           ELSE
               ADD PCHR-COMMISSION TO WPCIQ-TOTAL-COMMISSION
           END-IF.

           IF WPCIQ-MATCH-COUNT >= WPCIQ-MAX-MATCH-ROWS
               SET WPCIQ-MORE-ROWS TO TRUE
           ELSE
               ADD 1 TO WPCIQ-MATCH-COUNT
               MOVE PCHR-TRANSACTION-DATE
                   TO WPCIQ-ROW-TRANSACTION-DATE (WPCIQ-MATCH-COUNT)
               MOVE PCHR-COVERAGE-ID
                   TO WPCIQ-ROW-COVERAGE-ID (WPCIQ-MATCH-COUNT)
               MOVE PCHR-AGENT-NUMBER
                   TO WPCIQ-ROW-AGENT-NUMBER (WPCIQ-MATCH-COUNT)
               MOVE PCHR-CHARGEBACK-FLAG
                   TO WPCIQ-ROW-CHARGEBACK-FLAG (WPCIQ-MATCH-COUNT)
               MOVE PCHR-PREMIUM
                   TO WPCIQ-ROW-PREMIUM (WPCIQ-MATCH-COUNT)
               MOVE PCHR-RATE-PCNT
                   TO WPCIQ-ROW-RATE-PCNT (WPCIQ-MATCH-COUNT)
               MOVE PCHR-SPLIT-PCNT
                   TO WPCIQ-ROW-SPLIT-PCNT (WPCIQ-MATCH-COUNT)
               MOVE PCHR-COMMISSION
                   TO WPCIQ-ROW-COMMISSION (WPCIQ-MATCH-COUNT)
               MOVE PCHR-LOAD-DATE
                   TO WPCIQ-ROW-LOAD-DATE (WPCIQ-MATCH-COUNT)
           END-IF.

           IF WS-REPORT-IS-OPEN
               PERFORM 3100-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
       3100-WRITE-REPORT-LINE.

           MOVE PCHR-PREMIUM           TO WS-PREMIUM-EDIT.
           MOVE PCHR-RATE-PCNT         TO WS-RATE-EDIT.
           MOVE PCHR-SPLIT-PCNT        TO WS-PCNT-EDIT.
           MOVE PCHR-COMMISSION        TO WS-COMMISSION-EDIT.

           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           STRING PCHR-TRANSACTION-DATE ' '
                  PCHR-COVERAGE-ID      ' '
                  PCHR-AGENT-NUMBER     ' '
                  PCHR-RECORD-TYPE      ' '
                  PCHR-CHARGEBACK-FLAG  ' '
                  WS-PREMIUM-EDIT       ' '
                  WS-RATE-EDIT          ' '
                  WS-PCNT-EDIT          ' '
                  WS-COMMISSION-EDIT    ' '
                  PCHR-LOAD-DATE
                                                    DELIMITED BY SIZE
             INTO INQUIRY-REPORT-RECORD.
           WRITE INQUIRY-REPORT-RECORD.

      ******************************************************************
       4000-WRITE-REPORT-SUMMARY.

           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           MOVE 'TOTAL MATCHING HISTORY ROWS:'
               TO INQUIRY-REPORT-RECORD (1:30).
           MOVE WS-ROW-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT     TO INQUIRY-REPORT-RECORD (32:9).
           WRITE INQUIRY-REPORT-RECORD.

           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           MOVE 'TOTAL COMMISSION PAID:'
               TO INQUIRY-REPORT-RECORD (1:30).
           MOVE WPCIQ-TOTAL-COMMISSION TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-EDIT     TO INQUIRY-REPORT-RECORD (32:15).
           WRITE INQUIRY-REPORT-RECORD.

           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           MOVE 'TOTAL CHARGED BACK:'
               TO INQUIRY-REPORT-RECORD (1:30).
           MOVE WPCIQ-TOTAL-CHARGEBACK TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-EDIT     TO INQUIRY-REPORT-RECORD (32:15).
           WRITE INQUIRY-REPORT-RECORD.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
