      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CBUSDAY.
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
      *D   CBUSDAY is the business-day date service every date-
      *D   driven batch asks instead of treating every calendar day
      *D   alike.  Monday to Friday are business days, Saturday and
      *D   Sunday are not, and the company calendar HOLCAL.PDM
      *D   (WCALHCPY, maintained by CCALMNT) overrides single dates
      *D   - 'H' closes a weekday, 'B' opens a weekend day.
      *D
      *D   Functions (WBDAYCPY): 'I' is a date a business day, 'N'
      *D   the next business day after it, 'F' / 'P' roll it
      *D   forward / back to a business day, 'L' the last business
      *D   day of its month, and 'B' the business days between two
      *D   dates.
      *D
      *D   The calendar is loaded once, on the first call of a run,
      *D   and held for every later call.  With no calendar on the
      *D   work drive only weekends are closed.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-017-02 MAINT New program.
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

           SELECT CALENDAR-FILE
       COPY WVARYCPY.
                                       CALENDAR-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS CALENDAR-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCALHCPY.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  CALENDAR-STATUS                 PIC XX.

       01  CALENDAR-FILE-NAME.
           05  WS-CALENDAR-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'HOLCAL.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-CALENDAR-FILE                VALUE 'Y'.

       01  WS-LOADED-FLAG                  PIC X(01) VALUE 'N'.
           88  WS-CALENDAR-LOADED                  VALUE 'Y'.

      *    The calendar's override rows, held for the run.
       78  WS-MAX-CALENDAR-DAYS                VALUE 3000.
       01  WS-DAY-COUNT                    PIC 9(04) VALUE ZERO.
       01  WS-DAY-IDX                      PIC 9(04).
       01  WS-CALENDAR-TABLE.
           05  WS-CALENDAR-ENTRY OCCURS WS-MAX-CALENDAR-DAYS TIMES.
               10  WS-CT-DATE                  PIC 9(08).
               10  WS-CT-DAY-TYPE              PIC X(01).

      *    No answer is ever more than a year of closed days away;
      *    a search that runs this far means a broken calendar.
       78  WS-MAX-DAYS-SEARCHED                VALUE 366.
      *    Widest span 'B' will count across.
       78  WS-MAX-DAYS-SPANNED                 VALUE 36600.

       01  WS-CHECK-DATE                   PIC 9(08).
       01  WS-CHECK-SPLIT REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR                PIC 9(04).
           05  WS-CHECK-MONTH               PIC 9(02).
           05  WS-CHECK-DAY                 PIC 9(02).
       01  WS-DATE-VALID-FLAG              PIC X(01).
           88  WS-DATE-VALID                       VALUE 'Y'.

      *    The day being tested, as a date and as a day number
      *    (day 1 is Monday 1 January 1601).
       01  WS-TEST-DATE                    PIC 9(08).
       01  WS-TEST-DAY-NUMBER              PIC S9(09) COMP-5.
       01  WS-TEST-BUSINESS-FLAG           PIC X(01).
           88  WS-TEST-BUSINESS-DAY                VALUE 'Y'.
       01  WS-WEEKDAY                      PIC S9(04) COMP-5.

       01  WS-STEP                         PIC S9(04) COMP-5.
       01  WS-STEPS-TAKEN                  PIC S9(09) COMP-5.
       01  WS-END-DAY-NUMBER               PIC S9(09) COMP-5.
       01  WS-FROM-DAY-NUMBER              PIC S9(09) COMP-5.
       01  WS-TO-DAY-NUMBER                PIC S9(09) COMP-5.
       01  WS-DAYS-COUNTED                 PIC S9(07).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WBDAYCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WBDAY-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE ZERO   TO WBDAY-RETURN-CODE
                              WBDAY-RESULT-DATE
                              WBDAY-BUSINESS-DAYS
               MOVE SPACES TO WBDAY-ERROR-MESSAGE
               MOVE 'N'    TO WBDAY-BUSINESS-DAY-FLAG
               IF NOT WS-CALENDAR-LOADED
                   PERFORM 1000-LOAD-CALENDAR
               END-IF
               PERFORM 2000-VALIDATE-REQUEST
               IF WBDAY-RETURN-CODE = ZERO
                   EVALUATE TRUE
                       WHEN WBDAY-IS-BUSINESS-DAY
                           PERFORM 3000-IS-BUSINESS-DAY
                       WHEN WBDAY-NEXT-BUSINESS-DAY
                           PERFORM 3100-NEXT-BUSINESS-DAY
                       WHEN WBDAY-ROLL-FORWARD
                           PERFORM 3200-ROLL-FORWARD
                       WHEN WBDAY-ROLL-BACK
                           PERFORM 3300-ROLL-BACK
                       WHEN WBDAY-LAST-OF-MONTH
                           PERFORM 3400-LAST-OF-MONTH
                       WHEN WBDAY-DAYS-BETWEEN
                           PERFORM 3500-DAYS-BETWEEN
                   END-EVALUATE
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-LOAD-CALENDAR.

           MOVE WOPTION-WORK-DRIVE TO WS-CALENDAR-FILE-DRIVE.
           SET WS-CALENDAR-LOADED TO TRUE.
           MOVE ZERO TO WS-DAY-COUNT.

           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-STATUS NOT = '00'
      *        No calendar keyed yet - weekends alone are closed.
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CALENDAR-FILE
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-DAY-COUNT < WS-MAX-CALENDAR-DAYS
                           AND (CALH-CLOSED-DAY OR CALH-OPEN-DAY)
                           ADD 1 TO WS-DAY-COUNT
                           MOVE CALH-DATE
                               TO WS-CT-DATE (WS-DAY-COUNT)
                           MOVE CALH-DAY-TYPE
                               TO WS-CT-DAY-TYPE (WS-DAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.

      ******************************************************************
       2000-VALIDATE-REQUEST.

           IF NOT (WBDAY-IS-BUSINESS-DAY OR WBDAY-NEXT-BUSINESS-DAY
                   OR WBDAY-ROLL-FORWARD OR WBDAY-ROLL-BACK
                   OR WBDAY-LAST-OF-MONTH OR WBDAY-DAYS-BETWEEN)
               MOVE LP-RC-CALENDAR-REQUEST-INVALID
                                       TO WBDAY-RETURN-CODE
               MOVE LP-MSG-CALENDAR-REQUEST-INVALID
                                       TO WBDAY-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WBDAY-DATE TO WS-CHECK-DATE.
           PERFORM 2100-CHECK-ONE-DATE.
           IF WS-DATE-VALID AND WBDAY-DAYS-BETWEEN
               MOVE WBDAY-TO-DATE TO WS-CHECK-DATE
               PERFORM 2100-CHECK-ONE-DATE
           END-IF.
           IF NOT WS-DATE-VALID
               MOVE LP-RC-CALENDAR-REQUEST-INVALID
                                       TO WBDAY-RETURN-CODE
               MOVE LP-MSG-CALENDAR-REQUEST-INVALID
                                       TO WBDAY-ERROR-MESSAGE
           END-IF.

      ******************************************************************
       2100-CHECK-ONE-DATE.

           MOVE 'N' TO WS-DATE-VALID-FLAG.
           IF WS-CHECK-DATE NOT NUMERIC
               OR WS-CHECK-YEAR < 1601
               OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
               OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHECK-DATE TO WS-TEST-DATE.
           COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TEST-DATE)).
           IF WS-CHECK-DATE = WS-TEST-DATE
               SET WS-DATE-VALID TO TRUE
           END-IF.

      ******************************************************************
       3000-IS-BUSINESS-DAY.

           MOVE WBDAY-DATE TO WS-TEST-DATE.
           COMPUTE WS-TEST-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-TEST-DATE).
           PERFORM 5000-TEST-ONE-DAY.
           MOVE WBDAY-DATE TO WBDAY-RESULT-DATE.
           MOVE WS-TEST-BUSINESS-FLAG TO WBDAY-BUSINESS-DAY-FLAG.

      ******************************************************************
       3100-NEXT-BUSINESS-DAY.

           COMPUTE WS-TEST-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WBDAY-DATE) + 1.
           MOVE 1 TO WS-STEP.
           PERFORM 4000-SEARCH-BUSINESS-DAY.

      ******************************************************************
       3200-ROLL-FORWARD.

           COMPUTE WS-TEST-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WBDAY-DATE).
           MOVE 1 TO WS-STEP.
           PERFORM 4000-SEARCH-BUSINESS-DAY.

      ******************************************************************
       3300-ROLL-BACK.

           COMPUTE WS-TEST-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WBDAY-DATE).
           MOVE -1 TO WS-STEP.
           PERFORM 4000-SEARCH-BUSINESS-DAY.

      ******************************************************************
       3400-LAST-OF-MONTH.
      *    Back from the day before the first of the next month.

           MOVE WBDAY-DATE TO WS-CHECK-DATE.
           MOVE 01 TO WS-CHECK-DAY.
           IF WS-CHECK-MONTH = 12
               ADD 1 TO WS-CHECK-YEAR
               MOVE 01 TO WS-CHECK-MONTH
           ELSE
               ADD 1 TO WS-CHECK-MONTH
           END-IF.
           COMPUTE WS-TEST-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) - 1.
           MOVE -1 TO WS-STEP.
           PERFORM 4000-SEARCH-BUSINESS-DAY.

      ******************************************************************
       3500-DAYS-BETWEEN.
      *    Counts the business days in (earlier date, later date] -
      *    Friday to the following Monday is one.

           COMPUTE WS-FROM-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WBDAY-DATE).
           COMPUTE WS-TO-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WBDAY-TO-DATE).
           IF WS-TO-DAY-NUMBER >= WS-FROM-DAY-NUMBER
               MOVE 1 TO WS-STEP
               COMPUTE WS-TEST-DAY-NUMBER = WS-FROM-DAY-NUMBER + 1
               MOVE WS-TO-DAY-NUMBER TO WS-END-DAY-NUMBER
           ELSE
               MOVE -1 TO WS-STEP
               COMPUTE WS-TEST-DAY-NUMBER = WS-TO-DAY-NUMBER + 1
               MOVE WS-FROM-DAY-NUMBER TO WS-END-DAY-NUMBER
           END-IF.
           IF WS-END-DAY-NUMBER - WS-TEST-DAY-NUMBER
                   > WS-MAX-DAYS-SPANNED
               MOVE LP-RC-CALENDAR-REQUEST-INVALID
                                       TO WBDAY-RETURN-CODE
               MOVE LP-MSG-CALENDAR-REQUEST-INVALID
                                       TO WBDAY-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-DAYS-COUNTED.
           PERFORM UNTIL WS-TEST-DAY-NUMBER > WS-END-DAY-NUMBER
               COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TEST-DAY-NUMBER)
               PERFORM 5000-TEST-ONE-DAY
               IF WS-TEST-BUSINESS-DAY
                   ADD 1 TO WS-DAYS-COUNTED
               END-IF
               ADD 1 TO WS-TEST-DAY-NUMBER
           END-PERFORM.
           COMPUTE WBDAY-BUSINESS-DAYS = WS-DAYS-COUNTED * WS-STEP.

      ******************************************************************
       4000-SEARCH-BUSINESS-DAY.
      *    From WS-TEST-DAY-NUMBER in the WS-STEP direction to the
      *    first business day, into WBDAY-RESULT-DATE.

           MOVE ZERO TO WS-STEPS-TAKEN.
           MOVE 'N' TO WS-TEST-BUSINESS-FLAG.
           PERFORM UNTIL WS-TEST-BUSINESS-DAY
                      OR WS-STEPS-TAKEN > WS-MAX-DAYS-SEARCHED
               COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TEST-DAY-NUMBER)
               PERFORM 5000-TEST-ONE-DAY
               IF NOT WS-TEST-BUSINESS-DAY
                   ADD WS-STEP TO WS-TEST-DAY-NUMBER
                   ADD 1 TO WS-STEPS-TAKEN
               END-IF
           END-PERFORM.

           IF WS-TEST-BUSINESS-DAY
               MOVE WS-TEST-DATE TO WBDAY-RESULT-DATE
               SET WBDAY-BUSINESS-DAY TO TRUE
           ELSE
               MOVE LP-RC-CALENDAR-REQUEST-INVALID
                                       TO WBDAY-RETURN-CODE
               MOVE LP-MSG-CALENDAR-REQUEST-INVALID
                                       TO WBDAY-ERROR-MESSAGE
           END-IF.

      ******************************************************************
       5000-TEST-ONE-DAY.
      *    WS-TEST-DATE / WS-TEST-DAY-NUMBER - a calendar row
      *    decides, else the weekday does (day number mod 7: 1 is
      *    Monday, 6 Saturday, 0 Sunday).

           MOVE 'N' TO WS-TEST-BUSINESS-FLAG.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-CT-DATE (WS-DAY-IDX) = WS-TEST-DATE
                   IF WS-CT-DAY-TYPE (WS-DAY-IDX) = 'B'
                       SET WS-TEST-BUSINESS-DAY TO TRUE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           COMPUTE WS-WEEKDAY =
               FUNCTION MOD (WS-TEST-DAY-NUMBER, 7).
           IF WS-WEEKDAY NOT = 0 AND WS-WEEKDAY NOT = 6
               SET WS-TEST-BUSINESS-DAY TO TRUE
           END-IF.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
