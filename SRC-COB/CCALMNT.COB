      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CCALMNT.
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
      *D   CCALMNT maintains the company business-day calendar
      *D   HOLCAL.PDM (WCALHCPY) the CBUSDAY date service reads.
      *D   Weekdays are business days and weekends are not by
      *D   default; a row overrides that for one date - 'H' closes
      *D   a weekday (holiday, or a day accounting is closed), 'B'
      *D   opens a weekend day.  'P' puts a date's row (adds it or
      *D   replaces its type and description), 'D' deletes it.  The
      *D   file is kept in date order.  Every change leaves a
      *D   before/after record on the CALAUDT.PDM audit trail, the
      *D   same stance CGLMPMNT takes for the GL map - a holiday
      *D   moves due dates and effective dates across every date-
      *D   driven batch.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-017-01 MAINT New program.
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

           SELECT CALENDAR-WORK-FILE
       COPY WVARYCPY.
                                       CALENDAR-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS CALENDAR-WORK-STATUS.

           SELECT CALENDAR-AUDIT-FILE
       COPY WVARYCPY.
                                       CALENDAR-AUDIT-NAME
       COPY WLORGCPY.
                                       STATUS IS CALENDAR-AUDIT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCALHCPY.

      *    Sized to the WCALHCPY record it streams.
       FD  CALENDAR-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-WORK-RECORD.
           05  CALW-DATE                   PIC 9(08).
           05  FILLER                      PIC X(43).

       FD  CALENDAR-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-AUDIT-RECORD.
           05  CAUD-DATE                   PIC 9(08).
           05  CAUD-TIME                   PIC 9(06).
           05  CAUD-CODER-ID               PIC X(04).
           05  CAUD-FUNCTION               PIC X(01).
           05  CAUD-CALENDAR-DATE          PIC 9(08).
      *        Type and description - SPACES before an add, SPACES
      *        after a delete.
           05  CAUD-BEFORE-ROW             PIC X(31).
           05  CAUD-AFTER-ROW              PIC X(31).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  CALENDAR-STATUS                 PIC XX.
       01  CALENDAR-WORK-STATUS            PIC XX.
       01  CALENDAR-AUDIT-STATUS           PIC XX.

      *    Shared calendar, one per work drive - the company's days,
      *    not one coder's.
       01  CALENDAR-FILE-NAME.
           05  WS-CALENDAR-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'HOLCAL.PDM'.

       01  CALENDAR-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'HOLCALW.PDM'.

       01  CALENDAR-AUDIT-NAME.
           05  WS-AUDIT-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'CALAUDT.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-CALENDAR-FILE                VALUE 'Y'.

       01  WS-ROW-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                        VALUE 'Y'.
       01  WS-ROW-WRITTEN-FLAG             PIC X(01) VALUE 'N'.
           88  WS-ROW-WRITTEN                      VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME-RAW                 PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(06).

       01  WS-CHECK-DATE                   PIC 9(08).
       01  WS-CHECK-SPLIT REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR                PIC 9(04).
           05  WS-CHECK-MONTH               PIC 9(02).
           05  WS-CHECK-DAY                 PIC 9(02).

      *    The type and description of a row, as the audit carries
      *    them.
       01  WS-CALENDAR-ROW.
           05  WS-ROW-DAY-TYPE             PIC X(01).
           05  WS-ROW-DESCRIPTION          PIC X(30).
       01  WS-BEFORE-ROW                   PIC X(31).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WCALMCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WCALM-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-CALENDAR-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
                                           WS-AUDIT-FILE-DRIVE
               MOVE ZERO   TO WCALM-RETURN-CODE
               MOVE SPACES TO WCALM-ERROR-MESSAGE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-RAW FROM TIME
               MOVE WS-NOW-TIME-RAW (1:6) TO WS-NOW-TIME
               PERFORM 1000-VALIDATE-REQUEST
               IF WCALM-RETURN-CODE = ZERO
                   PERFORM 2000-APPLY-CHANGE
               END-IF
               IF WCALM-RETURN-CODE = ZERO
                   PERFORM 4000-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-VALIDATE-REQUEST.
      *    A real calendar date, and a put needs a known day type.

           IF NOT (WCALM-PUT-DAY OR WCALM-DELETE-DAY)
               OR WCALM-DATE NOT NUMERIC
               MOVE LP-RC-CALENDAR-REQUEST-INVALID
                                       TO WCALM-RETURN-CODE
               MOVE LP-MSG-CALENDAR-REQUEST-INVALID
                                       TO WCALM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WCALM-DATE TO WS-CHECK-DATE.
           IF WS-CHECK-YEAR < 1601
               OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
               OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
               MOVE LP-RC-CALENDAR-REQUEST-INVALID
                                       TO WCALM-RETURN-CODE
               MOVE LP-MSG-CALENDAR-REQUEST-INVALID
                                       TO WCALM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
      *    30 February and friends do not survive the round trip.
           COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WCALM-DATE)).
           IF WS-CHECK-DATE NOT = WCALM-DATE
               MOVE LP-RC-CALENDAR-REQUEST-INVALID
                                       TO WCALM-RETURN-CODE
               MOVE LP-MSG-CALENDAR-REQUEST-INVALID
                                       TO WCALM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF WCALM-PUT-DAY
               AND WCALM-DAY-TYPE NOT = 'H'
               AND WCALM-DAY-TYPE NOT = 'B'
               MOVE LP-RC-CALENDAR-REQUEST-INVALID
                                       TO WCALM-RETURN-CODE
               MOVE LP-MSG-CALENDAR-REQUEST-INVALID
                                       TO WCALM-ERROR-MESSAGE
           END-IF.

      ******************************************************************
       2000-APPLY-CHANGE.
      *    Stream the calendar to the work copy, dropping the date's
      *    row (remembered for the audit); the copy back then slots
      *    a put's replacement in date order.  Same rewrite idiom
      *    CGLMPMNT uses.

           MOVE 'N' TO WS-ROW-FOUND-FLAG
                       WS-ROW-WRITTEN-FLAG.
           MOVE SPACES TO WS-BEFORE-ROW.

           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-STATUS NOT = '00'
               IF WCALM-DELETE-DAY
                   MOVE LP-RC-CALENDAR-DAY-NOT-FOUND
                                       TO WCALM-RETURN-CODE
                   MOVE LP-MSG-CALENDAR-DAY-NOT-FOUND
                                       TO WCALM-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
      *        First date ever keyed creates the calendar.
               OPEN OUTPUT CALENDAR-FILE
               PERFORM 3000-WRITE-CALENDAR-ROW
               CLOSE CALENDAR-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT CALENDAR-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CALENDAR-FILE
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CALH-DATE = WCALM-DATE
                           SET WS-ROW-FOUND TO TRUE
                           MOVE CALH-DAY-TYPE  TO WS-ROW-DAY-TYPE
                           MOVE CALH-DESCRIPTION
                                       TO WS-ROW-DESCRIPTION
                           MOVE WS-CALENDAR-ROW TO WS-BEFORE-ROW
                       ELSE
                           WRITE CALENDAR-WORK-RECORD
                               FROM BUSINESS-CALENDAR-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE
                 CALENDAR-WORK-FILE.

           IF WCALM-DELETE-DAY AND NOT WS-ROW-FOUND
               MOVE LP-RC-CALENDAR-DAY-NOT-FOUND
                                       TO WCALM-RETURN-CODE
               MOVE LP-MSG-CALENDAR-DAY-NOT-FOUND
                                       TO WCALM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CALENDAR-WORK-FILE.
           OPEN OUTPUT CALENDAR-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CALENDAR-FILE
               READ CALENDAR-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WCALM-PUT-DAY AND NOT WS-ROW-WRITTEN
                           AND CALW-DATE > WCALM-DATE
                           PERFORM 3000-WRITE-CALENDAR-ROW
                       END-IF
                       WRITE BUSINESS-CALENDAR-RECORD
                           FROM CALENDAR-WORK-RECORD
               END-READ
           END-PERFORM.
           IF WCALM-PUT-DAY AND NOT WS-ROW-WRITTEN
               PERFORM 3000-WRITE-CALENDAR-ROW
           END-IF.
           CLOSE CALENDAR-FILE
                 CALENDAR-WORK-FILE.

      ******************************************************************
       3000-WRITE-CALENDAR-ROW.

           MOVE SPACES                 TO BUSINESS-CALENDAR-RECORD.
           MOVE WCALM-DATE             TO CALH-DATE.
           MOVE WCALM-DAY-TYPE         TO CALH-DAY-TYPE.
           MOVE WCALM-DESCRIPTION      TO CALH-DESCRIPTION.
           MOVE WCODER-ID              TO CALH-CODER-ID.
           MOVE WS-NOW-DATE            TO CALH-MAINT-DATE.
           WRITE BUSINESS-CALENDAR-RECORD.
           SET WS-ROW-WRITTEN TO TRUE.

      ******************************************************************
       4000-WRITE-AUDIT-RECORD.

           OPEN EXTEND CALENDAR-AUDIT-FILE.
           IF CALENDAR-AUDIT-STATUS = '35' OR '05'
               OPEN OUTPUT CALENDAR-AUDIT-FILE
           END-IF.
           MOVE WS-NOW-DATE            TO CAUD-DATE.
           MOVE WS-NOW-TIME            TO CAUD-TIME.
           MOVE WCODER-ID              TO CAUD-CODER-ID.
           MOVE WCALM-FUNCTION         TO CAUD-FUNCTION.
           MOVE WCALM-DATE             TO CAUD-CALENDAR-DATE.
           MOVE WS-BEFORE-ROW          TO CAUD-BEFORE-ROW.
           IF WCALM-PUT-DAY
               MOVE WCALM-DAY-TYPE     TO WS-ROW-DAY-TYPE
               MOVE WCALM-DESCRIPTION  TO WS-ROW-DESCRIPTION
               MOVE WS-CALENDAR-ROW    TO CAUD-AFTER-ROW
           ELSE
               MOVE SPACES             TO CAUD-AFTER-ROW
           END-IF.
           WRITE CALENDAR-AUDIT-RECORD.
           CLOSE CALENDAR-AUDIT-FILE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
