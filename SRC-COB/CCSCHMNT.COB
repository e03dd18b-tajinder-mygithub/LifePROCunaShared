      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CCSCHMNT.
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
      *D   CCSCHMNT maintains the commission rate schedule
      *D   COMMSCHD.PDM (WCSCHCPY) - the first-year and renewal
      *D   rates by company, product ID and policy year that EXTRFEED
      *D   prices every commission transaction against.  'P' puts a
      *D   rate (adds the keyed row or replaces the rate on the row
      *D   with the same company/product/year/effective date), 'D'
      *D   deletes one.  A rate change is keyed as a new row with a
      *D   later effective date, so the row it supersedes stays on
      *D   file for transactions dated before it.  Every change
      *D   leaves a before/after record on the COMSAUDT.PDM audit
      *D   trail, the same stance CPAYMNTC takes for the payee
      *D   master.
101526*D
101526*D   The rate type (SPACE ordinary, 'I' benefit increase) is
101526*D   part of each row's key, so the increase schedule is kept
101526*D   alongside the ordinary one in the same file.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-001-01 MAINT New program.
101526*H 20261015-035-04 MAINT Rate type on the schedule row key -
101526*H                       the benefit increase schedule.
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

           SELECT SCHEDULE-FILE
       COPY WVARYCPY.
                                       SCHEDULE-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS SCHEDULE-STATUS.

           SELECT SCHEDULE-WORK-FILE
       COPY WVARYCPY.
                                       SCHEDULE-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS SCHEDULE-WORK-STATUS.

           SELECT SCHEDULE-AUDIT-FILE
       COPY WVARYCPY.
                                       SCHEDULE-AUDIT-NAME
       COPY WLORGCPY.
                                       STATUS IS SCHEDULE-AUDIT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCSCHCPY.

      *    Sized to the WCSCHCPY record it streams.
       FD  SCHEDULE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
101526 01  SCHEDULE-WORK-RECORD            PIC X(42).

       FD  SCHEDULE-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-AUDIT-RECORD.
           05  SAUD-DATE                   PIC 9(08).
           05  SAUD-TIME                   PIC 9(06).
           05  SAUD-CODER-ID               PIC X(04).
           05  SAUD-FUNCTION               PIC X(01).
           05  SAUD-COMPANY-CODE           PIC X(02).
           05  SAUD-PRODUCT-ID             PIC X(10).
           05  SAUD-POLICY-YEAR            PIC 9(02).
           05  SAUD-EFFECTIVE-DATE         PIC 9(08).
      *        Zero before an add, zero after a delete.
           05  SAUD-BEFORE-RATE            PIC 9(03)V9(04).
           05  SAUD-AFTER-RATE             PIC 9(03)V9(04).
101526     05  SAUD-RATE-TYPE              PIC X(01).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  SCHEDULE-STATUS                 PIC XX.
       01  SCHEDULE-WORK-STATUS            PIC XX.
       01  SCHEDULE-AUDIT-STATUS           PIC XX.

      *    Shared schedule, one per work drive - the rates belong to
      *    compensation, not to one coder.
       01  SCHEDULE-FILE-NAME.
           05  WS-SCHEDULE-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'COMMSCHD.PDM'.

       01  SCHEDULE-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'COMMSCHW.PDM'.

       01  SCHEDULE-AUDIT-NAME.
           05  WS-AUDIT-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'COMSAUDT.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-SCHEDULE-FILE                VALUE 'Y'.

       01  WS-ROW-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                        VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME-RAW                 PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(06).

       01  WS-BEFORE-RATE                  PIC 9(03)V9(04).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WCSMNCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WCSMN-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-SCHEDULE-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
                                           WS-AUDIT-FILE-DRIVE
               MOVE ZERO   TO WCSMN-RETURN-CODE
               MOVE SPACES TO WCSMN-ERROR-MESSAGE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-RAW FROM TIME
               MOVE WS-NOW-TIME-RAW (1:6) TO WS-NOW-TIME
               PERFORM 1000-VALIDATE-REQUEST
               IF WCSMN-RETURN-CODE = ZERO
                   PERFORM 2000-APPLY-CHANGE
               END-IF
               IF WCSMN-RETURN-CODE = ZERO
                   PERFORM 4000-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-VALIDATE-REQUEST.

           IF NOT (WCSMN-PUT-RATE OR WCSMN-DELETE-RATE)
               OR WCSMN-COMPANY-CODE = SPACES
               OR WCSMN-POLICY-YEAR NOT NUMERIC
               OR WCSMN-POLICY-YEAR = ZERO
               OR WCSMN-EFFECTIVE-DATE NOT NUMERIC
               OR WCSMN-EFFECTIVE-DATE = ZERO
101526         OR NOT (WCSMN-ORDINARY-RATE OR WCSMN-INCREASE-RATE)
               MOVE LP-RC-SCHED-REQUEST-INVALID TO WCSMN-RETURN-CODE
               MOVE LP-MSG-SCHED-REQUEST-INVALID
                                       TO WCSMN-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      *    A put must carry a real rate - a zero rate is keyed as
      *    exactly that (a product that pays no renewal), but a
      *    non-numeric one is a keying error.
           IF WCSMN-PUT-RATE
               AND WCSMN-RATE-PCNT NOT NUMERIC
               MOVE LP-RC-SCHED-REQUEST-INVALID TO WCSMN-RETURN-CODE
               MOVE LP-MSG-SCHED-REQUEST-INVALID
                                       TO WCSMN-ERROR-MESSAGE
           END-IF.

      ******************************************************************
       2000-APPLY-CHANGE.
      *    Stream the schedule to the work copy, dropping the keyed
      *    row (its rate remembered for the audit); a put then
      *    appends its replacement.  Same rewrite idiom CPAYMNTC
      *    uses.

           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           MOVE ZERO TO WS-BEFORE-RATE.

           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-STATUS NOT = '00'
               IF WCSMN-DELETE-RATE
                   MOVE LP-RC-SCHED-ROW-NOT-FOUND
                                       TO WCSMN-RETURN-CODE
                   MOVE LP-MSG-SCHED-ROW-NOT-FOUND
                                       TO WCSMN-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
      *        First rate ever keyed creates the schedule.
               OPEN OUTPUT SCHEDULE-FILE
               PERFORM 3000-WRITE-SCHEDULE-ROW
               CLOSE SCHEDULE-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT SCHEDULE-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-SCHEDULE-FILE
               READ SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CSCH-COMPANY-CODE = WCSMN-COMPANY-CODE
                           AND CSCH-PRODUCT-ID = WCSMN-PRODUCT-ID
                           AND CSCH-POLICY-YEAR = WCSMN-POLICY-YEAR
                           AND CSCH-EFFECTIVE-DATE
                               = WCSMN-EFFECTIVE-DATE
101526                     AND CSCH-RATE-TYPE = WCSMN-RATE-TYPE
                           SET WS-ROW-FOUND TO TRUE
                           MOVE CSCH-RATE-PCNT TO WS-BEFORE-RATE
                       ELSE
                           WRITE SCHEDULE-WORK-RECORD
                               FROM COMM-SCHEDULE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE
                 SCHEDULE-WORK-FILE.

           IF WCSMN-DELETE-RATE AND NOT WS-ROW-FOUND
               MOVE LP-RC-SCHED-ROW-NOT-FOUND TO WCSMN-RETURN-CODE
               MOVE LP-MSG-SCHED-ROW-NOT-FOUND
                                       TO WCSMN-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT SCHEDULE-WORK-FILE.
           OPEN OUTPUT SCHEDULE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-SCHEDULE-FILE
               READ SCHEDULE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE COMM-SCHEDULE-RECORD
                           FROM SCHEDULE-WORK-RECORD
               END-READ
           END-PERFORM.
           IF WCSMN-PUT-RATE
               PERFORM 3000-WRITE-SCHEDULE-ROW
           END-IF.
           CLOSE SCHEDULE-FILE
                 SCHEDULE-WORK-FILE.

      ******************************************************************
       3000-WRITE-SCHEDULE-ROW.

           MOVE SPACES                 TO COMM-SCHEDULE-RECORD.
           MOVE WCSMN-COMPANY-CODE     TO CSCH-COMPANY-CODE.
           MOVE WCSMN-PRODUCT-ID       TO CSCH-PRODUCT-ID.
           MOVE WCSMN-POLICY-YEAR      TO CSCH-POLICY-YEAR.
           MOVE WCSMN-EFFECTIVE-DATE   TO CSCH-EFFECTIVE-DATE.
           MOVE WCSMN-RATE-PCNT        TO CSCH-RATE-PCNT.
101526     MOVE WCSMN-RATE-TYPE        TO CSCH-RATE-TYPE.
           MOVE WCODER-ID              TO CSCH-CODER-ID.
           MOVE WS-NOW-DATE            TO CSCH-MAINT-DATE.
           WRITE COMM-SCHEDULE-RECORD.

      ******************************************************************
       4000-WRITE-AUDIT-RECORD.

           OPEN EXTEND SCHEDULE-AUDIT-FILE.
           IF SCHEDULE-AUDIT-STATUS = '35' OR '05'
               OPEN OUTPUT SCHEDULE-AUDIT-FILE
           END-IF.
           MOVE WS-NOW-DATE            TO SAUD-DATE.
           MOVE WS-NOW-TIME            TO SAUD-TIME.
           MOVE WCODER-ID              TO SAUD-CODER-ID.
           MOVE WCSMN-FUNCTION         TO SAUD-FUNCTION.
           MOVE WCSMN-COMPANY-CODE     TO SAUD-COMPANY-CODE.
           MOVE WCSMN-PRODUCT-ID       TO SAUD-PRODUCT-ID.
           MOVE WCSMN-POLICY-YEAR      TO SAUD-POLICY-YEAR.
           MOVE WCSMN-EFFECTIVE-DATE   TO SAUD-EFFECTIVE-DATE.
           MOVE WS-BEFORE-RATE         TO SAUD-BEFORE-RATE.
101526     MOVE WCSMN-RATE-TYPE        TO SAUD-RATE-TYPE.
           IF WCSMN-PUT-RATE
               MOVE WCSMN-RATE-PCNT    TO SAUD-AFTER-RATE
           ELSE
               MOVE ZERO               TO SAUD-AFTER-RATE
           END-IF.
           WRITE SCHEDULE-AUDIT-RECORD.
           CLOSE SCHEDULE-AUDIT-FILE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
