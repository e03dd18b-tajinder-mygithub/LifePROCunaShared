      *D   later night.  A failed entry is reported with its error
      *D   and dropped from the queue so it cannot fail every night
      *D   unnoticed.
101526*D
101526*D   Nothing posts on a day the company business-day calendar
101526*D   (CBUSDAY) has accounting closed - every entry is held to
101526*D   the next business day's run.
      *D
      *D**********************************************************

090126*H                       for coverage-level splits.
082326*H 20260823-002-04 MAINT Validate split agents against the agent
082326*H                       master and licensing (CAGTVALD).
101526*H 20261015-017-03 MAINT Hold the whole queue on a day the
101526*H                       business-day calendar has closed.
      *H
      *H**********************************************************

           05  CAGTHIER                   PIC X(08) VALUE 'CAGTHIER'.
           05  CSPLTLOG                   PIC X(08) VALUE 'CSPLTLOG'.
082326     05  CAGTVALD                   PIC X(08) VALUE 'CAGTVALD'.
101526     05  CBUSDAY                    PIC X(08) VALUE 'CBUSDAY'.

           COPY WCMCPCPY.
           COPY WSPLGCPY.
101526     COPY WBDAYCPY.

       01  PENDING-STATUS                  PIC XX.
       01  PENDING-WORK-STATUS             PIC XX.
           88  END-OF-PENDING-FILE                 VALUE 'Y'.

       01  WS-RUN-DATE-YYYYMMDD             PIC 9(08).
101526 01  WS-ACCOUNTING-OPEN-FLAG          PIC X(01) VALUE 'Y'.
101526     88  WS-ACCOUNTING-OPEN                   VALUE 'Y'.

       01  WS-COUNTS.
           05  WS-TOTAL-READ                PIC 9(07) VALUE ZERO.

           OPEN OUTPUT BATCH-REPORT-FILE.

101526*    A split posted on a closed day lands in books nobody is
101526*    keeping - hold everything for the next business day.
101526     INITIALIZE WBDAY-PARAMETERS.
101526     SET WBDAY-IS-BUSINESS-DAY   TO TRUE.
101526     MOVE WS-RUN-DATE-YYYYMMDD   TO WBDAY-DATE.
101526     CALL CBUSDAY USING WGLOBAL, WBDAY-PARAMETERS.
101526     IF WBDAY-RETURN-CODE = ZERO AND NOT WBDAY-BUSINESS-DAY
101526         MOVE 'N' TO WS-ACCOUNTING-OPEN-FLAG
101526         MOVE SPACES TO BATCH-REPORT-RECORD
101526         STRING 'RUN DATE ' WS-RUN-DATE-YYYYMMDD
101526                ' IS NOT A BUSINESS DAY - ALL ENTRIES HELD'
101526             DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
101526         END-STRING
101526         WRITE BATCH-REPORT-RECORD
101526     END-IF.

      ******************************************************************
       3000-POST-MATURED-ENTRIES.

                           ADD 1 TO WS-TOTAL-READ
                           IF PEND-EFFECTIVE-DATE
                                   > WS-RUN-DATE-YYYYMMDD
101526                             OR NOT WS-ACCOUNTING-OPEN
                               ADD 1 TO WS-TOTAL-HELD
                               WRITE PENDING-WORK-RECORD
                                   FROM PEND-SPLIT-RECORD
