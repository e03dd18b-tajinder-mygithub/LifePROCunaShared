      *D
      *D   Start and end are recorded in the common run-control file
      *D   (CRUNCTRL), like every other batch here.
101526*D
101526*D   The close runs on business days only (CBUSDAY company
101526*D   calendar) - run on a closed day it closes nothing and
101526*D   names the next business day.  The balancing report shows
101526*D   the closed month's last business day and flags a close
101526*D   with no completed feed run on or after it, since that
101526*D   day's feed is the month's last.
      *D
      *D**********************************************************

      *H**********************************************************
      *H
090126*H 20260901-007-01 MAINT New program.
101526*H 20261015-017-05 MAINT Close on business days only and check
101526*H                       for the feed run of the closed month's
101526*H                       last business day.
      *H
      *H**********************************************************


       01  CALLED-MODULES.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CBUSDAY                    PIC X(08) VALUE 'CBUSDAY'.

           COPY WRUNCCPY.
101526     COPY WBDAYCPY.

       01  COMMISSION-STATUS               PIC XX.
       01  CHARGEBACK-STATUS               PIC XX.
       01  WS-ALREADY-CLOSED-FLAG          PIC X(01) VALUE 'N'.
           88  WS-ALREADY-CLOSED                   VALUE 'Y'.

101526 01  WS-CLOSED-DAY-FLAG              PIC X(01) VALUE 'N'.
101526     88  WS-RUN-ON-CLOSED-DAY                VALUE 'Y'.
101526 01  WS-NEXT-BUSINESS-DATE           PIC 9(08).
101526 01  WS-CLOSE-LAST-BUS-DAY           PIC 9(08) VALUE ZERO.
101526 01  WS-LAST-FEED-FLAG               PIC X(01) VALUE 'N'.
101526     88  WS-LAST-FEED-FOUND                  VALUE 'Y'.

       01  WS-TOTALS.
           05  WS-COMM-AMOUNT               PIC S9(09)V99 VALUE ZERO.
           05  WS-COMM-COUNT                PIC 9(07) VALUE ZERO.
090126*            fail fast instead of interleaving its files.
090126             CLOSE CLOSE-REPORT-FILE
090126         ELSE
101526         IF WS-RUN-ON-CLOSED-DAY
101526             PERFORM 6100-REPORT-CLOSED-DAY
101526         ELSE
               PERFORM 1500-CHECK-ALREADY-CLOSED
               IF WS-ALREADY-CLOSED
                   PERFORM 6000-REPORT-ALREADY-CLOSED
                   PERFORM 4000-WRITE-CLOSE-RECORD
                   PERFORM 5000-WRITE-BALANCE-REPORT
               END-IF
101526         END-IF
               CLOSE CLOSE-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
090126         END-IF

           OPEN OUTPUT CLOSE-REPORT-FILE.

101526*    Books close on a day accounting is open.
101526     INITIALIZE WBDAY-PARAMETERS.
101526     SET WBDAY-IS-BUSINESS-DAY   TO TRUE.
101526     MOVE WS-NOW-DATE            TO WBDAY-DATE.
101526     CALL CBUSDAY USING WGLOBAL, WBDAY-PARAMETERS.
101526     IF WBDAY-RETURN-CODE = ZERO AND NOT WBDAY-BUSINESS-DAY
101526         SET WS-RUN-ON-CLOSED-DAY TO TRUE
101526         INITIALIZE WBDAY-PARAMETERS
101526         SET WBDAY-NEXT-BUSINESS-DAY TO TRUE
101526         MOVE WS-NOW-DATE        TO WBDAY-DATE
101526         CALL CBUSDAY USING WGLOBAL, WBDAY-PARAMETERS
101526         MOVE WBDAY-RESULT-DATE  TO WS-NEXT-BUSINESS-DATE
101526     END-IF.

101526*    The closed month's last business day - its feed run is
101526*    the month's last.
101526     INITIALIZE WBDAY-PARAMETERS.
101526     SET WBDAY-LAST-OF-MONTH     TO TRUE.
101526     MOVE WS-CLOSE-MONTH         TO WBDAY-DATE (1:6).
101526     MOVE '01'                   TO WBDAY-DATE (7:2).
101526     CALL CBUSDAY USING WGLOBAL, WBDAY-PARAMETERS.
101526     IF WBDAY-RETURN-CODE = ZERO
101526         MOVE WBDAY-RESULT-DATE  TO WS-CLOSE-LAST-BUS-DAY
101526     END-IF.

      ******************************************************************
       1500-CHECK-ALREADY-CLOSED.

                           AND WS-RECORD-MONTH = WS-CLOSE-MONTH
                           ADD 1 TO WS-FEED-RUN-COUNT
                       END-IF
101526                 IF RUNC-RECORD-TYPE = 'E'
101526                     AND RUNC-JOB-NAME = 'EXTRFEED'
101526                     AND RUNC-RUN-STATUS (1:8) = 'COMPLETE'
101526                     AND RUNC-DATE NOT < WS-CLOSE-LAST-BUS-DAY
101526                     SET WS-LAST-FEED-FOUND TO TRUE
101526                 END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
               WRITE CLOSE-REPORT-RECORD
           END-IF.

101526     MOVE SPACES TO CLOSE-REPORT-RECORD.
101526     MOVE 'LAST BUSINESS DAY:'   TO CLOSE-REPORT-RECORD (1:18).
101526     MOVE WS-CLOSE-LAST-BUS-DAY
101526                                 TO CLOSE-REPORT-RECORD (26:8).
101526     WRITE CLOSE-REPORT-RECORD.
101526     IF NOT WS-LAST-FEED-FOUND
101526         MOVE SPACES TO CLOSE-REPORT-RECORD
101526         MOVE '** NO COMPLETED FEED RUN SINCE THE LAST BUSINESS'
101526             TO CLOSE-REPORT-RECORD (1:49)
101526         MOVE ' DAY - INVESTIGATE **'
101526             TO CLOSE-REPORT-RECORD (50:21)
101526         WRITE CLOSE-REPORT-RECORD
101526     END-IF.

      ******************************************************************
       6000-REPORT-ALREADY-CLOSED.

           MOVE WS-CLOSE-MONTH         TO CLOSE-REPORT-RECORD (26:6).
           WRITE CLOSE-REPORT-RECORD.

101526******************************************************************
101526 6100-REPORT-CLOSED-DAY.

101526     MOVE SPACES TO CLOSE-REPORT-RECORD.
101526     STRING 'RUN DATE ' WS-NOW-DATE
101526            ' IS NOT A BUSINESS DAY - MONTH ' WS-CLOSE-MONTH
101526            ' NOT CLOSED, RUN ON ' WS-NEXT-BUSINESS-DATE
101526         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
101526     END-STRING.
101526     WRITE CLOSE-REPORT-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CMTHCLSE'         TO WRUNC-JOB-NAME.
           MOVE WS-COMM-COUNT      TO WRUNC-RECORD-COUNT.
101526     EVALUATE TRUE
101526         WHEN WS-RUN-ON-CLOSED-DAY
101526             MOVE 'NOT BUSINESS DAY' TO WRUNC-RUN-STATUS
101526         WHEN WS-ALREADY-CLOSED
101526             MOVE 'ALREADY CLOSED'  TO WRUNC-RUN-STATUS
101526         WHEN OTHER
101526             MOVE 'COMPLETE'        TO WRUNC-RUN-STATUS
101526     END-EVALUATE.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
