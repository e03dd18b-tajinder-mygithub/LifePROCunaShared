      *D   rewritten with the new statuses and last-posted dates,
      *D   and start/end are recorded in the common run-control
      *D   file (CRUNCTRL).
101526*D
101526*D   Plan payments fall due on business days only (CBUSDAY
101526*D   company calendar).  Run on a closed day, the batch posts
101526*D   nothing and names the next business day to run it on -
101526*D   unless no business day is left in the month, when the
101526*D   month's payments post dated its last business day so no
101526*D   month is skipped.
      *D
      *D**********************************************************

      *H**********************************************************
      *H
090126*H 20260901-011-02 MAINT New program.
101526*H 20261015-017-04 MAINT Post plan payments on business days
101526*H                       only, per the company calendar.
      *H
      *H**********************************************************

           05  PLONQUOT                   PIC X(08) VALUE 'PLONQUOT'.
           05  PLONPOST                   PIC X(08) VALUE 'PLONPOST'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CBUSDAY                    PIC X(08) VALUE 'CBUSDAY'.

           COPY WRUNCCPY.
101526     COPY WBDAYCPY.

       01  LOAN-PLAN-STATUS                PIC XX.
       01  PLAN-WORK-STATUS                PIC XX.
           05  WS-NOW-MONTH                 PIC 9(02).
           05  FILLER                       PIC 9(02).

101526*    The date plan payments are quoted, posted and stamped -
101526*    the run date, or the month's last business day when the
101526*    run falls after it.
101526 01  WS-POSTING-DATE                 PIC 9(08).
101526 01  WS-NEXT-BUSINESS-DATE           PIC 9(08).
101526 01  WS-PAYMENTS-HELD-FLAG           PIC X(01) VALUE 'N'.
101526     88  WS-PAYMENTS-HELD                    VALUE 'Y'.

       01  WS-START-SPLIT.
           05  WS-START-YEAR                PIC 9(04).
           05  WS-START-MONTH               PIC 9(02).
090126*            fail fast instead of interleaving its files.
090126             CLOSE PLAN-REPORT-FILE
090126         ELSE
101526         IF NOT WS-PAYMENTS-HELD
               PERFORM 2000-DRIVE-PLAN-FILE
101526         END-IF
               PERFORM 8000-WRITE-SUMMARY
               CLOSE PLAN-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
                                           WS-REPORT-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
101526     MOVE WS-NOW-DATE TO WS-POSTING-DATE.

           OPEN OUTPUT PLAN-REPORT-FILE.

101526     PERFORM 1100-CHECK-BUSINESS-DAY.

101526******************************************************************
101526 1100-CHECK-BUSINESS-DAY.
101526*    No plan payment falls due on a day the company is closed.

101526     INITIALIZE WBDAY-PARAMETERS.
101526     SET WBDAY-IS-BUSINESS-DAY   TO TRUE.
101526     MOVE WS-NOW-DATE            TO WBDAY-DATE.
101526     CALL CBUSDAY USING WGLOBAL, WBDAY-PARAMETERS.
101526     IF WBDAY-RETURN-CODE NOT = ZERO OR WBDAY-BUSINESS-DAY
101526         EXIT PARAGRAPH
101526     END-IF.

101526     INITIALIZE WBDAY-PARAMETERS.
101526     SET WBDAY-NEXT-BUSINESS-DAY TO TRUE.
101526     MOVE WS-NOW-DATE            TO WBDAY-DATE.
101526     CALL CBUSDAY USING WGLOBAL, WBDAY-PARAMETERS.
101526     MOVE WBDAY-RESULT-DATE      TO WS-NEXT-BUSINESS-DATE.

101526     IF WS-NEXT-BUSINESS-DATE (1:6) = WS-NOW-DATE (1:6)
101526         SET WS-PAYMENTS-HELD TO TRUE
101526         MOVE SPACES TO PLAN-REPORT-RECORD
101526         STRING 'RUN DATE ' WS-NOW-DATE
101526                ' IS NOT A BUSINESS DAY - NO PAYMENTS POSTED,'
101526                ' RUN ON ' WS-NEXT-BUSINESS-DATE
101526             DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
101526         END-STRING
101526         WRITE PLAN-REPORT-RECORD
101526         EXIT PARAGRAPH
101526     END-IF.

101526*    The month has no business day left - its payments date
101526*    back to its last one rather than skip the month.
101526     INITIALIZE WBDAY-PARAMETERS.
101526     SET WBDAY-LAST-OF-MONTH     TO TRUE.
101526     MOVE WS-NOW-DATE            TO WBDAY-DATE.
101526     CALL CBUSDAY USING WGLOBAL, WBDAY-PARAMETERS.
101526     IF WBDAY-RETURN-CODE = ZERO
101526         MOVE WBDAY-RESULT-DATE  TO WS-POSTING-DATE
101526     END-IF.
101526     MOVE SPACES TO PLAN-REPORT-RECORD.
101526     STRING 'RUN DATE ' WS-NOW-DATE
101526            ' IS NOT A BUSINESS DAY - PAYMENTS DATED '
101526            WS-POSTING-DATE ', THE MONTH''S LAST'
101526         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD
101526     END-STRING.
101526     WRITE PLAN-REPORT-RECORD.

      ******************************************************************
       2000-DRIVE-PLAN-FILE.

           INITIALIZE WLNQU-PARAMETERS.
           MOVE PLAN-COMPANY-CODE      TO WLNQU-COMPANY-CODE.
           MOVE PLAN-POLICY-NUMBER     TO WLNQU-POLICY-NUMBER.
101526     MOVE WS-POSTING-DATE        TO WLNQU-EFFECTIVE-DATE.
           CALL PLONQUOT USING WGLOBAL WLNQU-PARAMETERS.
           IF NOT WLNQU-PROCESSING-OK
               ADD 1 TO WS-QUOTE-FAILURES
           SET WLNPO-POST-REPAYMENT TO TRUE.
           MOVE PLAN-COMPANY-CODE      TO WLNPO-COMPANY-CODE.
           MOVE PLAN-POLICY-NUMBER     TO WLNPO-POLICY-NUMBER.
101526     MOVE WS-POSTING-DATE        TO WLNPO-EFFECTIVE-DATE.
           MOVE PLAN-PAYMENT-AMOUNT    TO WLNPO-TRANSACTION-AMOUNT.
           MOVE WLNQU-CUR-LOAN-BALANCE TO WLNPO-QUOTED-LOAN-BALANCE.
           MOVE WLNQU-NET-LOAN-AVAIL   TO WLNPO-QUOTED-NET-AVAIL.
           END-IF.

           ADD 1 TO WS-PAYMENTS-POSTED.
101526     MOVE WS-POSTING-DATE TO PLAN-LAST-POSTED.
           IF WLNPO-OUT-NEW-LOAN-BALANCE NOT > ZERO
      *        The payment just cleared the payoff - the plan stops
      *        itself instead of trying to pay a paid-off loan.
