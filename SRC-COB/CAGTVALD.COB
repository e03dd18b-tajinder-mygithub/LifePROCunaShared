090126*D   master row written before the flags existed carries all
090126*D   SPACES and waives the check, as does a SPACE product line.
      *D
101526*D   A license is not enough to be paid - the agent must also
101526*D   hold an active appointment with us in the issue state on
101526*D   the carrier appointment master APPTMAST.PDM (WAPPTCPY,
101526*D   maintained by CAPPMNTC): effective on or before today and
101526*D   not yet terminated, for the policy's company when the
101526*D   caller keys WCMCP-COMPANY-CODE.  No appointment file on
101526*D   the work drive waives the check, as a SPACE issue state
101526*D   does.
101526*D
      *D   WCMCP-SUPV-OVERRIDE-FLAG 'Y' waives the validation for the
      *D   rare legitimate exception.  No master file on the work
      *D   drive means validation is simply off - the split posts
090126*H 20260901-002-01 MAINT Validate the policy's product line
090126*H                       against the master's new line-of-
090126*H                       business flags.
101526*H 20261015-018-02 MAINT Reject a split agent with no active
101526*H                       appointment in the issue state.
      *H
      *H**********************************************************

       COPY WLORGCPY.
                                       STATUS IS AGENT-MASTER-STATUS.

101526     SELECT APPOINTMENT-FILE
101526 COPY WVARYCPY.
101526                                 APPOINTMENT-FILE-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS APPOINTMENT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
           LABEL RECORDS ARE STANDARD.
082326 COPY WAGTMCPY.

101526 FD  APPOINTMENT-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WAPPTCPY.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
           COPY WRETNCPY.

       01  AGENT-MASTER-STATUS             PIC XX.
101526 01  APPOINTMENT-STATUS              PIC XX.

      *    Shared master file, one copy per work drive - same naming
      *    idea as CAGTHIER's AGTHIER.PDM.
           05  FILLER                      PIC X(15) VALUE
                                                'AGTMASTR.PDM'.

101526*    Carrier appointment master, maintained by CAPPMNTC.
101526 01  APPOINTMENT-FILE-NAME.
101526     05  WS-APPT-FILE-DRIVE           PIC X(01) VALUE 'H'.
101526     05  FILLER                       PIC X(01) VALUE ':'.
101526     05  FILLER                       PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'APPTMAST.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-MASTER-FILE                  VALUE 'Y'.

090126         10  WS-MASTER-LOB               PIC X(04).

       01  WS-MASTER-IDX                   PIC 9(04).

101526*    Appointment table, loaded with the master table and held
101526*    the same way.  One entry per agent per state per company.
101526 78  WS-MAX-APPT-ENTRIES                 VALUE 2000.
101526 01  WS-APPT-COUNT                   PIC 9(04) VALUE ZERO.
101526 01  WS-APPT-TABLE.
101526     05  WS-APPT-ENTRY OCCURS WS-MAX-APPT-ENTRIES TIMES.
101526         10  WS-APPT-AGENT-ID            PIC X(12).
101526         10  WS-APPT-STATE               PIC X(02).
101526         10  WS-APPT-COMPANY-CODE        PIC X(02).
101526         10  WS-APPT-STATUS-CODE         PIC X(02).
101526         10  WS-APPT-EFFECTIVE-DATE      PIC 9(08).
101526         10  WS-APPT-TERMINATION-DATE    PIC 9(08).
101526 01  WS-APPT-IDX                     PIC 9(04).
101526 01  WS-APPOINTED-FLAG               PIC X(01).
101526     88  WS-APPOINTMENT-OK                   VALUE 'Y'.
       01  WS-ROW-IDX                      PIC S9(04) COMP-5.

       01  WS-RUN-DATE-YYYYMMDD            PIC 9(08).
               CLOSE AGENT-MASTER-FILE
           END-IF.

101526     PERFORM 1100-LOAD-APPOINTMENT-TABLE.

101526******************************************************************
101526 1100-LOAD-APPOINTMENT-TABLE.

101526     MOVE ZERO TO WS-APPT-COUNT.
101526     MOVE WOPTION-WORK-DRIVE TO WS-APPT-FILE-DRIVE.

101526     OPEN INPUT APPOINTMENT-FILE.
101526     IF APPOINTMENT-STATUS NOT = '00'
101526*        No appointment file on this work drive - the
101526*        appointment check is simply off.
101526         CONTINUE
101526     ELSE
101526         MOVE 'N' TO WS-EOF-FLAG
101526         PERFORM UNTIL END-OF-MASTER-FILE
101526                    OR WS-APPT-COUNT >= WS-MAX-APPT-ENTRIES
101526             READ APPOINTMENT-FILE
101526                 AT END
101526                     MOVE 'Y' TO WS-EOF-FLAG
101526                 NOT AT END
101526                     ADD 1 TO WS-APPT-COUNT
101526                     MOVE APPT-AGENT-ID
101526                         TO WS-APPT-AGENT-ID (WS-APPT-COUNT)
101526                     MOVE APPT-STATE
101526                         TO WS-APPT-STATE (WS-APPT-COUNT)
101526                     MOVE APPT-COMPANY-CODE
101526                         TO WS-APPT-COMPANY-CODE (WS-APPT-COUNT)
101526                     MOVE APPT-STATUS-CODE
101526                         TO WS-APPT-STATUS-CODE (WS-APPT-COUNT)
101526                     MOVE APPT-EFFECTIVE-DATE
101526                         TO WS-APPT-EFFECTIVE-DATE
101526                                               (WS-APPT-COUNT)
101526                     MOVE APPT-TERMINATION-DATE
101526                         TO WS-APPT-TERMINATION-DATE
101526                                               (WS-APPT-COUNT)
101526             END-READ
101526         END-PERFORM
101526         CLOSE APPOINTMENT-FILE
101526     END-IF.

      ******************************************************************
       2000-VALIDATE-SPLIT.

090126         END-IF
090126     END-IF.

101526     IF WCMCP-RETURN-CODE = ZERO
101526         AND WS-APPT-COUNT > ZERO
101526         AND WCMCP-ISSUE-STATE NOT = SPACES
101526         PERFORM 2300-CHECK-APPOINTMENT
101526     END-IF.

090126******************************************************************
090126 2200-CHECK-LINE-OF-BUSINESS.
090126*    One licensing row's flags against the policy's product
090126             END-IF
090126     END-EVALUATE.

101526******************************************************************
101526 2300-CHECK-APPOINTMENT.
101526*    The agent must hold an appointment in the issue state (for
101526*    the policy's company when keyed) that is active today -
101526*    effective already and not terminated, or terminated with a
101526*    termination date still ahead of us.

101526     MOVE 'N' TO WS-APPOINTED-FLAG.
101526     PERFORM VARYING WS-APPT-IDX FROM 1 BY 1
101526         UNTIL WS-APPT-IDX > WS-APPT-COUNT
101526         OR WS-APPOINTMENT-OK
101526         IF WS-APPT-AGENT-ID (WS-APPT-IDX)
101526                 = WCMCP-ADD-AGENT (WS-ROW-IDX)
101526             AND WS-APPT-STATE (WS-APPT-IDX) = WCMCP-ISSUE-STATE
101526             AND (WCMCP-COMPANY-CODE = SPACES
101526                  OR WS-APPT-COMPANY-CODE (WS-APPT-IDX)
101526                         = WCMCP-COMPANY-CODE)
101526             AND WS-APPT-EFFECTIVE-DATE (WS-APPT-IDX)
101526                     NOT > WS-RUN-DATE-YYYYMMDD
101526             AND (WS-APPT-STATUS-CODE (WS-APPT-IDX) = 'AC'
101526                  OR WS-APPT-TERMINATION-DATE (WS-APPT-IDX)
101526                         > WS-RUN-DATE-YYYYMMDD)
101526             SET WS-APPOINTMENT-OK TO TRUE
101526         END-IF
101526     END-PERFORM.

101526     IF NOT WS-APPOINTMENT-OK
101526         MOVE LP-RC-SPLIT-AGENT-NOT-APPOINTED
101526                                 TO WCMCP-RETURN-CODE
101526         MOVE SPACES TO WCMCP-ERROR-MESSAGE
101526         STRING LP-MSG-SPLIT-AGENT-NOT-APPOINTED
101526                ': ' WCMCP-ADD-AGENT (WS-ROW-IDX)
101526                ' ' WCMCP-ISSUE-STATE
101526             DELIMITED BY SIZE INTO WCMCP-ERROR-MESSAGE
101526         END-STRING
101526     END-IF.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
