      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CAPPMNTC.
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
      *D   CAPPMNTC maintains the shared carrier appointment master
      *D   APPTMAST.PDM (WAPPTCPY) - one row per agent, state and
      *D   company for the appointment we hold with the state, which
      *D   an agent needs on top of the state license before we can
      *D   pay them.  Add a new appointment ('A'), update an
      *D   existing one's effective/renewal dates or the fee the
      *D   state billed ('U'), terminate it ('T', status to 'TR' as
      *D   of the keyed date), or record that the termination has
      *D   been filed with the state ('F').
      *D
      *D   Every change is validated before it posts - agent, state
      *D   and company must be keyed, every keyed date must be a
      *D   plausible YYYYMMDD date, an add must not duplicate an
      *D   existing row and the other functions must find one; a
      *D   filing can only be recorded against a terminated row.
      *D   Every change that posts appends one before/after record
      *D   to the APPTAUDT.PDM audit log with the coder who made it,
      *D   the same stance CAGTMNTC takes for the agent master.
      *D
      *D   Update, terminate and filed rewrite the master through a
      *D   streamed work file, the same idiom CAGTMNTC uses.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-018-01 MAINT New program.
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

           SELECT APPOINTMENT-WORK-FILE
       COPY WVARYCPY.
                                       APPOINTMENT-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS APPT-WORK-STATUS.

           SELECT APPOINTMENT-AUDIT-FILE
       COPY WVARYCPY.
                                       APPOINTMENT-AUDIT-NAME
       COPY WLORGCPY.
                                       STATUS IS APPT-AUDIT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  APPOINTMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WAPPTCPY.

       FD  APPOINTMENT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
      *    Sized to the WAPPTCPY record it streams.
       01  APPOINTMENT-WORK-RECORD         PIC X(77).

       FD  APPOINTMENT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPOINTMENT-AUDIT-RECORD.
           05  APAU-DATE                   PIC 9(08).
           05  APAU-TIME                   PIC 9(06).
           05  APAU-CODER-ID               PIC X(04).
           05  APAU-FUNCTION               PIC X(01).
           05  APAU-AGENT-ID               PIC X(12).
           05  APAU-STATE                  PIC X(02).
           05  APAU-COMPANY-CODE           PIC X(02).
      *        Row as it stood before the change (SPACES on an add)
      *        and as it stands after, both in WAPPTCPY form.
           05  APAU-BEFORE-ROW             PIC X(77).
           05  APAU-AFTER-ROW              PIC X(77).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  APPOINTMENT-STATUS              PIC XX.
       01  APPT-WORK-STATUS         PIC XX.
       01  APPT-AUDIT-STATUS        PIC XX.

      *    Shared master file, one copy per work drive - the same
      *    file CAGTVALD loads its appointment table from.
       01  APPOINTMENT-FILE-NAME.
           05  WS-APPT-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'APPTMAST.PDM'.

       01  APPOINTMENT-WORK-NAME.
           05  WS-APPT-WORK-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'APPTMASW.PDM'.

      *    Append-only audit log of every appointment change - who
      *    changed which row, and the row before and after.
       01  APPOINTMENT-AUDIT-NAME.
           05  WS-APPT-AUDIT-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'APPTAUDT.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-APPOINTMENT-FILE             VALUE 'Y'.

       01  WS-ROW-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                        VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME-RAW                 PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(06).

       01  WS-MESSAGE-TEXT                 PIC X(50).

       01  WS-BEFORE-ROW                   PIC X(77).
       01  WS-AFTER-ROW                    PIC X(77).

       01  WS-CHECK-DATE                   PIC 9(08).
       01  WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR                PIC 9(04).
           05  WS-CHECK-MONTH               PIC 9(02).
           05  WS-CHECK-DAY                 PIC 9(02).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.
       COPY WAPMNCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WAPMN-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-APPT-FILE-DRIVE
                                           WS-APPT-WORK-DRIVE
                                           WS-APPT-AUDIT-DRIVE
               MOVE ZERO   TO WAPMN-RETURN-CODE
               MOVE SPACES TO WAPMN-ERROR-MESSAGE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-RAW FROM TIME
               MOVE WS-NOW-TIME-RAW (1:6) TO WS-NOW-TIME
               PERFORM 1000-VALIDATE-REQUEST
               IF WAPMN-RETURN-CODE = ZERO
                   IF WAPMN-ADD-ROW
                       PERFORM 2000-ADD-APPOINTMENT
                   ELSE
                       PERFORM 3000-CHANGE-APPOINTMENT
                   END-IF
               END-IF
               IF WAPMN-RETURN-CODE = ZERO
                   PERFORM 4000-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-VALIDATE-REQUEST.

           IF WAPMN-AGENT-ID = SPACES
               OR WAPMN-STATE = SPACES
               OR WAPMN-COMPANY-CODE = SPACES
               OR NOT (WAPMN-ADD-ROW OR WAPMN-UPDATE-ROW
                       OR WAPMN-TERMINATE-ROW OR WAPMN-FILING-ROW)
               OR (WAPMN-ADD-ROW AND WAPMN-EFFECTIVE-DATE = ZERO)
               PERFORM 1900-REJECT-INVALID
               EXIT PARAGRAPH
           END-IF.

      *    Terminate or filed with no keyed date means today - the
      *    common "processed it this morning" case.
           IF WAPMN-TERMINATE-ROW
               AND WAPMN-TERMINATION-DATE = ZERO
               MOVE WS-NOW-DATE TO WAPMN-TERMINATION-DATE
           END-IF.
           IF WAPMN-FILING-ROW
               AND WAPMN-TERM-FILED-DATE = ZERO
               MOVE WS-NOW-DATE TO WAPMN-TERM-FILED-DATE
           END-IF.

      *    Every date actually keyed must be plausible; zero is
      *    "not keyed" and is checked by the function that needs it.
           MOVE WAPMN-EFFECTIVE-DATE TO WS-CHECK-DATE.
           PERFORM 1100-CHECK-KEYED-DATE.
           MOVE WAPMN-TERMINATION-DATE TO WS-CHECK-DATE.
           PERFORM 1100-CHECK-KEYED-DATE.
           MOVE WAPMN-RENEWAL-DATE TO WS-CHECK-DATE.
           PERFORM 1100-CHECK-KEYED-DATE.
           MOVE WAPMN-FEE-BILLED-DATE TO WS-CHECK-DATE.
           PERFORM 1100-CHECK-KEYED-DATE.
           MOVE WAPMN-TERM-FILED-DATE TO WS-CHECK-DATE.
           PERFORM 1100-CHECK-KEYED-DATE.

           IF WAPMN-FEE-BILLED < ZERO
               PERFORM 1900-REJECT-INVALID
           END-IF.

      ******************************************************************
       1100-CHECK-KEYED-DATE.

           IF WS-CHECK-DATE NOT = ZERO
               IF WS-CHECK-YEAR < 1900 OR WS-CHECK-YEAR > 2199
                   OR WS-CHECK-MONTH < 01 OR WS-CHECK-MONTH > 12
                   OR WS-CHECK-DAY < 01 OR WS-CHECK-DAY > 31
                   PERFORM 1900-REJECT-INVALID
               END-IF
           END-IF.

      ******************************************************************
       1900-REJECT-INVALID.

           MOVE LP-RC-APPOINTMENT-ROW-INVALID TO WAPMN-RETURN-CODE.
           MOVE LP-MSG-APPOINTMENT-ROW-INVALID
                                       TO WAPMN-ERROR-MESSAGE.

      ******************************************************************
       2000-ADD-APPOINTMENT.

      *    An add must not duplicate an existing agent/state/company
      *    row - a duplicate would leave CAGTVALD answering from
      *    whichever row it loaded last.
           PERFORM 2100-FIND-EXISTING-ROW.
           IF WS-ROW-FOUND
               MOVE LP-RC-APPOINTMENT-ROW-EXISTS TO WAPMN-RETURN-CODE
               PERFORM 2200-BUILD-ROW-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND APPOINTMENT-FILE.
           IF APPOINTMENT-STATUS = '35' OR '05'
               OPEN OUTPUT APPOINTMENT-FILE
           END-IF.
           MOVE SPACES TO APPOINTMENT-MASTER-RECORD.
           MOVE WAPMN-AGENT-ID             TO APPT-AGENT-ID.
           MOVE WAPMN-STATE                TO APPT-STATE.
           MOVE WAPMN-COMPANY-CODE         TO APPT-COMPANY-CODE.
           SET APPT-ACTIVE TO TRUE.
           MOVE WAPMN-EFFECTIVE-DATE       TO APPT-EFFECTIVE-DATE.
           MOVE ZERO                       TO APPT-TERMINATION-DATE
                                              APPT-TERM-FILED-DATE.
           MOVE WAPMN-RENEWAL-DATE         TO APPT-RENEWAL-DATE.
           MOVE WAPMN-FEE-BILLED           TO APPT-FEE-BILLED.
           MOVE WAPMN-FEE-BILLED-DATE      TO APPT-FEE-BILLED-DATE.
           MOVE WCODER-ID                  TO APPT-CODER-ID.
           MOVE WS-NOW-DATE                TO APPT-MAINT-DATE.
           WRITE APPOINTMENT-MASTER-RECORD.
           CLOSE APPOINTMENT-FILE.

           MOVE SPACES TO WS-BEFORE-ROW.
           MOVE APPOINTMENT-MASTER-RECORD TO WS-AFTER-ROW.

      ******************************************************************
       2100-FIND-EXISTING-ROW.

           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           OPEN INPUT APPOINTMENT-FILE.
           IF APPOINTMENT-STATUS NOT = '00'
      *        No master file on this work drive yet - nothing to
      *        duplicate, the add creates it.
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-APPOINTMENT-FILE OR WS-ROW-FOUND
               READ APPOINTMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF APPT-AGENT-ID = WAPMN-AGENT-ID
                           AND APPT-STATE = WAPMN-STATE
                           AND APPT-COMPANY-CODE = WAPMN-COMPANY-CODE
                           SET WS-ROW-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPOINTMENT-FILE.

      ******************************************************************
       2200-BUILD-ROW-MESSAGE.
      *    Return code already set - name the row in the message.

           EVALUATE WAPMN-RETURN-CODE
               WHEN LP-RC-APPOINTMENT-ROW-EXISTS
                   MOVE LP-MSG-APPOINTMENT-ROW-EXISTS
                                       TO WS-MESSAGE-TEXT
               WHEN LP-RC-APPOINTMENT-ROW-NOT-FOUND
                   MOVE LP-MSG-APPOINTMENT-ROW-NOT-FOUND
                                       TO WS-MESSAGE-TEXT
               WHEN OTHER
                   MOVE LP-MSG-APPOINTMENT-ROW-INVALID
                                       TO WS-MESSAGE-TEXT
           END-EVALUATE.
           MOVE SPACES TO WAPMN-ERROR-MESSAGE.
           STRING WS-MESSAGE-TEXT DELIMITED BY '  '
                  ': ' WAPMN-AGENT-ID ' ' WAPMN-STATE
                  ' ' WAPMN-COMPANY-CODE
               DELIMITED BY SIZE INTO WAPMN-ERROR-MESSAGE
           END-STRING.

      ******************************************************************
       3000-CHANGE-APPOINTMENT.
      *    Update, terminate and filed share one pass - stream the
      *    master to the work file, applying the change to the
      *    matched row, then stream the work file back.

           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           OPEN INPUT APPOINTMENT-FILE.
           IF APPOINTMENT-STATUS NOT = '00'
               MOVE LP-RC-APPOINTMENT-ROW-NOT-FOUND
                                       TO WAPMN-RETURN-CODE
               PERFORM 2200-BUILD-ROW-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT APPOINTMENT-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-APPOINTMENT-FILE
               READ APPOINTMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 3100-APPLY-TO-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE APPOINTMENT-FILE
                 APPOINTMENT-WORK-FILE.

           IF NOT WS-ROW-FOUND
               MOVE LP-RC-APPOINTMENT-ROW-NOT-FOUND
                                       TO WAPMN-RETURN-CODE
               PERFORM 2200-BUILD-ROW-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      *    A filing is only owed on a terminated appointment - the
      *    work file is left unapplied and the master untouched.
           IF WAPMN-RETURN-CODE NOT = ZERO
               PERFORM 2200-BUILD-ROW-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3200-REWRITE-MASTER-FILE.

      ******************************************************************
       3100-APPLY-TO-ONE-ROW.

           IF NOT WS-ROW-FOUND
               AND APPT-AGENT-ID = WAPMN-AGENT-ID
               AND APPT-STATE = WAPMN-STATE
               AND APPT-COMPANY-CODE = WAPMN-COMPANY-CODE
               SET WS-ROW-FOUND TO TRUE
               MOVE APPOINTMENT-MASTER-RECORD TO WS-BEFORE-ROW
               EVALUATE TRUE
                   WHEN WAPMN-TERMINATE-ROW
                       SET APPT-TERMINATED TO TRUE
                       MOVE WAPMN-TERMINATION-DATE
                           TO APPT-TERMINATION-DATE
                   WHEN WAPMN-FILING-ROW
                       IF APPT-TERMINATED
                           MOVE WAPMN-TERM-FILED-DATE
                               TO APPT-TERM-FILED-DATE
                       ELSE
                           MOVE LP-RC-APPOINTMENT-ROW-INVALID
                               TO WAPMN-RETURN-CODE
                       END-IF
                   WHEN OTHER
                       IF WAPMN-EFFECTIVE-DATE NOT = ZERO
                           MOVE WAPMN-EFFECTIVE-DATE
                               TO APPT-EFFECTIVE-DATE
                       END-IF
                       IF WAPMN-RENEWAL-DATE NOT = ZERO
                           MOVE WAPMN-RENEWAL-DATE
                               TO APPT-RENEWAL-DATE
                       END-IF
                       IF WAPMN-FEE-BILLED-DATE NOT = ZERO
                           MOVE WAPMN-FEE-BILLED TO APPT-FEE-BILLED
                           MOVE WAPMN-FEE-BILLED-DATE
                               TO APPT-FEE-BILLED-DATE
                       END-IF
               END-EVALUATE
               MOVE WCODER-ID   TO APPT-CODER-ID
               MOVE WS-NOW-DATE TO APPT-MAINT-DATE
               MOVE APPOINTMENT-MASTER-RECORD TO WS-AFTER-ROW
           END-IF.

           WRITE APPOINTMENT-WORK-RECORD
               FROM APPOINTMENT-MASTER-RECORD.

      ******************************************************************
       3200-REWRITE-MASTER-FILE.

           OPEN INPUT APPOINTMENT-WORK-FILE.
           OPEN OUTPUT APPOINTMENT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-APPOINTMENT-FILE
               READ APPOINTMENT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE APPOINTMENT-MASTER-RECORD
                           FROM APPOINTMENT-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE APPOINTMENT-FILE
                 APPOINTMENT-WORK-FILE.

      ******************************************************************
       4000-WRITE-AUDIT-RECORD.

           OPEN EXTEND APPOINTMENT-AUDIT-FILE.
           IF APPT-AUDIT-STATUS = '35' OR '05'
               OPEN OUTPUT APPOINTMENT-AUDIT-FILE
           END-IF.
           MOVE WS-NOW-DATE            TO APAU-DATE.
           MOVE WS-NOW-TIME            TO APAU-TIME.
           MOVE WCODER-ID              TO APAU-CODER-ID.
           MOVE WAPMN-FUNCTION         TO APAU-FUNCTION.
           MOVE WAPMN-AGENT-ID         TO APAU-AGENT-ID.
           MOVE WAPMN-STATE            TO APAU-STATE.
           MOVE WAPMN-COMPANY-CODE     TO APAU-COMPANY-CODE.
           MOVE WS-BEFORE-ROW          TO APAU-BEFORE-ROW.
           MOVE WS-AFTER-ROW           TO APAU-AFTER-ROW.
           WRITE APPOINTMENT-AUDIT-RECORD.
           CLOSE APPOINTMENT-AUDIT-FILE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
