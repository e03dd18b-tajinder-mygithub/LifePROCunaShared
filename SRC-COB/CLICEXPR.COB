      *D   captures via setLicenseGrantedDate/setLicenseExpiresDate
      *D   and friends) and flags any license already lapsed or
      *D   expiring within 30/60/90 days, broken out by state.
101526*D
101526*D   The 30/60/90 windows count business days (CBUSDAY company
101526*D   calendar) up to the renewal deadline - the last business
101526*D   day on or before the expiry date, since a renewal cannot
101526*D   be filed on a day the company is closed.  Each flagged
101526*D   line shows that deadline and the business days left.
      *D
      *D**********************************************************

082326*H                       control file (CRUNCTRL).
090126*H 20260901-016-02 MAINT Refuse to run over an open start
090126*H                 record (CRUNCTRL interlock).
101526*H 20261015-017-07 MAINT 30/60/90 windows in business days to
101526*H                       the renewal deadline.
      *H
      *H**********************************************************

080826     05  SW-LICENSE-NUMBER          PIC X(20).
080826     05  SW-STATUS-TEXT             PIC X(24).
080826     05  SW-LAPSED-FLAG             PIC X(01).
101526     05  SW-RENEWAL-DEADLINE        PIC 9(08).
101526     05  SW-BUSINESS-DAYS-LEFT      PIC S9(07).

      ************************************************************
      *         WORKING STORAGE

082326 01  CALLED-MODULES.
082326     05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CBUSDAY                    PIC X(08) VALUE 'CBUSDAY'.

101526     COPY WBDAYCPY.

       01  LICENSE-INPUT-STATUS            PIC XX.
       01  LICENSE-REPORT-STATUS           PIC XX.
       01  WS-RUN-JULIAN                    PIC S9(09) COMP-5.
       01  WS-EXPIRES-JULIAN                PIC S9(09) COMP-5.
       01  WS-DAYS-TO-EXPIRE                PIC S9(09) COMP-5.
101526 01  WS-RENEWAL-DEADLINE              PIC 9(08).
101526 01  WS-BUSINESS-DAYS-EDIT            PIC -(06)9.

       01  WS-STATUS-TEXT                   PIC X(24).

               FUNCTION INTEGER-OF-DATE (LIC-LICENSE-EXPIRES).
           COMPUTE WS-DAYS-TO-EXPIRE =
               WS-EXPIRES-JULIAN - WS-RUN-JULIAN.
101526     IF WS-DAYS-TO-EXPIRE NOT < 0
101526         PERFORM 2150-BUSINESS-DAYS-TO-RENEW
101526     ELSE
101526         MOVE LIC-LICENSE-EXPIRES TO WS-RENEWAL-DEADLINE
101526     END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-TO-EXPIRE < 0
                   MOVE 'LAPSED'              TO WS-STATUS-TEXT
                   PERFORM 2200-RELEASE-SORT-RECORD
               WHEN WS-DAYS-TO-EXPIRE <= 30
101526             MOVE 'WITHIN 30 BUSINESS DAYS' TO WS-STATUS-TEXT
                   PERFORM 2200-RELEASE-SORT-RECORD
               WHEN WS-DAYS-TO-EXPIRE <= 60
101526             MOVE 'WITHIN 60 BUSINESS DAYS' TO WS-STATUS-TEXT
                   PERFORM 2200-RELEASE-SORT-RECORD
               WHEN WS-DAYS-TO-EXPIRE <= 90
101526             MOVE 'WITHIN 90 BUSINESS DAYS' TO WS-STATUS-TEXT
                   PERFORM 2200-RELEASE-SORT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

101526******************************************************************
101526 2150-BUSINESS-DAYS-TO-RENEW.
101526*    The last business day on or before expiry is the last day
101526*    to file; WS-DAYS-TO-EXPIRE becomes the business days left
101526*    to it (none once it has passed).

101526     MOVE LIC-LICENSE-EXPIRES TO WS-RENEWAL-DEADLINE.
101526     INITIALIZE WBDAY-PARAMETERS.
101526     SET WBDAY-ROLL-BACK         TO TRUE.
101526     MOVE LIC-LICENSE-EXPIRES    TO WBDAY-DATE.
101526     CALL CBUSDAY USING WGLOBAL, WBDAY-PARAMETERS.
101526     IF WBDAY-RETURN-CODE NOT = ZERO
101526         EXIT PARAGRAPH
101526     END-IF.
101526     MOVE WBDAY-RESULT-DATE TO WS-RENEWAL-DEADLINE.

101526     INITIALIZE WBDAY-PARAMETERS.
101526     SET WBDAY-DAYS-BETWEEN      TO TRUE.
101526     MOVE WS-RUN-DATE-YYYYMMDD   TO WBDAY-DATE.
101526     MOVE WS-RENEWAL-DEADLINE    TO WBDAY-TO-DATE.
101526     CALL CBUSDAY USING WGLOBAL, WBDAY-PARAMETERS.
101526     IF WBDAY-RETURN-CODE = ZERO
101526         MOVE WBDAY-BUSINESS-DAYS TO WS-DAYS-TO-EXPIRE
101526         IF WS-DAYS-TO-EXPIRE < 0
101526             MOVE 0 TO WS-DAYS-TO-EXPIRE
101526         END-IF
101526     END-IF.

      ******************************************************************
080826 2200-RELEASE-SORT-RECORD.

080826     MOVE LIC-AGENT-ID          TO SW-AGENT-ID.
080826     MOVE LIC-LICENSE-NUMBER    TO SW-LICENSE-NUMBER.
080826     MOVE WS-STATUS-TEXT        TO SW-STATUS-TEXT.
101526     MOVE WS-RENEWAL-DEADLINE   TO SW-RENEWAL-DEADLINE.
101526     MOVE WS-DAYS-TO-EXPIRE     TO SW-BUSINESS-DAYS-LEFT.
080826     IF WS-STATUS-TEXT = 'LAPSED'
080826         MOVE 'Y' TO SW-LAPSED-FLAG
101526         MOVE ZERO TO SW-BUSINESS-DAYS-LEFT
080826     ELSE
080826         MOVE 'N' TO SW-LAPSED-FLAG
080826     END-IF.
080826     END-IF.

080826     MOVE SPACES TO LICENSE-REPORT-RECORD.
101526     MOVE SW-BUSINESS-DAYS-LEFT TO WS-BUSINESS-DAYS-EDIT.
080826     STRING SW-STATE-LICENSED  ' '
080826            SW-COMPANY-CODE    ' '
080826            SW-AGENT-ID        ' '
080826            SW-LICENSE-NUMBER  ' '
080826            SW-STATUS-TEXT
101526            ' RENEW BY ' SW-RENEWAL-DEADLINE
101526            WS-BUSINESS-DAYS-EDIT ' BUS DAYS'
080826         DELIMITED BY SIZE INTO LICENSE-REPORT-RECORD
080826     END-STRING.
080826     WRITE LICENSE-REPORT-RECORD.
