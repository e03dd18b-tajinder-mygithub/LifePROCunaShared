      *D   extract's owner address changes).  A policy already on
      *D   hold stays on one hold - a second bounce is not a second
      *D   row.
101526*D
101526*D   A piece keyed by the tracking code off its Intelligent
101526*D   Mail barcode needs no company/policy - CRTNMAIL finds
101526*D   them on the IMb trace ASTPSORT wrote when the piece was
101526*D   barcoded (WIMBTCPY).
101526*D
101526*D   Every returned piece keyed, a second bounce included, is
101526*D   logged to the correspondence log (CCORRLOG) beside the
101526*D   documents that went out.
      *D
      *D**********************************************************

      *H
090126*H 20260901-027-01 MAINT New program.
090126*H 20260901-027-03 MAINT Parameter block hoisted to WRTNMCPY.
101526*H 20261015-021-01 MAINT Returned piece keyed by IMb tracking
101526*H                       code, resolved off IMBTRACE.PDM.
101526*H 20261015-028-10 MAINT Log each returned piece to the
101526*H                       correspondence log (CCORRLOG).
      *H
      *H**********************************************************

       COPY WLORGCPY.
                                       STATUS IS STATUS-WORK-FS.

101526     SELECT IMB-TRACE-FILE
101526 COPY WVARYCPY.
101526                                 IMB-TRACE-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS IMB-TRACE-FS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
           LABEL RECORDS ARE STANDARD.
       01  STATUS-WORK-RECORD              PIC X(66).

101526 FD  IMB-TRACE-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WIMBTCPY.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.
101526     COPY WCORWCPY.

101526 01  CALLED-MODULES.
101526     05  CCORRLOG                   PIC X(08) VALUE 'CCORRLOG'.

       01  ADDRESS-STATUS-FS               PIC XX.
       01  STATUS-WORK-FS                  PIC XX.
           05  FILLER                      PIC X(15) VALUE
                                                'ADDRSTAW.PDM'.

101526 01  IMB-TRACE-FS                    PIC XX.

101526*    Shared trace ASTPSORT appends as it barcodes each piece.
101526 01  IMB-TRACE-NAME.
101526     05  WS-TRACE-FILE-DRIVE          PIC X(01) VALUE 'H'.
101526     05  FILLER                       PIC X(01) VALUE ':'.
101526     05  FILLER                       PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'IMBTRACE.PDM'.

101526 01  WS-TRACE-EOF-FLAG               PIC X(01) VALUE 'N'.
101526     88  END-OF-TRACE-FILE                   VALUE 'Y'.
101526 01  WS-TRACE-MAILER-ID              PIC X(09).
101526 01  WS-TRACE-SERIAL                 PIC X(09).
101526 01  WS-TRACE-MAIL-DATE              PIC 9(08).
101526*    ZIP, ZIP+4 and delivery point the piece was barcoded to.
101526 01  WS-TRACE-ROUTING-CODE           PIC X(11).

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-STATUS-FILE                  VALUE 'Y'.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-STATUS-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
101526                                     WS-TRACE-FILE-DRIVE
               MOVE ZERO   TO WRTNM-RETURN-CODE
               MOVE SPACES TO WRTNM-ERROR-MESSAGE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
101526         MOVE SPACES TO WS-TRACE-ROUTING-CODE
101526         IF (WRTNM-COMPANY-CODE = SPACES
101526             OR WRTNM-POLICY-NUMBER = SPACES)
101526             AND WRTNM-IMB-TRACKING-CODE NOT = SPACES
101526             PERFORM 0500-RESOLVE-TRACKING-CODE
101526         END-IF
101526         IF WRTNM-RETURN-CODE NOT = ZERO
101526             CONTINUE
101526         ELSE
               IF WRTNM-COMPANY-CODE = SPACES
                   OR WRTNM-POLICY-NUMBER = SPACES
                   MOVE LP-RC-ADDR-REQUEST-INVALID
                                       TO WRTNM-ERROR-MESSAGE
                   END-EVALUATE
               END-IF
101526         END-IF
           END-IF.

           EXIT PROGRAM.

101526******************************************************************
101526 0500-RESOLVE-TRACKING-CODE.
101526*    Tracking code: barcode ID (2), service type (3), mailer ID
101526*    (9 digits when it begins with 9, else 6), then the serial.
101526*    The latest mailing of the mailer ID/serial owns the piece.

101526     IF WRTNM-IMB-TRACKING-CODE (6:1) = '9'
101526         MOVE WRTNM-IMB-TRACKING-CODE (6:9)  TO WS-TRACE-MAILER-ID
101526         MOVE WRTNM-IMB-TRACKING-CODE (15:6) TO WS-TRACE-SERIAL
101526     ELSE
101526         MOVE WRTNM-IMB-TRACKING-CODE (6:6)  TO WS-TRACE-MAILER-ID
101526         MOVE WRTNM-IMB-TRACKING-CODE (12:9) TO WS-TRACE-SERIAL
101526     END-IF.

101526     MOVE ZERO TO WS-TRACE-MAIL-DATE.
101526     MOVE 'N' TO WS-ROW-FOUND-FLAG.
101526     OPEN INPUT IMB-TRACE-FILE.
101526     IF IMB-TRACE-FS = '00'
101526         MOVE 'N' TO WS-TRACE-EOF-FLAG
101526         PERFORM UNTIL END-OF-TRACE-FILE
101526             READ IMB-TRACE-FILE
101526                 AT END
101526                     MOVE 'Y' TO WS-TRACE-EOF-FLAG
101526                 NOT AT END
101526                     IF IMBT-MAILER-ID = WS-TRACE-MAILER-ID
101526                         AND IMBT-SERIAL = WS-TRACE-SERIAL
101526                         AND IMBT-MAIL-DATE
101526                             NOT < WS-TRACE-MAIL-DATE
101526                         SET WS-ROW-FOUND TO TRUE
101526                         MOVE IMBT-MAIL-DATE TO WS-TRACE-MAIL-DATE
101526                         MOVE IMBT-COMPANY-CODE
101526                                     TO WRTNM-COMPANY-CODE
101526                         MOVE IMBT-POLICY-NUMBER
101526                                     TO WRTNM-POLICY-NUMBER
101526                         MOVE IMBT-ROUTING-CODE
101526                                     TO WS-TRACE-ROUTING-CODE
101526                     END-IF
101526             END-READ
101526         END-PERFORM
101526         CLOSE IMB-TRACE-FILE
101526     END-IF.

101526     IF NOT WS-ROW-FOUND
101526         MOVE LP-RC-IMB-PIECE-NOT-TRACED TO WRTNM-RETURN-CODE
101526         MOVE LP-MSG-IMB-PIECE-NOT-TRACED
101526                                 TO WRTNM-ERROR-MESSAGE
101526     END-IF.

      ******************************************************************
       1000-ADD-RETURNED-PIECE.

101526     PERFORM 1050-LOG-RETURNED-PIECE.

      *    A second bounce must not stack a second hold.
           PERFORM 1100-FIND-OPEN-HOLD.
           IF WS-ROW-FOUND
           WRITE ADDRESS-STATUS-RECORD.
           CLOSE ADDRESS-STATUS-FILE.

101526******************************************************************
101526 1050-LOG-RETURNED-PIECE.
101526*    No print file of its own; the routing code is the only
101526*    address known, and only for a piece keyed by barcode.

101526     INITIALIZE WCORW-PARAMETERS.
101526     MOVE 'CRTNMAIL'             TO WCORW-JOB-NAME.
101526     MOVE WRTNM-COMPANY-CODE     TO WCORW-COMPANY-CODE.
101526     MOVE WRTNM-POLICY-NUMBER    TO WCORW-POLICY-NUMBER.
101526     SET WCORW-RETURNED-MAIL     TO TRUE.
101526     MOVE WS-TRACE-ROUTING-CODE  TO WCORW-POSTAL-CODE.
101526     CALL CCORRLOG USING WGLOBAL WCORW-PARAMETERS.

      ******************************************************************
       1100-FIND-OPEN-HOLD.

