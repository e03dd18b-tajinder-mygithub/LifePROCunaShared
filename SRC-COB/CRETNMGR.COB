      *D   deleted.  Every decision - kept, aging, archived+purged,
      *D   no rule, error - goes to the purge report
      *D   (R<coder>RETNRPT.PDM).  No rules file means no action.
101526*D
101526*D   A file due for archive and purge that holds a policy or
101526*D   agent number under legal hold (CLGLHOLD) is kept instead -
101526*D   an archive container holding one is kept the same way -
101526*D   and goes through the ordinary rules once the hold is
101526*D   released.
082326*D
082326*D   The copy reads and writes single bytes, deliberately: the
082326*D   work files' record lengths range from 20-byte checkpoints
090126*H                       container and verify a restore.
090126*H 20260901-016-02 MAINT Refuse to run over an open start
090126*H                 record (CRUNCTRL interlock).
101526*H 20261015-027-05 MAINT Keep any generation holding a policy
101526*H                       or agent under legal hold.
      *H
      *H**********************************************************


       01  CALLED-MODULES.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CLGLHOLD                   PIC X(08) VALUE 'CLGLHOLD'.

101526     COPY WLGLMCPY.

       01  RETENTION-RULE-STATUS           PIC XX.
           88  RETENTION-RULE-STATUS-OK        VALUE '00'.
           05  WS-TOTAL-ARCHIVED            PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-NO-RULE             PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-ERRORS              PIC 9(05) VALUE ZERO.
101526     05  WS-TOTAL-LEGAL-HOLD          PIC 9(05) VALUE ZERO.

      ******************************************************************
       LINKAGE SECTION.
                   PERFORM 2900-WRITE-DECISION-LINE
               WHEN WS-AGE-DAYS
                       NOT < WS-RULE-ARCHIVE-DAYS (WS-RULE-IDX)
101526             PERFORM 2250-CHECK-LEGAL-HOLD
101526             IF WLGLM-ON-HOLD
101526                 ADD 1 TO WS-TOTAL-KEPT
101526                          WS-TOTAL-LEGAL-HOLD
101526                 MOVE 'KEPT - LEGAL HOLD'
101526                     TO PURGE-REPORT-RECORD (80:20)
101526                 PERFORM 2900-WRITE-DECISION-LINE
101526             ELSE
                   PERFORM 2300-ARCHIVE-AND-PURGE
101526             END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-KEPT
                   MOVE 'KEPT - AGING'
               END-IF
           END-PERFORM.

101526******************************************************************
101526 2250-CHECK-LEGAL-HOLD.
101526*    Asks the legal hold registry whether the file holds a held
101526*    policy or agent number anywhere in it.

101526     INITIALIZE WLGLM-PARAMETERS.
101526     SET WLGLM-SCAN-FILE TO TRUE.
101526     STRING WOPTION-WORK-DRIVE ':'
101526            FUNCTION TRIM (WS-CAND-NAME (WS-CAND-IDX))
101526         DELIMITED BY SIZE INTO WLGLM-SCAN-FILE-NAME
101526     END-STRING.
101526     CALL CLGLHOLD USING WGLOBAL WLGLM-PARAMETERS.

      ******************************************************************
       2300-ARCHIVE-AND-PURGE.

           MOVE WS-TOTAL-ARCHIVED     TO PURGE-REPORT-RECORD (23:5).
           WRITE PURGE-REPORT-RECORD.

101526     MOVE SPACES TO PURGE-REPORT-RECORD.
101526     MOVE 'KEPT - LEGAL HOLD:'  TO PURGE-REPORT-RECORD (1:18).
101526     MOVE WS-TOTAL-LEGAL-HOLD   TO PURGE-REPORT-RECORD (23:5).
101526     WRITE PURGE-REPORT-RECORD.

           MOVE SPACES TO PURGE-REPORT-RECORD.
           MOVE 'NO MATCHING RULE:'   TO PURGE-REPORT-RECORD (1:18).
           MOVE WS-TOTAL-NO-RULE      TO PURGE-REPORT-RECORD (23:5).
