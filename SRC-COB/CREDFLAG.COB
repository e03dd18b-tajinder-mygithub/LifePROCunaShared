      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CREDFLAG.
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
      *D   CREDFLAG is the nightly red-flag sweep over loan takes.
      *D   Every take posted since the last sweep (LOANPOST.PDM,
      *D   function 'T', not reversed) is measured against:
      *D
      *D     A  an address or owner change journaled by CFILEJRN
      *D        (FILEJRNL.PDM) on the policy within the change
      *D        window before the take - the account-takeover
      *D        pattern;
      *D     M  a take at or near the quoted net loan available on
      *D        a policy issued within the recent-issue days;
      *D     C  repeated takes on the policy within the cash window
      *D        that together reach the cash-reporting threshold;
      *D     Q  a quote (LOANQLOG.PDM) and take on the policy by the
      *D        same coder within the change window, where the
      *D        coder is not one of the loan desk's.
      *D
      *D   Windows, thresholds, the file numbers that carry owner
      *D   and address data and the loan-desk coders come from the
      *D   compliance control record (REDFLGCT.PDM, WRFCTCPY).
      *D   Each alert is appended to the case file (REDFLAGS.PDM,
      *D   WRFCSCPY) as an open case for the compliance desk to work
      *D   and close through CREDCASE; the same take is never raised
      *D   twice under the same rule, and a policy with an open
      *D   cash-threshold case is not raised again for it.  The
      *D   sweep's alert list goes to REDFLGR.PDM.  A checkpoint
      *D   (REDFLGCK.PDM) holds the last posted date swept; a
      *D   sweep whose tables filled leaves it where it was, so the
      *D   takes it could not measure are swept again next night.
      *D   Start/end go to the common run-control file (CRUNCTRL).
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-013-02 MAINT New program.
101526*H 20261015-038-02 MAINT Checkpoint held back when a table
101526*H                       fills, so no take goes unswept.
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

           SELECT FLAG-CHECKPOINT-FILE
       COPY WVARYCPY.
                                       FLAG-CHECKPOINT-NAME
       COPY WLORGCPY.
                                       STATUS IS FLAG-CHKPT-STATUS.

           SELECT FLAG-CONTROL-FILE
       COPY WVARYCPY.
                                       FLAG-CONTROL-NAME
       COPY WLORGCPY.
                                       STATUS IS FLAG-CONTROL-STATUS.

           SELECT FILE-JOURNAL
       COPY WVARYCPY.
                                       FILE-JOURNAL-NAME
       COPY WLORGCPY.
                                       STATUS IS FILE-JOURNAL-STATUS.

           SELECT QUOTE-LOG-FILE
       COPY WVARYCPY.
                                       QUOTE-LOG-NAME
       COPY WLORGCPY.
                                       STATUS IS QUOTE-LOG-STATUS.

           SELECT LOAN-POSTING-FILE
       COPY WVARYCPY.
                                       LOAN-POSTING-NAME
       COPY WLORGCPY.
                                       STATUS IS LOAN-POSTING-STATUS.

           SELECT RED-FLAG-CASE-FILE
       COPY WVARYCPY.
                                       RED-FLAG-CASE-NAME
       COPY WLORGCPY.
                                       STATUS IS RED-FLAG-CASE-STATUS.

           SELECT FLAG-REPORT-FILE
       COPY WVARYCPY.
                                       FLAG-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS FLAG-REPORT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  FLAG-CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FLAG-CHECKPOINT-RECORD          PIC 9(08).

       FD  FLAG-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WRFCTCPY.

       FD  FILE-JOURNAL
           LABEL RECORDS ARE STANDARD.
       COPY WGLB2CPY.
       COPY WFJRLCPY.

       FD  QUOTE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLQLGCPY.

       FD  LOAN-POSTING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLPSTCPY.

       FD  RED-FLAG-CASE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WRFCSCPY.

       FD  FLAG-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FLAG-REPORT-RECORD              PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WAPPLCPY.
           COPY WBTRVCPY.
           COPY WPOLMCPY.

       01  CALLED-MODULES.
           05  PFILEBTV                   PIC X(08) VALUE 'PFILEBTV'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

           COPY WRUNCCPY.

       01  FLAG-CHKPT-STATUS               PIC XX.
       01  FLAG-CONTROL-STATUS             PIC XX.
       01  FILE-JOURNAL-STATUS             PIC XX.
       01  QUOTE-LOG-STATUS                PIC XX.
       01  LOAN-POSTING-STATUS             PIC XX.
       01  RED-FLAG-CASE-STATUS            PIC XX.
       01  FLAG-REPORT-STATUS              PIC XX.

      *    Shared - how far the takes have been swept belongs to
      *    the compliance desk, not to one coder.
       01  FLAG-CHECKPOINT-NAME.
           05  WS-CHECKPOINT-FILE-DRIVE     PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'REDFLGCK.PDM'.

       01  FLAG-CONTROL-NAME.
           05  WS-CONTROL-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'REDFLGCT.PDM'.

       01  FILE-JOURNAL-NAME.
           05  WS-JOURNAL-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'FILEJRNL.PDM'.

       01  QUOTE-LOG-NAME.
           05  WS-QUOTE-LOG-FILE-DRIVE      PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LOANQLOG.PDM'.

       01  LOAN-POSTING-NAME.
           05  WS-POSTING-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LOANPOST.PDM'.

       01  RED-FLAG-CASE-NAME.
           05  WS-CASE-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'REDFLAGS.PDM'.

       01  FLAG-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  FLAG-REPORT-CODER           PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'REDFLGR.PDM'.

      *    Logical name of the Btrieve policy master, resolved the
      *    way CLONCAPB resolves it.
       01  WS-POLICY-FILE-NAME             PIC X(30) VALUE 'POLMASTR'.

       01  WS-NAME-NUMBER.
           05  WS-NAME                     PIC X(30).
           05  WS-NUMBER                   PIC 9(05).
       01  WS-POLICY-FILE-NUMBER           PIC S9(04) COMP-5.
       01  WS-RECORD-KEY                   PIC X(80).

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-INTEGER                  PIC S9(09) COMP-5.

      *    Takes posted after this date, through today, are swept.
       01  WS-LAST-PROCESSED               PIC 9(08) VALUE ZERO.
      *    Oldest journal entry, quote or take any window can reach.
       01  WS-SCAN-FROM-DATE               PIC 9(08).
       01  WS-LONGEST-WINDOW               PIC 9(04).

      *    Sweep rules - the control record's, or these defaults.
       01  WS-RULES.
           05  WS-CHANGE-WINDOW-DAYS        PIC 9(03) VALUE 10.
           05  WS-NEAR-MAX-PERCENT          PIC 9(03)V9(02)
                                                     VALUE 90.00.
           05  WS-RECENT-ISSUE-DAYS         PIC 9(04) VALUE 365.
           05  WS-CASH-THRESHOLD            PIC 9(09)V9(02)
                                                     VALUE 10000.00.
           05  WS-CASH-WINDOW-DAYS          PIC 9(03) VALUE 30.
           05  WS-WATCHED-FILE OCCURS 10 TIMES
                                            PIC 9(04) VALUE ZERO.
           05  WS-DESK-CODER OCCURS 20 TIMES
                                            PIC X(04) VALUE SPACES.
       01  WS-WATCHED-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-DESK-CODER-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-RULE-IDX                     PIC 9(03).
       01  WS-CONTROL-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-CONTROL-LOADED                   VALUE 'Y'.

      *    Address/owner changes journaled on a policy.
       78  WS-MAX-CHANGES                      VALUE 5000.
       01  WS-CHANGE-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-CHANGE-IDX                   PIC 9(05).
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY OCCURS WS-MAX-CHANGES TIMES.
               10  WS-CHG-COMPANY              PIC X(02).
               10  WS-CHG-POLICY               PIC X(12).
               10  WS-CHG-DATE                 PIC 9(08).
               10  WS-CHG-CODER                PIC X(04).

      *    Quotes logged on a policy.
       78  WS-MAX-QUOTES                       VALUE 5000.
       01  WS-QUOTE-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-QUOTE-IDX                    PIC 9(05).
       01  WS-QUOTE-TABLE.
           05  WS-QUOTE-ENTRY OCCURS WS-MAX-QUOTES TIMES.
               10  WS-QTE-COMPANY              PIC X(02).
               10  WS-QTE-POLICY               PIC X(12).
               10  WS-QTE-DATE                 PIC 9(08).
               10  WS-QTE-CODER                PIC X(04).

      *    Takes in reach of the windows; 'Y' on those to sweep.
       78  WS-MAX-TAKES                        VALUE 5000.
       01  WS-TAKE-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-TAKE-IDX                     PIC 9(05).
       01  WS-OTHER-IDX                    PIC 9(05).
       01  WS-TAKE-TABLE.
           05  WS-TAKE-ENTRY OCCURS WS-MAX-TAKES TIMES.
               10  WS-TKE-COMPANY              PIC X(02).
               10  WS-TKE-POLICY               PIC X(12).
               10  WS-TKE-POSTED-DATE          PIC 9(08).
               10  WS-TKE-POSTED-TIME          PIC 9(06).
               10  WS-TKE-CODER                PIC X(04).
               10  WS-TKE-AMOUNT               PIC S9(09)V9(02).
               10  WS-TKE-NET-AVAIL            PIC S9(09)V9(02).
               10  WS-TKE-SWEEP-FLAG           PIC X(01).
                   88  WS-TKE-TO-SWEEP                 VALUE 'Y'.

      *    Cases already on file - a rerun must not raise them again.
       78  WS-MAX-CASES                        VALUE 5000.
       01  WS-CASE-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-CASE-IDX                     PIC 9(05).
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS WS-MAX-CASES TIMES.
               10  WS-CSE-RULE                 PIC X(01).
               10  WS-CSE-COMPANY              PIC X(02).
               10  WS-CSE-POLICY               PIC X(12).
               10  WS-CSE-TAKE-DATE            PIC 9(08).
               10  WS-CSE-TAKE-TIME            PIC 9(06).
               10  WS-CSE-STATUS               PIC X(01).
       01  WS-NEXT-SEQUENCE                PIC 9(04) VALUE ZERO.
       01  WS-CASE-FOUND-FLAG              PIC X(01).
           88  WS-CASE-ON-FILE                     VALUE 'Y'.
       01  WS-TABLE-FULL-FLAG              PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL                       VALUE 'Y'.

      *    The alert being raised.
       01  WS-ALERT.
           05  WS-ALERT-RULE                PIC X(01).
           05  WS-ALERT-RELATED-DATE        PIC 9(08).
           05  WS-ALERT-RELATED-CODER       PIC X(04).
           05  WS-ALERT-RELATED-AMOUNT      PIC S9(09)V9(02).
           05  WS-ALERT-TEXT                PIC X(50).
       01  WS-MATCH-FLAG                   PIC X(01).
           88  WS-MATCH-FOUND                      VALUE 'Y'.
       01  WS-TAKE-INTEGER                 PIC S9(09) COMP-5.
       01  WS-DAYS-BETWEEN                 PIC S9(09) COMP-5.
       01  WS-WINDOW-TOTAL                 PIC S9(11)V9(02).
       01  WS-WINDOW-TAKES                 PIC 9(05).
       01  WS-NEAR-MAX-AMOUNT              PIC S9(11)V9(02).
       01  WS-DESK-FLAG                    PIC X(01).
           88  WS-DESK-CODER-TAKE                  VALUE 'Y'.
       01  WS-POLICY-FOUND-FLAG            PIC X(01).
           88  WS-POLICY-FOUND                     VALUE 'Y'.

       01  WS-COUNTS.
           05  WS-TAKES-SWEPT               PIC 9(07) VALUE ZERO.
           05  WS-ALERTS-RAISED             PIC 9(07) VALUE ZERO.
           05  WS-ALERTS-CHANGE             PIC 9(07) VALUE ZERO.
           05  WS-ALERTS-MAX-TAKE           PIC 9(07) VALUE ZERO.
           05  WS-ALERTS-CASH               PIC 9(07) VALUE ZERO.
           05  WS-ALERTS-CODER              PIC 9(07) VALUE ZERO.
           05  WS-CASES-STILL-OPEN          PIC 9(07) VALUE ZERO.

       01  WS-AMOUNT-EDIT                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT                   PIC Z,ZZZ,ZZ9.

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               PERFORM 1000-INITIALIZE
               IF WRUNC-START-REFUSED
      *            Another submission of this job has an open start -
      *            fail fast instead of raising the same cases twice.
                   CLOSE FLAG-REPORT-FILE
               ELSE
               PERFORM 1500-RESOLVE-POLICY-FILE
               IF WS-POLICY-FILE-NUMBER NOT = ZERO
                   PERFORM 1700-LOAD-CASES
                   PERFORM 2000-LOAD-CHANGES
                   PERFORM 2200-LOAD-QUOTES
                   PERFORM 2400-LOAD-TAKES
                   PERFORM 3000-SWEEP-TAKES
                   PERFORM 7000-WRITE-CHECKPOINT
               ELSE
                   MOVE 'POLICY MASTER NOT RESOLVED - NO RUN'
                       TO FLAG-REPORT-RECORD
                   WRITE FLAG-REPORT-RECORD
               END-IF
               PERFORM 8000-WRITE-SUMMARY
               CLOSE FLAG-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CREDFLAG'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO FLAG-REPORT-CODER.
           INSPECT FLAG-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-CHECKPOINT-FILE-DRIVE
                                           WS-CONTROL-FILE-DRIVE
                                           WS-JOURNAL-FILE-DRIVE
                                           WS-QUOTE-LOG-FILE-DRIVE
                                           WS-POSTING-FILE-DRIVE
                                           WS-CASE-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-NOW-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NOW-DATE).

           OPEN OUTPUT FLAG-REPORT-FILE.

      *    No checkpoint yet - only today's takes.
           COMPUTE WS-LAST-PROCESSED =
               FUNCTION DATE-OF-INTEGER (WS-NOW-INTEGER - 1).
           OPEN INPUT FLAG-CHECKPOINT-FILE.
           IF FLAG-CHKPT-STATUS = '00'
               READ FLAG-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FLAG-CHECKPOINT-RECORD
                           TO WS-LAST-PROCESSED
               END-READ
               CLOSE FLAG-CHECKPOINT-FILE
           END-IF.

           PERFORM 1100-LOAD-CONTROL.

           MOVE WS-CHANGE-WINDOW-DAYS TO WS-LONGEST-WINDOW.
           IF WS-CASH-WINDOW-DAYS > WS-LONGEST-WINDOW
               MOVE WS-CASH-WINDOW-DAYS TO WS-LONGEST-WINDOW
           END-IF.
           COMPUTE WS-SCAN-FROM-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-LAST-PROCESSED)
                    + 1 - WS-LONGEST-WINDOW).

           MOVE SPACES TO FLAG-REPORT-RECORD.
           STRING 'LOAN TAKE RED-FLAG SWEEP - TAKES POSTED AFTER '
                  WS-LAST-PROCESSED ' THROUGH ' WS-NOW-DATE
               DELIMITED BY SIZE INTO FLAG-REPORT-RECORD
           END-STRING.
           WRITE FLAG-REPORT-RECORD.

           MOVE SPACES TO FLAG-REPORT-RECORD.
           IF WS-CONTROL-LOADED
               MOVE 'RULES FROM COMPLIANCE CONTROL (REDFLGCT.PDM):'
                   TO FLAG-REPORT-RECORD
           ELSE
               MOVE 'NO COMPLIANCE CONTROL - DEFAULT RULES:'
                   TO FLAG-REPORT-RECORD
           END-IF.
           WRITE FLAG-REPORT-RECORD.
           MOVE WS-CASH-THRESHOLD TO WS-AMOUNT-EDIT.
           MOVE SPACES TO FLAG-REPORT-RECORD.
           STRING '  CHANGE/QUOTE WINDOW ' WS-CHANGE-WINDOW-DAYS
                  ' DAYS   NEAR-MAX ' WS-NEAR-MAX-PERCENT
                  ' PCT   RECENT ISSUE ' WS-RECENT-ISSUE-DAYS
                  ' DAYS   CASH ' WS-AMOUNT-EDIT
                  ' OVER ' WS-CASH-WINDOW-DAYS ' DAYS'
               DELIMITED BY SIZE INTO FLAG-REPORT-RECORD
           END-STRING.
           WRITE FLAG-REPORT-RECORD.
           MOVE SPACES TO FLAG-REPORT-RECORD.
           STRING '  WATCHED FILES ' WS-WATCHED-COUNT
                  '   LOAN DESK CODERS ' WS-DESK-CODER-COUNT
               DELIMITED BY SIZE INTO FLAG-REPORT-RECORD
           END-STRING.
           WRITE FLAG-REPORT-RECORD.

           MOVE SPACES TO FLAG-REPORT-RECORD.
           WRITE FLAG-REPORT-RECORD.
           MOVE 'RULE CASE NUMBER   CO POLICY        TAKEN    '
               TO FLAG-REPORT-RECORD.
           MOVE 'CODER         AMOUNT  ALERT'
               TO FLAG-REPORT-RECORD (46:27).
           WRITE FLAG-REPORT-RECORD.

      ******************************************************************
       1100-LOAD-CONTROL.
      *    Zero on the control record leaves that default standing.

           OPEN INPUT FLAG-CONTROL-FILE.
           IF FLAG-CONTROL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ FLAG-CONTROL-FILE
               AT END
                   CLOSE FLAG-CONTROL-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE FLAG-CONTROL-FILE.
           SET WS-CONTROL-LOADED TO TRUE.

           IF RFCT-CHANGE-WINDOW-DAYS > ZERO
               MOVE RFCT-CHANGE-WINDOW-DAYS TO WS-CHANGE-WINDOW-DAYS
           END-IF.
           IF RFCT-NEAR-MAX-PERCENT > ZERO
               MOVE RFCT-NEAR-MAX-PERCENT   TO WS-NEAR-MAX-PERCENT
           END-IF.
           IF RFCT-RECENT-ISSUE-DAYS > ZERO
               MOVE RFCT-RECENT-ISSUE-DAYS  TO WS-RECENT-ISSUE-DAYS
           END-IF.
           IF RFCT-CASH-THRESHOLD > ZERO
               MOVE RFCT-CASH-THRESHOLD     TO WS-CASH-THRESHOLD
           END-IF.
           IF RFCT-CASH-WINDOW-DAYS > ZERO
               MOVE RFCT-CASH-WINDOW-DAYS   TO WS-CASH-WINDOW-DAYS
           END-IF.

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 10
               IF RFCT-WATCHED-FILE (WS-RULE-IDX) IS NUMERIC
                   AND RFCT-WATCHED-FILE (WS-RULE-IDX) > ZERO
                   ADD 1 TO WS-WATCHED-COUNT
                   MOVE RFCT-WATCHED-FILE (WS-RULE-IDX)
                       TO WS-WATCHED-FILE (WS-WATCHED-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 20
               IF RFCT-DESK-CODER (WS-RULE-IDX) NOT = SPACES
                   ADD 1 TO WS-DESK-CODER-COUNT
                   MOVE RFCT-DESK-CODER (WS-RULE-IDX)
                       TO WS-DESK-CODER (WS-DESK-CODER-COUNT)
               END-IF
           END-PERFORM.

      ******************************************************************
       1500-RESOLVE-POLICY-FILE.
      *    Same get-file-number path CLONCAPB drives.

           MOVE ZERO TO WS-POLICY-FILE-NUMBER.
           MOVE WS-POLICY-FILE-NAME TO WS-NAME.
           SET WAPPL-GET-FILE-NUMBER TO TRUE.
           MOVE WS-NAME-NUMBER TO DATA-AREA.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           MOVE DATA-AREA TO WS-NAME-NUMBER.
           IF WBTRV-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMBER TO WS-POLICY-FILE-NUMBER.

      ******************************************************************
       1700-LOAD-CASES.
      *    Cases already raised, and today's last case number.

           OPEN INPUT RED-FLAG-CASE-FILE.
           IF RED-FLAG-CASE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ RED-FLAG-CASE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RFCS-OPENED-DATE = WS-NOW-DATE
                           AND RFCS-CASE-SEQUENCE > WS-NEXT-SEQUENCE
                           MOVE RFCS-CASE-SEQUENCE
                               TO WS-NEXT-SEQUENCE
                       END-IF
                       IF NOT RFCS-CASE-CLOSED
                           ADD 1 TO WS-CASES-STILL-OPEN
                       END-IF
                       IF WS-CASE-COUNT < WS-MAX-CASES
                           ADD 1 TO WS-CASE-COUNT
                           MOVE RFCS-RULE-CODE
                               TO WS-CSE-RULE (WS-CASE-COUNT)
                           MOVE RFCS-COMPANY-CODE
                               TO WS-CSE-COMPANY (WS-CASE-COUNT)
                           MOVE RFCS-POLICY-NUMBER
                               TO WS-CSE-POLICY (WS-CASE-COUNT)
                           MOVE RFCS-TAKE-POSTED-DATE
                               TO WS-CSE-TAKE-DATE (WS-CASE-COUNT)
                           MOVE RFCS-TAKE-POSTED-TIME
                               TO WS-CSE-TAKE-TIME (WS-CASE-COUNT)
                           MOVE RFCS-CASE-STATUS
                               TO WS-CSE-STATUS (WS-CASE-COUNT)
                       ELSE
                           SET WS-TABLE-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RED-FLAG-CASE-FILE.

      ******************************************************************
       2000-LOAD-CHANGES.
      *    Updates journaled on a watched file whose key leads with
      *    company and policy, and whose image actually changed.

           IF WS-WATCHED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FILE-JOURNAL.
           IF FILE-JOURNAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ FILE-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FJRL-DATE NOT < WS-SCAN-FROM-DATE
                           AND FJRL-BEFORE-IMAGE
                               NOT = FJRL-AFTER-IMAGE
                           PERFORM 2100-KEEP-WATCHED-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FILE-JOURNAL.

      ******************************************************************
       2100-KEEP-WATCHED-CHANGE.

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-WATCHED-COUNT
               IF FJRL-FILE-NUMBER = WS-WATCHED-FILE (WS-RULE-IDX)
                   IF WS-CHANGE-COUNT < WS-MAX-CHANGES
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE FJRL-RECORD-KEY (1:2)
                           TO WS-CHG-COMPANY (WS-CHANGE-COUNT)
                       MOVE FJRL-RECORD-KEY (3:12)
                           TO WS-CHG-POLICY (WS-CHANGE-COUNT)
                       MOVE FJRL-DATE
                           TO WS-CHG-DATE (WS-CHANGE-COUNT)
                       MOVE FJRL-CODER-ID
                           TO WS-CHG-CODER (WS-CHANGE-COUNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       2200-LOAD-QUOTES.

           IF WS-DESK-CODER-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT QUOTE-LOG-FILE.
           IF QUOTE-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ QUOTE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LQLG-LOG-DATE NOT < WS-SCAN-FROM-DATE
                           IF WS-QUOTE-COUNT < WS-MAX-QUOTES
                               ADD 1 TO WS-QUOTE-COUNT
                               MOVE LQLG-COMPANY-CODE
                                   TO WS-QTE-COMPANY (WS-QUOTE-COUNT)
                               MOVE LQLG-POLICY-NUMBER
                                   TO WS-QTE-POLICY (WS-QUOTE-COUNT)
                               MOVE LQLG-LOG-DATE
                                   TO WS-QTE-DATE (WS-QUOTE-COUNT)
                               MOVE LQLG-CODER-ID
                                   TO WS-QTE-CODER (WS-QUOTE-COUNT)
                           ELSE
                               SET WS-TABLE-FULL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUOTE-LOG-FILE.

      ******************************************************************
       2400-LOAD-TAKES.
      *    Cash takes in reach of the windows.  A take since reversed
      *    (linked 'V') is money that never left.

           OPEN INPUT LOAN-POSTING-FILE.
           IF LOAN-POSTING-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ LOAN-POSTING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LPST-FUNCTION = 'T'
                           AND LPST-LINK-FUNCTION NOT = 'V'
                           AND LPST-POSTED-DATE
                               NOT < WS-SCAN-FROM-DATE
                           AND LPST-POSTED-DATE NOT > WS-NOW-DATE
                           PERFORM 2500-KEEP-TAKE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOAN-POSTING-FILE.

      ******************************************************************
       2500-KEEP-TAKE.

           IF WS-TAKE-COUNT NOT < WS-MAX-TAKES
               SET WS-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TAKE-COUNT.
           MOVE LPST-COMPANY-CODE  TO WS-TKE-COMPANY (WS-TAKE-COUNT).
           MOVE LPST-POLICY-NUMBER TO WS-TKE-POLICY (WS-TAKE-COUNT).
           MOVE LPST-POSTED-DATE
               TO WS-TKE-POSTED-DATE (WS-TAKE-COUNT).
           MOVE LPST-POSTED-TIME
               TO WS-TKE-POSTED-TIME (WS-TAKE-COUNT).
           MOVE LPST-CODER-ID      TO WS-TKE-CODER (WS-TAKE-COUNT).
           MOVE LPST-TRANSACTION-AMOUNT
               TO WS-TKE-AMOUNT (WS-TAKE-COUNT).
      *    Postings queued before the net available was carried
      *    have none to measure against.
           IF LPST-QUOTED-NET-AVAIL IS NUMERIC
               MOVE LPST-QUOTED-NET-AVAIL
                   TO WS-TKE-NET-AVAIL (WS-TAKE-COUNT)
           ELSE
               MOVE ZERO TO WS-TKE-NET-AVAIL (WS-TAKE-COUNT)
           END-IF.
           IF LPST-POSTED-DATE > WS-LAST-PROCESSED
               MOVE 'Y' TO WS-TKE-SWEEP-FLAG (WS-TAKE-COUNT)
           ELSE
               MOVE 'N' TO WS-TKE-SWEEP-FLAG (WS-TAKE-COUNT)
           END-IF.

      ******************************************************************
       3000-SWEEP-TAKES.

           PERFORM VARYING WS-TAKE-IDX FROM 1 BY 1
               UNTIL WS-TAKE-IDX > WS-TAKE-COUNT
               IF WS-TKE-TO-SWEEP (WS-TAKE-IDX)
                   ADD 1 TO WS-TAKES-SWEPT
                   COMPUTE WS-TAKE-INTEGER =
                       FUNCTION INTEGER-OF-DATE
                           (WS-TKE-POSTED-DATE (WS-TAKE-IDX))
                   PERFORM 3100-CHECK-CHANGE-THEN-TAKE
                   PERFORM 3200-CHECK-MAX-TAKE
                   PERFORM 3300-CHECK-CASH-THRESHOLD
                   PERFORM 3400-CHECK-UNUSUAL-CODER
               END-IF
           END-PERFORM.

      ******************************************************************
       3100-CHECK-CHANGE-THEN-TAKE.

           MOVE 'N' TO WS-MATCH-FLAG.
           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
                  OR WS-MATCH-FOUND
               IF WS-CHG-COMPANY (WS-CHANGE-IDX)
                       = WS-TKE-COMPANY (WS-TAKE-IDX)
                   AND WS-CHG-POLICY (WS-CHANGE-IDX)
                       = WS-TKE-POLICY (WS-TAKE-IDX)
                   AND WS-CHG-DATE (WS-CHANGE-IDX)
                       NOT > WS-TKE-POSTED-DATE (WS-TAKE-IDX)
                   COMPUTE WS-DAYS-BETWEEN = WS-TAKE-INTEGER
                       - FUNCTION INTEGER-OF-DATE
                           (WS-CHG-DATE (WS-CHANGE-IDX))
                   IF WS-DAYS-BETWEEN NOT > WS-CHANGE-WINDOW-DAYS
                       SET WS-MATCH-FOUND TO TRUE
                       MOVE WS-CHG-DATE (WS-CHANGE-IDX)
                           TO WS-ALERT-RELATED-DATE
                       MOVE WS-CHG-CODER (WS-CHANGE-IDX)
                           TO WS-ALERT-RELATED-CODER
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-MATCH-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE 'A'                    TO WS-ALERT-RULE.
           MOVE ZERO                   TO WS-ALERT-RELATED-AMOUNT.
           MOVE 'TAKE SHORTLY AFTER ADDRESS/OWNER CHANGE'
                                       TO WS-ALERT-TEXT.
           PERFORM 4000-RAISE-CASE.

      ******************************************************************
       3200-CHECK-MAX-TAKE.

           IF WS-TKE-NET-AVAIL (WS-TAKE-IDX) NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEAR-MAX-AMOUNT ROUNDED =
               WS-TKE-NET-AVAIL (WS-TAKE-IDX)
               * WS-NEAR-MAX-PERCENT / 100.
           IF WS-TKE-AMOUNT (WS-TAKE-IDX) < WS-NEAR-MAX-AMOUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3250-READ-POLICY.
           IF NOT WS-POLICY-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF POLM-ISSUE-DATE IS NOT NUMERIC
               OR POLM-ISSUE-DATE = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-BETWEEN = WS-TAKE-INTEGER
               - FUNCTION INTEGER-OF-DATE (POLM-ISSUE-DATE).
           IF WS-DAYS-BETWEEN > WS-RECENT-ISSUE-DAYS
               EXIT PARAGRAPH
           END-IF.

           MOVE 'M'                    TO WS-ALERT-RULE.
           MOVE POLM-ISSUE-DATE        TO WS-ALERT-RELATED-DATE.
           MOVE SPACES                 TO WS-ALERT-RELATED-CODER.
           MOVE WS-TKE-NET-AVAIL (WS-TAKE-IDX)
                                       TO WS-ALERT-RELATED-AMOUNT.
           MOVE 'NEAR-MAXIMUM TAKE ON RECENTLY ISSUED POLICY'
                                       TO WS-ALERT-TEXT.
           PERFORM 4000-RAISE-CASE.

      ******************************************************************
       3250-READ-POLICY.

           MOVE 'N' TO WS-POLICY-FOUND-FLAG.
           MOVE SPACES TO WS-RECORD-KEY.
           STRING WS-TKE-COMPANY (WS-TAKE-IDX)
                  WS-TKE-POLICY (WS-TAKE-IDX)
               DELIMITED BY SIZE INTO WS-RECORD-KEY
           END-STRING.
           MOVE WS-POLICY-FILE-NUMBER TO DATA-FILE-NUMBER.
           MOVE WS-RECORD-KEY TO WFUNC-PASSED-KEY (1).
           MOVE WBTRV-GET-EQUAL TO WAPPL-FUNCTION.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           IF WBTRV-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE DATA-AREA (1:24) TO POLICY-MASTER-RECORD.
           SET WS-POLICY-FOUND TO TRUE.

      ******************************************************************
       3300-CHECK-CASH-THRESHOLD.
      *    This take and the policy's earlier takes inside the cash
      *    window - more than one, together at the threshold.

           MOVE ZERO TO WS-WINDOW-TOTAL
                        WS-WINDOW-TAKES.
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX > WS-TAKE-COUNT
               IF WS-TKE-COMPANY (WS-OTHER-IDX)
                       = WS-TKE-COMPANY (WS-TAKE-IDX)
                   AND WS-TKE-POLICY (WS-OTHER-IDX)
                       = WS-TKE-POLICY (WS-TAKE-IDX)
                   AND (WS-TKE-POSTED-DATE (WS-OTHER-IDX)
                           < WS-TKE-POSTED-DATE (WS-TAKE-IDX)
                     OR (WS-TKE-POSTED-DATE (WS-OTHER-IDX)
                           = WS-TKE-POSTED-DATE (WS-TAKE-IDX)
                       AND WS-TKE-POSTED-TIME (WS-OTHER-IDX)
                           NOT > WS-TKE-POSTED-TIME (WS-TAKE-IDX)))
                   COMPUTE WS-DAYS-BETWEEN = WS-TAKE-INTEGER
                       - FUNCTION INTEGER-OF-DATE
                           (WS-TKE-POSTED-DATE (WS-OTHER-IDX))
                   IF WS-DAYS-BETWEEN < WS-CASH-WINDOW-DAYS
                       ADD 1 TO WS-WINDOW-TAKES
                       ADD WS-TKE-AMOUNT (WS-OTHER-IDX)
                           TO WS-WINDOW-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-WINDOW-TAKES < 2
               OR WS-WINDOW-TOTAL < WS-CASH-THRESHOLD
               EXIT PARAGRAPH
           END-IF.

      *    One open cash case per policy is enough for the desk.
           MOVE 'N' TO WS-CASE-FOUND-FLAG.
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT
                  OR WS-CASE-ON-FILE
               IF WS-CSE-RULE (WS-CASE-IDX) = 'C'
                   AND WS-CSE-COMPANY (WS-CASE-IDX)
                       = WS-TKE-COMPANY (WS-TAKE-IDX)
                   AND WS-CSE-POLICY (WS-CASE-IDX)
                       = WS-TKE-POLICY (WS-TAKE-IDX)
                   AND WS-CSE-STATUS (WS-CASE-IDX) NOT = 'C'
                   SET WS-CASE-ON-FILE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CASE-ON-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'C'                    TO WS-ALERT-RULE.
           MOVE ZERO                   TO WS-ALERT-RELATED-DATE.
           MOVE SPACES                 TO WS-ALERT-RELATED-CODER.
           MOVE WS-WINDOW-TOTAL        TO WS-ALERT-RELATED-AMOUNT.
           MOVE 'REPEATED TAKES PASS CASH-REPORTING THRESHOLD'
                                       TO WS-ALERT-TEXT.
           PERFORM 4000-RAISE-CASE.

      ******************************************************************
       3400-CHECK-UNUSUAL-CODER.

           IF WS-DESK-CODER-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DESK-FLAG.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-DESK-CODER-COUNT
               IF WS-DESK-CODER (WS-RULE-IDX)
                   = WS-TKE-CODER (WS-TAKE-IDX)
                   SET WS-DESK-CODER-TAKE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-DESK-CODER-TAKE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-MATCH-FLAG.
           PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
               UNTIL WS-QUOTE-IDX > WS-QUOTE-COUNT
                  OR WS-MATCH-FOUND
               IF WS-QTE-COMPANY (WS-QUOTE-IDX)
                       = WS-TKE-COMPANY (WS-TAKE-IDX)
                   AND WS-QTE-POLICY (WS-QUOTE-IDX)
                       = WS-TKE-POLICY (WS-TAKE-IDX)
                   AND WS-QTE-CODER (WS-QUOTE-IDX)
                       = WS-TKE-CODER (WS-TAKE-IDX)
                   AND WS-QTE-DATE (WS-QUOTE-IDX)
                       NOT > WS-TKE-POSTED-DATE (WS-TAKE-IDX)
                   COMPUTE WS-DAYS-BETWEEN = WS-TAKE-INTEGER
                       - FUNCTION INTEGER-OF-DATE
                           (WS-QTE-DATE (WS-QUOTE-IDX))
                   IF WS-DAYS-BETWEEN NOT > WS-CHANGE-WINDOW-DAYS
                       SET WS-MATCH-FOUND TO TRUE
                       MOVE WS-QTE-DATE (WS-QUOTE-IDX)
                           TO WS-ALERT-RELATED-DATE
                       MOVE WS-QTE-CODER (WS-QUOTE-IDX)
                           TO WS-ALERT-RELATED-CODER
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-MATCH-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Q'                    TO WS-ALERT-RULE.
           MOVE ZERO                   TO WS-ALERT-RELATED-AMOUNT.
           MOVE 'QUOTE THEN TAKE BY CODER OFF THE LOAN DESK'
                                       TO WS-ALERT-TEXT.
           PERFORM 4000-RAISE-CASE.

      ******************************************************************
       4000-RAISE-CASE.
      *    The same take under the same rule is raised once.

           MOVE 'N' TO WS-CASE-FOUND-FLAG.
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT
                  OR WS-CASE-ON-FILE
               IF WS-CSE-RULE (WS-CASE-IDX) = WS-ALERT-RULE
                   AND WS-CSE-COMPANY (WS-CASE-IDX)
                       = WS-TKE-COMPANY (WS-TAKE-IDX)
                   AND WS-CSE-POLICY (WS-CASE-IDX)
                       = WS-TKE-POLICY (WS-TAKE-IDX)
                   AND WS-CSE-TAKE-DATE (WS-CASE-IDX)
                       = WS-TKE-POSTED-DATE (WS-TAKE-IDX)
                   AND WS-CSE-TAKE-TIME (WS-CASE-IDX)
                       = WS-TKE-POSTED-TIME (WS-TAKE-IDX)
                   SET WS-CASE-ON-FILE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CASE-ON-FILE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NEXT-SEQUENCE.
           MOVE SPACES                 TO RED-FLAG-CASE-RECORD.
           MOVE WS-NOW-DATE            TO RFCS-OPENED-DATE.
           MOVE WS-NEXT-SEQUENCE       TO RFCS-CASE-SEQUENCE.
           MOVE WS-ALERT-RULE          TO RFCS-RULE-CODE.
           MOVE WS-TKE-COMPANY (WS-TAKE-IDX) TO RFCS-COMPANY-CODE.
           MOVE WS-TKE-POLICY (WS-TAKE-IDX)  TO RFCS-POLICY-NUMBER.
           MOVE WS-TKE-POSTED-DATE (WS-TAKE-IDX)
                                       TO RFCS-TAKE-POSTED-DATE.
           MOVE WS-TKE-POSTED-TIME (WS-TAKE-IDX)
                                       TO RFCS-TAKE-POSTED-TIME.
           MOVE WS-TKE-AMOUNT (WS-TAKE-IDX)  TO RFCS-TAKE-AMOUNT.
           MOVE WS-TKE-CODER (WS-TAKE-IDX)   TO RFCS-TAKE-CODER-ID.
           MOVE WS-ALERT-RELATED-DATE  TO RFCS-RELATED-DATE.
           MOVE WS-ALERT-RELATED-CODER TO RFCS-RELATED-CODER-ID.
           MOVE WS-ALERT-RELATED-AMOUNT TO RFCS-RELATED-AMOUNT.
           MOVE WS-ALERT-TEXT          TO RFCS-ALERT-TEXT.
           SET RFCS-CASE-OPEN          TO TRUE.
           MOVE ZERO                   TO RFCS-CLOSED-DATE.

           OPEN EXTEND RED-FLAG-CASE-FILE.
           IF RED-FLAG-CASE-STATUS = '35' OR '05'
               OPEN OUTPUT RED-FLAG-CASE-FILE
           END-IF.
           WRITE RED-FLAG-CASE-RECORD.
           CLOSE RED-FLAG-CASE-FILE.

           IF WS-CASE-COUNT < WS-MAX-CASES
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-ALERT-RULE TO WS-CSE-RULE (WS-CASE-COUNT)
               MOVE RFCS-COMPANY-CODE
                   TO WS-CSE-COMPANY (WS-CASE-COUNT)
               MOVE RFCS-POLICY-NUMBER
                   TO WS-CSE-POLICY (WS-CASE-COUNT)
               MOVE RFCS-TAKE-POSTED-DATE
                   TO WS-CSE-TAKE-DATE (WS-CASE-COUNT)
               MOVE RFCS-TAKE-POSTED-TIME
                   TO WS-CSE-TAKE-TIME (WS-CASE-COUNT)
               MOVE 'O' TO WS-CSE-STATUS (WS-CASE-COUNT)
           END-IF.

           ADD 1 TO WS-ALERTS-RAISED
                    WS-CASES-STILL-OPEN.
           EVALUATE WS-ALERT-RULE
               WHEN 'A'
                   ADD 1 TO WS-ALERTS-CHANGE
               WHEN 'M'
                   ADD 1 TO WS-ALERTS-MAX-TAKE
               WHEN 'C'
                   ADD 1 TO WS-ALERTS-CASH
               WHEN 'Q'
                   ADD 1 TO WS-ALERTS-CODER
           END-EVALUATE.

           MOVE SPACES TO FLAG-REPORT-RECORD.
           MOVE WS-ALERT-RULE         TO FLAG-REPORT-RECORD (2:1).
           MOVE RFCS-CASE-NUMBER      TO FLAG-REPORT-RECORD (6:12).
           MOVE RFCS-COMPANY-CODE     TO FLAG-REPORT-RECORD (20:2).
           MOVE RFCS-POLICY-NUMBER    TO FLAG-REPORT-RECORD (23:12).
           MOVE RFCS-TAKE-POSTED-DATE TO FLAG-REPORT-RECORD (37:8).
           MOVE RFCS-TAKE-CODER-ID    TO FLAG-REPORT-RECORD (46:4).
           MOVE RFCS-TAKE-AMOUNT      TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT        TO FLAG-REPORT-RECORD (51:17).
           MOVE RFCS-ALERT-TEXT       TO FLAG-REPORT-RECORD (70:50).
           WRITE FLAG-REPORT-RECORD.

      ******************************************************************
       7000-WRITE-CHECKPOINT.
      *    Takes past a full table were not measured - the old
      *    checkpoint brings them round again, and takes already
      *    raised are not raised twice.

           IF WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FLAG-CHECKPOINT-FILE.
           MOVE WS-NOW-DATE TO FLAG-CHECKPOINT-RECORD.
           WRITE FLAG-CHECKPOINT-RECORD.
           CLOSE FLAG-CHECKPOINT-FILE.

      ******************************************************************
       8000-WRITE-SUMMARY.

           MOVE SPACES TO FLAG-REPORT-RECORD.
           WRITE FLAG-REPORT-RECORD.
           MOVE WS-TAKES-SWEPT TO WS-COUNT-EDIT.
           STRING 'TAKES SWEPT:                ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO FLAG-REPORT-RECORD
           END-STRING.
           WRITE FLAG-REPORT-RECORD.
           MOVE SPACES TO FLAG-REPORT-RECORD.
           MOVE WS-ALERTS-CHANGE TO WS-COUNT-EDIT.
           STRING '  A CHANGE THEN TAKE:       ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO FLAG-REPORT-RECORD
           END-STRING.
           WRITE FLAG-REPORT-RECORD.
           MOVE SPACES TO FLAG-REPORT-RECORD.
           MOVE WS-ALERTS-MAX-TAKE TO WS-COUNT-EDIT.
           STRING '  M NEAR-MAX, NEW POLICY:   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO FLAG-REPORT-RECORD
           END-STRING.
           WRITE FLAG-REPORT-RECORD.
           MOVE SPACES TO FLAG-REPORT-RECORD.
           MOVE WS-ALERTS-CASH TO WS-COUNT-EDIT.
           STRING '  C CASH THRESHOLD:         ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO FLAG-REPORT-RECORD
           END-STRING.
           WRITE FLAG-REPORT-RECORD.
           MOVE SPACES TO FLAG-REPORT-RECORD.
           MOVE WS-ALERTS-CODER TO WS-COUNT-EDIT.
           STRING '  Q OFF-DESK QUOTE/TAKE:    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO FLAG-REPORT-RECORD
           END-STRING.
           WRITE FLAG-REPORT-RECORD.
           MOVE SPACES TO FLAG-REPORT-RECORD.
           MOVE WS-ALERTS-RAISED TO WS-COUNT-EDIT.
           STRING 'CASES OPENED THIS SWEEP:    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO FLAG-REPORT-RECORD
           END-STRING.
           WRITE FLAG-REPORT-RECORD.
           MOVE SPACES TO FLAG-REPORT-RECORD.
           MOVE WS-CASES-STILL-OPEN TO WS-COUNT-EDIT.
           STRING 'CASES OPEN OR IN WORK:      ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO FLAG-REPORT-RECORD
           END-STRING.
           WRITE FLAG-REPORT-RECORD.
           IF WS-TABLE-FULL
               MOVE SPACES TO FLAG-REPORT-RECORD
               MOVE '** TABLE FULL - SWEEP INCOMPLETE, RAISE LIMITS **'
                   TO FLAG-REPORT-RECORD
               WRITE FLAG-REPORT-RECORD
               MOVE SPACES TO FLAG-REPORT-RECORD
               MOVE '** CHECKPOINT NOT ADVANCED - TAKES RE-SWEPT **'
                   TO FLAG-REPORT-RECORD
               WRITE FLAG-REPORT-RECORD
           END-IF.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CREDFLAG'         TO WRUNC-JOB-NAME.
           MOVE WS-ALERTS-RAISED   TO WRUNC-RECORD-COUNT.
           IF WS-POLICY-FILE-NUMBER = ZERO
               OR WS-TABLE-FULL
               MOVE 'COMPLETE/FAILURES' TO WRUNC-RUN-STATUS
           ELSE
               MOVE 'COMPLETE'          TO WRUNC-RUN-STATUS
           END-IF.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
