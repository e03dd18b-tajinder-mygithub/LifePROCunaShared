      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CLONRECN.
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
      *D   CLONRECN reconciles the loan posting subledger to the
      *D   loan master.  CLONAUDT proves the interest math; this
      *D   proves the money landed - a CLONAPLY run that failed
      *D   halfway, or a hand edit through OFILEBTV, otherwise
      *D   leaves the two silently disagreeing.
      *D
      *D   Each policy's balance from the last run's snapshot
      *D   (LONRCNSN.PDM) is rolled forward through every
101526*D   posting CLONAPLY has applied since - the rows of its
101526*D   applied-posting log (LOANAPLD.PDM) past the snapshot's
101526*D   position; a posting held for OFAC review, or one that
101526*D   failed, is not on the master and is not counted until it
101526*D   is applied - the same way PLONPOST builds a
      *D   new balance: accrued interest capitalizes, a take adds,
      *D   a repayment subtracts down to no less than zero.
101526*D   A reversal moves the other way from the posting it
101526*D   reverses.
      *D
      *D   The loan master is then walked through PFILEBTV and each
      *D   LONM-LOAN-BALANCE compared with the rolled-forward
      *D   figure.  Every difference goes to the break report by
      *D   company/policy, as does a subledger balance with no
      *D   loan master record behind it.
      *D
      *D   The rolled-forward balances become the next run's
      *D   snapshot - a break is carried at the subledger figure
      *D   and reports again every run until the master is put
      *D   right.  With no snapshot yet the run takes the master as
      *D   the opening position and reports no breaks.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-005-01 MAINT New program.
101526*H 20261015-006-04 MAINT Automatic premium loans roll forward
101526*H                       as takes.
101526*H 20261015-007-04 MAINT Anniversary capitalizations roll
101526*H                       forward as takes.
101526*H 20261015-008-04 MAINT Loan posting reversals roll forward
101526*H                       against the original's direction.
101526*H 20261015-036-07 MAINT Roll forward from CLONAPLY's applied
101526*H                       posting log, not the queue, so held
101526*H                       and failed postings are not breaks.
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

           SELECT SNAPSHOT-FILE
       COPY WVARYCPY.
                                       SNAPSHOT-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS SNAPSHOT-STATUS.

           SELECT SNAPSHOT-WORK-FILE
       COPY WVARYCPY.
                                       SNAPSHOT-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS SNAPSHOT-WORK-STATUS.

101526     SELECT APPLIED-LOG-FILE
101526 COPY WVARYCPY.
101526                                 APPLIED-LOG-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS APPLIED-LOG-STATUS.

           SELECT RECON-REPORT-FILE
       COPY WVARYCPY.
                                       RECON-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS RECON-REPORT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLRCNCPY.

       FD  SNAPSHOT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-WORK-RECORD            PIC X(43).

101526 FD  APPLIED-LOG-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WLAPLCPY.

       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECON-REPORT-RECORD             PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WAPPLCPY.
           COPY WBTRVCPY.
           COPY WLONMCPY.
101526     COPY WLPSTCPY.

       01  CALLED-MODULES.
           05  PFILEBTV                   PIC X(08) VALUE 'PFILEBTV'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

           COPY WRUNCCPY.

       01  SNAPSHOT-STATUS                 PIC XX.
       01  SNAPSHOT-WORK-STATUS            PIC XX.
101526 01  APPLIED-LOG-STATUS              PIC XX.
       01  RECON-REPORT-STATUS             PIC XX.

       01  SNAPSHOT-FILE-NAME.
           05  WS-SNAPSHOT-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LONRCNSN.PDM'.

       01  SNAPSHOT-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LONRCNSW.PDM'.

101526*    CLONAPLY's applied-posting log - only what reached the
101526*    master is in it, so only that is counted.
101526 01  APPLIED-LOG-NAME.
101526     05  WS-APPLIED-FILE-DRIVE        PIC X(01) VALUE 'H'.
101526     05  FILLER                       PIC X(01) VALUE ':'.
101526     05  FILLER                       PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'LOANAPLD.PDM'.

       01  RECON-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  RECON-REPORT-CODER          PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'LONRCRP.PDM'.

      *    Logical name of the Btrieve policy loan master, resolved
      *    to file number and length the way CLONAPLY does.
       01  WS-LOAN-FILE-NAME               PIC X(30) VALUE 'LOANMAST'.

       01  WS-NAME-NUMBER.
           05  WS-NAME                     PIC X(30).
           05  WS-NUMBER                   PIC 9(05).
           05  WS-LENGTH REDEFINES WS-NUMBER
                                           PIC 9(05).
       01  WS-FILE-NUMBER                  PIC S9(04) COMP-5.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).

       01  WS-OPENING-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-OPENING-RUN                      VALUE 'Y'.

101526*    Applied-log positions - where the snapshot left off and
101526*    how many rows the log held when this run started.
       01  WS-SNAPSHOT-POSITION            PIC 9(09) VALUE ZERO.
101526 01  WS-LOGGED-COUNT                 PIC 9(09) VALUE ZERO.
101526 01  WS-LOG-READ                     PIC 9(09) VALUE ZERO.

      *    One row per policy loan the subledger knows of.
       78  WS-MAX-RECON-LOANS                  VALUE 5000.
       01  WS-LOAN-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-LOAN-IDX                     PIC 9(05).
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY OCCURS WS-MAX-RECON-LOANS TIMES.
               10  WS-LOAN-COMPANY             PIC X(02).
               10  WS-LOAN-POLICY              PIC X(12).
               10  WS-LOAN-EXPECTED            PIC S9(09)V9(02).
               10  WS-LOAN-SEEN-FLAG           PIC X(01).
                   88  WS-LOAN-SEEN                    VALUE 'Y'.
       01  WS-LOANS-DROPPED                PIC 9(07) VALUE ZERO.

       01  WS-FIND-COMPANY                 PIC X(02).
       01  WS-FIND-POLICY                  PIC X(12).
       01  WS-PAYOFF-AMOUNT                PIC S9(09)V9(02).
       01  WS-DIFFERENCE                   PIC S9(09)V9(02).
       01  WS-BREAK-NOTE                   PIC X(18) VALUE SPACES.

       01  WS-COUNTS.
           05  WS-POSTINGS-COUNTED          PIC 9(07) VALUE ZERO.
           05  WS-POSTINGS-SKIPPED          PIC 9(07) VALUE ZERO.
           05  WS-MASTER-READ               PIC 9(07) VALUE ZERO.
           05  WS-BREAK-COUNT               PIC 9(07) VALUE ZERO.

       01  WS-EXPECTED-EDIT                PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ACTUAL-EDIT                  PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFFERENCE-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.

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
      *            fail fast instead of interleaving its files.
                   CLOSE RECON-REPORT-FILE
               ELSE
               PERFORM 1500-RESOLVE-LOAN-FILE
               IF WS-FILE-NUMBER NOT = ZERO
                   PERFORM 2000-LOAD-SNAPSHOT
                   IF NOT WS-OPENING-RUN
                       PERFORM 3000-ROLL-FORWARD-POSTINGS
                   END-IF
                   PERFORM 4000-COMPARE-LOAN-MASTER
                   PERFORM 4500-REPORT-MISSING-LOANS
                   PERFORM 5000-WRITE-NEW-SNAPSHOT
               ELSE
                   MOVE 'LOAN MASTER FILE NOT RESOLVED - NO RUN'
                       TO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
               END-IF
               PERFORM 8000-WRITE-SUMMARY
               CLOSE RECON-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CLONRECN'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO RECON-REPORT-CODER.
           INSPECT RECON-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-SNAPSHOT-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
101526                                     WS-APPLIED-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT RECON-REPORT-FILE.

101526*    Rows CLONAPLY appends while this run is going are left
101526*    for the next one.
101526     MOVE ZERO TO WS-LOGGED-COUNT.
101526     OPEN INPUT APPLIED-LOG-FILE.
101526     IF APPLIED-LOG-STATUS = '00'
101526         MOVE 'N' TO WS-EOF-FLAG
101526         PERFORM UNTIL END-OF-INPUT-FILE
101526             READ APPLIED-LOG-FILE
101526                 AT END
101526                     MOVE 'Y' TO WS-EOF-FLAG
101526                 NOT AT END
101526                     ADD 1 TO WS-LOGGED-COUNT
101526             END-READ
101526         END-PERFORM
101526         CLOSE APPLIED-LOG-FILE
101526     END-IF.

      ******************************************************************
       1500-RESOLVE-LOAN-FILE.
      *    Same get-file-number path CLONAPLY and CFILEXPT drive.

           MOVE ZERO TO WS-FILE-NUMBER.

           MOVE WS-LOAN-FILE-NAME TO WS-NAME.
           SET WAPPL-GET-FILE-NUMBER TO TRUE.
           MOVE WS-NAME-NUMBER TO DATA-AREA.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           MOVE DATA-AREA TO WS-NAME-NUMBER.
           IF WBTRV-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMBER TO WS-FILE-NUMBER.
           MOVE WS-FILE-NUMBER TO DATA-FILE-NUMBER.
           MOVE ZERO TO WAPPL-KEY-NUMBER.

      ******************************************************************
       2000-LOAD-SNAPSHOT.

           OPEN INPUT SNAPSHOT-FILE.
           IF SNAPSHOT-STATUS NOT = '00'
      *        First run - the master is the opening position.
               SET WS-OPENING-RUN TO TRUE
101526         MOVE WS-LOGGED-COUNT TO WS-SNAPSHOT-POSITION
               MOVE 'NO PRIOR SNAPSHOT - LOAN MASTER TAKEN AS OPENING'
                   TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LRCN-CONTROL-ROW
                           MOVE LRCN-QUEUE-POSITION
                               TO WS-SNAPSHOT-POSITION
                       ELSE
                           MOVE LRCN-COMPANY-CODE TO WS-FIND-COMPANY
                           MOVE LRCN-POLICY-NUMBER TO WS-FIND-POLICY
                           PERFORM 6000-FIND-OR-ADD-LOAN
                           IF WS-LOAN-IDX NOT > WS-LOAN-COUNT
                               MOVE LRCN-RECONCILED-BALANCE
                                   TO WS-LOAN-EXPECTED (WS-LOAN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.

      ******************************************************************
       3000-ROLL-FORWARD-POSTINGS.
101526*    Only the postings CLONAPLY has applied since the
101526*    snapshot - the log rows past its position, as the posting
101526*    image was actually applied.

101526     OPEN INPUT APPLIED-LOG-FILE.
101526     IF APPLIED-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
101526     MOVE ZERO TO WS-LOG-READ.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
101526                OR WS-LOG-READ NOT < WS-LOGGED-COUNT
101526         READ APPLIED-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
101526                 ADD 1 TO WS-LOG-READ
101526                 IF WS-LOG-READ > WS-SNAPSHOT-POSITION
101526                     MOVE LAPL-POSTING TO LOAN-POSTING-RECORD
                           PERFORM 3100-ROLL-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
101526     CLOSE APPLIED-LOG-FILE.

101526*    Reconciled through what was counted.
101526     IF WS-LOG-READ > WS-SNAPSHOT-POSITION
101526         MOVE WS-LOG-READ TO WS-SNAPSHOT-POSITION
           END-IF.

      ******************************************************************
       3100-ROLL-ONE-POSTING.
      *    The same arithmetic PLONPOST's new balance uses - but on
      *    the subledger's own running figure, not the quote's, so a
      *    quote that disagreed with the master shows as a break.

           MOVE LPST-COMPANY-CODE      TO WS-FIND-COMPANY.
           MOVE LPST-POLICY-NUMBER     TO WS-FIND-POLICY.
           PERFORM 6000-FIND-OR-ADD-LOAN.
           IF WS-LOAN-IDX > WS-LOAN-COUNT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PAYOFF-AMOUNT =
               WS-LOAN-EXPECTED (WS-LOAN-IDX)
               + LPST-QUOTED-ACCRUED-INT.

           EVALUATE LPST-FUNCTION
               WHEN 'T'
101526         WHEN 'A'
101526         WHEN 'C'
                   ADD 1 TO WS-POSTINGS-COUNTED
                   COMPUTE WS-LOAN-EXPECTED (WS-LOAN-IDX) =
                       WS-PAYOFF-AMOUNT + LPST-TRANSACTION-AMOUNT
101526         WHEN 'V'
101526*            A reversed repayment goes back on; a reversed take
101526*            comes off the way a repayment does.
101526             ADD 1 TO WS-POSTINGS-COUNTED
101526             IF LPST-LINK-FUNCTION = 'R'
101526                 COMPUTE WS-LOAN-EXPECTED (WS-LOAN-IDX) =
101526                     WS-PAYOFF-AMOUNT + LPST-TRANSACTION-AMOUNT
101526             ELSE
101526             IF LPST-TRANSACTION-AMOUNT NOT < WS-PAYOFF-AMOUNT
101526                 MOVE ZERO TO WS-LOAN-EXPECTED (WS-LOAN-IDX)
101526             ELSE
101526                 COMPUTE WS-LOAN-EXPECTED (WS-LOAN-IDX) =
101526                     WS-PAYOFF-AMOUNT - LPST-TRANSACTION-AMOUNT
101526             END-IF
101526             END-IF
               WHEN 'R'
                   ADD 1 TO WS-POSTINGS-COUNTED
                   IF LPST-TRANSACTION-AMOUNT NOT < WS-PAYOFF-AMOUNT
                       MOVE ZERO TO WS-LOAN-EXPECTED (WS-LOAN-IDX)
                   ELSE
                       COMPUTE WS-LOAN-EXPECTED (WS-LOAN-IDX) =
                           WS-PAYOFF-AMOUNT - LPST-TRANSACTION-AMOUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-POSTINGS-SKIPPED
                   MOVE SPACES TO RECON-REPORT-RECORD
                   STRING 'POSTING NOT RECOGNIZED - FUNCTION '
                          LPST-FUNCTION ' ' LPST-COMPANY-CODE ' '
                          LPST-POLICY-NUMBER
                       DELIMITED BY SIZE INTO RECON-REPORT-RECORD
                   END-STRING
                   WRITE RECON-REPORT-RECORD
           END-EVALUATE.

      ******************************************************************
       4000-COMPARE-LOAN-MASTER.
      *    Walk the loan master in key order - company/policy - the
      *    positioning CFILEXPT's export makes.

           MOVE SPACES TO RECON-REPORT-RECORD.
           MOVE 'CO POLICY             SUBLEDGER     LOAN MASTER'
               TO RECON-REPORT-RECORD.
           MOVE 'DIFFERENCE'           TO RECON-REPORT-RECORD (55:10).
           WRITE RECON-REPORT-RECORD.

           MOVE WS-FILE-NUMBER TO DATA-FILE-NUMBER.
           MOVE ZERO TO WAPPL-KEY-NUMBER.
           MOVE LOW-VALUES TO WFUNC-PASSED-KEY (1).
           MOVE WBTRV-GET-GREATER-OR-EQUAL TO WAPPL-FUNCTION.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               CALL PFILEBTV USING WGLOBAL
                                   WAPPL-CALL-PARAMETERS
                                   WBTRIEVE
               IF WBTRV-RETURN-CODE = ZERO
                   ADD 1 TO WS-MASTER-READ
                   MOVE DATA-AREA (1:44) TO LOAN-MASTER-RECORD
                   PERFORM 4100-COMPARE-ONE-LOAN
                   MOVE WBTRV-GET-NEXT TO WAPPL-FUNCTION
               ELSE
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-PERFORM.

      ******************************************************************
       4100-COMPARE-ONE-LOAN.

           MOVE LONM-COMPANY-CODE      TO WS-FIND-COMPANY.
           MOVE LONM-POLICY-NUMBER     TO WS-FIND-POLICY.
           PERFORM 6000-FIND-OR-ADD-LOAN.
           IF WS-LOAN-IDX > WS-LOAN-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET WS-LOAN-SEEN (WS-LOAN-IDX) TO TRUE.

           IF WS-OPENING-RUN
               MOVE LONM-LOAN-BALANCE
                   TO WS-LOAN-EXPECTED (WS-LOAN-IDX)
               EXIT PARAGRAPH
           END-IF.

           IF LONM-LOAN-BALANCE NOT = WS-LOAN-EXPECTED (WS-LOAN-IDX)
               COMPUTE WS-DIFFERENCE =
                   LONM-LOAN-BALANCE - WS-LOAN-EXPECTED (WS-LOAN-IDX)
               MOVE WS-LOAN-EXPECTED (WS-LOAN-IDX)
                                       TO WS-EXPECTED-EDIT
               MOVE LONM-LOAN-BALANCE  TO WS-ACTUAL-EDIT
               PERFORM 4900-WRITE-BREAK-LINE
           END-IF.

      ******************************************************************
       4500-REPORT-MISSING-LOANS.
      *    A subledger balance with no loan master record behind it.

           IF WS-OPENING-RUN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF NOT WS-LOAN-SEEN (WS-LOAN-IDX)
                   AND WS-LOAN-EXPECTED (WS-LOAN-IDX) NOT = ZERO
                   MOVE WS-LOAN-COMPANY (WS-LOAN-IDX)
                                       TO WS-FIND-COMPANY
                   MOVE WS-LOAN-POLICY (WS-LOAN-IDX)
                                       TO WS-FIND-POLICY
                   COMPUTE WS-DIFFERENCE =
                       ZERO - WS-LOAN-EXPECTED (WS-LOAN-IDX)
                   MOVE WS-LOAN-EXPECTED (WS-LOAN-IDX)
                                       TO WS-EXPECTED-EDIT
                   MOVE ZERO           TO WS-ACTUAL-EDIT
                   MOVE 'NOT ON LOAN MASTER' TO WS-BREAK-NOTE
                   PERFORM 4900-WRITE-BREAK-LINE
                   MOVE SPACES         TO WS-BREAK-NOTE
               END-IF
           END-PERFORM.

      ******************************************************************
       4900-WRITE-BREAK-LINE.

           ADD 1 TO WS-BREAK-COUNT.
           MOVE WS-DIFFERENCE          TO WS-DIFFERENCE-EDIT.
           MOVE SPACES TO RECON-REPORT-RECORD.
           MOVE WS-FIND-COMPANY        TO RECON-REPORT-RECORD (1:2).
           MOVE WS-FIND-POLICY         TO RECON-REPORT-RECORD (4:12).
           MOVE WS-EXPECTED-EDIT       TO RECON-REPORT-RECORD (18:15).
           MOVE WS-ACTUAL-EDIT         TO RECON-REPORT-RECORD (35:15).
           MOVE WS-DIFFERENCE-EDIT     TO RECON-REPORT-RECORD (52:15).
           MOVE WS-BREAK-NOTE          TO RECON-REPORT-RECORD (70:18).
           WRITE RECON-REPORT-RECORD.

      ******************************************************************
       5000-WRITE-NEW-SNAPSHOT.
      *    Built in the work file and copied over the snapshot only
      *    once complete, so an interrupted run leaves the last good
      *    snapshot in place.

           OPEN OUTPUT SNAPSHOT-WORK-FILE.
           MOVE SPACES                 TO LOAN-RECON-SNAPSHOT-RECORD.
           SET LRCN-CONTROL-ROW        TO TRUE.
           MOVE ZERO                   TO LRCN-RECONCILED-BALANCE.
           MOVE WS-SNAPSHOT-POSITION   TO LRCN-QUEUE-POSITION.
           MOVE WS-NOW-DATE            TO LRCN-RECONCILED-DATE.
           WRITE SNAPSHOT-WORK-RECORD FROM LOAN-RECON-SNAPSHOT-RECORD.

           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LOAN-SEEN (WS-LOAN-IDX)
                   OR WS-LOAN-EXPECTED (WS-LOAN-IDX) NOT = ZERO
                   MOVE SPACES         TO LOAN-RECON-SNAPSHOT-RECORD
                   SET LRCN-BALANCE-ROW TO TRUE
                   MOVE WS-LOAN-COMPANY (WS-LOAN-IDX)
                                       TO LRCN-COMPANY-CODE
                   MOVE WS-LOAN-POLICY (WS-LOAN-IDX)
                                       TO LRCN-POLICY-NUMBER
                   MOVE WS-LOAN-EXPECTED (WS-LOAN-IDX)
                                       TO LRCN-RECONCILED-BALANCE
                   MOVE WS-SNAPSHOT-POSITION
                                       TO LRCN-QUEUE-POSITION
                   MOVE WS-NOW-DATE    TO LRCN-RECONCILED-DATE
                   WRITE SNAPSHOT-WORK-RECORD
                       FROM LOAN-RECON-SNAPSHOT-RECORD
               END-IF
           END-PERFORM.
           CLOSE SNAPSHOT-WORK-FILE.

           OPEN INPUT  SNAPSHOT-WORK-FILE
                OUTPUT SNAPSHOT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ SNAPSHOT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE LOAN-RECON-SNAPSHOT-RECORD
                           FROM SNAPSHOT-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-WORK-FILE
                 SNAPSHOT-FILE.

      ******************************************************************
       6000-FIND-OR-ADD-LOAN.
      *    Leaves WS-LOAN-IDX on the policy's row, or past the end
      *    when the table is full (the drop is counted).

           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LOAN-COMPANY (WS-LOAN-IDX) = WS-FIND-COMPANY
                   AND WS-LOAN-POLICY (WS-LOAN-IDX) = WS-FIND-POLICY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LOAN-COUNT < WS-MAX-RECON-LOANS
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE WS-FIND-COMPANY
                       TO WS-LOAN-COMPANY (WS-LOAN-IDX)
                   MOVE WS-FIND-POLICY
                       TO WS-LOAN-POLICY (WS-LOAN-IDX)
                   MOVE ZERO TO WS-LOAN-EXPECTED (WS-LOAN-IDX)
                   MOVE 'N'  TO WS-LOAN-SEEN-FLAG (WS-LOAN-IDX)
               ELSE
                   ADD 1 TO WS-LOANS-DROPPED
               END-IF
           END-IF.

      ******************************************************************
       8000-WRITE-SUMMARY.

           MOVE SPACES TO RECON-REPORT-RECORD.
101526     MOVE 'LOG RECONCILED THROUGH:'
101526                                 TO RECON-REPORT-RECORD (1:23).
           MOVE WS-SNAPSHOT-POSITION   TO RECON-REPORT-RECORD (30:9).
           WRITE RECON-REPORT-RECORD.

           MOVE SPACES TO RECON-REPORT-RECORD.
           MOVE 'POSTINGS ROLLED FORWARD:'
                                       TO RECON-REPORT-RECORD (1:24).
           MOVE WS-POSTINGS-COUNTED    TO RECON-REPORT-RECORD (30:7).
           WRITE RECON-REPORT-RECORD.

           MOVE SPACES TO RECON-REPORT-RECORD.
           MOVE 'POSTINGS NOT RECOGNIZED:'
                                       TO RECON-REPORT-RECORD (1:24).
           MOVE WS-POSTINGS-SKIPPED    TO RECON-REPORT-RECORD (30:7).
           WRITE RECON-REPORT-RECORD.

           MOVE SPACES TO RECON-REPORT-RECORD.
           MOVE 'LOAN MASTER RECORDS READ:'
                                       TO RECON-REPORT-RECORD (1:25).
           MOVE WS-MASTER-READ         TO RECON-REPORT-RECORD (30:7).
           WRITE RECON-REPORT-RECORD.

           MOVE SPACES TO RECON-REPORT-RECORD.
           MOVE 'BREAKS:'              TO RECON-REPORT-RECORD (1:7).
           MOVE WS-BREAK-COUNT         TO RECON-REPORT-RECORD (30:7).
           WRITE RECON-REPORT-RECORD.

           IF WS-LOANS-DROPPED > ZERO
               MOVE SPACES TO RECON-REPORT-RECORD
               MOVE '** LOAN TABLE FULL - POLICIES NOT RECONCILED **'
                   TO RECON-REPORT-RECORD (1:48)
               MOVE WS-LOANS-DROPPED   TO RECON-REPORT-RECORD (50:7)
               WRITE RECON-REPORT-RECORD
           END-IF.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CLONRECN'         TO WRUNC-JOB-NAME.
           MOVE WS-MASTER-READ     TO WRUNC-RECORD-COUNT.
           EVALUATE TRUE
               WHEN WS-FILE-NUMBER = ZERO
                   MOVE 'NO LOAN MASTER'    TO WRUNC-RUN-STATUS
               WHEN WS-BREAK-COUNT > ZERO
                   MOVE 'COMPLETE/BREAKS'   TO WRUNC-RUN-STATUS
               WHEN OTHER
                   MOVE 'COMPLETE'          TO WRUNC-RUN-STATUS
           END-EVALUATE.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
