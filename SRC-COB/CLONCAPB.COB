      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CLONCAPB.
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
      *D   CLONCAPB is the policy-anniversary loan interest
      *D   capitalization batch.  Interest the borrower has not
      *D   paid by the loan anniversary becomes principal; until
      *D   now that only happened incidentally, when PLONPOST
      *D   capitalized accrued interest on a take or repayment.
      *D
      *D   The loan master is walked through PFILEBTV and each loan
      *D   with a balance is matched to its policy master record;
      *D   the loan anniversary is the policy anniversary (issue
      *D   month and day).  Every loan whose anniversary fell since
      *D   the last run - a night the batch did not run is caught
      *D   up, never skipped - is quoted through PLONQUOT as of the
      *D   anniversary, and the unpaid interest it returns
      *D   (WLNQU-INTEREST-TO-ANNIV) posts through PLONPOST as a
      *D   capitalization ('C') onto LOANPOST.PDM for CLONAPLY to
      *D   apply - the same queue and apply path as every loan
      *D   transaction.
101526*D
101526*D   A loan with a posting still pending - queued and not yet
101526*D   applied by CLONAPLY, or held for OFAC review (CLONPEND) -
101526*D   is deferred rather than quoted off a master that does not
101526*D   yet carry it; the checkpoint holds back so the anniversary
101526*D   is picked up on a later run.
      *D
      *D   Each capitalization is logged on LOANCAP.PDM, which also
      *D   keeps a restarted run from posting an anniversary twice,
      *D   and listed by policy on the register with the amount and
      *D   the balance it produced - so the loan balance and the
      *D   borrower's statement agree on when interest became
      *D   principal.  Start/end go to the common run-control file
      *D   (CRUNCTRL).
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-007-01 MAINT New program.
101526*H 20261015-036-02 MAINT Checkpoint stops short of the earliest
101526*H                       anniversary a failure or a full due
101526*H                       table left undone, so it is retried.
101526*H 20261015-036-12 MAINT Defer a loan with a posting pending
101526*H                       (CLONPEND) until a later run.
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

           SELECT CAP-CHECKPOINT-FILE
       COPY WVARYCPY.
                                       CAP-CHECKPOINT-NAME
       COPY WLORGCPY.
                                       STATUS IS CAP-CHKPT-STATUS.

           SELECT CAP-LOG-FILE
       COPY WVARYCPY.
                                       CAP-LOG-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS CAP-LOG-STATUS.

           SELECT CAP-REPORT-FILE
       COPY WVARYCPY.
                                       CAP-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS CAP-REPORT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    The last date anniversaries have been processed through.
       FD  CAP-CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAP-CHECKPOINT-RECORD           PIC 9(08).

       FD  CAP-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLCAPCPY.

       FD  CAP-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAP-REPORT-RECORD               PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.
           COPY WAPPLCPY.
           COPY WBTRVCPY.
           COPY WLONMCPY.
           COPY WPOLMCPY.
           COPY WLNQUCPY.
           COPY WLNPOCPY.
101526     COPY WLPNDCPY.

       01  CALLED-MODULES.
           05  PFILEBTV                   PIC X(08) VALUE 'PFILEBTV'.
           05  PLONQUOT                   PIC X(08) VALUE 'PLONQUOT'.
           05  PLONPOST                   PIC X(08) VALUE 'PLONPOST'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CLONPEND                   PIC X(08) VALUE 'CLONPEND'.

           COPY WRUNCCPY.

       01  CAP-CHKPT-STATUS                PIC XX.
       01  CAP-LOG-STATUS                  PIC XX.
       01  CAP-REPORT-STATUS               PIC XX.

      *    Shared - how far anniversaries have been processed
      *    belongs to the loan book, not to one coder.
       01  CAP-CHECKPOINT-NAME.
           05  WS-CHECKPOINT-FILE-DRIVE     PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LONCAPCK.PDM'.

       01  CAP-LOG-FILE-NAME.
           05  WS-CAP-LOG-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LOANCAP.PDM'.

       01  CAP-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  CAP-REPORT-CODER            PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'LONCAPR.PDM'.

      *    Logical names of the Btrieve loan and policy masters,
      *    resolved the way CLONAPLY and CSTMCOMP resolve them.
       01  WS-LOAN-FILE-NAME               PIC X(30) VALUE 'LOANMAST'.
       01  WS-POLICY-FILE-NAME             PIC X(30) VALUE 'POLMASTR'.

       01  WS-NAME-NUMBER.
           05  WS-NAME                     PIC X(30).
           05  WS-NUMBER                   PIC 9(05).
       01  WS-LOAN-FILE-NUMBER             PIC S9(04) COMP-5.
       01  WS-POLICY-FILE-NUMBER           PIC S9(04) COMP-5.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).

      *    Anniversaries after this date, through today, are due.
       01  WS-LAST-PROCESSED               PIC 9(08) VALUE ZERO.
101526*    Earliest anniversary a failed quote or post, or a full due
101526*    table, left undone this run - the checkpoint stops the day
101526*    before it so the next run's window takes it in again.
101526 01  WS-RETRY-FROM-DATE              PIC 9(08) VALUE 99999999.
101526     88  WS-NOTHING-TO-RETRY                 VALUE 99999999.

       01  WS-ANNIVERSARY-DATE             PIC 9(08).
       01  WS-ANNIVERSARY-SPLIT REDEFINES WS-ANNIVERSARY-DATE.
           05  WS-ANNIV-YEAR                PIC 9(04).
           05  WS-ANNIV-MMDD                PIC 9(04).
       01  WS-ISSUE-SPLIT.
           05  WS-ISSUE-YEAR                PIC 9(04).
           05  WS-ISSUE-MMDD                PIC 9(04).
       01  WS-LEAP-QUOTIENT                PIC S9(05) COMP-5.
       01  WS-LEAP-REMAINDER-4             PIC S9(05) COMP-5.
       01  WS-LEAP-REMAINDER-100           PIC S9(05) COMP-5.
       01  WS-LEAP-REMAINDER-400           PIC S9(05) COMP-5.

      *    Loans whose anniversary fell in the window - collected on
      *    the walk, capitalized after it, so the quote's own reads
      *    of the loan master cannot move the walk.
       78  WS-MAX-DUE-LOANS                    VALUE 5000.
       01  WS-DUE-COUNT                    PIC 9(05) VALUE ZERO.
       01  WS-DUE-IDX                      PIC 9(05).
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS WS-MAX-DUE-LOANS TIMES.
               10  WS-DUE-COMPANY              PIC X(02).
               10  WS-DUE-POLICY               PIC X(12).
               10  WS-DUE-ANNIVERSARY          PIC 9(08).
       01  WS-DUE-DROPPED                  PIC 9(07) VALUE ZERO.

      *    Anniversaries already capitalized.
       78  WS-MAX-CAP-LOGGED                   VALUE 5000.
       01  WS-LOGGED-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-LOGGED-IDX                   PIC 9(05).
       01  WS-LOGGED-TABLE.
           05  WS-LOGGED-ENTRY OCCURS WS-MAX-CAP-LOGGED TIMES.
               10  WS-LOGGED-COMPANY           PIC X(02).
               10  WS-LOGGED-POLICY            PIC X(12).
               10  WS-LOGGED-ANNIVERSARY       PIC 9(08).
       01  WS-LOGGED-FLAG                  PIC X(01) VALUE 'N'.
           88  WS-ALREADY-LOGGED                   VALUE 'Y'.

       01  WS-RECORD-KEY                   PIC X(80).

       01  WS-CAPITALIZED                  PIC S9(09)V9(02).
       01  WS-NEW-BALANCE                  PIC S9(09)V9(02).
       01  WS-AMOUNT-EDIT                  PIC -Z,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT-2                PIC -Z,ZZZ,ZZ9.99.

       01  WS-COUNTS.
           05  WS-LOANS-READ                PIC 9(07) VALUE ZERO.
           05  WS-NO-POLICY                 PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-DONE              PIC 9(07) VALUE ZERO.
           05  WS-NOTHING-UNPAID            PIC 9(07) VALUE ZERO.
           05  WS-CAPITALIZED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-FAILURES                  PIC 9(07) VALUE ZERO.
101526     05  WS-DEFERRED                  PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-CAPITALIZED            PIC S9(11)V9(02) VALUE ZERO.

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
                   CLOSE CAP-REPORT-FILE
               ELSE
               PERFORM 1500-RESOLVE-MASTER-FILES
               IF WS-LOAN-FILE-NUMBER NOT = ZERO
                   AND WS-POLICY-FILE-NUMBER NOT = ZERO
                   PERFORM 1700-LOAD-CAP-LOG
101526             PERFORM 1800-LOAD-PENDING-POSTINGS
                   PERFORM 2000-COLLECT-ANNIVERSARIES
                   PERFORM 3000-CAPITALIZE-DUE-LOANS
                   PERFORM 7000-WRITE-CHECKPOINT
               ELSE
                   MOVE 'LOAN/POLICY MASTER NOT RESOLVED - NO RUN'
                       TO CAP-REPORT-RECORD
                   WRITE CAP-REPORT-RECORD
               END-IF
               PERFORM 8000-WRITE-SUMMARY
               CLOSE CAP-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CLONCAPB'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO CAP-REPORT-CODER.
           INSPECT CAP-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-CHECKPOINT-FILE-DRIVE
                                           WS-CAP-LOG-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT CAP-REPORT-FILE.

      *    No checkpoint yet - only today's anniversaries.
           COMPUTE WS-LAST-PROCESSED =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) - 1).
           OPEN INPUT CAP-CHECKPOINT-FILE.
           IF CAP-CHKPT-STATUS = '00'
               READ CAP-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CAP-CHECKPOINT-RECORD
                           TO WS-LAST-PROCESSED
               END-READ
               CLOSE CAP-CHECKPOINT-FILE
           END-IF.

           MOVE SPACES TO CAP-REPORT-RECORD.
           STRING 'ANNIVERSARY CAPITALIZATION REGISTER - ANNIVERSARIES'
                  ' AFTER ' WS-LAST-PROCESSED ' THROUGH ' WS-NOW-DATE
               DELIMITED BY SIZE INTO CAP-REPORT-RECORD
           END-STRING.
           WRITE CAP-REPORT-RECORD.

           MOVE SPACES TO CAP-REPORT-RECORD.
           MOVE 'CO POLICY        ANNIV DATE' TO CAP-REPORT-RECORD.
           MOVE '  CAPITALIZED    NEW BALANCE'
               TO CAP-REPORT-RECORD (30:28).
           WRITE CAP-REPORT-RECORD.

      ******************************************************************
       1500-RESOLVE-MASTER-FILES.
      *    Same get-file-number path CLONAPLY and CSTMCOMP drive.

           MOVE ZERO TO WS-LOAN-FILE-NUMBER
                        WS-POLICY-FILE-NUMBER.

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
           MOVE WS-NUMBER TO WS-LOAN-FILE-NUMBER.

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
       1700-LOAD-CAP-LOG.

           OPEN INPUT CAP-LOG-FILE.
           IF CAP-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ CAP-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
      *                Only anniversaries this window can reach.
                       IF LCAP-ANNIVERSARY-DATE > WS-LAST-PROCESSED
                           AND WS-LOGGED-COUNT < WS-MAX-CAP-LOGGED
                           ADD 1 TO WS-LOGGED-COUNT
                           MOVE LCAP-COMPANY-CODE
                               TO WS-LOGGED-COMPANY (WS-LOGGED-COUNT)
                           MOVE LCAP-POLICY-NUMBER
                               TO WS-LOGGED-POLICY (WS-LOGGED-COUNT)
                           MOVE LCAP-ANNIVERSARY-DATE
                               TO WS-LOGGED-ANNIVERSARY
                                                   (WS-LOGGED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAP-LOG-FILE.

101526******************************************************************
101526 1800-LOAD-PENDING-POSTINGS.
101526*    As the queue and the held postings stand at the start of
101526*    the run.

101526     INITIALIZE WLPND-PARAMETERS.
101526     SET WLPND-LOAD-PENDING      TO TRUE.
101526     CALL CLONPEND USING WGLOBAL, WLPND-PARAMETERS.

      ******************************************************************
       2000-COLLECT-ANNIVERSARIES.
      *    Walk the loan master in key order; each loan's policy
      *    master read is on the other file, so the walk's position
      *    holds.

           MOVE WS-LOAN-FILE-NUMBER TO DATA-FILE-NUMBER.
           MOVE ZERO TO WAPPL-KEY-NUMBER.
           MOVE LOW-VALUES TO WFUNC-PASSED-KEY (1).
           MOVE WBTRV-GET-GREATER-OR-EQUAL TO WAPPL-FUNCTION.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               MOVE WS-LOAN-FILE-NUMBER TO DATA-FILE-NUMBER
               CALL PFILEBTV USING WGLOBAL
                                   WAPPL-CALL-PARAMETERS
                                   WBTRIEVE
               IF WBTRV-RETURN-CODE = ZERO
                   ADD 1 TO WS-LOANS-READ
                   MOVE DATA-AREA (1:44) TO LOAN-MASTER-RECORD
                   IF LONM-LOAN-BALANCE > ZERO
                       PERFORM 2100-CHECK-ONE-LOAN
                   END-IF
                   MOVE WBTRV-GET-NEXT TO WAPPL-FUNCTION
               ELSE
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-PERFORM.

      ******************************************************************
       2100-CHECK-ONE-LOAN.

           MOVE SPACES TO WS-RECORD-KEY.
           STRING LONM-COMPANY-CODE
                  LONM-POLICY-NUMBER
               DELIMITED BY SIZE INTO WS-RECORD-KEY
           END-STRING.
           MOVE WS-POLICY-FILE-NUMBER TO DATA-FILE-NUMBER.
           MOVE WS-RECORD-KEY TO WFUNC-PASSED-KEY (1).
           MOVE WBTRV-GET-EQUAL TO WAPPL-FUNCTION.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           IF WBTRV-RETURN-CODE NOT = ZERO
               ADD 1 TO WS-NO-POLICY
               MOVE SPACES TO CAP-REPORT-RECORD
               STRING 'NO POLICY MASTER FOR LOAN '
                      LONM-COMPANY-CODE ' ' LONM-POLICY-NUMBER
                   DELIMITED BY SIZE INTO CAP-REPORT-RECORD
               END-STRING
               WRITE CAP-REPORT-RECORD
               PERFORM 2150-RESTORE-LOAN-POSITION
               EXIT PARAGRAPH
           END-IF.
           MOVE DATA-AREA (1:24) TO POLICY-MASTER-RECORD.
           PERFORM 2150-RESTORE-LOAN-POSITION.

      *    This year's anniversary, or last year's when this year's
      *    is still ahead.
           MOVE POLM-ISSUE-DATE        TO WS-ISSUE-SPLIT.
           MOVE WS-NOW-DATE (1:4)      TO WS-ANNIV-YEAR.
           PERFORM 2200-SET-ANNIVERSARY-DAY.
           IF WS-ANNIVERSARY-DATE > WS-NOW-DATE
               SUBTRACT 1 FROM WS-ANNIV-YEAR
               PERFORM 2200-SET-ANNIVERSARY-DAY
           END-IF.

           IF WS-ANNIVERSARY-DATE NOT > WS-LAST-PROCESSED
               OR WS-ANNIV-YEAR NOT > WS-ISSUE-YEAR
               EXIT PARAGRAPH
           END-IF.

           IF WS-DUE-COUNT < WS-MAX-DUE-LOANS
               ADD 1 TO WS-DUE-COUNT
               MOVE LONM-COMPANY-CODE
                   TO WS-DUE-COMPANY (WS-DUE-COUNT)
               MOVE LONM-POLICY-NUMBER
                   TO WS-DUE-POLICY (WS-DUE-COUNT)
               MOVE WS-ANNIVERSARY-DATE
                   TO WS-DUE-ANNIVERSARY (WS-DUE-COUNT)
           ELSE
               ADD 1 TO WS-DUE-DROPPED
101526         IF WS-ANNIVERSARY-DATE < WS-RETRY-FROM-DATE
101526             MOVE WS-ANNIVERSARY-DATE TO WS-RETRY-FROM-DATE
101526         END-IF
           END-IF.

      ******************************************************************
       2150-RESTORE-LOAN-POSITION.
      *    Back on the loan master for the walk's next get.

           MOVE WS-LOAN-FILE-NUMBER TO DATA-FILE-NUMBER.

      ******************************************************************
       2200-SET-ANNIVERSARY-DAY.
      *    A 29 February issue has its anniversary on the 28th in a
      *    year without one.

           MOVE WS-ISSUE-MMDD TO WS-ANNIV-MMDD.
           IF WS-ISSUE-MMDD = 0229
               DIVIDE WS-ANNIV-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-4
               DIVIDE WS-ANNIV-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-100
               DIVIDE WS-ANNIV-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER-400
               IF WS-LEAP-REMAINDER-4 NOT = ZERO
                   OR (WS-LEAP-REMAINDER-100 = ZERO
                       AND WS-LEAP-REMAINDER-400 NOT = ZERO)
                   MOVE 0228 TO WS-ANNIV-MMDD
               END-IF
           END-IF.

      ******************************************************************
       3000-CAPITALIZE-DUE-LOANS.

           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-COUNT
               PERFORM 3100-CHECK-CAP-LOG
               IF WS-ALREADY-LOGGED
                   ADD 1 TO WS-ALREADY-DONE
               ELSE
                   PERFORM 3200-CAPITALIZE-ONE-LOAN
               END-IF
           END-PERFORM.

      ******************************************************************
       3100-CHECK-CAP-LOG.

           MOVE 'N' TO WS-LOGGED-FLAG.
           PERFORM VARYING WS-LOGGED-IDX FROM 1 BY 1
               UNTIL WS-LOGGED-IDX > WS-LOGGED-COUNT
               IF WS-LOGGED-COMPANY (WS-LOGGED-IDX)
                       = WS-DUE-COMPANY (WS-DUE-IDX)
                   AND WS-LOGGED-POLICY (WS-LOGGED-IDX)
                       = WS-DUE-POLICY (WS-DUE-IDX)
                   AND WS-LOGGED-ANNIVERSARY (WS-LOGGED-IDX)
                       = WS-DUE-ANNIVERSARY (WS-DUE-IDX)
                   SET WS-ALREADY-LOGGED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       3200-CAPITALIZE-ONE-LOAN.
      *    Quote as of the anniversary for the interest unpaid to
      *    it, then post that interest as principal.

101526*    PLONQUOT sees only the loan master - a posting still
101526*    waiting to reach it would leave the quote, and the
101526*    capitalized interest, wrong.  Leave the loan for a later
101526*    run.
101526     INITIALIZE WLPND-PARAMETERS.
101526     SET WLPND-CHECK-POLICY      TO TRUE.
101526     MOVE WS-DUE-COMPANY (WS-DUE-IDX)  TO WLPND-COMPANY-CODE.
101526     MOVE WS-DUE-POLICY (WS-DUE-IDX)   TO WLPND-POLICY-NUMBER.
101526     CALL CLONPEND USING WGLOBAL, WLPND-PARAMETERS.
101526     IF WLPND-POSTING-PENDING
101526         ADD 1 TO WS-DEFERRED
101526         PERFORM 3900-NOTE-RETRY-DATE
101526         MOVE SPACES TO CAP-REPORT-RECORD
101526         STRING 'DEFERRED - LOAN POSTING PENDING '
101526                WS-DUE-COMPANY (WS-DUE-IDX) ' '
101526                WS-DUE-POLICY (WS-DUE-IDX)
101526             DELIMITED BY SIZE INTO CAP-REPORT-RECORD
101526         END-STRING
101526         WRITE CAP-REPORT-RECORD
101526         EXIT PARAGRAPH
101526     END-IF.

           INITIALIZE WLNQU-PARAMETERS.
           MOVE WS-DUE-COMPANY (WS-DUE-IDX)  TO WLNQU-COMPANY-CODE.
           MOVE WS-DUE-POLICY (WS-DUE-IDX)   TO WLNQU-POLICY-NUMBER.
           MOVE WS-DUE-ANNIVERSARY (WS-DUE-IDX)
                                             TO WLNQU-EFFECTIVE-DATE.
           CALL PLONQUOT USING WGLOBAL WLNQU-PARAMETERS.
           IF NOT WLNQU-PROCESSING-OK
               ADD 1 TO WS-FAILURES
101526         PERFORM 3900-NOTE-RETRY-DATE
               MOVE SPACES TO CAP-REPORT-RECORD
               STRING 'QUOTE FAILED - '
                      WS-DUE-COMPANY (WS-DUE-IDX) ' '
                      WS-DUE-POLICY (WS-DUE-IDX)
                   DELIMITED BY SIZE INTO CAP-REPORT-RECORD
               END-STRING
               WRITE CAP-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CAPITALIZED ROUNDED = WLNQU-INTEREST-TO-ANNIV.
           IF WS-CAPITALIZED NOT > ZERO
      *        The borrower paid the interest - nothing to add.
               ADD 1 TO WS-NOTHING-UNPAID
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WLNPO-PARAMETERS.
           SET WLNPO-CAPITALIZE-INTEREST TO TRUE.
           MOVE WS-DUE-COMPANY (WS-DUE-IDX)  TO WLNPO-COMPANY-CODE.
           MOVE WS-DUE-POLICY (WS-DUE-IDX)   TO WLNPO-POLICY-NUMBER.
           MOVE WS-DUE-ANNIVERSARY (WS-DUE-IDX)
                                             TO WLNPO-EFFECTIVE-DATE.
           MOVE WS-CAPITALIZED         TO WLNPO-TRANSACTION-AMOUNT.
           MOVE WLNQU-CUR-LOAN-BALANCE TO WLNPO-QUOTED-LOAN-BALANCE.
           MOVE WLNQU-NET-LOAN-AVAIL   TO WLNPO-QUOTED-NET-AVAIL.
           MOVE ZERO                   TO WLNPO-QUOTED-ACCRUED-INT.
           MOVE WLNQU-LOAN-INTEREST-RATE
                                       TO WLNPO-QUOTED-INTEREST-RATE.
           CALL PLONPOST USING WGLOBAL WLNPO-PARAMETERS.
           IF WLNPO-RETURN-CODE NOT = ZERO
               ADD 1 TO WS-FAILURES
101526         PERFORM 3900-NOTE-RETRY-DATE
               MOVE SPACES TO CAP-REPORT-RECORD
               STRING 'POST FAILED - '
                      WS-DUE-COMPANY (WS-DUE-IDX) ' '
                      WS-DUE-POLICY (WS-DUE-IDX) ' '
                      WLNPO-ERROR-MESSAGE (1:50)
                   DELIMITED BY SIZE INTO CAP-REPORT-RECORD
               END-STRING
               WRITE CAP-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CAPITALIZED-COUNT.
           ADD WS-CAPITALIZED TO WS-TOTAL-CAPITALIZED.
101526     INITIALIZE WLPND-PARAMETERS.
101526     SET WLPND-NOTE-POSTED       TO TRUE.
101526     MOVE WS-DUE-COMPANY (WS-DUE-IDX)  TO WLPND-COMPANY-CODE.
101526     MOVE WS-DUE-POLICY (WS-DUE-IDX)   TO WLPND-POLICY-NUMBER.
101526     CALL CLONPEND USING WGLOBAL, WLPND-PARAMETERS.
           COMPUTE WS-NEW-BALANCE ROUNDED =
               WLNPO-OUT-NEW-LOAN-BALANCE.
           PERFORM 4000-APPEND-CAP-LOG.

           MOVE WS-CAPITALIZED         TO WS-AMOUNT-EDIT.
           MOVE WS-NEW-BALANCE         TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO CAP-REPORT-RECORD.
           MOVE WS-DUE-COMPANY (WS-DUE-IDX)
                                       TO CAP-REPORT-RECORD (1:2).
           MOVE WS-DUE-POLICY (WS-DUE-IDX)
                                       TO CAP-REPORT-RECORD (4:12).
           MOVE WS-DUE-ANNIVERSARY (WS-DUE-IDX)
                                       TO CAP-REPORT-RECORD (18:8).
           MOVE WS-AMOUNT-EDIT         TO CAP-REPORT-RECORD (29:13).
           MOVE WS-AMOUNT-EDIT-2       TO CAP-REPORT-RECORD (44:13).
           WRITE CAP-REPORT-RECORD.

101526******************************************************************
101526 3900-NOTE-RETRY-DATE.
101526
101526     IF WS-DUE-ANNIVERSARY (WS-DUE-IDX) < WS-RETRY-FROM-DATE
101526         MOVE WS-DUE-ANNIVERSARY (WS-DUE-IDX)
101526                                 TO WS-RETRY-FROM-DATE
101526     END-IF.

      ******************************************************************
       4000-APPEND-CAP-LOG.

           OPEN EXTEND CAP-LOG-FILE.
           IF CAP-LOG-STATUS = '35' OR '05'
               OPEN OUTPUT CAP-LOG-FILE
           END-IF.
           MOVE SPACES                 TO LOAN-CAPITALIZATION-RECORD.
           MOVE WS-DUE-COMPANY (WS-DUE-IDX)
                                       TO LCAP-COMPANY-CODE.
           MOVE WS-DUE-POLICY (WS-DUE-IDX)
                                       TO LCAP-POLICY-NUMBER.
           MOVE WS-DUE-ANNIVERSARY (WS-DUE-IDX)
                                       TO LCAP-ANNIVERSARY-DATE.
           MOVE WS-CAPITALIZED         TO LCAP-CAPITALIZED-AMOUNT.
           MOVE WS-NEW-BALANCE         TO LCAP-NEW-LOAN-BALANCE.
           MOVE WS-NOW-DATE            TO LCAP-POSTED-DATE.
           MOVE WCODER-ID              TO LCAP-CODER-ID.
           WRITE LOAN-CAPITALIZATION-RECORD.
           CLOSE CAP-LOG-FILE.

      ******************************************************************
       7000-WRITE-CHECKPOINT.

           OPEN OUTPUT CAP-CHECKPOINT-FILE.
101526*    Anything left undone holds the checkpoint back to the day
101526*    before it; LOANCAP.PDM keeps what did post from posting
101526*    again when the window comes round.
101526     IF WS-NOTHING-TO-RETRY
101526         MOVE WS-NOW-DATE TO CAP-CHECKPOINT-RECORD
101526     ELSE
101526         COMPUTE CAP-CHECKPOINT-RECORD =
101526             FUNCTION DATE-OF-INTEGER
101526                 (FUNCTION INTEGER-OF-DATE (WS-RETRY-FROM-DATE)
101526                  - 1)
101526     END-IF.
           WRITE CAP-CHECKPOINT-RECORD.
           CLOSE CAP-CHECKPOINT-FILE.

      ******************************************************************
       8000-WRITE-SUMMARY.

           MOVE SPACES TO CAP-REPORT-RECORD.
           WRITE CAP-REPORT-RECORD.

           MOVE SPACES TO CAP-REPORT-RECORD.
           MOVE 'LOANS READ:'          TO CAP-REPORT-RECORD (1:11).
           MOVE WS-LOANS-READ          TO CAP-REPORT-RECORD (30:7).
           WRITE CAP-REPORT-RECORD.

           MOVE SPACES TO CAP-REPORT-RECORD.
           MOVE 'ANNIVERSARIES DUE:'   TO CAP-REPORT-RECORD (1:18).
           MOVE WS-DUE-COUNT           TO CAP-REPORT-RECORD (30:7).
           WRITE CAP-REPORT-RECORD.

           MOVE SPACES TO CAP-REPORT-RECORD.
           MOVE 'ALREADY CAPITALIZED:' TO CAP-REPORT-RECORD (1:20).
           MOVE WS-ALREADY-DONE        TO CAP-REPORT-RECORD (30:7).
           WRITE CAP-REPORT-RECORD.

           MOVE SPACES TO CAP-REPORT-RECORD.
           MOVE 'NO INTEREST UNPAID:'  TO CAP-REPORT-RECORD (1:19).
           MOVE WS-NOTHING-UNPAID      TO CAP-REPORT-RECORD (30:7).
           WRITE CAP-REPORT-RECORD.

           MOVE SPACES TO CAP-REPORT-RECORD.
           MOVE 'LOANS CAPITALIZED:'   TO CAP-REPORT-RECORD (1:18).
           MOVE WS-CAPITALIZED-COUNT   TO CAP-REPORT-RECORD (30:7).
           MOVE WS-TOTAL-CAPITALIZED   TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT         TO CAP-REPORT-RECORD (40:13).
           WRITE CAP-REPORT-RECORD.

           MOVE SPACES TO CAP-REPORT-RECORD.
           MOVE 'NO POLICY MASTER:'    TO CAP-REPORT-RECORD (1:17).
           MOVE WS-NO-POLICY           TO CAP-REPORT-RECORD (30:7).
           WRITE CAP-REPORT-RECORD.

           MOVE SPACES TO CAP-REPORT-RECORD.
           MOVE 'QUOTE/POST FAILURES:' TO CAP-REPORT-RECORD (1:21).
           MOVE WS-FAILURES            TO CAP-REPORT-RECORD (30:7).
           WRITE CAP-REPORT-RECORD.

101526     MOVE SPACES TO CAP-REPORT-RECORD.
101526     MOVE 'DEFERRED - POSTING PENDING:'
101526                                 TO CAP-REPORT-RECORD (1:27).
101526     MOVE WS-DEFERRED            TO CAP-REPORT-RECORD (30:7).
101526     WRITE CAP-REPORT-RECORD.

           IF WS-DUE-DROPPED > ZERO
               MOVE SPACES TO CAP-REPORT-RECORD
               MOVE '** DUE TABLE FULL - LOANS NOT CAPITALIZED **'
                   TO CAP-REPORT-RECORD (1:45)
               MOVE WS-DUE-DROPPED     TO CAP-REPORT-RECORD (47:7)
               WRITE CAP-REPORT-RECORD
           END-IF.

101526     IF NOT WS-NOTHING-TO-RETRY
101526         MOVE SPACES TO CAP-REPORT-RECORD
101526         STRING 'CHECKPOINT HELD BACK - RETRY FROM '
101526                WS-RETRY-FROM-DATE
101526             DELIMITED BY SIZE INTO CAP-REPORT-RECORD
101526         END-STRING
101526         WRITE CAP-REPORT-RECORD
101526     END-IF.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CLONCAPB'         TO WRUNC-JOB-NAME.
           MOVE WS-CAPITALIZED-COUNT TO WRUNC-RECORD-COUNT.
           IF WS-FAILURES > ZERO OR WS-DUE-DROPPED > ZERO
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
