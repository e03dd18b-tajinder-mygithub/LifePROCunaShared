      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CLONBILL.
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
      *D   CLONBILL is the annual loan interest billing batch.
      *D   Until now a borrower was never billed for loan interest
      *D   and only learned it had been capitalized when the annual
      *D   statement arrived; this run bills it ahead of the loan
      *D   anniversary, while it can still be paid.
      *D
      *D   The loan master is walked through PFILEBTV and each loan
      *D   with a balance on an in-force policy is matched to its
      *D   policy master record for the anniversary (issue month
      *D   and day), exactly as CLONCAPB finds it.  Every loan whose
      *D   anniversary comes due within the billing lead time since
      *D   the last run - a night the batch did not run is caught
      *D   up, never skipped - is quoted through PLONQUOT as of the
      *D   anniversary, and the interest due to it
      *D   (WLNQU-INTEREST-TO-ANNIV, the figure CLONCAPB will
      *D   capitalize if it is not paid) is billed.
      *D
      *D   Each notice is written in the CLONLETR letter style
      *D   (R<policy>.BIL) and ends in a remittance stub whose scan
      *D   line (WLSTBCPY) carries company/policy, due date and
      *D   amount for the bank lockbox.  Each bill goes on the
      *D   billing register LOANBILL.PDM (WLBILCPY), which also keeps
      *D   a restarted run from billing an anniversary twice and is
      *D   what repayments are matched back to; the run's bills are
      *D   listed on LONBILR.PDM.  Start/end go to the common
      *D   run-control file (CRUNCTRL).
101526*D   Each notice is also logged to the correspondence log
101526*D   (CCORRLOG).
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-011-01 MAINT New program.
101526*H 20261015-028-06 MAINT Log each notice to the correspondence
101526*H                       log (CCORRLOG).
101526*H 20261015-036-03 MAINT Checkpoint stops short of the earliest
101526*H                       anniversary a failed quote or a full
101526*H                       due table left unbilled, so it is
101526*H                       retried.
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

           SELECT BILL-CHECKPOINT-FILE
       COPY WVARYCPY.
                                       BILL-CHECKPOINT-NAME
       COPY WLORGCPY.
                                       STATUS IS BILL-CHKPT-STATUS.

           SELECT BILL-REGISTER-FILE
       COPY WVARYCPY.
                                       BILL-REGISTER-NAME
       COPY WLORGCPY.
                                       STATUS IS BILL-REGISTER-STATUS.

           SELECT NOTICE-FILE
       COPY WVARYCPY.
                                       NOTICE-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS NOTICE-STATUS.

           SELECT BILL-REPORT-FILE
       COPY WVARYCPY.
                                       BILL-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS BILL-REPORT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    The last date billing has been run through.
       FD  BILL-CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BILL-CHECKPOINT-RECORD          PIC 9(08).

       FD  BILL-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLBILCPY.

       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-RECORD                   PIC X(80).

       FD  BILL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BILL-REPORT-RECORD              PIC X(132).

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
           COPY WLSTBCPY.
101526     COPY WCORWCPY.

       01  CALLED-MODULES.
           05  PFILEBTV                   PIC X(08) VALUE 'PFILEBTV'.
           05  PLONQUOT                   PIC X(08) VALUE 'PLONQUOT'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CCORRLOG                   PIC X(08) VALUE 'CCORRLOG'.

           COPY WRUNCCPY.

       01  BILL-CHKPT-STATUS               PIC XX.
       01  BILL-REGISTER-STATUS            PIC XX.
       01  NOTICE-STATUS                   PIC XX.
       01  BILL-REPORT-STATUS              PIC XX.

      *    Shared - how far billing has been run belongs to the loan
      *    book, not to one coder.
       01  BILL-CHECKPOINT-NAME.
           05  WS-CHECKPOINT-FILE-DRIVE     PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LONBILCK.PDM'.

       01  BILL-REGISTER-NAME.
           05  WS-REGISTER-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LOANBILL.PDM'.

      *    One notice file per policy, named for it, like the
      *    CLONLETR quote letters are.
       01  NOTICE-FILE-NAME                PIC X(30).

       01  BILL-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  BILL-REPORT-CODER           PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'LONBILR.PDM'.

      *    Logical names of the Btrieve loan and policy masters,
      *    resolved the way CLONAPLY and CLONCAPB resolve them.
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

      *    Days ahead of the anniversary the bill goes out - time
      *    for the mail and for the borrower to pay before CLONCAPB
      *    capitalizes what is left.
       78  WS-BILL-LEAD-DAYS                   VALUE 30.

      *    Anniversaries after WS-WINDOW-FROM, through WS-WINDOW-TO,
      *    are billed this run.
       01  WS-LAST-PROCESSED               PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-FROM                  PIC 9(08).
       01  WS-WINDOW-TO                    PIC 9(08).
101526*    Earliest anniversary a failed quote, or a full due table,
101526*    left unbilled this run - the checkpoint is held back so the
101526*    next run's window takes it in again.
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

      *    Loans whose anniversary falls in the window - collected
      *    on the walk, billed after it, so the quote's own reads of
      *    the loan master cannot move the walk.
       78  WS-MAX-DUE-LOANS                    VALUE 5000.
       01  WS-DUE-COUNT                    PIC 9(05) VALUE ZERO.
       01  WS-DUE-IDX                      PIC 9(05).
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS WS-MAX-DUE-LOANS TIMES.
               10  WS-DUE-COMPANY              PIC X(02).
               10  WS-DUE-POLICY               PIC X(12).
               10  WS-DUE-ANNIVERSARY          PIC 9(08).
       01  WS-DUE-DROPPED                  PIC 9(07) VALUE ZERO.

      *    Anniversaries already billed.
       78  WS-MAX-BILLS-LOGGED                 VALUE 5000.
       01  WS-LOGGED-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-LOGGED-IDX                   PIC 9(05).
       01  WS-LOGGED-TABLE.
           05  WS-LOGGED-ENTRY OCCURS WS-MAX-BILLS-LOGGED TIMES.
               10  WS-LOGGED-COMPANY           PIC X(02).
               10  WS-LOGGED-POLICY            PIC X(12).
               10  WS-LOGGED-DUE-DATE          PIC 9(08).
       01  WS-LOGGED-FLAG                  PIC X(01) VALUE 'N'.
           88  WS-ALREADY-LOGGED                   VALUE 'Y'.

       01  WS-RECORD-KEY                   PIC X(80).

       01  WS-AMOUNT-DUE                   PIC S9(09)V9(02).
       01  WS-LOAN-BALANCE                 PIC S9(09)V9(02).
       01  WS-INTEREST-RATE                PIC S9(03)V9(04).
       01  WS-AMOUNT-EDIT                  PIC -Z,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT-2                PIC -Z,ZZZ,ZZ9.99.
       01  WS-RATE-EDIT                    PIC -ZZ9.9999.

      *    Stub check digit - weighted modulus 10 over the digits of
      *    due date and amount.
       01  WS-CHECK-SUM                    PIC S9(05) COMP-5.
       01  WS-CHECK-PRODUCT                PIC S9(05) COMP-5.
       01  WS-CHECK-QUOTIENT               PIC S9(05) COMP-5.
       01  WS-CHECK-REMAINDER              PIC S9(05) COMP-5.
       01  WS-DIGIT-IDX                    PIC S9(04) COMP-5.

       01  WS-COUNTS.
           05  WS-LOANS-READ                PIC 9(07) VALUE ZERO.
           05  WS-NO-POLICY                 PIC 9(07) VALUE ZERO.
           05  WS-NOT-IN-FORCE              PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-BILLED            PIC 9(07) VALUE ZERO.
           05  WS-NOTHING-DUE               PIC 9(07) VALUE ZERO.
           05  WS-BILLED-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-FAILURES                  PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-BILLED                 PIC S9(11)V9(02) VALUE ZERO.

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
      *            fail fast instead of sending anyone two bills.
                   CLOSE BILL-REPORT-FILE
               ELSE
               PERFORM 1500-RESOLVE-MASTER-FILES
               IF WS-LOAN-FILE-NUMBER NOT = ZERO
                   AND WS-POLICY-FILE-NUMBER NOT = ZERO
                   PERFORM 1700-LOAD-BILL-REGISTER
                   PERFORM 2000-COLLECT-ANNIVERSARIES
                   PERFORM 3000-BILL-DUE-LOANS
                   PERFORM 7000-WRITE-CHECKPOINT
               ELSE
                   MOVE 'LOAN/POLICY MASTER NOT RESOLVED - NO RUN'
                       TO BILL-REPORT-RECORD
                   WRITE BILL-REPORT-RECORD
               END-IF
               PERFORM 8000-WRITE-SUMMARY
               CLOSE BILL-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CLONBILL'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO BILL-REPORT-CODER.
           INSPECT BILL-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-CHECKPOINT-FILE-DRIVE
                                           WS-REGISTER-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT BILL-REPORT-FILE.

      *    No checkpoint yet - only the anniversaries coming into
      *    the lead time today.
           COMPUTE WS-LAST-PROCESSED =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) - 1).
           OPEN INPUT BILL-CHECKPOINT-FILE.
           IF BILL-CHKPT-STATUS = '00'
               READ BILL-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BILL-CHECKPOINT-RECORD
                           TO WS-LAST-PROCESSED
               END-READ
               CLOSE BILL-CHECKPOINT-FILE
           END-IF.

           COMPUTE WS-WINDOW-FROM =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-LAST-PROCESSED)
                    + WS-BILL-LEAD-DAYS).
           COMPUTE WS-WINDOW-TO =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE)
                    + WS-BILL-LEAD-DAYS).

           MOVE SPACES TO BILL-REPORT-RECORD.
           STRING 'LOAN INTEREST BILLING REGISTER - ANNIVERSARIES'
                  ' AFTER ' WS-WINDOW-FROM ' THROUGH ' WS-WINDOW-TO
                  ' - RUN ' WS-NOW-DATE
               DELIMITED BY SIZE INTO BILL-REPORT-RECORD
           END-STRING.
           WRITE BILL-REPORT-RECORD.

           MOVE SPACES TO BILL-REPORT-RECORD.
           MOVE 'CO POLICY        DUE DATE' TO BILL-REPORT-RECORD.
           MOVE '   AMOUNT DUE   LOAN BALANCE      RATE'
               TO BILL-REPORT-RECORD (28:39).
           WRITE BILL-REPORT-RECORD.

      ******************************************************************
       1500-RESOLVE-MASTER-FILES.
      *    Same get-file-number path CLONAPLY and CLONCAPB drive.

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
       1700-LOAD-BILL-REGISTER.

           OPEN INPUT BILL-REGISTER-FILE.
           IF BILL-REGISTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ BILL-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
      *                Only anniversaries this window can reach.
                       IF LBIL-DUE-DATE > WS-WINDOW-FROM
                           AND WS-LOGGED-COUNT < WS-MAX-BILLS-LOGGED
                           ADD 1 TO WS-LOGGED-COUNT
                           MOVE LBIL-COMPANY-CODE
                               TO WS-LOGGED-COMPANY (WS-LOGGED-COUNT)
                           MOVE LBIL-POLICY-NUMBER
                               TO WS-LOGGED-POLICY (WS-LOGGED-COUNT)
                           MOVE LBIL-DUE-DATE
                               TO WS-LOGGED-DUE-DATE (WS-LOGGED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILL-REGISTER-FILE.

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
               MOVE SPACES TO BILL-REPORT-RECORD
               STRING 'NO POLICY MASTER FOR LOAN '
                      LONM-COMPANY-CODE ' ' LONM-POLICY-NUMBER
                   DELIMITED BY SIZE INTO BILL-REPORT-RECORD
               END-STRING
               WRITE BILL-REPORT-RECORD
               PERFORM 2150-RESTORE-LOAN-POSITION
               EXIT PARAGRAPH
           END-IF.
           MOVE DATA-AREA (1:24) TO POLICY-MASTER-RECORD.
           PERFORM 2150-RESTORE-LOAN-POSITION.

      *    A lapsed or surrendered policy's loan is settled off the
      *    values, not billed.
           IF POLM-STATUS-CODE NOT = 'IF'
               ADD 1 TO WS-NOT-IN-FORCE
               EXIT PARAGRAPH
           END-IF.

      *    The anniversary in the window end's year, or the year
      *    before when that one is past the window.
           MOVE POLM-ISSUE-DATE        TO WS-ISSUE-SPLIT.
           MOVE WS-WINDOW-TO (1:4)     TO WS-ANNIV-YEAR.
           PERFORM 2200-SET-ANNIVERSARY-DAY.
           IF WS-ANNIVERSARY-DATE > WS-WINDOW-TO
               SUBTRACT 1 FROM WS-ANNIV-YEAR
               PERFORM 2200-SET-ANNIVERSARY-DAY
           END-IF.

           IF WS-ANNIVERSARY-DATE NOT > WS-WINDOW-FROM
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
      *    year without one - the same day CLONCAPB capitalizes on.

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
       3000-BILL-DUE-LOANS.

           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-COUNT
               PERFORM 3100-CHECK-BILL-REGISTER
               IF WS-ALREADY-LOGGED
                   ADD 1 TO WS-ALREADY-BILLED
               ELSE
                   PERFORM 3200-BILL-ONE-LOAN
               END-IF
           END-PERFORM.

      ******************************************************************
       3100-CHECK-BILL-REGISTER.

           MOVE 'N' TO WS-LOGGED-FLAG.
           PERFORM VARYING WS-LOGGED-IDX FROM 1 BY 1
               UNTIL WS-LOGGED-IDX > WS-LOGGED-COUNT
               IF WS-LOGGED-COMPANY (WS-LOGGED-IDX)
                       = WS-DUE-COMPANY (WS-DUE-IDX)
                   AND WS-LOGGED-POLICY (WS-LOGGED-IDX)
                       = WS-DUE-POLICY (WS-DUE-IDX)
                   AND WS-LOGGED-DUE-DATE (WS-LOGGED-IDX)
                       = WS-DUE-ANNIVERSARY (WS-DUE-IDX)
                   SET WS-ALREADY-LOGGED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       3200-BILL-ONE-LOAN.
      *    Quote as of the anniversary for the interest that will be
      *    due on it - the same quote CLONCAPB capitalizes from.

           INITIALIZE WLNQU-PARAMETERS.
           MOVE WS-DUE-COMPANY (WS-DUE-IDX)  TO WLNQU-COMPANY-CODE.
           MOVE WS-DUE-POLICY (WS-DUE-IDX)   TO WLNQU-POLICY-NUMBER.
           MOVE WS-DUE-ANNIVERSARY (WS-DUE-IDX)
                                             TO WLNQU-EFFECTIVE-DATE.
           CALL PLONQUOT USING WGLOBAL WLNQU-PARAMETERS.
           IF NOT WLNQU-PROCESSING-OK
               ADD 1 TO WS-FAILURES
101526         IF WS-DUE-ANNIVERSARY (WS-DUE-IDX)
101526                 < WS-RETRY-FROM-DATE
101526             MOVE WS-DUE-ANNIVERSARY (WS-DUE-IDX)
101526                                 TO WS-RETRY-FROM-DATE
101526         END-IF
               MOVE SPACES TO BILL-REPORT-RECORD
               STRING 'QUOTE FAILED - '
                      WS-DUE-COMPANY (WS-DUE-IDX) ' '
                      WS-DUE-POLICY (WS-DUE-IDX)
                   DELIMITED BY SIZE INTO BILL-REPORT-RECORD
               END-STRING
               WRITE BILL-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-AMOUNT-DUE ROUNDED = WLNQU-INTEREST-TO-ANNIV.
           IF WS-AMOUNT-DUE NOT > ZERO
      *        Interest already paid to the anniversary - no bill.
               ADD 1 TO WS-NOTHING-DUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LOAN-BALANCE ROUNDED = WLNQU-CUR-LOAN-BALANCE.
           COMPUTE WS-INTEREST-RATE ROUNDED =
               WLNQU-LOAN-INTEREST-RATE.

           PERFORM 5000-SET-STUB-SCAN-LINE.
           PERFORM 5500-WRITE-NOTICE.
           PERFORM 4000-APPEND-BILL-REGISTER.

           ADD 1 TO WS-BILLED-COUNT.
           ADD WS-AMOUNT-DUE TO WS-TOTAL-BILLED.

           MOVE WS-AMOUNT-DUE          TO WS-AMOUNT-EDIT.
           MOVE WS-LOAN-BALANCE        TO WS-AMOUNT-EDIT-2.
           MOVE WS-INTEREST-RATE       TO WS-RATE-EDIT.
           MOVE SPACES TO BILL-REPORT-RECORD.
           MOVE WS-DUE-COMPANY (WS-DUE-IDX)
                                       TO BILL-REPORT-RECORD (1:2).
           MOVE WS-DUE-POLICY (WS-DUE-IDX)
                                       TO BILL-REPORT-RECORD (4:12).
           MOVE WS-DUE-ANNIVERSARY (WS-DUE-IDX)
                                       TO BILL-REPORT-RECORD (18:8).
           MOVE WS-AMOUNT-EDIT         TO BILL-REPORT-RECORD (28:13).
           MOVE WS-AMOUNT-EDIT-2       TO BILL-REPORT-RECORD (43:13).
           MOVE WS-RATE-EDIT           TO BILL-REPORT-RECORD (57:9).
           WRITE BILL-REPORT-RECORD.

      ******************************************************************
       4000-APPEND-BILL-REGISTER.

           OPEN EXTEND BILL-REGISTER-FILE.
           IF BILL-REGISTER-STATUS = '35' OR '05'
               OPEN OUTPUT BILL-REGISTER-FILE
           END-IF.
           MOVE SPACES                 TO LOAN-BILLING-RECORD.
           MOVE WS-DUE-COMPANY (WS-DUE-IDX)
                                       TO LBIL-COMPANY-CODE.
           MOVE WS-DUE-POLICY (WS-DUE-IDX)
                                       TO LBIL-POLICY-NUMBER.
           MOVE WS-DUE-ANNIVERSARY (WS-DUE-IDX)
                                       TO LBIL-DUE-DATE.
           MOVE WS-NOW-DATE            TO LBIL-BILLED-DATE.
           MOVE WS-AMOUNT-DUE          TO LBIL-AMOUNT-DUE.
           MOVE WS-LOAN-BALANCE        TO LBIL-LOAN-BALANCE.
           MOVE WS-INTEREST-RATE       TO LBIL-INTEREST-RATE.
           MOVE WCODER-ID              TO LBIL-CODER-ID.
           SET LBIL-OPEN               TO TRUE.
           MOVE ZERO                   TO LBIL-AMOUNT-PAID
                                           LBIL-PAID-DATE.
           WRITE LOAN-BILLING-RECORD.
           CLOSE BILL-REGISTER-FILE.

      ******************************************************************
       5000-SET-STUB-SCAN-LINE.
      *    Weights 2,1,2,1... from the left over the nineteen digits
      *    of due date and amount; a product over 9 adds its two
      *    digits.  The check digit brings the sum to a multiple of
101526*    ten.  Company and policy are not in it - CLONLBOX proves
101526*    them against this bill on the register.

           SET LSTB-LOAN-INTEREST-STUB TO TRUE.
           MOVE WS-DUE-COMPANY (WS-DUE-IDX)  TO LSTB-COMPANY-CODE.
           MOVE WS-DUE-POLICY (WS-DUE-IDX)   TO LSTB-POLICY-NUMBER.
           MOVE WS-DUE-ANNIVERSARY (WS-DUE-IDX)
                                             TO LSTB-DUE-DATE.
           MOVE WS-AMOUNT-DUE                TO LSTB-AMOUNT-DUE.
           MOVE ZERO                         TO LSTB-CHECK-DIGIT.

           MOVE ZERO TO WS-CHECK-SUM.
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
               UNTIL WS-DIGIT-IDX > 19
               DIVIDE WS-DIGIT-IDX BY 2 GIVING WS-CHECK-QUOTIENT
                   REMAINDER WS-CHECK-REMAINDER
               IF WS-CHECK-REMAINDER = 1
                   COMPUTE WS-CHECK-PRODUCT =
                       LSTB-DIGIT (WS-DIGIT-IDX) * 2
                   IF WS-CHECK-PRODUCT > 9
                       SUBTRACT 9 FROM WS-CHECK-PRODUCT
                   END-IF
               ELSE
                   MOVE LSTB-DIGIT (WS-DIGIT-IDX) TO WS-CHECK-PRODUCT
               END-IF
               ADD WS-CHECK-PRODUCT TO WS-CHECK-SUM
           END-PERFORM.
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER.
           IF WS-CHECK-REMAINDER = ZERO
               MOVE ZERO TO LSTB-CHECK-DIGIT
           ELSE
               COMPUTE LSTB-CHECK-DIGIT = 10 - WS-CHECK-REMAINDER
           END-IF.

      ******************************************************************
       5500-WRITE-NOTICE.

           MOVE SPACES TO NOTICE-FILE-NAME.
           STRING WOPTION-WORK-DRIVE          DELIMITED BY SIZE
                  ':R'                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DUE-POLICY (WS-DUE-IDX))
                                              DELIMITED BY SIZE
                  '.BIL'                      DELIMITED BY SIZE
             INTO NOTICE-FILE-NAME.
           OPEN OUTPUT NOTICE-FILE.

           MOVE SPACES TO NOTICE-RECORD.
           STRING 'DATE: ' WS-NOW-DATE
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           STRING 'RE:   POLICY ' WS-DUE-COMPANY (WS-DUE-IDX) '-'
                  WS-DUE-POLICY (WS-DUE-IDX)
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE 'DEAR POLICYHOLDER:' TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           STRING 'THE ANNUAL INTEREST ON YOUR POLICY LOAN IS DUE ON '
                  WS-DUE-ANNIVERSARY (WS-DUE-IDX) '.'
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.
           MOVE 'INTEREST NOT PAID BY THEN IS ADDED TO THE LOAN AND'
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE 'ITSELF BEARS INTEREST FROM THAT DATE.'
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE WS-LOAN-BALANCE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO NOTICE-RECORD.
           STRING '    LOAN BALANCE ............... '
                  WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.

           MOVE WS-INTEREST-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO NOTICE-RECORD.
           STRING '    LOAN INTEREST RATE ......... '
                  WS-RATE-EDIT ' PCT'
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.

           MOVE WS-AMOUNT-DUE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO NOTICE-RECORD.
           STRING '    INTEREST DUE ............... '
                  WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE 'PLEASE RETURN THE STUB BELOW WITH YOUR PAYMENT.'
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE 'YOU MAY ALSO REPAY ALL OR PART OF THE LOAN AT ANY'
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE 'TIME.'
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE 'SINCERELY,' TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE 'POLICYHOLDER SERVICES' TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE '- - - - DETACH AND RETURN WITH YOUR PAYMENT - - - -'
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           STRING 'POLICY  ' WS-DUE-COMPANY (WS-DUE-IDX) '-'
                  WS-DUE-POLICY (WS-DUE-IDX)
                  '      DUE DATE  ' WS-DUE-ANNIVERSARY (WS-DUE-IDX)
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.

           MOVE WS-AMOUNT-DUE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO NOTICE-RECORD.
           STRING 'AMOUNT DUE ' WS-AMOUNT-EDIT
                  '     AMOUNT ENCLOSED  $____________'
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

      *    The scan line - nothing else may share its print line.
           MOVE SPACES TO NOTICE-RECORD.
           MOVE LOAN-STUB-SCAN-LINE    TO NOTICE-RECORD (10:36).
           WRITE NOTICE-RECORD.

           CLOSE NOTICE-FILE.
101526     PERFORM 5600-LOG-CORRESPONDENCE.

101526******************************************************************
101526 5600-LOG-CORRESPONDENCE.
101526*    The notice carries no address block - no address to log.

101526     INITIALIZE WCORW-PARAMETERS.
101526     MOVE 'CLONBILL'             TO WCORW-JOB-NAME.
101526     MOVE WS-DUE-COMPANY (WS-DUE-IDX) TO WCORW-COMPANY-CODE.
101526     MOVE WS-DUE-POLICY (WS-DUE-IDX)  TO WCORW-POLICY-NUMBER.
101526     SET WCORW-LOAN-BILLING-NOTICE TO TRUE.
101526     MOVE NOTICE-FILE-NAME       TO WCORW-OUTPUT-FILE.
101526     MOVE 1                      TO WCORW-DOCUMENT-SEQ.
101526     CALL CCORRLOG USING WGLOBAL WCORW-PARAMETERS.

      ******************************************************************
       7000-WRITE-CHECKPOINT.

           OPEN OUTPUT BILL-CHECKPOINT-FILE.
101526*    The window runs lead days ahead of the checkpoint, so an
101526*    anniversary left unbilled holds the checkpoint back to the
101526*    day before the run that first reached it; LOANBILL.PDM
101526*    keeps what was billed from being billed again.
101526     IF WS-NOTHING-TO-RETRY
101526         MOVE WS-NOW-DATE TO BILL-CHECKPOINT-RECORD
101526     ELSE
101526         COMPUTE BILL-CHECKPOINT-RECORD =
101526             FUNCTION DATE-OF-INTEGER
101526                 (FUNCTION INTEGER-OF-DATE (WS-RETRY-FROM-DATE)
101526                  - WS-BILL-LEAD-DAYS - 1)
101526     END-IF.
           WRITE BILL-CHECKPOINT-RECORD.
           CLOSE BILL-CHECKPOINT-FILE.

      ******************************************************************
       8000-WRITE-SUMMARY.

           MOVE SPACES TO BILL-REPORT-RECORD.
           WRITE BILL-REPORT-RECORD.

           MOVE SPACES TO BILL-REPORT-RECORD.
           MOVE 'LOANS READ:'          TO BILL-REPORT-RECORD (1:11).
           MOVE WS-LOANS-READ          TO BILL-REPORT-RECORD (30:7).
           WRITE BILL-REPORT-RECORD.

           MOVE SPACES TO BILL-REPORT-RECORD.
           MOVE 'ANNIVERSARIES DUE:'   TO BILL-REPORT-RECORD (1:18).
           MOVE WS-DUE-COUNT           TO BILL-REPORT-RECORD (30:7).
           WRITE BILL-REPORT-RECORD.

           MOVE SPACES TO BILL-REPORT-RECORD.
           MOVE 'ALREADY BILLED:'      TO BILL-REPORT-RECORD (1:15).
           MOVE WS-ALREADY-BILLED      TO BILL-REPORT-RECORD (30:7).
           WRITE BILL-REPORT-RECORD.

           MOVE SPACES TO BILL-REPORT-RECORD.
           MOVE 'NO INTEREST DUE:'     TO BILL-REPORT-RECORD (1:16).
           MOVE WS-NOTHING-DUE         TO BILL-REPORT-RECORD (30:7).
           WRITE BILL-REPORT-RECORD.

           MOVE SPACES TO BILL-REPORT-RECORD.
           MOVE 'NOTICES SENT:'        TO BILL-REPORT-RECORD (1:13).
           MOVE WS-BILLED-COUNT        TO BILL-REPORT-RECORD (30:7).
           MOVE WS-TOTAL-BILLED        TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT         TO BILL-REPORT-RECORD (40:13).
           WRITE BILL-REPORT-RECORD.

           MOVE SPACES TO BILL-REPORT-RECORD.
           MOVE 'POLICY NOT IN FORCE:' TO BILL-REPORT-RECORD (1:20).
           MOVE WS-NOT-IN-FORCE        TO BILL-REPORT-RECORD (30:7).
           WRITE BILL-REPORT-RECORD.

           MOVE SPACES TO BILL-REPORT-RECORD.
           MOVE 'NO POLICY MASTER:'    TO BILL-REPORT-RECORD (1:17).
           MOVE WS-NO-POLICY           TO BILL-REPORT-RECORD (30:7).
           WRITE BILL-REPORT-RECORD.

           MOVE SPACES TO BILL-REPORT-RECORD.
           MOVE 'QUOTE FAILURES:'      TO BILL-REPORT-RECORD (1:15).
           MOVE WS-FAILURES            TO BILL-REPORT-RECORD (30:7).
           WRITE BILL-REPORT-RECORD.

           IF WS-DUE-DROPPED > ZERO
               MOVE SPACES TO BILL-REPORT-RECORD
               MOVE '** DUE TABLE FULL - LOANS NOT BILLED **'
                   TO BILL-REPORT-RECORD (1:40)
               MOVE WS-DUE-DROPPED     TO BILL-REPORT-RECORD (47:7)
               WRITE BILL-REPORT-RECORD
           END-IF.

101526     IF NOT WS-NOTHING-TO-RETRY
101526         MOVE SPACES TO BILL-REPORT-RECORD
101526         STRING 'CHECKPOINT HELD BACK - RETRY ANNIVERSARY '
101526                WS-RETRY-FROM-DATE
101526             DELIMITED BY SIZE INTO BILL-REPORT-RECORD
101526         END-STRING
101526         WRITE BILL-REPORT-RECORD
101526     END-IF.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CLONBILL'         TO WRUNC-JOB-NAME.
           MOVE WS-BILLED-COUNT    TO WRUNC-RECORD-COUNT.
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
