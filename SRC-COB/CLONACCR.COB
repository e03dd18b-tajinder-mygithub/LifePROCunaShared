      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CLONACCR.
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
      *D   CLONACCR is the nightly policy loan interest accrual.
      *D   LONM-ACCRUED-INTEREST used to move only when CLONAPLY
      *D   applied a take or repayment, so between transactions
      *D   the stored accrual was stale and the balance sheet
      *D   carried no daily accrual.
      *D
      *D   It walks the loan master through PFILEBTV in key order,
      *D   quotes each loan with a balance through PLONQUOT for its
      *D   current rate, and adds simple interest on the balance at
      *D   that rate for the days since the last accrual run (one
      *D   day on a normal night; a night the batch did not run is
101526*D   caught up, never skipped).  A loan CLONAPLY has posted to
101526*D   since the last run accrues only from its last transaction
101526*D   date - the posting folded the interest to that date into
101526*D   the balance.  The update posts through
      *D   PUPDTDVR with the true prior image and is journaled
      *D   through CFILEJRN - the same path every update takes.
      *D
      *D   The checkpoint file carries the date accrued through and,
      *D   while a run is in progress, the last loan key it posted
      *D   - an interrupted run resumes after that key rather than
      *D   accruing a loan twice, and a second run the same day
      *D   accrues nothing.  The control report totals interest
      *D   accrued by company; start/end go to the common
      *D   run-control file (CRUNCTRL).
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-004-01 MAINT New program.
101526*H 20261015-036-05 MAINT Days accrued per loan from the later of
101526*H                       the last accrual and the loan's last
101526*H                       transaction date.
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

           SELECT ACCRUAL-CHECKPOINT-FILE
       COPY WVARYCPY.
                                       ACCRUAL-CHECKPOINT-NAME
       COPY WLORGCPY.
                                       STATUS IS ACCRUAL-CHKPT-STATUS.

           SELECT ACCRUAL-REPORT-FILE
       COPY WVARYCPY.
                                       ACCRUAL-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS ACCRUAL-REPORT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  ACCRUAL-CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-CHECKPOINT-RECORD.
           05  ACHK-ACCRUED-THROUGH         PIC 9(08).
           05  ACHK-RUN-THROUGH             PIC 9(08).
           05  ACHK-LAST-KEY                PIC X(14).

       FD  ACCRUAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-REPORT-RECORD           PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WAPPLCPY.
           COPY WBTRVCPY.
           COPY WUPDTCPY.
           COPY WFJRNCPY.
           COPY WLONMCPY.
           COPY WLNQUCPY.

       01  CALLED-MODULES.
           05  PFILEBTV                   PIC X(08) VALUE 'PFILEBTV'.
           05  PUPDTDVR                   PIC X(08) VALUE 'PUPDTDVR'.
           05  CFILEJRN                   PIC X(08) VALUE 'CFILEJRN'.
           05  PLONQUOT                   PIC X(08) VALUE 'PLONQUOT'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

           COPY WRUNCCPY.

       01  ACCRUAL-CHKPT-STATUS            PIC XX.
       01  ACCRUAL-REPORT-STATUS           PIC XX.

      *    Shared - how far the loan master has been accrued belongs
      *    to the master, not to one coder.
       01  ACCRUAL-CHECKPOINT-NAME.
           05  WS-CHECKPOINT-FILE-DRIVE     PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LONACCHK.PDM'.

       01  ACCRUAL-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  ACCRUAL-REPORT-CODER        PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'LONACRP.PDM'.

      *    Logical name of the Btrieve policy loan master, resolved
      *    to file number and length the way CLONAPLY does.
       01  WS-LOAN-FILE-NAME               PIC X(30) VALUE 'LOANMAST'.

       01  WS-NAME-NUMBER.
           05  WS-NAME                     PIC X(30).
           05  WS-NUMBER                   PIC 9(05).
           05  WS-LENGTH REDEFINES WS-NUMBER
                                           PIC 9(05).
       01  WS-FILE-NUMBER                  PIC S9(04) COMP-5.
       01  WS-FILE-LENGTH                  PIC S9(04) COMP-5.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-LOAN-FILE                    VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).

      *    What this run accrues - through which date, how many days.
       01  WS-ACCRUED-THROUGH              PIC 9(08) VALUE ZERO.
       01  WS-RUN-THROUGH                  PIC 9(08) VALUE ZERO.
       01  WS-ACCRUAL-DAYS                 PIC S9(05) COMP-5 VALUE 0.
101526*    One loan's share of the run - from the later of the last
101526*    accrual and the loan's last transaction.
101526 01  WS-LOAN-ACCRUE-FROM             PIC 9(08).
101526 01  WS-LOAN-ACCRUAL-DAYS            PIC S9(05) COMP-5 VALUE 0.
       01  WS-RUN-FLAG                     PIC X(01) VALUE 'N'.
           88  WS-ACCRUAL-DUE                      VALUE 'Y'.
           88  WS-ALREADY-ACCRUED                  VALUE 'A'.
       01  WS-RESUMED-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-RUN-RESUMED                      VALUE 'Y'.

      *    The last loan key posted - the walk repositions off it
      *    after every quote, since PLONQUOT reads the loan master
      *    too and takes the file position with it.
       01  WS-LAST-KEY                     PIC X(14) VALUE SPACES.
       01  WS-RECORD-KEY                   PIC X(80).

       01  WS-DAY-INTEREST                 PIC S9(09)V9(02).

      *    Interest accrued per company.
       78  WS-MAX-ACCRUAL-COMPANIES            VALUE 50.
       01  WS-COMPANY-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-COMPANY-IDX                  PIC 9(03).
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS WS-MAX-ACCRUAL-COMPANIES TIMES.
               10  WS-COMPANY-CODE             PIC X(02).
               10  WS-COMPANY-LOANS            PIC 9(07).
               10  WS-COMPANY-INTEREST         PIC S9(11)V9(02).

       01  WS-COUNTS.
           05  WS-LOANS-READ                PIC 9(09) VALUE ZERO.
           05  WS-LOANS-ACCRUED             PIC 9(09) VALUE ZERO.
           05  WS-LOANS-FAILED              PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-INTEREST               PIC S9(11)V9(02) VALUE ZERO.
       01  WS-INTEREST-EDIT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-EDIT                    PIC ZZZZ9.

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
                   CLOSE ACCRUAL-REPORT-FILE
               ELSE
               PERFORM 1200-DETERMINE-ACCRUAL-PERIOD
               IF WS-ACCRUAL-DUE
                   PERFORM 1500-RESOLVE-LOAN-FILE
                   IF WS-FILE-NUMBER NOT = ZERO
                       PERFORM 2000-ACCRUE-LOAN-MASTER
                       PERFORM 7200-WRITE-FINAL-CHECKPOINT
                   ELSE
                       MOVE 'LOAN MASTER FILE NOT RESOLVED - NO RUN'
                           TO ACCRUAL-REPORT-RECORD
                       WRITE ACCRUAL-REPORT-RECORD
                   END-IF
               END-IF
               PERFORM 8000-WRITE-SUMMARY
               CLOSE ACCRUAL-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CLONACCR'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO ACCRUAL-REPORT-CODER.
           INSPECT ACCRUAL-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-CHECKPOINT-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT ACCRUAL-REPORT-FILE.

           MOVE ZERO   TO ACHK-ACCRUED-THROUGH
                          ACHK-RUN-THROUGH.
           MOVE SPACES TO ACHK-LAST-KEY.
           OPEN INPUT ACCRUAL-CHECKPOINT-FILE.
           IF ACCRUAL-CHKPT-STATUS = '00'
               READ ACCRUAL-CHECKPOINT-FILE
                   AT END
                       MOVE ZERO   TO ACHK-ACCRUED-THROUGH
                                      ACHK-RUN-THROUGH
                       MOVE SPACES TO ACHK-LAST-KEY
               END-READ
               CLOSE ACCRUAL-CHECKPOINT-FILE
           END-IF.

      ******************************************************************
       1200-DETERMINE-ACCRUAL-PERIOD.
      *    An interrupted run finishes first, through its own date,
      *    from the key after the last one it posted.  Otherwise
      *    accrue from the last date accrued through to today.

           MOVE ACHK-ACCRUED-THROUGH   TO WS-ACCRUED-THROUGH.

           IF ACHK-RUN-THROUGH NOT = ZERO
               MOVE ACHK-RUN-THROUGH   TO WS-RUN-THROUGH
               MOVE ACHK-LAST-KEY      TO WS-LAST-KEY
               SET WS-RUN-RESUMED      TO TRUE
           ELSE
               MOVE WS-NOW-DATE        TO WS-RUN-THROUGH
               MOVE SPACES             TO WS-LAST-KEY
           END-IF.

           IF WS-ACCRUED-THROUGH = ZERO
      *        First run ever - one day's interest.
               MOVE 1 TO WS-ACCRUAL-DAYS
           ELSE
               IF WS-ACCRUED-THROUGH NOT < WS-RUN-THROUGH
                   SET WS-ALREADY-ACCRUED TO TRUE
                   MOVE SPACES TO ACCRUAL-REPORT-RECORD
                   STRING 'LOANS ALREADY ACCRUED THROUGH '
                          WS-ACCRUED-THROUGH ' - NO RUN'
                       DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
                   END-STRING
                   WRITE ACCRUAL-REPORT-RECORD
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-THROUGH)
                   - FUNCTION INTEGER-OF-DATE (WS-ACCRUED-THROUGH)
           END-IF.

           SET WS-ACCRUAL-DUE TO TRUE.
           IF NOT WS-RUN-RESUMED
      *        Mark the run in progress before the first posting.
               PERFORM 7000-WRITE-CHECKPOINT
           END-IF.

      ******************************************************************
       1500-RESOLVE-LOAN-FILE.
      *    Same get-file-number / get-file-length path CLONAPLY and
      *    CFILEXPT drive.

           MOVE ZERO TO WS-FILE-NUMBER
                        WS-FILE-LENGTH.

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

           SET WAPPL-GET-FILE-LENGTH TO TRUE.
           MOVE WS-NAME-NUMBER TO DATA-AREA.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           MOVE DATA-AREA TO WS-NAME-NUMBER.
           MOVE WS-LENGTH TO WS-FILE-LENGTH.
           IF WS-FILE-LENGTH = ZERO OR WS-FILE-LENGTH > WGLB2-DA-LEN
               MOVE WGLB2-DA-LEN TO WS-FILE-LENGTH
           END-IF.

      ******************************************************************
       2000-ACCRUE-LOAN-MASTER.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 2100-GET-NEXT-LOAN.
           PERFORM UNTIL END-OF-LOAN-FILE
               ADD 1 TO WS-LOANS-READ
               MOVE DATA-AREA (1:44) TO LOAN-MASTER-RECORD
               MOVE SPACES TO WS-LAST-KEY
               STRING LONM-COMPANY-CODE
                      LONM-POLICY-NUMBER
                   DELIMITED BY SIZE INTO WS-LAST-KEY
               END-STRING
               IF LONM-LOAN-BALANCE > ZERO
                   PERFORM 3000-ACCRUE-ONE-LOAN
                   PERFORM 7000-WRITE-CHECKPOINT
               END-IF
               PERFORM 2100-GET-NEXT-LOAN
           END-PERFORM.

      ******************************************************************
       2100-GET-NEXT-LOAN.
      *    Position on the first key past the last one handled -
      *    greater-or-equal off it, stepping once more when it comes
      *    back on the same loan.

           MOVE WS-FILE-NUMBER TO DATA-FILE-NUMBER.
           MOVE ZERO TO WAPPL-KEY-NUMBER.
           IF WS-LAST-KEY = SPACES
               MOVE LOW-VALUES TO WFUNC-PASSED-KEY (1)
           ELSE
               MOVE WS-LAST-KEY TO WFUNC-PASSED-KEY (1)
           END-IF.
           MOVE WBTRV-GET-GREATER-OR-EQUAL TO WAPPL-FUNCTION.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           IF WBTRV-RETURN-CODE = ZERO
               AND WS-LAST-KEY NOT = SPACES
               AND DATA-AREA (1:14) = WS-LAST-KEY
               MOVE WBTRV-GET-NEXT TO WAPPL-FUNCTION
               CALL PFILEBTV USING WGLOBAL
                                   WAPPL-CALL-PARAMETERS
                                   WBTRIEVE
           END-IF.
           IF WBTRV-RETURN-CODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

      ******************************************************************
       3000-ACCRUE-ONE-LOAN.

           INITIALIZE WLNQU-PARAMETERS.
           MOVE LONM-COMPANY-CODE      TO WLNQU-COMPANY-CODE.
           MOVE LONM-POLICY-NUMBER     TO WLNQU-POLICY-NUMBER.
           MOVE WS-RUN-THROUGH         TO WLNQU-EFFECTIVE-DATE.
           CALL PLONQUOT USING WGLOBAL WLNQU-PARAMETERS.
           IF NOT WLNQU-PROCESSING-OK
               ADD 1 TO WS-LOANS-FAILED
               MOVE SPACES TO ACCRUAL-REPORT-RECORD
               STRING 'FAILED - NO RATE QUOTED FOR '
                      LONM-COMPANY-CODE ' ' LONM-POLICY-NUMBER
                   DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
               END-STRING
               WRITE ACCRUAL-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

      *    Re-read so the update carries a true prior image - the
      *    quote has moved the file position and the data area.
           MOVE SPACES TO WS-RECORD-KEY.
           MOVE WS-LAST-KEY TO WS-RECORD-KEY.
           MOVE WS-FILE-NUMBER TO DATA-FILE-NUMBER.
           MOVE ZERO TO WAPPL-KEY-NUMBER.
           MOVE WS-RECORD-KEY TO WFUNC-PASSED-KEY (1).
           MOVE WBTRV-GET-EQUAL TO WAPPL-FUNCTION.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           IF WBTRV-RETURN-CODE NOT = ZERO
               ADD 1 TO WS-LOANS-FAILED
               MOVE SPACES TO ACCRUAL-REPORT-RECORD
               STRING 'FAILED - LOAN MASTER NOT RE-READ FOR '
                      LONM-COMPANY-CODE ' ' LONM-POLICY-NUMBER
                   DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
               END-STRING
               WRITE ACCRUAL-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE DATA-AREA (1:WS-FILE-LENGTH)
               TO WUPDT-PRIOR-RECORD.
           MOVE DATA-AREA (1:44) TO LOAN-MASTER-RECORD.

101526*    A take or repayment applied since the last accrual
101526*    capitalized the interest to its own date - accrue only
101526*    the days after it.  The first run ever covers one day.
101526     IF WS-ACCRUED-THROUGH = ZERO
101526         COMPUTE WS-LOAN-ACCRUE-FROM = FUNCTION DATE-OF-INTEGER
101526             (FUNCTION INTEGER-OF-DATE (WS-RUN-THROUGH) - 1)
101526     ELSE
101526         MOVE WS-ACCRUED-THROUGH TO WS-LOAN-ACCRUE-FROM
101526     END-IF.
101526     IF LONM-LAST-TRANS-DATE > WS-LOAN-ACCRUE-FROM
101526         MOVE LONM-LAST-TRANS-DATE TO WS-LOAN-ACCRUE-FROM
101526     END-IF.
101526     IF WS-LOAN-ACCRUE-FROM NOT < WS-RUN-THROUGH
101526         EXIT PARAGRAPH
101526     END-IF.
101526     COMPUTE WS-LOAN-ACCRUAL-DAYS =
101526         FUNCTION INTEGER-OF-DATE (WS-RUN-THROUGH)
101526         - FUNCTION INTEGER-OF-DATE (WS-LOAN-ACCRUE-FROM).

      *    Simple interest on the balance at the quoted current
101526*    rate, over the days this loan is owed for.
           COMPUTE WS-DAY-INTEREST ROUNDED =
               LONM-LOAN-BALANCE
               * WLNQU-LOAN-INTEREST-RATE / 100
101526         * WS-LOAN-ACCRUAL-DAYS / 365.
           IF WS-DAY-INTEREST NOT > ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD WS-DAY-INTEREST         TO LONM-ACCRUED-INTEREST.
           MOVE LOAN-MASTER-RECORD     TO DATA-AREA (1:44).

           MOVE WBTRV-UPDATE TO WAPPL-FUNCTION.
           CALL PUPDTDVR USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE
                               WUPDT-PARAMETERS.

           IF WBTRV-RETURN-CODE = ZERO
               ADD 1 TO WS-LOANS-ACCRUED
               ADD WS-DAY-INTEREST TO WS-TOTAL-INTEREST
               PERFORM 3100-ADD-TO-COMPANY
               INITIALIZE WFJRN-PARAMETERS
               MOVE WS-FILE-NUMBER   TO WFJRN-FILE-NUMBER
               MOVE WS-RECORD-KEY    TO WFJRN-RECORD-KEY
               MOVE WUPDT-PRIOR-RECORD
                                     TO WFJRN-BEFORE-IMAGE
               MOVE DATA-AREA        TO WFJRN-AFTER-IMAGE
               CALL CFILEJRN USING WGLOBAL
                                   WFJRN-PARAMETERS
           ELSE
               ADD 1 TO WS-LOANS-FAILED
               MOVE SPACES TO ACCRUAL-REPORT-RECORD
               STRING 'FAILED - UPDATE ERROR ON '
                      LONM-COMPANY-CODE ' ' LONM-POLICY-NUMBER
                   DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
               END-STRING
               WRITE ACCRUAL-REPORT-RECORD
           END-IF.

      ******************************************************************
       3100-ADD-TO-COMPANY.

           PERFORM VARYING WS-COMPANY-IDX FROM 1 BY 1
               UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
               IF WS-COMPANY-CODE (WS-COMPANY-IDX) = LONM-COMPANY-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-COMPANY-IDX > WS-COMPANY-COUNT
               IF WS-COMPANY-COUNT < WS-MAX-ACCRUAL-COMPANIES
                   ADD 1 TO WS-COMPANY-COUNT
                   MOVE LONM-COMPANY-CODE
                       TO WS-COMPANY-CODE (WS-COMPANY-IDX)
                   MOVE ZERO TO WS-COMPANY-LOANS (WS-COMPANY-IDX)
                                WS-COMPANY-INTEREST (WS-COMPANY-IDX)
               ELSE
      *            Table full - the run total still carries it.
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO WS-COMPANY-LOANS (WS-COMPANY-IDX).
           ADD WS-DAY-INTEREST TO WS-COMPANY-INTEREST (WS-COMPANY-IDX).

      ******************************************************************
       7000-WRITE-CHECKPOINT.
      *    Rewritten in full after every loan posted (same idiom as
      *    CLONAPLY's queue checkpoint).

           OPEN OUTPUT ACCRUAL-CHECKPOINT-FILE.
           MOVE WS-ACCRUED-THROUGH     TO ACHK-ACCRUED-THROUGH.
           MOVE WS-RUN-THROUGH         TO ACHK-RUN-THROUGH.
           MOVE WS-LAST-KEY            TO ACHK-LAST-KEY.
           WRITE ACCRUAL-CHECKPOINT-RECORD.
           CLOSE ACCRUAL-CHECKPOINT-FILE.

      ******************************************************************
       7200-WRITE-FINAL-CHECKPOINT.
      *    Walk complete - the master is accrued through this run's
      *    date and no run is in progress.

           MOVE WS-RUN-THROUGH         TO WS-ACCRUED-THROUGH.
           MOVE ZERO                   TO WS-RUN-THROUGH.
           MOVE SPACES                 TO WS-LAST-KEY.
           PERFORM 7000-WRITE-CHECKPOINT.
           MOVE WS-ACCRUED-THROUGH     TO WS-RUN-THROUGH.

      ******************************************************************
       8000-WRITE-SUMMARY.

           MOVE SPACES TO ACCRUAL-REPORT-RECORD.
           MOVE 'ACCRUED THROUGH:'     TO ACCRUAL-REPORT-RECORD (1:16).
           MOVE WS-RUN-THROUGH         TO ACCRUAL-REPORT-RECORD (26:8).
           MOVE 'DAYS:'                TO ACCRUAL-REPORT-RECORD (36:5).
           IF WS-ACCRUAL-DUE
               MOVE WS-ACCRUAL-DAYS    TO WS-DAYS-EDIT
           ELSE
               MOVE ZERO               TO WS-DAYS-EDIT
           END-IF.
           MOVE WS-DAYS-EDIT           TO ACCRUAL-REPORT-RECORD (42:5).
           IF WS-RUN-RESUMED
               MOVE 'RESUMED AFTER'    TO ACCRUAL-REPORT-RECORD (50:13)
               MOVE ACHK-LAST-KEY      TO ACCRUAL-REPORT-RECORD (64:14)
           END-IF.
           WRITE ACCRUAL-REPORT-RECORD.

           MOVE SPACES TO ACCRUAL-REPORT-RECORD.
           MOVE 'CO      LOANS          INTEREST ACCRUED'
               TO ACCRUAL-REPORT-RECORD.
           WRITE ACCRUAL-REPORT-RECORD.

           PERFORM VARYING WS-COMPANY-IDX FROM 1 BY 1
               UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
               MOVE WS-COMPANY-INTEREST (WS-COMPANY-IDX)
                                       TO WS-INTEREST-EDIT
               MOVE SPACES TO ACCRUAL-REPORT-RECORD
               MOVE WS-COMPANY-CODE (WS-COMPANY-IDX)
                                       TO ACCRUAL-REPORT-RECORD (1:2)
               MOVE WS-COMPANY-LOANS (WS-COMPANY-IDX)
                                       TO ACCRUAL-REPORT-RECORD (5:7)
               MOVE WS-INTEREST-EDIT   TO ACCRUAL-REPORT-RECORD (14:19)
               WRITE ACCRUAL-REPORT-RECORD
           END-PERFORM.

           MOVE WS-TOTAL-INTEREST      TO WS-INTEREST-EDIT.
           MOVE SPACES TO ACCRUAL-REPORT-RECORD.
           MOVE 'TOTAL INTEREST ACCRUED:'
                                       TO ACCRUAL-REPORT-RECORD (1:23).
           MOVE WS-INTEREST-EDIT       TO ACCRUAL-REPORT-RECORD (26:19).
           WRITE ACCRUAL-REPORT-RECORD.

           MOVE SPACES TO ACCRUAL-REPORT-RECORD.
           MOVE 'LOANS READ:'          TO ACCRUAL-REPORT-RECORD (1:11).
           MOVE WS-LOANS-READ          TO ACCRUAL-REPORT-RECORD (26:9).
           WRITE ACCRUAL-REPORT-RECORD.

           MOVE SPACES TO ACCRUAL-REPORT-RECORD.
           MOVE 'LOANS ACCRUED:'       TO ACCRUAL-REPORT-RECORD (1:14).
           MOVE WS-LOANS-ACCRUED       TO ACCRUAL-REPORT-RECORD (26:9).
           WRITE ACCRUAL-REPORT-RECORD.

           MOVE SPACES TO ACCRUAL-REPORT-RECORD.
           MOVE 'FAILED THIS RUN:'     TO ACCRUAL-REPORT-RECORD (1:17).
           MOVE WS-LOANS-FAILED        TO ACCRUAL-REPORT-RECORD (26:9).
           WRITE ACCRUAL-REPORT-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CLONACCR'         TO WRUNC-JOB-NAME.
           MOVE WS-LOANS-ACCRUED   TO WRUNC-RECORD-COUNT.
           EVALUATE TRUE
               WHEN WS-ALREADY-ACCRUED
                   MOVE 'ALREADY ACCRUED'   TO WRUNC-RUN-STATUS
               WHEN WS-LOANS-FAILED > ZERO
                   MOVE 'COMPLETE/FAILURES' TO WRUNC-RUN-STATUS
               WHEN OTHER
                   MOVE 'COMPLETE'          TO WRUNC-RUN-STATUS
           END-EVALUATE.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
