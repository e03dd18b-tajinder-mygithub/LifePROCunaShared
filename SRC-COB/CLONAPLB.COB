      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CLONAPLB.
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
      *D   CLONAPLB is the nightly automatic premium loan (APL)
      *D   batch.  When a premium goes unpaid past grace on a
      *D   policy whose owner elected APL, someone used to quote it
      *D   and key a TakeLoan by hand.
      *D
      *D   It reads the past-due premium list (PREMDUE.PDM) and, for
      *D   each APL-elected policy out of grace, quotes the policy
      *D   through PLONQUOT.  Where the quoted net loan available
      *D   covers the quoted premium due, an APL loan for the
      *D   premium posts through PLONPOST (function 'A') - the same
      *D   quote-then-post discipline CLONPLNB follows - the APL is
      *D   logged on APLTAKEN.PDM, and the borrower gets a notice in
      *D   the CLONLETR letter style (R<policy>.APL).  A policy the
      *D   loan value cannot cover goes to the lapse-pending report
      *D   instead.
      *D
      *D   A premium already on the APL log is never loaned twice,
      *D   so a rerun - or a billing list that still shows the
      *D   premium the next night - does nothing.  Start/end go to
      *D   the common run-control file (CRUNCTRL).
101526*D   Each notice is also logged to the correspondence log
101526*D   (CCORRLOG).
101526*D
101526*D   A policy with a loan posting still pending - queued and
101526*D   not yet applied by CLONAPLY, held for OFAC review, or an
101526*D   APL posted to it earlier in this run (CLONPEND) - is not
101526*D   quoted: the quote would miss that posting.  The premium
101526*D   is deferred, reported, and picked up off the next night's
101526*D   past-due list once the posting is on the loan master.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-006-01 MAINT New program.
101526*H 20261015-028-07 MAINT Log each notice to the correspondence
101526*H                       log (CCORRLOG).
101526*H 20261015-036-10 MAINT Defer a premium whose policy has a
101526*H                       loan posting pending (CLONPEND).
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

           SELECT PAST-DUE-FILE
       COPY WVARYCPY.
                                       PAST-DUE-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS PAST-DUE-STATUS.

           SELECT APL-LOG-FILE
       COPY WVARYCPY.
                                       APL-LOG-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS APL-LOG-STATUS.

           SELECT NOTICE-FILE
       COPY WVARYCPY.
                                       NOTICE-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS NOTICE-STATUS.

           SELECT APL-REPORT-FILE
       COPY WVARYCPY.
                                       APL-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS APL-REPORT-STATUS.

           SELECT LAPSE-REPORT-FILE
       COPY WVARYCPY.
                                       LAPSE-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS LAPSE-REPORT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PAST-DUE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WPDUECPY.

       FD  APL-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WAPLGCPY.

       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-RECORD                   PIC X(80).

       FD  APL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  APL-REPORT-RECORD               PIC X(132).

       FD  LAPSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LAPSE-REPORT-RECORD             PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.
           COPY WLNQUCPY.
           COPY WLNPOCPY.
101526     COPY WCORWCPY.
101526     COPY WLPNDCPY.

       01  CALLED-MODULES.
           05  PLONQUOT                   PIC X(08) VALUE 'PLONQUOT'.
           05  PLONPOST                   PIC X(08) VALUE 'PLONPOST'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CCORRLOG                   PIC X(08) VALUE 'CCORRLOG'.
101526     05  CLONPEND                   PIC X(08) VALUE 'CLONPEND'.

           COPY WRUNCCPY.

       01  PAST-DUE-STATUS                 PIC XX.
       01  APL-LOG-STATUS                  PIC XX.
       01  NOTICE-STATUS                   PIC XX.
       01  APL-REPORT-STATUS               PIC XX.
       01  LAPSE-REPORT-STATUS             PIC XX.

       01  PAST-DUE-FILE-NAME.
           05  WS-PAST-DUE-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'PREMDUE.PDM'.

       01  APL-LOG-FILE-NAME.
           05  WS-APL-LOG-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'APLTAKEN.PDM'.

      *    One notice file per policy, named for it, like the
      *    CLONLETR quote letters are.
       01  NOTICE-FILE-NAME                PIC X(30).

       01  APL-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  APL-REPORT-CODER            PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'APLREG.PDM'.

       01  LAPSE-REPORT-NAME.
           05  WS-LAPSE-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  LAPSE-REPORT-CODER          PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'APLLAPS.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).

      *    Premiums already loaned - policy and due date.
       78  WS-MAX-APL-LOGGED                   VALUE 5000.
       01  WS-LOGGED-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-LOGGED-IDX                   PIC 9(05).
       01  WS-LOGGED-TABLE.
           05  WS-LOGGED-ENTRY OCCURS WS-MAX-APL-LOGGED TIMES.
               10  WS-LOGGED-COMPANY           PIC X(02).
               10  WS-LOGGED-POLICY            PIC X(12).
               10  WS-LOGGED-DUE-DATE          PIC 9(08).
       01  WS-LOGGED-FLAG                  PIC X(01) VALUE 'N'.
           88  WS-ALREADY-LOGGED                   VALUE 'Y'.

      *    Quote figures land in fixed decimals before they are
      *    compared or posted, so a float epsilon can't decide a
      *    lapse.
       01  WS-PREMIUM-DUE                  PIC S9(09)V9(02).
       01  WS-NET-AVAILABLE                PIC S9(09)V9(02).
       01  WS-NEW-BALANCE                  PIC S9(09)V9(02).
       01  WS-SHORTFALL                    PIC S9(09)V9(02).
       01  WS-AMOUNT-EDIT                  PIC -Z,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT-2                PIC -Z,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT-3                PIC -Z,ZZZ,ZZ9.99.

       01  WS-COUNTS.
           05  WS-LIST-READ                 PIC 9(07) VALUE ZERO.
           05  WS-NOT-ELECTED               PIC 9(07) VALUE ZERO.
           05  WS-IN-GRACE                  PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-TAKEN             PIC 9(07) VALUE ZERO.
           05  WS-APL-POSTED                PIC 9(07) VALUE ZERO.
           05  WS-LAPSE-PENDING             PIC 9(07) VALUE ZERO.
           05  WS-NOTHING-DUE               PIC 9(07) VALUE ZERO.
           05  WS-FAILURES                  PIC 9(07) VALUE ZERO.
101526     05  WS-DEFERRED                  PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-APL                    PIC S9(11)V9(02) VALUE ZERO.

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
                   CLOSE APL-REPORT-FILE
                         LAPSE-REPORT-FILE
               ELSE
               PERFORM 1500-LOAD-APL-LOG
101526         PERFORM 1600-LOAD-PENDING-POSTINGS
               PERFORM 2000-DRIVE-PAST-DUE-LIST
               PERFORM 8000-WRITE-SUMMARY
               CLOSE APL-REPORT-FILE
                     LAPSE-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CLONAPLB'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO APL-REPORT-CODER.
           INSPECT APL-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE APL-REPORT-CODER       TO LAPSE-REPORT-CODER.
           MOVE WOPTION-WORK-DRIVE     TO WS-PAST-DUE-FILE-DRIVE
                                           WS-APL-LOG-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE
                                           WS-LAPSE-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT APL-REPORT-FILE
                       LAPSE-REPORT-FILE.

           MOVE SPACES TO APL-REPORT-RECORD.
           MOVE 'APL REGISTER - CO POLICY        DUE DATE'
               TO APL-REPORT-RECORD.
           MOVE 'PREMIUM LOANED    NEW LOAN BAL'
               TO APL-REPORT-RECORD (45:30).
           WRITE APL-REPORT-RECORD.

           MOVE SPACES TO LAPSE-REPORT-RECORD.
           MOVE 'LAPSE PENDING - CO POLICY        DUE DATE'
               TO LAPSE-REPORT-RECORD.
           MOVE 'PREMIUM DUE   NET LOAN AVAIL       SHORTFALL'
               TO LAPSE-REPORT-RECORD (45:44).
           WRITE LAPSE-REPORT-RECORD.

      ******************************************************************
       1500-LOAD-APL-LOG.

           OPEN INPUT APL-LOG-FILE.
           IF APL-LOG-STATUS NOT = '00'
      *        No APL taken yet on this work drive.
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ APL-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LOGGED-COUNT < WS-MAX-APL-LOGGED
                           ADD 1 TO WS-LOGGED-COUNT
                           MOVE APLG-COMPANY-CODE
                               TO WS-LOGGED-COMPANY (WS-LOGGED-COUNT)
                           MOVE APLG-POLICY-NUMBER
                               TO WS-LOGGED-POLICY (WS-LOGGED-COUNT)
                           MOVE APLG-DUE-DATE
                               TO WS-LOGGED-DUE-DATE (WS-LOGGED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APL-LOG-FILE.

101526******************************************************************
101526 1600-LOAD-PENDING-POSTINGS.
101526*    As the queue and the held postings stand at the start of
101526*    the run.

101526     INITIALIZE WLPND-PARAMETERS.
101526     SET WLPND-LOAD-PENDING      TO TRUE.
101526     CALL CLONPEND USING WGLOBAL, WLPND-PARAMETERS.

      ******************************************************************
       2000-DRIVE-PAST-DUE-LIST.

           OPEN INPUT PAST-DUE-FILE.
           IF PAST-DUE-STATUS NOT = '00'
      *        No past-due list tonight - nothing to loan.
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ PAST-DUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LIST-READ
                       PERFORM 3000-DRIVE-ONE-PREMIUM
               END-READ
           END-PERFORM.
           CLOSE PAST-DUE-FILE.

      ******************************************************************
       3000-DRIVE-ONE-PREMIUM.

           IF NOT PDUE-APL-IS-ELECTED
               ADD 1 TO WS-NOT-ELECTED
               EXIT PARAGRAPH
           END-IF.
           IF PDUE-GRACE-END-DATE NOT < WS-NOW-DATE
      *        Still in grace - the owner can yet pay it.
               ADD 1 TO WS-IN-GRACE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3100-CHECK-APL-LOG.
           IF WS-ALREADY-LOGGED
               ADD 1 TO WS-ALREADY-TAKEN
               EXIT PARAGRAPH
           END-IF.
101526     PERFORM 3050-CHECK-PENDING.
101526     IF WLPND-POSTING-PENDING
101526         ADD 1 TO WS-DEFERRED
101526         MOVE SPACES TO APL-REPORT-RECORD
101526         STRING 'DEFERRED - LOAN POSTING PENDING '
101526                PDUE-COMPANY-CODE ' ' PDUE-POLICY-NUMBER
101526             DELIMITED BY SIZE INTO APL-REPORT-RECORD
101526         END-STRING
101526         WRITE APL-REPORT-RECORD
101526         EXIT PARAGRAPH
101526     END-IF.

      *    Quote the policy's current state - the premium due and
      *    what the loan value will bear come from the quote, never
      *    the billing list's memory of them.
           INITIALIZE WLNQU-PARAMETERS.
           MOVE PDUE-COMPANY-CODE      TO WLNQU-COMPANY-CODE.
           MOVE PDUE-POLICY-NUMBER     TO WLNQU-POLICY-NUMBER.
           MOVE WS-NOW-DATE            TO WLNQU-EFFECTIVE-DATE.
           CALL PLONQUOT USING WGLOBAL WLNQU-PARAMETERS.
           IF NOT WLNQU-PROCESSING-OK
               ADD 1 TO WS-FAILURES
               MOVE SPACES TO APL-REPORT-RECORD
               STRING 'QUOTE FAILED - '
                      PDUE-COMPANY-CODE ' ' PDUE-POLICY-NUMBER
                   DELIMITED BY SIZE INTO APL-REPORT-RECORD
               END-STRING
               WRITE APL-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PREMIUM-DUE ROUNDED = WLNQU-PREMIUM-DUE.
           COMPUTE WS-NET-AVAILABLE ROUNDED = WLNQU-NET-LOAN-AVAIL.

           IF WS-PREMIUM-DUE NOT > ZERO
      *        Paid since the list was cut.
               ADD 1 TO WS-NOTHING-DUE
               EXIT PARAGRAPH
           END-IF.

           IF WS-NET-AVAILABLE < WS-PREMIUM-DUE
               PERFORM 6000-REPORT-LAPSE-PENDING
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WLNPO-PARAMETERS.
           SET WLNPO-APL-LOAN TO TRUE.
           MOVE PDUE-COMPANY-CODE      TO WLNPO-COMPANY-CODE.
           MOVE PDUE-POLICY-NUMBER     TO WLNPO-POLICY-NUMBER.
           MOVE WS-NOW-DATE            TO WLNPO-EFFECTIVE-DATE.
           MOVE WS-PREMIUM-DUE         TO WLNPO-TRANSACTION-AMOUNT.
           MOVE WLNQU-CUR-LOAN-BALANCE TO WLNPO-QUOTED-LOAN-BALANCE.
           MOVE WLNQU-NET-LOAN-AVAIL   TO WLNPO-QUOTED-NET-AVAIL.
           MOVE WLNQU-ACCRUED-INTEREST TO WLNPO-QUOTED-ACCRUED-INT.
           MOVE WLNQU-LOAN-INTEREST-RATE
                                       TO WLNPO-QUOTED-INTEREST-RATE.
           CALL PLONPOST USING WGLOBAL WLNPO-PARAMETERS.
           IF WLNPO-RETURN-CODE NOT = ZERO
               ADD 1 TO WS-FAILURES
               MOVE SPACES TO APL-REPORT-RECORD
               STRING 'POST FAILED - '
                      PDUE-COMPANY-CODE ' ' PDUE-POLICY-NUMBER ' '
                      WLNPO-ERROR-MESSAGE (1:50)
                   DELIMITED BY SIZE INTO APL-REPORT-RECORD
               END-STRING
               WRITE APL-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-APL-POSTED.
           ADD WS-PREMIUM-DUE TO WS-TOTAL-APL.
101526     INITIALIZE WLPND-PARAMETERS.
101526     SET WLPND-NOTE-POSTED       TO TRUE.
101526     MOVE PDUE-COMPANY-CODE      TO WLPND-COMPANY-CODE.
101526     MOVE PDUE-POLICY-NUMBER     TO WLPND-POLICY-NUMBER.
101526     CALL CLONPEND USING WGLOBAL, WLPND-PARAMETERS.
           COMPUTE WS-NEW-BALANCE ROUNDED =
               WLNPO-OUT-NEW-LOAN-BALANCE.
           PERFORM 4000-APPEND-APL-LOG.
           PERFORM 5000-WRITE-NOTICE.

           MOVE WS-PREMIUM-DUE         TO WS-AMOUNT-EDIT.
           MOVE WS-NEW-BALANCE         TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO APL-REPORT-RECORD.
           MOVE PDUE-COMPANY-CODE      TO APL-REPORT-RECORD (16:2).
           MOVE PDUE-POLICY-NUMBER     TO APL-REPORT-RECORD (19:12).
           MOVE PDUE-DUE-DATE          TO APL-REPORT-RECORD (33:8).
           MOVE WS-AMOUNT-EDIT         TO APL-REPORT-RECORD (43:13).
           MOVE WS-AMOUNT-EDIT-2       TO APL-REPORT-RECORD (60:13).
           WRITE APL-REPORT-RECORD.

101526******************************************************************
101526 3050-CHECK-PENDING.
101526*    PLONQUOT sees only the loan master - not a posting still
101526*    waiting to reach it.

101526     INITIALIZE WLPND-PARAMETERS.
101526     SET WLPND-CHECK-POLICY      TO TRUE.
101526     MOVE PDUE-COMPANY-CODE      TO WLPND-COMPANY-CODE.
101526     MOVE PDUE-POLICY-NUMBER     TO WLPND-POLICY-NUMBER.
101526     CALL CLONPEND USING WGLOBAL, WLPND-PARAMETERS.

      ******************************************************************
       3100-CHECK-APL-LOG.

           MOVE 'N' TO WS-LOGGED-FLAG.
           PERFORM VARYING WS-LOGGED-IDX FROM 1 BY 1
               UNTIL WS-LOGGED-IDX > WS-LOGGED-COUNT
               IF WS-LOGGED-COMPANY (WS-LOGGED-IDX) = PDUE-COMPANY-CODE
                   AND WS-LOGGED-POLICY (WS-LOGGED-IDX)
                       = PDUE-POLICY-NUMBER
                   AND WS-LOGGED-DUE-DATE (WS-LOGGED-IDX)
                       = PDUE-DUE-DATE
                   SET WS-ALREADY-LOGGED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       4000-APPEND-APL-LOG.

           OPEN EXTEND APL-LOG-FILE.
           IF APL-LOG-STATUS = '35' OR '05'
               OPEN OUTPUT APL-LOG-FILE
           END-IF.
           MOVE SPACES                 TO APL-LOG-RECORD.
           MOVE PDUE-COMPANY-CODE      TO APLG-COMPANY-CODE.
           MOVE PDUE-POLICY-NUMBER     TO APLG-POLICY-NUMBER.
           MOVE PDUE-DUE-DATE          TO APLG-DUE-DATE.
           MOVE WS-PREMIUM-DUE         TO APLG-PREMIUM-AMOUNT.
           MOVE WS-NEW-BALANCE         TO APLG-NEW-LOAN-BALANCE.
           MOVE WS-NOW-DATE            TO APLG-POSTED-DATE.
           MOVE WCODER-ID              TO APLG-CODER-ID.
           WRITE APL-LOG-RECORD.
           CLOSE APL-LOG-FILE.

      *    The list can carry the same premium twice - the table
      *    keeps this run from loaning it again.
           IF WS-LOGGED-COUNT < WS-MAX-APL-LOGGED
               ADD 1 TO WS-LOGGED-COUNT
               MOVE PDUE-COMPANY-CODE
                   TO WS-LOGGED-COMPANY (WS-LOGGED-COUNT)
               MOVE PDUE-POLICY-NUMBER
                   TO WS-LOGGED-POLICY (WS-LOGGED-COUNT)
               MOVE PDUE-DUE-DATE
                   TO WS-LOGGED-DUE-DATE (WS-LOGGED-COUNT)
           END-IF.

      ******************************************************************
       5000-WRITE-NOTICE.

           MOVE SPACES TO NOTICE-FILE-NAME.
           STRING WOPTION-WORK-DRIVE          DELIMITED BY SIZE
                  ':R'                        DELIMITED BY SIZE
                  FUNCTION TRIM (PDUE-POLICY-NUMBER)
                                              DELIMITED BY SIZE
                  '.APL'                      DELIMITED BY SIZE
             INTO NOTICE-FILE-NAME.
           OPEN OUTPUT NOTICE-FILE.

           MOVE SPACES TO NOTICE-RECORD.
           STRING 'DATE: ' WS-NOW-DATE
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           STRING 'RE:   POLICY ' PDUE-COMPANY-CODE '-'
                  PDUE-POLICY-NUMBER
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
           STRING 'YOUR PREMIUM DUE ' PDUE-DUE-DATE
                  ' WAS NOT RECEIVED BY THE END OF'
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.
           MOVE 'THE GRACE PERIOD.  AS YOU ELECTED, WE HAVE PAID IT'
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE 'WITH AN AUTOMATIC PREMIUM LOAN AGAINST YOUR POLICY'
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE 'SO YOUR COVERAGE CONTINUES IN FORCE.'
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE WS-PREMIUM-DUE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO NOTICE-RECORD.
           STRING '    PREMIUM PAID BY LOAN ....... '
                  WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.

           MOVE WS-NEW-BALANCE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO NOTICE-RECORD.
           STRING '    NEW LOAN BALANCE ........... '
                  WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE 'INTEREST ACCRUES ON THE LOAN AT YOUR POLICY LOAN'
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE 'RATE.  YOU MAY REPAY ALL OR PART OF IT AT ANY TIME.'
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE 'SINCERELY,' TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE 'POLICYHOLDER SERVICES' TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           CLOSE NOTICE-FILE.
101526     PERFORM 5100-LOG-CORRESPONDENCE.

101526******************************************************************
101526 5100-LOG-CORRESPONDENCE.
101526*    The notice carries no address block - no address to log.

101526     INITIALIZE WCORW-PARAMETERS.
101526     MOVE 'CLONAPLB'             TO WCORW-JOB-NAME.
101526     MOVE PDUE-COMPANY-CODE      TO WCORW-COMPANY-CODE.
101526     MOVE PDUE-POLICY-NUMBER     TO WCORW-POLICY-NUMBER.
101526     SET WCORW-APL-NOTICE        TO TRUE.
101526     MOVE NOTICE-FILE-NAME       TO WCORW-OUTPUT-FILE.
101526     MOVE 1                      TO WCORW-DOCUMENT-SEQ.
101526     CALL CCORRLOG USING WGLOBAL WCORW-PARAMETERS.

      ******************************************************************
       6000-REPORT-LAPSE-PENDING.

           ADD 1 TO WS-LAPSE-PENDING.
           COMPUTE WS-SHORTFALL = WS-PREMIUM-DUE - WS-NET-AVAILABLE.
           MOVE WS-PREMIUM-DUE         TO WS-AMOUNT-EDIT.
           MOVE WS-NET-AVAILABLE       TO WS-AMOUNT-EDIT-2.
           MOVE WS-SHORTFALL           TO WS-AMOUNT-EDIT-3.
           MOVE SPACES TO LAPSE-REPORT-RECORD.
           MOVE PDUE-COMPANY-CODE      TO LAPSE-REPORT-RECORD (17:2).
           MOVE PDUE-POLICY-NUMBER     TO LAPSE-REPORT-RECORD (20:12).
           MOVE PDUE-DUE-DATE          TO LAPSE-REPORT-RECORD (34:8).
           MOVE WS-AMOUNT-EDIT         TO LAPSE-REPORT-RECORD (43:13).
           MOVE WS-AMOUNT-EDIT-2       TO LAPSE-REPORT-RECORD (59:13).
           MOVE WS-AMOUNT-EDIT-3       TO LAPSE-REPORT-RECORD (76:13).
           WRITE LAPSE-REPORT-RECORD.

      ******************************************************************
       8000-WRITE-SUMMARY.

           MOVE SPACES TO APL-REPORT-RECORD.
           WRITE APL-REPORT-RECORD.

           MOVE SPACES TO APL-REPORT-RECORD.
           MOVE 'PAST-DUE PREMIUMS READ:'
                                       TO APL-REPORT-RECORD (1:23).
           MOVE WS-LIST-READ           TO APL-REPORT-RECORD (30:7).
           WRITE APL-REPORT-RECORD.

           MOVE SPACES TO APL-REPORT-RECORD.
           MOVE 'APL NOT ELECTED:'     TO APL-REPORT-RECORD (1:16).
           MOVE WS-NOT-ELECTED         TO APL-REPORT-RECORD (30:7).
           WRITE APL-REPORT-RECORD.

           MOVE SPACES TO APL-REPORT-RECORD.
           MOVE 'STILL IN GRACE:'      TO APL-REPORT-RECORD (1:15).
           MOVE WS-IN-GRACE            TO APL-REPORT-RECORD (30:7).
           WRITE APL-REPORT-RECORD.

           MOVE SPACES TO APL-REPORT-RECORD.
           MOVE 'APL ALREADY TAKEN:'   TO APL-REPORT-RECORD (1:18).
           MOVE WS-ALREADY-TAKEN       TO APL-REPORT-RECORD (30:7).
           WRITE APL-REPORT-RECORD.

           MOVE SPACES TO APL-REPORT-RECORD.
           MOVE 'NO PREMIUM DUE ON QUOTE:'
                                       TO APL-REPORT-RECORD (1:24).
           MOVE WS-NOTHING-DUE         TO APL-REPORT-RECORD (30:7).
           WRITE APL-REPORT-RECORD.

           MOVE SPACES TO APL-REPORT-RECORD.
           MOVE 'APL LOANS POSTED:'    TO APL-REPORT-RECORD (1:17).
           MOVE WS-APL-POSTED          TO APL-REPORT-RECORD (30:7).
           MOVE WS-TOTAL-APL           TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT         TO APL-REPORT-RECORD (43:13).
           WRITE APL-REPORT-RECORD.

           MOVE SPACES TO APL-REPORT-RECORD.
           MOVE 'LAPSE PENDING:'       TO APL-REPORT-RECORD (1:14).
           MOVE WS-LAPSE-PENDING       TO APL-REPORT-RECORD (30:7).
           WRITE APL-REPORT-RECORD.

           MOVE SPACES TO APL-REPORT-RECORD.
           MOVE 'QUOTE/POST FAILURES:' TO APL-REPORT-RECORD (1:21).
           MOVE WS-FAILURES            TO APL-REPORT-RECORD (30:7).
           WRITE APL-REPORT-RECORD.

101526     MOVE SPACES TO APL-REPORT-RECORD.
101526     MOVE 'DEFERRED - POSTING PENDING:'
101526                                 TO APL-REPORT-RECORD (1:27).
101526     MOVE WS-DEFERRED            TO APL-REPORT-RECORD (30:7).
101526     WRITE APL-REPORT-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CLONAPLB'         TO WRUNC-JOB-NAME.
           MOVE WS-APL-POSTED      TO WRUNC-RECORD-COUNT.
           IF WS-FAILURES > ZERO
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
