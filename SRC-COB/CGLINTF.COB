      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CGLINTF.
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
      *D   CGLINTF is the monthly general ledger journal interface
      *D   - the entries accounting used to key by hand off the
      *D   CMTHCLSE balancing report and the CMTHEXPR expense
      *D   report.  For the month CMTHCLSE closed (the calendar
      *D   month before the run date's) it books:
      *D
      *D     commission earned     DR expense      CR payable
      *D                           (by company and market code)
      *D     chargebacks           DR receivable   CR expense
      *D     suspense holds        DR expense      CR suspense
      *D                                           liability
      *D     loan takes            DR loan recv    CR disbursement
      *D     loan repayments       DR repay cash   CR loan recv
      *D     interest capitalized  DR loan recv    CR interest inc
101526*D     automatic prem loans  DR loan recv    CR APL premium
101526*D     reversed take         DR disbursement CR loan recv
101526*D     reversed repayment    DR loan recv    CR repay cash
      *D
101526*D   the loan lines from the postings CLONAPLY applied to the
101526*D   loan master in the month - the rows of its applied-posting
101526*D   log (LOANAPLD.PDM) with an applied date in the month, so a
101526*D   posting that failed or is held for OFAC review is never
101526*D   journaled, and one released from a hold books in the
101526*D   month it is released, at the figures it was applied at.
101526*D   A negative amount books to the opposite sides.
      *D
      *D   Each line's GL account comes from the GLACCTMP.PDM
      *D   mapping table CGLMPMNT maintains.  Debits and credits
      *D   must balance per company and every line must map, or no
      *D   journal file is built - the report says which.  A month
      *D   CMTHCLSE has not closed is refused outright, so the GL
      *D   never books figures the close could still change.
      *D
      *D   Start and end are recorded in the common run-control file
      *D   (CRUNCTRL), like every other batch here.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-003-02 MAINT New program.
101526*H 20261015-006-03 MAINT Journal automatic premium loans -
101526*H                       loan receivable against premium.
101526*H 20261015-007-03 MAINT Journal anniversary interest
101526*H                       capitalizations.
101526*H 20261015-008-03 MAINT Journal loan posting reversals as the
101526*H                       mirror of the original entry.
101526*H 20261015-036-08 MAINT Journal loan lines from CLONAPLY's
101526*H                       applied posting log by applied date.
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

           SELECT LEDGER-CLOSE-FILE
       COPY WVARYCPY.
                                       LEDGER-CLOSE-NAME
       COPY WLORGCPY.
                                       STATUS IS LEDGER-CLOSE-STATUS.

           SELECT COMMISSION-LEDGER-FILE
       COPY WVARYCPY.
                                       COMMISSION-LEDGER-NAME
       COPY WLORGCPY.
                                       STATUS IS COMMISSION-STATUS.

           SELECT CHARGEBACK-LEDGER-FILE
       COPY WVARYCPY.
                                       CHARGEBACK-LEDGER-NAME
       COPY WLORGCPY.
                                       STATUS IS CHARGEBACK-STATUS.

           SELECT SUSPENSE-LEDGER-FILE
       COPY WVARYCPY.
                                       SUSPENSE-LEDGER-NAME
       COPY WLORGCPY.
                                       STATUS IS SUSPENSE-STATUS.

101526     SELECT APPLIED-LOG-FILE
101526 COPY WVARYCPY.
101526                                 APPLIED-LOG-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS APPLIED-LOG-STATUS.

           SELECT MAPPING-FILE
       COPY WVARYCPY.
                                       MAPPING-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS MAPPING-STATUS.

           SELECT GL-JOURNAL-FILE
       COPY WVARYCPY.
                                       GL-JOURNAL-NAME
       COPY WLORGCPY.
                                       STATUS IS GL-JOURNAL-STATUS.

           SELECT GL-REPORT-FILE
       COPY WVARYCPY.
                                       GL-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS GL-REPORT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  LEDGER-CLOSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLCLSCPY.

       FD  COMMISSION-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCOMLCPY.

       FD  CHARGEBACK-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCHGBCPY.

       FD  SUSPENSE-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WSUSLCPY.

101526 FD  APPLIED-LOG-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WLAPLCPY.

       FD  MAPPING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WGLMPCPY.

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WGLJRCPY.

       FD  GL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-REPORT-RECORD                PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
101526     COPY WLPSTCPY.

       01  CALLED-MODULES.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

           COPY WRUNCCPY.

       01  LEDGER-CLOSE-STATUS             PIC XX.
       01  COMMISSION-STATUS               PIC XX.
       01  CHARGEBACK-STATUS               PIC XX.
       01  SUSPENSE-STATUS                 PIC XX.
101526 01  APPLIED-LOG-STATUS              PIC XX.
       01  MAPPING-STATUS                  PIC XX.
       01  GL-JOURNAL-STATUS               PIC XX.
       01  GL-REPORT-STATUS                PIC XX.

      *    The shared files the journal is built from.
       01  LEDGER-CLOSE-NAME.
           05  WS-CLOSE-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LDGCLOSE.PDM'.

       01  COMMISSION-LEDGER-NAME.
           05  WS-COMM-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'COMMLDG.PDM'.

       01  CHARGEBACK-LEDGER-NAME.
           05  WS-CHGB-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'CHGBKLDG.PDM'.

       01  SUSPENSE-LEDGER-NAME.
           05  WS-SUSP-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'SUSPLDG.PDM'.

101526*    CLONAPLY's applied-posting log - what reached the loan
101526*    master, and the day it did.
101526 01  APPLIED-LOG-NAME.
101526     05  WS-APPLIED-FILE-DRIVE        PIC X(01) VALUE 'H'.
101526     05  FILLER                       PIC X(01) VALUE ':'.
101526     05  FILLER                       PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'LOANAPLD.PDM'.

       01  MAPPING-FILE-NAME.
           05  WS-MAPPING-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'GLACCTMP.PDM'.

       01  GL-JOURNAL-NAME.
           05  WS-JOURNAL-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  GL-JOURNAL-CODER            PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'GLJRNL.PDM'.

       01  GL-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  GL-REPORT-CODER             PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'GLINTRP.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).

      *    The month journaled - the calendar month before the run
      *    date's, the month CMTHCLSE closes.
       01  WS-GL-MONTH                     PIC 9(06).
       01  WS-GL-MONTH-SPLIT REDEFINES WS-GL-MONTH.
           05  WS-GL-YEAR                   PIC 9(04).
           05  WS-GL-MM                     PIC 9(02).
       01  WS-RECORD-MONTH                 PIC 9(06).

       01  WS-MONTH-CLOSED-FLAG            PIC X(01) VALUE 'N'.
           88  WS-MONTH-CLOSED                     VALUE 'Y'.
       01  WS-JOURNAL-BUILT-FLAG           PIC X(01) VALUE 'N'.
           88  WS-JOURNAL-BUILT                    VALUE 'Y'.

      *    The account mapping table, loaded once per run.
       78  WS-MAX-MAPPINGS                     VALUE 500.
       01  WS-MAP-COUNT                    PIC 9(04) VALUE ZERO.
       01  WS-MAP-IDX                      PIC 9(04).
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS WS-MAX-MAPPINGS TIMES.
               10  WS-MAP-COMPANY              PIC X(02).
               10  WS-MAP-ENTRY-TYPE           PIC X(04).
               10  WS-MAP-MARKET               PIC X(04).
               10  WS-MAP-ACCOUNT              PIC X(20).

      *    One cell per company / market / entry type - the signed
      *    net of everything booked to it (debit positive).
       78  WS-MAX-GL-CELLS                     VALUE 400.
       01  WS-CELL-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-CELL-IDX                     PIC 9(04).
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY OCCURS WS-MAX-GL-CELLS TIMES.
               10  WS-CELL-COMPANY             PIC X(02).
               10  WS-CELL-MARKET              PIC X(04).
               10  WS-CELL-ENTRY-TYPE          PIC X(04).
               10  WS-CELL-AMOUNT              PIC S9(11)V99.
               10  WS-CELL-ACCOUNT             PIC X(20).
       01  WS-CELLS-DROPPED                PIC 9(07) VALUE ZERO.

      *    Debit and credit totals per company.
       78  WS-MAX-GL-COMPANIES                 VALUE 50.
       01  WS-COMPANY-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-COMPANY-IDX                  PIC 9(03).
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS WS-MAX-GL-COMPANIES TIMES.
               10  WS-COMPANY-CODE             PIC X(02).
               10  WS-COMPANY-DEBITS           PIC S9(11)V99.
               10  WS-COMPANY-CREDITS          PIC S9(11)V99.

      *    One double entry waiting to be booked.
       01  WS-POST-COMPANY                 PIC X(02).
       01  WS-POST-MARKET                  PIC X(04).
       01  WS-POST-DEBIT-TYPE              PIC X(04).
       01  WS-POST-CREDIT-TYPE             PIC X(04).
       01  WS-POST-AMOUNT                  PIC S9(11)V99.
       01  WS-FIND-ENTRY-TYPE              PIC X(04).
       01  WS-FIND-AMOUNT                  PIC S9(11)V99.

       01  WS-COUNTS.
           05  WS-COMM-COUNT                PIC 9(07) VALUE ZERO.
           05  WS-CHGB-COUNT                PIC 9(07) VALUE ZERO.
           05  WS-SUSP-COUNT                PIC 9(07) VALUE ZERO.
           05  WS-LOAN-COUNT                PIC 9(07) VALUE ZERO.
           05  WS-LOAN-SKIPPED              PIC 9(07) VALUE ZERO.
           05  WS-UNMAPPED-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-UNBALANCED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-DETAIL-COUNT              PIC 9(07) VALUE ZERO.

       01  WS-AMOUNT-EDIT                  PIC -9(11).99.
       01  WS-AMOUNT-EDIT-2                PIC -9(11).99.

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
                   CLOSE GL-REPORT-FILE
               ELSE
               PERFORM 1500-CHECK-MONTH-CLOSED
               IF NOT WS-MONTH-CLOSED
                   PERFORM 6000-REPORT-MONTH-OPEN
               ELSE
                   PERFORM 1600-LOAD-ACCOUNT-MAP
                   PERFORM 2000-BOOK-COMMISSION-LEDGER
                   PERFORM 2100-BOOK-CHARGEBACK-LEDGER
                   PERFORM 2200-BOOK-SUSPENSE-LEDGER
                   PERFORM 2300-BOOK-LOAN-POSTINGS
                   PERFORM 3000-MAP-AND-BALANCE
                   PERFORM 4000-WRITE-JOURNAL-FILE
                   PERFORM 5000-WRITE-CONTROL-REPORT
               END-IF
               CLOSE GL-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CGLINTF'          TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO GL-REPORT-CODER.
           INSPECT GL-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE GL-REPORT-CODER        TO GL-JOURNAL-CODER.
           MOVE WOPTION-WORK-DRIVE     TO WS-CLOSE-FILE-DRIVE
                                           WS-COMM-FILE-DRIVE
                                           WS-CHGB-FILE-DRIVE
                                           WS-SUSP-FILE-DRIVE
101526                                     WS-APPLIED-FILE-DRIVE
                                           WS-MAPPING-FILE-DRIVE
                                           WS-JOURNAL-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           MOVE WS-NOW-DATE (1:6) TO WS-GL-MONTH.
           IF WS-GL-MM = 01
               SUBTRACT 1 FROM WS-GL-YEAR
               MOVE 12 TO WS-GL-MM
           ELSE
               SUBTRACT 1 FROM WS-GL-MM
           END-IF.

           OPEN OUTPUT GL-REPORT-FILE.

      ******************************************************************
       1500-CHECK-MONTH-CLOSED.

           MOVE 'N' TO WS-MONTH-CLOSED-FLAG.
           OPEN INPUT LEDGER-CLOSE-FILE.
           IF LEDGER-CLOSE-STATUS NOT = '00'
      *        No close file yet - nothing has ever been closed.
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE OR WS-MONTH-CLOSED
               READ LEDGER-CLOSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LCLS-CLOSE-MONTH = WS-GL-MONTH
                           SET WS-MONTH-CLOSED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-CLOSE-FILE.

      ******************************************************************
       1600-LOAD-ACCOUNT-MAP.

           MOVE ZERO TO WS-MAP-COUNT.
           OPEN INPUT MAPPING-FILE.
           IF MAPPING-STATUS NOT = '00'
      *        No mapping table - every line reports unmapped.
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL MAPPING-STATUS NOT = '00'
                      OR WS-MAP-COUNT >= WS-MAX-MAPPINGS
               READ MAPPING-FILE
                   AT END
                       MOVE '10' TO MAPPING-STATUS
                   NOT AT END
                       ADD 1 TO WS-MAP-COUNT
                       MOVE GLMP-COMPANY-CODE
                           TO WS-MAP-COMPANY (WS-MAP-COUNT)
                       MOVE GLMP-ENTRY-TYPE
                           TO WS-MAP-ENTRY-TYPE (WS-MAP-COUNT)
                       MOVE GLMP-MARKET-CODE
                           TO WS-MAP-MARKET (WS-MAP-COUNT)
                       MOVE GLMP-ACCOUNT-NUMBER
                           TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
               END-READ
           END-PERFORM.
           CLOSE MAPPING-FILE.

      ******************************************************************
       2000-BOOK-COMMISSION-LEDGER.

           OPEN INPUT COMMISSION-LEDGER-FILE.
           IF COMMISSION-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ COMMISSION-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE COML-RUN-DATE (1:6) TO WS-RECORD-MONTH
                       IF WS-RECORD-MONTH = WS-GL-MONTH
                           ADD 1 TO WS-COMM-COUNT
                           MOVE COML-COMPANY-CODE TO WS-POST-COMPANY
                           MOVE COML-MARKET-CODE  TO WS-POST-MARKET
                           MOVE 'CEXP'         TO WS-POST-DEBIT-TYPE
                           MOVE 'CPAY'         TO WS-POST-CREDIT-TYPE
                           MOVE COML-COMMISSION-AMOUNT
                                               TO WS-POST-AMOUNT
                           PERFORM 2900-BOOK-DOUBLE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMMISSION-LEDGER-FILE.

      ******************************************************************
       2100-BOOK-CHARGEBACK-LEDGER.

           OPEN INPUT CHARGEBACK-LEDGER-FILE.
           IF CHARGEBACK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ CHARGEBACK-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CHGB-TRANSACTION-DATE (1:6)
                           TO WS-RECORD-MONTH
                       IF WS-RECORD-MONTH = WS-GL-MONTH
                           ADD 1 TO WS-CHGB-COUNT
                           MOVE CHGB-COMPANY-CODE TO WS-POST-COMPANY
                           MOVE SPACES         TO WS-POST-MARKET
                           MOVE 'CBRC'         TO WS-POST-DEBIT-TYPE
                           MOVE 'CEXP'         TO WS-POST-CREDIT-TYPE
                           MOVE CHGB-AMOUNT    TO WS-POST-AMOUNT
                           PERFORM 2900-BOOK-DOUBLE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHARGEBACK-LEDGER-FILE.

      ******************************************************************
       2200-BOOK-SUSPENSE-LEDGER.
      *    A hold is commission earned but owed to no one yet - it
      *    books to the suspense liability, and its release (a
      *    negative record) reverses out as the commission ledger
      *    picks the amount up.  The suspense ledger carries no
      *    company, so these book under the blank company.

           OPEN INPUT SUSPENSE-LEDGER-FILE.
           IF SUSPENSE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ SUSPENSE-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SUSP-ENTRY-DATE (1:6) TO WS-RECORD-MONTH
                       IF WS-RECORD-MONTH = WS-GL-MONTH
                           ADD 1 TO WS-SUSP-COUNT
                           MOVE SPACES         TO WS-POST-COMPANY
                                                  WS-POST-MARKET
                           MOVE 'CEXP'         TO WS-POST-DEBIT-TYPE
                           MOVE 'SUSL'         TO WS-POST-CREDIT-TYPE
                           MOVE SUSP-AMOUNT    TO WS-POST-AMOUNT
                           PERFORM 2900-BOOK-DOUBLE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-LEDGER-FILE.

      ******************************************************************
       2300-BOOK-LOAN-POSTINGS.
101526*    Only what CLONAPLY has applied - the rows of its applied
101526*    log, by the day each reached the loan master - so the GL
101526*    books exactly what the master took, when it took it.

101526     OPEN INPUT APPLIED-LOG-FILE.
101526     IF APPLIED-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
101526         READ APPLIED-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
101526                 MOVE LAPL-APPLIED-DATE (1:6)
                           TO WS-RECORD-MONTH
                       IF WS-RECORD-MONTH = WS-GL-MONTH
101526                     MOVE LAPL-POSTING TO LOAN-POSTING-RECORD
                           PERFORM 2400-BOOK-ONE-LOAN-POSTING
                       END-IF
               END-READ
           END-PERFORM.
101526     CLOSE APPLIED-LOG-FILE.

      ******************************************************************
       2400-BOOK-ONE-LOAN-POSTING.

           MOVE LPST-COMPANY-CODE      TO WS-POST-COMPANY.
           MOVE SPACES                 TO WS-POST-MARKET.

      *    Interest accrued to the posting date was capitalized into
      *    the new balance - it becomes receivable and income.
           IF LPST-QUOTED-ACCRUED-INT NOT = ZERO
               MOVE 'LNRC'             TO WS-POST-DEBIT-TYPE
               MOVE 'LNII'             TO WS-POST-CREDIT-TYPE
               MOVE LPST-QUOTED-ACCRUED-INT TO WS-POST-AMOUNT
               PERFORM 2900-BOOK-DOUBLE-ENTRY
           END-IF.

           EVALUATE LPST-FUNCTION
               WHEN 'T'
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE 'LNRC'         TO WS-POST-DEBIT-TYPE
                   MOVE 'LNDS'         TO WS-POST-CREDIT-TYPE
                   MOVE LPST-TRANSACTION-AMOUNT TO WS-POST-AMOUNT
                   PERFORM 2900-BOOK-DOUBLE-ENTRY
101526         WHEN 'C'
101526*            Anniversary capitalization - the interest rides as
101526*            the transaction amount.
101526             ADD 1 TO WS-LOAN-COUNT
101526             MOVE 'LNRC'         TO WS-POST-DEBIT-TYPE
101526             MOVE 'LNII'         TO WS-POST-CREDIT-TYPE
101526             MOVE LPST-TRANSACTION-AMOUNT TO WS-POST-AMOUNT
101526             PERFORM 2900-BOOK-DOUBLE-ENTRY
101526         WHEN 'A'
101526*            The loan pays the overdue premium - no cash moves.
101526             ADD 1 TO WS-LOAN-COUNT
101526             MOVE 'LNRC'         TO WS-POST-DEBIT-TYPE
101526             MOVE 'LNAP'         TO WS-POST-CREDIT-TYPE
101526             MOVE LPST-TRANSACTION-AMOUNT TO WS-POST-AMOUNT
101526             PERFORM 2900-BOOK-DOUBLE-ENTRY
               WHEN 'R'
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE 'LNCR'         TO WS-POST-DEBIT-TYPE
                   MOVE 'LNRC'         TO WS-POST-CREDIT-TYPE
                   MOVE LPST-TRANSACTION-AMOUNT TO WS-POST-AMOUNT
                   PERFORM 2900-BOOK-DOUBLE-ENTRY
101526         WHEN 'V'
101526*            Reversal - the original's entry turned round.
101526             IF LPST-LINK-FUNCTION = 'T' OR 'R'
101526                 ADD 1 TO WS-LOAN-COUNT
101526                 IF LPST-LINK-FUNCTION = 'T'
101526                     MOVE 'LNDS'     TO WS-POST-DEBIT-TYPE
101526                     MOVE 'LNRC'     TO WS-POST-CREDIT-TYPE
101526                 ELSE
101526                     MOVE 'LNRC'     TO WS-POST-DEBIT-TYPE
101526                     MOVE 'LNCR'     TO WS-POST-CREDIT-TYPE
101526                 END-IF
101526                 MOVE LPST-TRANSACTION-AMOUNT TO WS-POST-AMOUNT
101526                 PERFORM 2900-BOOK-DOUBLE-ENTRY
101526             ELSE
101526                 PERFORM 2450-LIST-UNJOURNALED-POSTING
101526             END-IF
               WHEN OTHER
101526             PERFORM 2450-LIST-UNJOURNALED-POSTING
           END-EVALUATE.

101526******************************************************************
101526 2450-LIST-UNJOURNALED-POSTING.

101526     ADD 1 TO WS-LOAN-SKIPPED.
101526     MOVE SPACES TO GL-REPORT-RECORD.
101526     STRING 'LOAN POSTING NOT JOURNALED - FUNCTION '
101526            LPST-FUNCTION ' ' LPST-COMPANY-CODE ' '
101526            LPST-POLICY-NUMBER
101526         DELIMITED BY SIZE INTO GL-REPORT-RECORD
101526     END-STRING.
101526     WRITE GL-REPORT-RECORD.

      ******************************************************************
       2900-BOOK-DOUBLE-ENTRY.
      *    Debit one cell, credit the other, by the same amount - so
      *    every company's cells net to zero by construction.

           IF WS-POST-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-POST-DEBIT-TYPE     TO WS-FIND-ENTRY-TYPE.
           MOVE WS-POST-AMOUNT         TO WS-FIND-AMOUNT.
           PERFORM 2950-ADD-TO-CELL.

           MOVE WS-POST-CREDIT-TYPE    TO WS-FIND-ENTRY-TYPE.
           COMPUTE WS-FIND-AMOUNT = ZERO - WS-POST-AMOUNT.
           PERFORM 2950-ADD-TO-CELL.

      ******************************************************************
       2950-ADD-TO-CELL.

           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CELL-COMPANY (WS-CELL-IDX) = WS-POST-COMPANY
                   AND WS-CELL-MARKET (WS-CELL-IDX) = WS-POST-MARKET
                   AND WS-CELL-ENTRY-TYPE (WS-CELL-IDX)
                       = WS-FIND-ENTRY-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-CELL-IDX > WS-CELL-COUNT
               AND WS-CELL-COUNT < WS-MAX-GL-CELLS
               ADD 1 TO WS-CELL-COUNT
               MOVE WS-POST-COMPANY
                   TO WS-CELL-COMPANY (WS-CELL-IDX)
               MOVE WS-POST-MARKET
                   TO WS-CELL-MARKET (WS-CELL-IDX)
               MOVE WS-FIND-ENTRY-TYPE
                   TO WS-CELL-ENTRY-TYPE (WS-CELL-IDX)
               MOVE ZERO TO WS-CELL-AMOUNT (WS-CELL-IDX)
               MOVE SPACES TO WS-CELL-ACCOUNT (WS-CELL-IDX)
           END-IF.

           IF WS-CELL-IDX > WS-CELL-COUNT
      *        A full table would leave the journal short one side of
      *        an entry - count it; the run then builds no file.
               ADD 1 TO WS-CELLS-DROPPED
           ELSE
               ADD WS-FIND-AMOUNT TO WS-CELL-AMOUNT (WS-CELL-IDX)
           END-IF.

      ******************************************************************
       3000-MAP-AND-BALANCE.
      *    Give every cell its account - the most specific mapping
      *    row wins: company and market, company, market, default -
      *    and total debits and credits by company.

           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CELL-AMOUNT (WS-CELL-IDX) NOT = ZERO
                   PERFORM 3100-MAP-ONE-CELL
                   PERFORM 3200-TOTAL-ONE-CELL
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-COMPANY-IDX FROM 1 BY 1
               UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
               IF WS-COMPANY-DEBITS (WS-COMPANY-IDX)
                   NOT = WS-COMPANY-CREDITS (WS-COMPANY-IDX)
                   ADD 1 TO WS-UNBALANCED-COUNT
               END-IF
           END-PERFORM.

      ******************************************************************
       3100-MAP-ONE-CELL.

           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-ENTRY-TYPE (WS-MAP-IDX)
                   = WS-CELL-ENTRY-TYPE (WS-CELL-IDX)
                   EVALUATE TRUE
                       WHEN WS-MAP-COMPANY (WS-MAP-IDX)
                               = WS-CELL-COMPANY (WS-CELL-IDX)
                           AND WS-MAP-MARKET (WS-MAP-IDX)
                               = WS-CELL-MARKET (WS-CELL-IDX)
                           MOVE WS-MAP-ACCOUNT (WS-MAP-IDX)
                               TO WS-CELL-ACCOUNT (WS-CELL-IDX)
                           EXIT PERFORM
                       WHEN WS-MAP-COMPANY (WS-MAP-IDX)
                               = WS-CELL-COMPANY (WS-CELL-IDX)
                           AND WS-MAP-MARKET (WS-MAP-IDX) = SPACES
                           MOVE WS-MAP-ACCOUNT (WS-MAP-IDX)
                               TO WS-CELL-ACCOUNT (WS-CELL-IDX)
                       WHEN WS-MAP-COMPANY (WS-MAP-IDX) = SPACES
                           AND WS-MAP-MARKET (WS-MAP-IDX)
                               = WS-CELL-MARKET (WS-CELL-IDX)
                           AND WS-CELL-ACCOUNT (WS-CELL-IDX) = SPACES
                           MOVE WS-MAP-ACCOUNT (WS-MAP-IDX)
                               TO WS-CELL-ACCOUNT (WS-CELL-IDX)
                       WHEN WS-MAP-COMPANY (WS-MAP-IDX) = SPACES
                           AND WS-MAP-MARKET (WS-MAP-IDX) = SPACES
                           AND WS-CELL-ACCOUNT (WS-CELL-IDX) = SPACES
                           MOVE WS-MAP-ACCOUNT (WS-MAP-IDX)
                               TO WS-CELL-ACCOUNT (WS-CELL-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-CELL-ACCOUNT (WS-CELL-IDX) = SPACES
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE SPACES TO GL-REPORT-RECORD
               STRING 'NO GL ACCOUNT MAPPED FOR COMPANY '
                      WS-CELL-COMPANY (WS-CELL-IDX)
                      ' ENTRY ' WS-CELL-ENTRY-TYPE (WS-CELL-IDX)
                      ' MARKET ' WS-CELL-MARKET (WS-CELL-IDX)
                   DELIMITED BY SIZE INTO GL-REPORT-RECORD
               END-STRING
               WRITE GL-REPORT-RECORD
           END-IF.

      ******************************************************************
       3200-TOTAL-ONE-CELL.

           PERFORM VARYING WS-COMPANY-IDX FROM 1 BY 1
               UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
               IF WS-COMPANY-CODE (WS-COMPANY-IDX)
                   = WS-CELL-COMPANY (WS-CELL-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-COMPANY-IDX > WS-COMPANY-COUNT
               IF WS-COMPANY-COUNT < WS-MAX-GL-COMPANIES
                   ADD 1 TO WS-COMPANY-COUNT
                   MOVE WS-CELL-COMPANY (WS-CELL-IDX)
                       TO WS-COMPANY-CODE (WS-COMPANY-IDX)
                   MOVE ZERO TO WS-COMPANY-DEBITS (WS-COMPANY-IDX)
                                WS-COMPANY-CREDITS (WS-COMPANY-IDX)
               ELSE
                   ADD 1 TO WS-CELLS-DROPPED
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-CELL-AMOUNT (WS-CELL-IDX) > ZERO
               ADD WS-CELL-AMOUNT (WS-CELL-IDX)
                   TO WS-COMPANY-DEBITS (WS-COMPANY-IDX)
           ELSE
               SUBTRACT WS-CELL-AMOUNT (WS-CELL-IDX)
                   FROM WS-COMPANY-CREDITS (WS-COMPANY-IDX)
           END-IF.

      ******************************************************************
       4000-WRITE-JOURNAL-FILE.
      *    Opened even when refused, so an earlier month's file left
      *    on the drive cannot be imported by mistake.

           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-UNMAPPED-COUNT > ZERO
               OR WS-UNBALANCED-COUNT > ZERO
               OR WS-CELLS-DROPPED > ZERO
               CLOSE GL-JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES                 TO GL-JOURNAL-RECORD.
           SET GLJR-HEADER             TO TRUE.
           MOVE WS-GL-MONTH            TO GLJR-ACCOUNTING-MONTH.
           MOVE ZERO                   TO GLJR-DEBIT-AMOUNT
                                          GLJR-CREDIT-AMOUNT.
           MOVE 'COMMISSION/LOAN JOURNAL'
                                       TO GLJR-DESCRIPTION.
           WRITE GL-JOURNAL-RECORD.

           PERFORM VARYING WS-COMPANY-IDX FROM 1 BY 1
               UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
               PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
                   IF WS-CELL-COMPANY (WS-CELL-IDX)
                       = WS-COMPANY-CODE (WS-COMPANY-IDX)
                       AND WS-CELL-AMOUNT (WS-CELL-IDX) NOT = ZERO
                       PERFORM 4100-WRITE-DETAIL-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES             TO GL-JOURNAL-RECORD
               SET GLJR-COMPANY-TRAILER TO TRUE
               MOVE WS-GL-MONTH        TO GLJR-ACCOUNTING-MONTH
               MOVE WS-COMPANY-CODE (WS-COMPANY-IDX)
                                       TO GLJR-COMPANY-CODE
               MOVE WS-COMPANY-DEBITS (WS-COMPANY-IDX)
                                       TO GLJR-DEBIT-AMOUNT
               MOVE WS-COMPANY-CREDITS (WS-COMPANY-IDX)
                                       TO GLJR-CREDIT-AMOUNT
               MOVE 'COMPANY TOTALS'   TO GLJR-DESCRIPTION
               WRITE GL-JOURNAL-RECORD
           END-PERFORM.

           CLOSE GL-JOURNAL-FILE.
           SET WS-JOURNAL-BUILT TO TRUE.

      ******************************************************************
       4100-WRITE-DETAIL-LINE.

           MOVE SPACES                 TO GL-JOURNAL-RECORD.
           SET GLJR-DETAIL             TO TRUE.
           MOVE WS-GL-MONTH            TO GLJR-ACCOUNTING-MONTH.
           MOVE WS-CELL-COMPANY (WS-CELL-IDX)
                                       TO GLJR-COMPANY-CODE.
           MOVE WS-CELL-ACCOUNT (WS-CELL-IDX)
                                       TO GLJR-ACCOUNT-NUMBER.
           MOVE WS-CELL-MARKET (WS-CELL-IDX)
                                       TO GLJR-MARKET-CODE.
           MOVE WS-CELL-ENTRY-TYPE (WS-CELL-IDX)
                                       TO GLJR-ENTRY-TYPE.
           IF WS-CELL-AMOUNT (WS-CELL-IDX) > ZERO
               MOVE WS-CELL-AMOUNT (WS-CELL-IDX)
                                       TO GLJR-DEBIT-AMOUNT
               MOVE ZERO               TO GLJR-CREDIT-AMOUNT
           ELSE
               MOVE ZERO               TO GLJR-DEBIT-AMOUNT
               COMPUTE GLJR-CREDIT-AMOUNT =
                   ZERO - WS-CELL-AMOUNT (WS-CELL-IDX)
           END-IF.
           EVALUATE WS-CELL-ENTRY-TYPE (WS-CELL-IDX)
               WHEN 'CEXP'
                   MOVE 'COMMISSION EXPENSE'   TO GLJR-DESCRIPTION
               WHEN 'CPAY'
                   MOVE 'COMMISSION PAYABLE'   TO GLJR-DESCRIPTION
               WHEN 'CBRC'
                   MOVE 'CHARGEBACK RECEIVABLE'
                                               TO GLJR-DESCRIPTION
               WHEN 'SUSL'
                   MOVE 'COMMISSION SUSPENSE'  TO GLJR-DESCRIPTION
               WHEN 'LNRC'
                   MOVE 'POLICY LOAN RECEIVABLE'
                                               TO GLJR-DESCRIPTION
               WHEN 'LNDS'
                   MOVE 'LOAN DISBURSEMENTS'   TO GLJR-DESCRIPTION
               WHEN 'LNCR'
                   MOVE 'LOAN REPAYMENTS RECEIVED'
                                               TO GLJR-DESCRIPTION
               WHEN 'LNII'
                   MOVE 'POLICY LOAN INTEREST' TO GLJR-DESCRIPTION
101526         WHEN 'LNAP'
101526             MOVE 'APL PREMIUM APPLIED'  TO GLJR-DESCRIPTION
           END-EVALUATE.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.

      ******************************************************************
       5000-WRITE-CONTROL-REPORT.

           MOVE SPACES TO GL-REPORT-RECORD.
           MOVE 'GL JOURNAL FOR MONTH:' TO GL-REPORT-RECORD (1:21).
           MOVE WS-GL-MONTH            TO GL-REPORT-RECORD (26:6).
           WRITE GL-REPORT-RECORD.

           MOVE SPACES TO GL-REPORT-RECORD.
           MOVE 'SOURCE RECORDS - COMMISSION:'
                                       TO GL-REPORT-RECORD (1:28).
           MOVE WS-COMM-COUNT          TO GL-REPORT-RECORD (32:7).
           MOVE 'CHARGEBACK:'          TO GL-REPORT-RECORD (41:11).
           MOVE WS-CHGB-COUNT          TO GL-REPORT-RECORD (53:7).
           MOVE 'SUSPENSE:'            TO GL-REPORT-RECORD (62:9).
           MOVE WS-SUSP-COUNT          TO GL-REPORT-RECORD (72:7).
           MOVE 'LOAN:'                TO GL-REPORT-RECORD (81:5).
           MOVE WS-LOAN-COUNT          TO GL-REPORT-RECORD (87:7).
           WRITE GL-REPORT-RECORD.

           MOVE SPACES TO GL-REPORT-RECORD.
           MOVE 'CO             DEBITS         CREDITS'
               TO GL-REPORT-RECORD.
           WRITE GL-REPORT-RECORD.

           PERFORM VARYING WS-COMPANY-IDX FROM 1 BY 1
               UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
               MOVE WS-COMPANY-DEBITS (WS-COMPANY-IDX)
                                       TO WS-AMOUNT-EDIT
               MOVE WS-COMPANY-CREDITS (WS-COMPANY-IDX)
                                       TO WS-AMOUNT-EDIT-2
               MOVE SPACES TO GL-REPORT-RECORD
               STRING WS-COMPANY-CODE (WS-COMPANY-IDX) ' '
                      WS-AMOUNT-EDIT                   ' '
                      WS-AMOUNT-EDIT-2
                   DELIMITED BY SIZE INTO GL-REPORT-RECORD
               END-STRING
               IF WS-COMPANY-DEBITS (WS-COMPANY-IDX)
                   = WS-COMPANY-CREDITS (WS-COMPANY-IDX)
                   MOVE 'BALANCED'     TO GL-REPORT-RECORD (50:8)
               ELSE
                   MOVE '** OUT OF BALANCE **'
                                       TO GL-REPORT-RECORD (50:20)
               END-IF
               WRITE GL-REPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO GL-REPORT-RECORD.
           IF WS-JOURNAL-BUILT
               MOVE 'JOURNAL LINES WRITTEN:'
                                       TO GL-REPORT-RECORD (1:22)
               MOVE WS-DETAIL-COUNT    TO GL-REPORT-RECORD (26:7)
           ELSE
               MOVE '** NO JOURNAL BUILT - UNMAPPED OR UNBALANCED **'
                                       TO GL-REPORT-RECORD (1:48)
           END-IF.
           WRITE GL-REPORT-RECORD.

           IF WS-CELLS-DROPPED > ZERO
               MOVE SPACES TO GL-REPORT-RECORD
               MOVE '** JOURNAL TABLE FULL - ENTRIES NOT BOOKED **'
                   TO GL-REPORT-RECORD (1:46)
               MOVE WS-CELLS-DROPPED   TO GL-REPORT-RECORD (48:7)
               WRITE GL-REPORT-RECORD
           END-IF.

      ******************************************************************
       6000-REPORT-MONTH-OPEN.

           MOVE SPACES TO GL-REPORT-RECORD.
           MOVE 'MONTH NOT CLOSED - NO JOURNAL:'
                                       TO GL-REPORT-RECORD (1:30).
           MOVE WS-GL-MONTH            TO GL-REPORT-RECORD (32:6).
           WRITE GL-REPORT-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CGLINTF'          TO WRUNC-JOB-NAME.
           MOVE WS-DETAIL-COUNT    TO WRUNC-RECORD-COUNT.
           EVALUATE TRUE
               WHEN NOT WS-MONTH-CLOSED
                   MOVE 'MONTH NOT CLOSED'  TO WRUNC-RUN-STATUS
               WHEN WS-JOURNAL-BUILT
                   MOVE 'COMPLETE'          TO WRUNC-RUN-STATUS
               WHEN OTHER
                   MOVE 'NOT BUILT'         TO WRUNC-RUN-STATUS
           END-EVALUATE.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
