      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CLONLBOX.
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
      *D   CLONLBOX loads the bank's daily lockbox remittance file
      *D   (LOCKBOX.PDM, WLBOXCPY) and applies each check as a loan
      *D   repayment, in place of re-keying it through
      *D   PostLoanRepayment.
      *D
      *D   Each item is matched to its policy by the company/policy
      *D   on the remittance stub's scan line (WLSTBCPY, printed by
      *D   CLONBILL), and to its bill on the billing register
101526*D   (LOANBILL.PDM).  The stub's check digit covers only its
101526*D   due date and amount, so the company, policy, due date and
101526*D   amount due it carries must also match an open bill - a
101526*D   misread policy number matches no bill and cannot pay down
101526*D   another policy's loan.  A matched item is
      *D   quoted through PLONQUOT and posted through PLONPOST as a
      *D   repayment - the same quote-then-post rule CLONPLNB
      *D   follows, so the posting carries the loan's real figures.
      *D   The bills paid are marked on the register with the
      *D   amount and date.
      *D
      *D   An item that will not match - no stub, a stub that fails
101526*D   its check digit or matches no open bill, no loan on the
101526*D   policy, more than the
      *D   payoff - or whose quote or posting fails goes to the
      *D   unapplied-cash suspense file (UNAPCASH.PDM, WLSUSCPY)
101526*D   with the reason.  So does an item on a policy with a
101526*D   loan posting still pending - queued and not yet applied
101526*D   by CLONAPLY, held for OFAC review, or an earlier item in
101526*D   this deposit (CLONPEND) - since its quote would miss that
101526*D   posting.  The balancing report (LNLBXR.PDM)
      *D   proves applied plus suspense against the bank's deposit
      *D   total and item count.  A deposit already loaded
      *D   (LBOXDONE.PDM) is refused, so a rerun cannot post the
      *D   same checks twice.  Start/end go to the common
      *D   run-control file (CRUNCTRL).
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-012-01 MAINT New program.
101526*H 20261015-036-11 MAINT Suspend an item whose policy has a
101526*H                       loan posting pending (CLONPEND).
101526*H 20261015-037-01 MAINT Stub must match an open bill on the
101526*H                       register before it is quoted/posted.
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

           SELECT LOCKBOX-FILE
       COPY WVARYCPY.
                                       LOCKBOX-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS LOCKBOX-STATUS.

           SELECT LOADED-DEPOSIT-FILE
       COPY WVARYCPY.
                                       LOADED-DEPOSIT-NAME
       COPY WLORGCPY.
                                       STATUS IS LOADED-DEPOSIT-STATUS.

           SELECT BILL-REGISTER-FILE
       COPY WVARYCPY.
                                       BILL-REGISTER-NAME
       COPY WLORGCPY.
                                       STATUS IS BILL-REGISTER-STATUS.

           SELECT BILL-WORK-FILE
       COPY WVARYCPY.
                                       BILL-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS BILL-WORK-STATUS.

           SELECT SUSPENSE-FILE
       COPY WVARYCPY.
                                       SUSPENSE-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS SUSPENSE-STATUS.

           SELECT BALANCE-REPORT-FILE
       COPY WVARYCPY.
                                       BALANCE-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS BALANCE-REPORT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  LOCKBOX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLBOXCPY.

      *    One record per deposit loaded - lockbox and deposit date.
       FD  LOADED-DEPOSIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOADED-DEPOSIT-RECORD.
           05  LDEP-LOCKBOX-NUMBER          PIC X(10).
           05  LDEP-DEPOSIT-DATE            PIC 9(08).
           05  LDEP-LOADED-DATE             PIC 9(08).
           05  LDEP-CODER-ID                PIC X(04).

       FD  BILL-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLBILCPY.

       FD  BILL-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BILL-WORK-RECORD                PIC X(83).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLSUSCPY.

       FD  BALANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REPORT-RECORD           PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.
           COPY WLNQUCPY.
           COPY WLNPOCPY.
           COPY WLSTBCPY.
101526     COPY WLPNDCPY.

       01  CALLED-MODULES.
           05  PLONQUOT                   PIC X(08) VALUE 'PLONQUOT'.
           05  PLONPOST                   PIC X(08) VALUE 'PLONPOST'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CLONPEND                   PIC X(08) VALUE 'CLONPEND'.

           COPY WRUNCCPY.

       01  LOCKBOX-STATUS                  PIC XX.
       01  LOADED-DEPOSIT-STATUS           PIC XX.
       01  BILL-REGISTER-STATUS            PIC XX.
       01  BILL-WORK-STATUS                PIC XX.
       01  SUSPENSE-STATUS                 PIC XX.
       01  BALANCE-REPORT-STATUS           PIC XX.

      *    The bank's file, as treasury drops it on the work drive.
       01  LOCKBOX-FILE-NAME.
           05  WS-LOCKBOX-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LOCKBOX.PDM'.

       01  LOADED-DEPOSIT-NAME.
           05  WS-LOADED-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LBOXDONE.PDM'.

       01  BILL-REGISTER-NAME.
           05  WS-REGISTER-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LOANBILL.PDM'.

       01  BILL-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LOANBILW.PDM'.

       01  SUSPENSE-FILE-NAME.
           05  WS-SUSPENSE-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'UNAPCASH.PDM'.

       01  BALANCE-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  BALANCE-REPORT-CODER        PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'LNLBXR.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).

       01  WS-RUN-FLAG                     PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                           VALUE 'Y'.
       01  WS-REFUSAL-TEXT                 PIC X(60) VALUE SPACES.

       01  WS-LOCKBOX-NUMBER               PIC X(10) VALUE SPACES.
       01  WS-DEPOSIT-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-TRAILER-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN                     VALUE 'Y'.
       01  WS-BANK-ITEM-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-BANK-DEPOSIT-TOTAL           PIC S9(11)V9(02) VALUE ZERO.

      *    Open bills on the register, and what this deposit paid on
      *    each.
       78  WS-MAX-BILLS                        VALUE 5000.
       01  WS-BILL-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-BILL-IDX                     PIC 9(05).
       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS WS-MAX-BILLS TIMES.
               10  WS-BILL-COMPANY             PIC X(02).
               10  WS-BILL-POLICY              PIC X(12).
               10  WS-BILL-DUE-DATE            PIC 9(08).
               10  WS-BILL-PAID-NOW            PIC S9(09)V9(02).
101526         10  WS-BILL-AMOUNT-DUE          PIC S9(09)V9(02).
       01  WS-BILLS-DROPPED                PIC 9(07) VALUE ZERO.
       01  WS-BILL-FOUND-FLAG              PIC X(01).
           88  WS-BILL-FOUND                       VALUE 'Y'.
101526 01  WS-OPEN-BILL-FLAG               PIC X(01).
101526     88  WS-OPEN-BILL-MATCHED                VALUE 'Y'.
101526 01  WS-REGISTER-EOF-FLAG            PIC X(01).
101526     88  END-OF-BILL-REGISTER                VALUE 'Y'.

       01  WS-ITEM-AMOUNT                  PIC S9(09)V9(02).
       01  WS-PAYOFF-AMOUNT                PIC S9(09)V9(02).
       01  WS-SUSPENSE-REASON              PIC X(30).
       01  WS-BALANCE-LABEL                PIC X(30).
       01  WS-ITEM-COMPANY                 PIC X(02).
       01  WS-ITEM-POLICY                  PIC X(12).

      *    Stub check digit - the same weighted modulus 10 CLONBILL
      *    prints.
       01  WS-CHECK-SUM                    PIC S9(05) COMP-5.
       01  WS-CHECK-PRODUCT                PIC S9(05) COMP-5.
       01  WS-CHECK-QUOTIENT               PIC S9(05) COMP-5.
       01  WS-CHECK-REMAINDER              PIC S9(05) COMP-5.
       01  WS-CHECK-DIGIT                  PIC 9(01).
       01  WS-DIGIT-IDX                    PIC S9(04) COMP-5.
       01  WS-STUB-FLAG                    PIC X(01).
           88  WS-STUB-VALID                       VALUE 'Y'.

       01  WS-COUNTS.
           05  WS-ITEMS-READ                PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-APPLIED             PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-TO-SUSPENSE         PIC 9(07) VALUE ZERO.
           05  WS-BILLS-MATCHED             PIC 9(07) VALUE ZERO.
       01  WS-TOTALS.
           05  WS-ITEMS-AMOUNT              PIC S9(11)V9(02) VALUE ZERO.
           05  WS-APPLIED-AMOUNT            PIC S9(11)V9(02) VALUE ZERO.
           05  WS-SUSPENSE-AMOUNT           PIC S9(11)V9(02) VALUE ZERO.
       01  WS-DIFFERENCE                   PIC S9(11)V9(02).
       01  WS-COUNT-DIFFERENCE             PIC S9(07).

       01  WS-AMOUNT-EDIT                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT                   PIC -Z,ZZZ,ZZ9.

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
      *            fail fast instead of posting the same checks twice.
                   CLOSE BALANCE-REPORT-FILE
               ELSE
               PERFORM 1500-CHECK-DEPOSIT
               IF WS-RUN-OK
                   PERFORM 1700-LOAD-OPEN-BILLS
101526             PERFORM 1800-LOAD-PENDING-POSTINGS
                   PERFORM 2000-LOAD-REMITTANCES
                   PERFORM 5000-MARK-BILLS-PAID
                   PERFORM 6000-RECORD-DEPOSIT-LOADED
               ELSE
                   MOVE SPACES TO BALANCE-REPORT-RECORD
                   MOVE WS-REFUSAL-TEXT TO BALANCE-REPORT-RECORD
                   WRITE BALANCE-REPORT-RECORD
               END-IF
               PERFORM 8000-WRITE-BALANCING
               CLOSE BALANCE-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CLONLBOX'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO BALANCE-REPORT-CODER.
           INSPECT BALANCE-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-LOCKBOX-FILE-DRIVE
                                           WS-LOADED-FILE-DRIVE
                                           WS-REGISTER-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
                                           WS-SUSPENSE-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT BALANCE-REPORT-FILE.

           MOVE SPACES TO BALANCE-REPORT-RECORD.
           STRING 'LOCKBOX REMITTANCE LOAD - RUN ' WS-NOW-DATE
               DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           END-STRING.
           WRITE BALANCE-REPORT-RECORD.

      ******************************************************************
       1500-CHECK-DEPOSIT.
      *    The header names the deposit; one already loaded is
      *    refused whole.

           OPEN INPUT LOCKBOX-FILE.
           IF LOCKBOX-STATUS NOT = '00'
               MOVE 'N' TO WS-RUN-FLAG
               MOVE 'LOCKBOX FILE (LOCKBOX.PDM) NOT FOUND - NO RUN'
                   TO WS-REFUSAL-TEXT
               EXIT PARAGRAPH
           END-IF.
           READ LOCKBOX-FILE
               AT END
                   MOVE SPACES TO LBOX-RECORD-TYPE
           END-READ.
           CLOSE LOCKBOX-FILE.
           IF NOT LBOX-HEADER
               MOVE 'N' TO WS-RUN-FLAG
               MOVE 'LOCKBOX FILE HAS NO HEADER - NO RUN'
                   TO WS-REFUSAL-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE LBOX-LOCKBOX-NUMBER    TO WS-LOCKBOX-NUMBER.
           MOVE LBOX-DEPOSIT-DATE      TO WS-DEPOSIT-DATE.

           MOVE SPACES TO BALANCE-REPORT-RECORD.
           STRING 'LOCKBOX ' WS-LOCKBOX-NUMBER
                  '  DEPOSIT DATE ' WS-DEPOSIT-DATE
               DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           END-STRING.
           WRITE BALANCE-REPORT-RECORD.

           OPEN INPUT LOADED-DEPOSIT-FILE.
           IF LOADED-DEPOSIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ LOADED-DEPOSIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LDEP-LOCKBOX-NUMBER = WS-LOCKBOX-NUMBER
                           AND LDEP-DEPOSIT-DATE = WS-DEPOSIT-DATE
                           MOVE 'N' TO WS-RUN-FLAG
                           MOVE 'DEPOSIT ALREADY LOADED - NO RUN'
                               TO WS-REFUSAL-TEXT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOADED-DEPOSIT-FILE.

      ******************************************************************
       1700-LOAD-OPEN-BILLS.

           OPEN INPUT BILL-REGISTER-FILE.
           IF BILL-REGISTER-STATUS NOT = '00'
101526*        Nothing billed yet - no stub can match a bill.
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ BILL-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT LBIL-PAID
                           IF WS-BILL-COUNT < WS-MAX-BILLS
                               ADD 1 TO WS-BILL-COUNT
                               MOVE LBIL-COMPANY-CODE
                                   TO WS-BILL-COMPANY (WS-BILL-COUNT)
                               MOVE LBIL-POLICY-NUMBER
                                   TO WS-BILL-POLICY (WS-BILL-COUNT)
                               MOVE LBIL-DUE-DATE
                                   TO WS-BILL-DUE-DATE (WS-BILL-COUNT)
                               MOVE ZERO
                                   TO WS-BILL-PAID-NOW (WS-BILL-COUNT)
101526                         MOVE LBIL-AMOUNT-DUE
101526                           TO WS-BILL-AMOUNT-DUE (WS-BILL-COUNT)
                           ELSE
                               ADD 1 TO WS-BILLS-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILL-REGISTER-FILE.

101526******************************************************************
101526 1800-LOAD-PENDING-POSTINGS.
101526*    As the queue and the held postings stand at the start of
101526*    the run.

101526     INITIALIZE WLPND-PARAMETERS.
101526     SET WLPND-LOAD-PENDING      TO TRUE.
101526     CALL CLONPEND USING WGLOBAL, WLPND-PARAMETERS.

      ******************************************************************
       2000-LOAD-REMITTANCES.

           OPEN INPUT LOCKBOX-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ LOCKBOX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LBOX-DETAIL
                               PERFORM 3000-APPLY-ONE-ITEM
                           WHEN LBOX-TRAILER
                               SET WS-TRAILER-SEEN TO TRUE
                               MOVE LBOX-ITEM-COUNT
                                   TO WS-BANK-ITEM-COUNT
                               MOVE LBOX-DEPOSIT-TOTAL
                                   TO WS-BANK-DEPOSIT-TOTAL
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE LOCKBOX-FILE.

      ******************************************************************
       3000-APPLY-ONE-ITEM.

           ADD 1 TO WS-ITEMS-READ.
           MOVE LBOX-CHECK-AMOUNT      TO WS-ITEM-AMOUNT.
           ADD WS-ITEM-AMOUNT          TO WS-ITEMS-AMOUNT.
           MOVE LBOX-SCAN-LINE         TO LOAN-STUB-SCAN-LINE.
           MOVE SPACES                 TO WS-ITEM-COMPANY
                                           WS-ITEM-POLICY.

           PERFORM 3100-CHECK-STUB.
           IF NOT WS-STUB-VALID
               PERFORM 4000-WRITE-SUSPENSE
               EXIT PARAGRAPH
           END-IF.
           MOVE LSTB-COMPANY-CODE      TO WS-ITEM-COMPANY.
           MOVE LSTB-POLICY-NUMBER     TO WS-ITEM-POLICY.

           IF WS-ITEM-AMOUNT NOT > ZERO
               MOVE 'ZERO AMOUNT'      TO WS-SUSPENSE-REASON
               PERFORM 4000-WRITE-SUSPENSE
               EXIT PARAGRAPH
           END-IF.

101526     PERFORM 3150-CHECK-OPEN-BILL.
101526     IF NOT WS-OPEN-BILL-MATCHED
101526         MOVE 'NO OPEN BILL MATCHES STUB' TO WS-SUSPENSE-REASON
101526         PERFORM 4000-WRITE-SUSPENSE
101526         EXIT PARAGRAPH
101526     END-IF.

101526*    PLONQUOT sees only the loan master - not a posting still
101526*    waiting to reach it.
101526     INITIALIZE WLPND-PARAMETERS.
101526     SET WLPND-CHECK-POLICY      TO TRUE.
101526     MOVE WS-ITEM-COMPANY        TO WLPND-COMPANY-CODE.
101526     MOVE WS-ITEM-POLICY         TO WLPND-POLICY-NUMBER.
101526     CALL CLONPEND USING WGLOBAL, WLPND-PARAMETERS.
101526     IF WLPND-POSTING-PENDING
101526         MOVE 'LOAN POSTING PENDING' TO WS-SUSPENSE-REASON
101526         PERFORM 4000-WRITE-SUSPENSE
101526         EXIT PARAGRAPH
101526     END-IF.

      *    Quote the policy's current loan state - the posting must
      *    carry the loan's real figures, never the stub's.
           INITIALIZE WLNQU-PARAMETERS.
           MOVE WS-ITEM-COMPANY        TO WLNQU-COMPANY-CODE.
           MOVE WS-ITEM-POLICY         TO WLNQU-POLICY-NUMBER.
           MOVE WS-NOW-DATE            TO WLNQU-EFFECTIVE-DATE.
           CALL PLONQUOT USING WGLOBAL WLNQU-PARAMETERS.
           IF NOT WLNQU-PROCESSING-OK
               MOVE 'QUOTE FAILED'     TO WS-SUSPENSE-REASON
               PERFORM 4000-WRITE-SUSPENSE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PAYOFF-AMOUNT ROUNDED =
               WLNQU-CUR-LOAN-BALANCE + WLNQU-ACCRUED-INTEREST.
           IF WS-PAYOFF-AMOUNT NOT > ZERO
               MOVE 'NO LOAN ON POLICY' TO WS-SUSPENSE-REASON
               PERFORM 4000-WRITE-SUSPENSE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-AMOUNT > WS-PAYOFF-AMOUNT
      *        More than the loan - someone decides whether it is a
      *        premium, a refund or a payoff with change.
               MOVE 'EXCEEDS LOAN PAYOFF' TO WS-SUSPENSE-REASON
               PERFORM 4000-WRITE-SUSPENSE
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WLNPO-PARAMETERS.
           SET WLNPO-POST-REPAYMENT TO TRUE.
           MOVE WS-ITEM-COMPANY        TO WLNPO-COMPANY-CODE.
           MOVE WS-ITEM-POLICY         TO WLNPO-POLICY-NUMBER.
           MOVE WS-NOW-DATE            TO WLNPO-EFFECTIVE-DATE.
           MOVE WS-ITEM-AMOUNT         TO WLNPO-TRANSACTION-AMOUNT.
           MOVE WLNQU-CUR-LOAN-BALANCE TO WLNPO-QUOTED-LOAN-BALANCE.
           MOVE WLNQU-NET-LOAN-AVAIL   TO WLNPO-QUOTED-NET-AVAIL.
           MOVE WLNQU-ACCRUED-INTEREST TO WLNPO-QUOTED-ACCRUED-INT.
           MOVE WLNQU-LOAN-INTEREST-RATE
                                       TO WLNPO-QUOTED-INTEREST-RATE.
           CALL PLONPOST USING WGLOBAL WLNPO-PARAMETERS.
           IF WLNPO-RETURN-CODE NOT = ZERO
               MOVE 'POST FAILED'      TO WS-SUSPENSE-REASON
               PERFORM 4000-WRITE-SUSPENSE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ITEMS-APPLIED.
           ADD WS-ITEM-AMOUNT TO WS-APPLIED-AMOUNT.
101526     INITIALIZE WLPND-PARAMETERS.
101526     SET WLPND-NOTE-POSTED       TO TRUE.
101526     MOVE WS-ITEM-COMPANY        TO WLPND-COMPANY-CODE.
101526     MOVE WS-ITEM-POLICY         TO WLPND-POLICY-NUMBER.
101526     CALL CLONPEND USING WGLOBAL, WLPND-PARAMETERS.
           PERFORM 3200-MATCH-BILL.

           MOVE SPACES TO BALANCE-REPORT-RECORD.
           MOVE LBOX-ITEM-SEQUENCE     TO BALANCE-REPORT-RECORD (1:6).
           MOVE LBOX-CHECK-NUMBER      TO BALANCE-REPORT-RECORD (8:10).
           MOVE WS-ITEM-COMPANY       TO BALANCE-REPORT-RECORD (19:2).
           MOVE WS-ITEM-POLICY        TO BALANCE-REPORT-RECORD (22:12).
           MOVE WS-ITEM-AMOUNT         TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT        TO BALANCE-REPORT-RECORD (35:17).
           IF WS-BILL-FOUND
               MOVE 'APPLIED - BILL DUE '
                                      TO BALANCE-REPORT-RECORD (54:19)
               MOVE LSTB-DUE-DATE     TO BALANCE-REPORT-RECORD (73:8)
           ELSE
101526*        Matched on the register past the bill table - not
101526*        marked paid by this run.
101526         MOVE 'APPLIED - BILL NOT MARKED PAID'
101526                                TO BALANCE-REPORT-RECORD (54:30)
           END-IF.
           WRITE BALANCE-REPORT-RECORD.

      ******************************************************************
       3100-CHECK-STUB.
101526*    Ours, readable, and its check digit holds.  The digit
101526*    proves only the due date and amount - the company and
101526*    policy are proved against the register (3150).

           MOVE 'N' TO WS-STUB-FLAG.
           IF LBOX-SCAN-LINE = SPACES
               MOVE 'NO REMITTANCE STUB' TO WS-SUSPENSE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NOT LSTB-LOAN-INTEREST-STUB
               OR LSTB-DUE-DATE IS NOT NUMERIC
               OR LSTB-AMOUNT-DUE IS NOT NUMERIC
               OR LSTB-CHECK-DIGIT IS NOT NUMERIC
               OR LSTB-POLICY-NUMBER = SPACES
               MOVE 'STUB NOT READABLE' TO WS-SUSPENSE-REASON
               EXIT PARAGRAPH
           END-IF.

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
               MOVE ZERO TO WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT = 10 - WS-CHECK-REMAINDER
           END-IF.
           IF WS-CHECK-DIGIT NOT = LSTB-CHECK-DIGIT
               MOVE 'STUB CHECK DIGIT FAILED' TO WS-SUSPENSE-REASON
               EXIT PARAGRAPH
           END-IF.
           SET WS-STUB-VALID TO TRUE.

101526******************************************************************
101526 3150-CHECK-OPEN-BILL.
101526*    The stub's company, policy, due date and amount due must be
101526*    an open bill CLONBILL sent - a misread policy number must
101526*    not pay down someone else's loan.

101526     MOVE 'N' TO WS-OPEN-BILL-FLAG.
101526     PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
101526         UNTIL WS-BILL-IDX > WS-BILL-COUNT
101526         IF WS-BILL-COMPANY (WS-BILL-IDX) = WS-ITEM-COMPANY
101526             AND WS-BILL-POLICY (WS-BILL-IDX) = WS-ITEM-POLICY
101526             AND WS-BILL-DUE-DATE (WS-BILL-IDX) = LSTB-DUE-DATE
101526             AND WS-BILL-AMOUNT-DUE (WS-BILL-IDX)
101526                 = LSTB-AMOUNT-DUE
101526             SET WS-OPEN-BILL-MATCHED TO TRUE
101526             EXIT PERFORM
101526         END-IF
101526     END-PERFORM.

101526*    Bills past the table are looked for on the register itself.
101526     IF WS-OPEN-BILL-MATCHED
101526         OR WS-BILLS-DROPPED = ZERO
101526         EXIT PARAGRAPH
101526     END-IF.
101526     OPEN INPUT BILL-REGISTER-FILE.
101526     IF BILL-REGISTER-STATUS NOT = '00'
101526         EXIT PARAGRAPH
101526     END-IF.
101526     MOVE 'N' TO WS-REGISTER-EOF-FLAG.
101526     PERFORM UNTIL END-OF-BILL-REGISTER
101526                OR WS-OPEN-BILL-MATCHED
101526         READ BILL-REGISTER-FILE
101526             AT END
101526                 MOVE 'Y' TO WS-REGISTER-EOF-FLAG
101526             NOT AT END
101526                 IF NOT LBIL-PAID
101526                     AND LBIL-COMPANY-CODE = WS-ITEM-COMPANY
101526                     AND LBIL-POLICY-NUMBER = WS-ITEM-POLICY
101526                     AND LBIL-DUE-DATE = LSTB-DUE-DATE
101526                     AND LBIL-AMOUNT-DUE = LSTB-AMOUNT-DUE
101526                     SET WS-OPEN-BILL-MATCHED TO TRUE
101526                 END-IF
101526         END-READ
101526     END-PERFORM.
101526     CLOSE BILL-REGISTER-FILE.

      ******************************************************************
       3200-MATCH-BILL.

           MOVE 'N' TO WS-BILL-FOUND-FLAG.
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
               UNTIL WS-BILL-IDX > WS-BILL-COUNT
               IF WS-BILL-COMPANY (WS-BILL-IDX) = WS-ITEM-COMPANY
                   AND WS-BILL-POLICY (WS-BILL-IDX) = WS-ITEM-POLICY
                   AND WS-BILL-DUE-DATE (WS-BILL-IDX) = LSTB-DUE-DATE
                   SET WS-BILL-FOUND TO TRUE
                   ADD WS-ITEM-AMOUNT TO WS-BILL-PAID-NOW (WS-BILL-IDX)
                   ADD 1 TO WS-BILLS-MATCHED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       4000-WRITE-SUSPENSE.

           ADD 1 TO WS-ITEMS-TO-SUSPENSE.
           ADD WS-ITEM-AMOUNT TO WS-SUSPENSE-AMOUNT.

           OPEN EXTEND SUSPENSE-FILE.
           IF SUSPENSE-STATUS = '35' OR '05'
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           MOVE SPACES                 TO UNAPPLIED-CASH-RECORD.
           MOVE WS-LOCKBOX-NUMBER      TO LSUS-LOCKBOX-NUMBER.
           MOVE WS-DEPOSIT-DATE        TO LSUS-DEPOSIT-DATE.
           MOVE LBOX-ITEM-SEQUENCE     TO LSUS-ITEM-SEQUENCE.
           MOVE LBOX-CHECK-NUMBER      TO LSUS-CHECK-NUMBER.
           MOVE WS-ITEM-AMOUNT         TO LSUS-AMOUNT.
           MOVE WS-ITEM-COMPANY        TO LSUS-COMPANY-CODE.
           MOVE WS-ITEM-POLICY         TO LSUS-POLICY-NUMBER.
           MOVE LBOX-SCAN-LINE         TO LSUS-SCAN-LINE.
           MOVE WS-SUSPENSE-REASON     TO LSUS-REASON-TEXT.
           SET LSUS-OPEN               TO TRUE.
           MOVE WS-NOW-DATE            TO LSUS-LOADED-DATE.
           MOVE WCODER-ID              TO LSUS-CODER-ID.
           WRITE UNAPPLIED-CASH-RECORD.
           CLOSE SUSPENSE-FILE.

           MOVE SPACES TO BALANCE-REPORT-RECORD.
           MOVE LBOX-ITEM-SEQUENCE     TO BALANCE-REPORT-RECORD (1:6).
           MOVE LBOX-CHECK-NUMBER      TO BALANCE-REPORT-RECORD (8:10).
           MOVE WS-ITEM-COMPANY       TO BALANCE-REPORT-RECORD (19:2).
           MOVE WS-ITEM-POLICY        TO BALANCE-REPORT-RECORD (22:12).
           MOVE WS-ITEM-AMOUNT         TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT        TO BALANCE-REPORT-RECORD (35:17).
           MOVE 'SUSPENSE - '         TO BALANCE-REPORT-RECORD (54:11).
           MOVE WS-SUSPENSE-REASON    TO BALANCE-REPORT-RECORD (65:30).
           WRITE BALANCE-REPORT-RECORD.

      ******************************************************************
       5000-MARK-BILLS-PAID.
      *    Carry the register forward through the work file with
      *    this deposit's payments on the bills they matched.

           IF WS-BILLS-MATCHED = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BILL-REGISTER-FILE.
           OPEN OUTPUT BILL-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ BILL-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT LBIL-PAID
                           PERFORM 5100-APPLY-TO-BILL
                       END-IF
                       WRITE BILL-WORK-RECORD
                           FROM LOAN-BILLING-RECORD
               END-READ
           END-PERFORM.
           CLOSE BILL-REGISTER-FILE
                 BILL-WORK-FILE.

           OPEN INPUT BILL-WORK-FILE.
           OPEN OUTPUT BILL-REGISTER-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ BILL-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE LOAN-BILLING-RECORD
                           FROM BILL-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE BILL-WORK-FILE
                 BILL-REGISTER-FILE.

      ******************************************************************
       5100-APPLY-TO-BILL.

           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
               UNTIL WS-BILL-IDX > WS-BILL-COUNT
               IF WS-BILL-COMPANY (WS-BILL-IDX) = LBIL-COMPANY-CODE
                   AND WS-BILL-POLICY (WS-BILL-IDX)
                       = LBIL-POLICY-NUMBER
                   AND WS-BILL-DUE-DATE (WS-BILL-IDX) = LBIL-DUE-DATE
                   AND WS-BILL-PAID-NOW (WS-BILL-IDX) > ZERO
                   ADD WS-BILL-PAID-NOW (WS-BILL-IDX)
                       TO LBIL-AMOUNT-PAID
                   MOVE WS-NOW-DATE TO LBIL-PAID-DATE
                   IF LBIL-AMOUNT-PAID NOT < LBIL-AMOUNT-DUE
                       SET LBIL-PAID TO TRUE
                   ELSE
                       SET LBIL-PART-PAID TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       6000-RECORD-DEPOSIT-LOADED.

           OPEN EXTEND LOADED-DEPOSIT-FILE.
           IF LOADED-DEPOSIT-STATUS = '35' OR '05'
               OPEN OUTPUT LOADED-DEPOSIT-FILE
           END-IF.
           MOVE WS-LOCKBOX-NUMBER      TO LDEP-LOCKBOX-NUMBER.
           MOVE WS-DEPOSIT-DATE        TO LDEP-DEPOSIT-DATE.
           MOVE WS-NOW-DATE            TO LDEP-LOADED-DATE.
           MOVE WCODER-ID              TO LDEP-CODER-ID.
           WRITE LOADED-DEPOSIT-RECORD.
           CLOSE LOADED-DEPOSIT-FILE.

      ******************************************************************
       8000-WRITE-BALANCING.

           MOVE SPACES TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.
           MOVE 'DEPOSIT BALANCING               ITEMS'
               TO BALANCE-REPORT-RECORD.
           MOVE 'AMOUNT'               TO BALANCE-REPORT-RECORD (50:6).
           WRITE BALANCE-REPORT-RECORD.

           MOVE 'ITEMS ON FILE'        TO WS-BALANCE-LABEL.
           MOVE WS-ITEMS-READ          TO WS-COUNT-EDIT.
           MOVE WS-ITEMS-AMOUNT        TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-BALANCE-LINE.

           MOVE '  APPLIED TO LOANS'   TO WS-BALANCE-LABEL.
           MOVE WS-ITEMS-APPLIED       TO WS-COUNT-EDIT.
           MOVE WS-APPLIED-AMOUNT      TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-BALANCE-LINE.

           MOVE '  TO UNAPPLIED SUSPENSE' TO WS-BALANCE-LABEL.
           MOVE WS-ITEMS-TO-SUSPENSE   TO WS-COUNT-EDIT.
           MOVE WS-SUSPENSE-AMOUNT     TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-BALANCE-LINE.

           MOVE 'BANK DEPOSIT TOTAL'   TO WS-BALANCE-LABEL.
           MOVE WS-BANK-ITEM-COUNT     TO WS-COUNT-EDIT.
           MOVE WS-BANK-DEPOSIT-TOTAL  TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-BALANCE-LINE.

           COMPUTE WS-DIFFERENCE = WS-BANK-DEPOSIT-TOTAL
               - WS-APPLIED-AMOUNT - WS-SUSPENSE-AMOUNT.
           COMPUTE WS-COUNT-DIFFERENCE = WS-BANK-ITEM-COUNT
               - WS-ITEMS-APPLIED - WS-ITEMS-TO-SUSPENSE.
           MOVE 'DIFFERENCE'           TO WS-BALANCE-LABEL.
           MOVE WS-COUNT-DIFFERENCE    TO WS-COUNT-EDIT.
           MOVE WS-DIFFERENCE          TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-BALANCE-LINE.

           MOVE SPACES TO BALANCE-REPORT-RECORD.
           EVALUATE TRUE
               WHEN NOT WS-RUN-OK
                   CONTINUE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE '** NO BANK TRAILER - DEPOSIT NOT PROVEN **'
                       TO BALANCE-REPORT-RECORD
               WHEN WS-DIFFERENCE = ZERO
                   AND WS-COUNT-DIFFERENCE = ZERO
                   MOVE 'DEPOSIT IN BALANCE'
                       TO BALANCE-REPORT-RECORD
               WHEN OTHER
                   MOVE '** DEPOSIT OUT OF BALANCE **'
                       TO BALANCE-REPORT-RECORD
           END-EVALUATE.
           WRITE BALANCE-REPORT-RECORD.

           MOVE SPACES TO BALANCE-REPORT-RECORD.
           STRING 'BILLS MATCHED ON THE BILLING REGISTER: '
                  WS-BILLS-MATCHED
               DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           END-STRING.
           WRITE BALANCE-REPORT-RECORD.
           IF WS-BILLS-DROPPED > ZERO
               MOVE SPACES TO BALANCE-REPORT-RECORD
               MOVE '** BILL TABLE FULL - SOME BILLS NOT MATCHED **'
                   TO BALANCE-REPORT-RECORD
               WRITE BALANCE-REPORT-RECORD
           END-IF.

      ******************************************************************
       8100-WRITE-BALANCE-LINE.

           MOVE SPACES TO BALANCE-REPORT-RECORD.
           MOVE WS-BALANCE-LABEL      TO BALANCE-REPORT-RECORD (1:30).
           MOVE WS-COUNT-EDIT         TO BALANCE-REPORT-RECORD (31:10).
           MOVE WS-AMOUNT-EDIT        TO BALANCE-REPORT-RECORD (42:17).
           WRITE BALANCE-REPORT-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CLONLBOX'         TO WRUNC-JOB-NAME.
           MOVE WS-ITEMS-APPLIED   TO WRUNC-RECORD-COUNT.
           EVALUATE TRUE
               WHEN NOT WS-RUN-OK
                   MOVE 'NOT LOADED'        TO WRUNC-RUN-STATUS
               WHEN WS-ITEMS-TO-SUSPENSE > ZERO
                   OR WS-DIFFERENCE NOT = ZERO
                   OR NOT WS-TRAILER-SEEN
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
