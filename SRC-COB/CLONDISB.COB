      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CLONDISB.
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
      *D   CLONDISB issues the money for loan takes.  Until now the
      *D   check or wire to the policyholder was asked of treasury
      *D   by email, with nothing tying money out the door to a
      *D   posted loan.  CLONAPLY now appends a pending instruction
      *D   to LOANDISB.PDM for every take it applies; this run
      *D   turns those into payments:
      *D
      *D     - the payee is the owner name/address block of the
      *D       policy's statement extract (R<coder>U01.PDM, walked
      *D       with ASTADDRV's per-policy state machine); a policy
      *D       not on the extract is held pending, not guessed at;
      *D     - the method is check, or wire at or over the
      *D       threshold treasury sets on the check control record
      *D       (LOANCHKC.PDM), and each check takes the next
      *D       number off that record;
      *D     - a take reversed before its money went (CLONAPLY's
      *D       reversal notice) is cancelled, and one reversed
      *D       after is voided - a voided check goes to the bank as
      *D       a positive-pay void.
      *D
      *D   Out of the run come the day's treasury file (LNTRSY.PDM:
      *D   every issue and void, with header and control trailer),
      *D   the bank's positive-pay file (LNPPAY.PDM: check issues
      *D   and voids for the disbursing account) and the
      *D   disbursement register (LNDSBRG.PDM), which lists every
      *D   instruction acted on and reconciles the day's applied
      *D   takes against the instructions issued, held and
      *D   cancelled.  Without the check control record nothing is
      *D   issued.  Start/end go to the common run-control file
      *D   (CRUNCTRL).
101526*D
101526*D   An instruction on a policy held for a possible death
101526*D   claim (CDTHMNT - a Death Master File match the claims
101526*D   area has not cleared) is held pending like one with no
101526*D   payee, and goes on the first run after the hold clears.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-009-02 MAINT New program.
101526*H 20261015-019-04 MAINT Pass the extract's new 'V' in-force
101526*H                       projection rows through as section
101526*H                       lines - not the next policy's key.
101526*H 20261015-024-04 MAINT Hold instructions on a policy held
101526*H                       for a possible death claim.
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

           SELECT DISBURSEMENT-FILE
       COPY WVARYCPY.
                                       DISBURSEMENT-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS DISBURSEMENT-STATUS.

           SELECT DISBURSEMENT-WORK-FILE
       COPY WVARYCPY.
                                       DISBURSEMENT-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS DISB-WORK-STATUS.

           SELECT CHECK-CONTROL-FILE
       COPY WVARYCPY.
                                       CHECK-CONTROL-NAME
       COPY WLORGCPY.
                                       STATUS IS CHECK-CONTROL-STATUS.

           SELECT EXTRACT-FILE
       COPY WVARYCPY.
                                       EXTRACT-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS EXTRACT-STATUS.

           SELECT TREASURY-FILE
       COPY WVARYCPY.
                                       TREASURY-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS TREASURY-STATUS.

           SELECT POSITIVE-PAY-FILE
       COPY WVARYCPY.
                                       POSITIVE-PAY-NAME
       COPY WLORGCPY.
                                       STATUS IS POSITIVE-PAY-STATUS.

           SELECT REGISTER-REPORT-FILE
       COPY WVARYCPY.
                                       REGISTER-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS REGISTER-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  DISBURSEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLDSBCPY.

       FD  DISBURSEMENT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISBURSEMENT-WORK-RECORD        PIC X(267).

       FD  CHECK-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLCKCCPY.

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD                  PIC X(250).

       FD  TREASURY-FILE
           LABEL RECORDS ARE STANDARD.
       01  TREASURY-RECORD                 PIC X(250).

       FD  POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSITIVE-PAY-RECORD             PIC X(100).

       FD  REGISTER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-REPORT-RECORD          PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.

       01  CALLED-MODULES.
           05  PFILEINS                   PIC X(08) VALUE 'PFILEINS'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CDTHMNT                    PIC X(08) VALUE 'CDTHMNT'.

           COPY WRUNCCPY.
101526     COPY WDTHMCPY.

       01  DISBURSEMENT-STATUS             PIC XX.
       01  DISB-WORK-STATUS                PIC XX.
       01  CHECK-CONTROL-STATUS            PIC XX.
       01  EXTRACT-STATUS                  PIC XX.
           88  EXTRACT-STATUS-OK               VALUE '00'.
       01  TREASURY-STATUS                 PIC XX.
       01  POSITIVE-PAY-STATUS             PIC XX.
       01  REGISTER-STATUS                 PIC XX.

      *    Shared - the instructions belong to the loan book, not to
      *    one coder.
       01  DISBURSEMENT-FILE-NAME.
           05  WS-DISB-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LOANDISB.PDM'.

       01  DISBURSEMENT-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LOANDISW.PDM'.

       01  CHECK-CONTROL-NAME.
           05  WS-CONTROL-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LOANCHKC.PDM'.

       01  EXTRACT-FILE-NAME.
           05  WS-EXTRACT-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  EXTRACT-CODER               PIC X(04) VALUE '____'.
           05  FILLER                      PIC X(07) VALUE 'U01.PDM'.
           05  FILLER                      PIC X(241) VALUE SPACES.

       01  WS-ASCII-FILE-NAME              PIC X(255).
       01  WS-NEW-ASCII-FILE-NAME          PIC X(255).

       01  TREASURY-FILE-NAME.
           05  WS-TREASURY-FILE-DRIVE      PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  TREASURY-CODER              PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'LNTRSY.PDM'.

       01  POSITIVE-PAY-NAME.
           05  WS-POSPAY-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  POSITIVE-PAY-CODER          PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'LNPPAY.PDM'.

       01  REGISTER-REPORT-NAME.
           05  WS-REGISTER-FILE-DRIVE      PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  REGISTER-REPORT-CODER       PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'LNDSBRG.PDM'.

       01  WS-DELIM-CHAR                   PIC X(01) VALUE '|'.
       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-CONTROL-FOUND-FLAG           PIC X(01) VALUE 'N'.
           88  WS-CONTROL-FOUND                    VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME-RAW                 PIC 9(08).

      *    Per-policy block state machine - see ASTADDRV/C1099RWH.
       01  WS-BLOCK-STATE                  PIC X(01) VALUE 'K'.
           88  WS-EXPECT-KEY1                  VALUE 'K'.
           88  WS-EXPECT-KEY2                  VALUE '2'.
           88  WS-EXPECT-KEY3                  VALUE '3'.
           88  WS-EXPECT-B-LINE                VALUE 'B'.
           88  WS-IN-NAME-LINES                VALUE 'N'.
           88  WS-IN-VARIABLE-SECTION          VALUE 'V'.
       01  WS-NAME-LINE-NO                 PIC 9(02) VALUE ZERO.

       01  WS-TOKEN-COUNT                  PIC 9(02).
       01  WS-TOKENS.
           05  WS-TOKEN OCCURS 14 TIMES   PIC X(60).

       01  WS-CUR-COMPANY                  PIC X(02).
       01  WS-CUR-POLICY                   PIC X(12).

      *    Policies with an instruction still to issue, and the
      *    owner the extract names for each.
       78  WS-MAX-PAYEES                       VALUE 2000.
       01  WS-PAYEE-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-PAYEE-IDX                    PIC 9(05).
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY OCCURS WS-MAX-PAYEES TIMES.
               10  WS-PAYEE-COMPANY            PIC X(02).
               10  WS-PAYEE-POLICY             PIC X(12).
               10  WS-PAYEE-FOUND-FLAG         PIC X(01).
                   88  WS-PAYEE-FOUND                  VALUE 'Y'.
               10  WS-PAYEE-NAME               PIC X(50).
               10  WS-PAYEE-ADDR-LINE-1        PIC X(35).
               10  WS-PAYEE-ADDR-LINE-2        PIC X(35).
               10  WS-PAYEE-ADDR-LINE-3        PIC X(35).
               10  WS-PAYEE-CITY               PIC X(24).
               10  WS-PAYEE-STATE              PIC X(02).
               10  WS-PAYEE-ZIP-CODE           PIC X(10).
       01  WS-PAYEES-DROPPED               PIC 9(07) VALUE ZERO.

      *    Reversal notices on file, and whether the instruction each
      *    names has been found.
       78  WS-MAX-NOTICES                      VALUE 500.
       01  WS-NOTICE-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-NOTICE-IDX                   PIC 9(05).
       01  WS-NOTICE-TABLE.
           05  WS-NOTICE-ENTRY OCCURS WS-MAX-NOTICES TIMES.
               10  WS-NOTICE-COMPANY           PIC X(02).
               10  WS-NOTICE-POLICY            PIC X(12).
               10  WS-NOTICE-POSTED-DATE       PIC 9(08).
               10  WS-NOTICE-POSTED-TIME       PIC 9(06).
               10  WS-NOTICE-MATCHED-FLAG      PIC X(01).
                   88  WS-NOTICE-MATCHED               VALUE 'Y'.
       01  WS-NOTICES-DROPPED              PIC 9(07) VALUE ZERO.
       01  WS-NOTICE-FOUND-FLAG            PIC X(01).
           88  WS-NOTICE-FOUND                     VALUE 'Y'.

       01  WS-LAST-CHECK-NUMBER            PIC 9(10).
       01  WS-REGISTER-ACTION              PIC X(20).

       01  WS-COUNTS.
           05  WS-TODAY-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-TODAY-ISSUED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-TODAY-HELD-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-TODAY-CANCEL-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-ISSUED-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-CHECK-COUNT               PIC 9(07) VALUE ZERO.
           05  WS-WIRE-COUNT                PIC 9(07) VALUE ZERO.
           05  WS-HELD-COUNT                PIC 9(07) VALUE ZERO.
           05  WS-CANCEL-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-VOID-COUNT                PIC 9(07) VALUE ZERO.
           05  WS-UNMATCHED-NOTICES         PIC 9(07) VALUE ZERO.
           05  WS-TREASURY-ROWS             PIC 9(07) VALUE ZERO.
           05  WS-POSPAY-ROWS               PIC 9(07) VALUE ZERO.
       01  WS-TOTALS.
           05  WS-TODAY-APPLIED-AMOUNT      PIC S9(11)V99 VALUE ZERO.
           05  WS-TODAY-ISSUED-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-TODAY-HELD-AMOUNT         PIC S9(11)V99 VALUE ZERO.
           05  WS-TODAY-CANCEL-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-ISSUED-AMOUNT             PIC S9(11)V99 VALUE ZERO.
           05  WS-HELD-AMOUNT               PIC S9(11)V99 VALUE ZERO.
           05  WS-CANCEL-AMOUNT             PIC S9(11)V99 VALUE ZERO.
           05  WS-VOID-AMOUNT               PIC S9(11)V99 VALUE ZERO.
           05  WS-TREASURY-AMOUNT           PIC S9(11)V99 VALUE ZERO.
           05  WS-POSPAY-ISSUE-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-POSPAY-VOID-AMOUNT        PIC S9(11)V99 VALUE ZERO.
       01  WS-DIFFERENCE                   PIC S9(11)V99.

      *    Treasury file - header, one detail per issue or void, and
      *    a control trailer.
       01  WS-TREASURY-HEADER.
           05  FILLER                       PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(10)
                                                VALUE 'LOANDISB  '.
           05  TRSH-RUN-DATE                PIC 9(08).
           05  TRSH-ACCOUNT-NUMBER          PIC X(17).
           05  FILLER                       PIC X(214) VALUE SPACES.
       01  WS-TREASURY-DETAIL.
           05  FILLER                       PIC X(01) VALUE 'D'.
      *        'I' issue / 'V' void (recall, for a wire).
           05  TRSD-ACTION                  PIC X(01).
           05  TRSD-METHOD                  PIC X(01).
           05  TRSD-CHECK-NUMBER            PIC 9(10).
           05  TRSD-COMPANY-CODE            PIC X(02).
           05  TRSD-POLICY-NUMBER           PIC X(12).
           05  TRSD-AMOUNT                  PIC 9(09)V9(02).
           05  TRSD-PAYEE-NAME              PIC X(50).
           05  TRSD-PAYEE-ADDR-LINE-1       PIC X(35).
           05  TRSD-PAYEE-ADDR-LINE-2       PIC X(35).
           05  TRSD-PAYEE-ADDR-LINE-3       PIC X(35).
           05  TRSD-PAYEE-CITY              PIC X(24).
           05  TRSD-PAYEE-STATE             PIC X(02).
           05  TRSD-PAYEE-ZIP-CODE          PIC X(10).
           05  TRSD-POSTED-DATE             PIC 9(08).
           05  TRSD-POSTED-TIME             PIC 9(06).
           05  FILLER                       PIC X(07) VALUE SPACES.
       01  WS-TREASURY-TRAILER.
           05  FILLER                       PIC X(01) VALUE 'T'.
           05  TRST-RECORD-COUNT            PIC 9(07).
           05  TRST-NET-AMOUNT              PIC S9(11)V9(02)
                                   SIGN IS LEADING SEPARATE.
           05  FILLER                       PIC X(228) VALUE SPACES.

      *    Positive-pay file - the checks the bank is to honor on the
      *    disbursing account, and the ones it is to refuse.
       01  WS-POSPAY-HEADER.
           05  FILLER                       PIC X(01) VALUE 'H'.
           05  PPH-CUSTOMER-ID              PIC X(10).
           05  PPH-BANK-ROUTING             PIC X(09).
           05  PPH-ACCOUNT-NUMBER           PIC X(17).
           05  PPH-FILE-DATE                PIC 9(08).
           05  FILLER                       PIC X(55) VALUE SPACES.
       01  WS-POSPAY-DETAIL.
           05  FILLER                       PIC X(01) VALUE 'D'.
           05  PPD-ACCOUNT-NUMBER           PIC X(17).
           05  PPD-CHECK-NUMBER             PIC 9(10).
           05  PPD-ISSUE-DATE               PIC 9(08).
           05  PPD-AMOUNT                   PIC 9(10)V9(02).
      *        'I' issue / 'V' void.
           05  PPD-VOID-INDICATOR           PIC X(01).
           05  PPD-PAYEE-NAME               PIC X(50).
           05  FILLER                       PIC X(01) VALUE SPACES.
       01  WS-POSPAY-TRAILER.
           05  FILLER                       PIC X(01) VALUE 'T'.
           05  PPT-RECORD-COUNT             PIC 9(07).
           05  PPT-ISSUE-AMOUNT             PIC 9(12)V9(02).
           05  PPT-VOID-AMOUNT              PIC 9(12)V9(02).
           05  FILLER                       PIC X(64) VALUE SPACES.

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
      *            fail fast instead of issuing anyone's check twice.
                   CLOSE TREASURY-FILE
                         POSITIVE-PAY-FILE
                         REGISTER-REPORT-FILE
               ELSE
               PERFORM 1500-LOAD-CHECK-CONTROL
               IF NOT WS-CONTROL-FOUND
                   MOVE 'CHECK CONTROL (LOANCHKC.PDM) NOT SET UP - NOTHI
      -                 'NG ISSUED'
                       TO REGISTER-REPORT-RECORD
                   WRITE REGISTER-REPORT-RECORD
               ELSE
                   PERFORM 2000-SCAN-INSTRUCTIONS
                   PERFORM 3000-WALK-EXTRACT
                   PERFORM 4000-ISSUE-INSTRUCTIONS
                   PERFORM 6000-REWRITE-CHECK-CONTROL
                   PERFORM 6500-COPY-BACK-INSTRUCTIONS
                   PERFORM 7000-WRITE-FILE-TRAILERS
               END-IF
               PERFORM 8000-WRITE-REGISTER-TOTALS
               CLOSE TREASURY-FILE
                     POSITIVE-PAY-FILE
                     REGISTER-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CLONDISB'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO TREASURY-CODER.
           INSPECT TREASURY-CODER REPLACING ALL ' ' BY '_'.
           MOVE TREASURY-CODER         TO POSITIVE-PAY-CODER
                                           REGISTER-REPORT-CODER.
           MOVE WOPTION-WORK-DRIVE     TO WS-DISB-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
                                           WS-CONTROL-FILE-DRIVE
                                           WS-TREASURY-FILE-DRIVE
                                           WS-POSPAY-FILE-DRIVE
                                           WS-REGISTER-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME-RAW FROM TIME.

           OPEN OUTPUT TREASURY-FILE
                       POSITIVE-PAY-FILE
                       REGISTER-REPORT-FILE.

           MOVE SPACES TO REGISTER-REPORT-RECORD.
           STRING 'LOAN DISBURSEMENT REGISTER - RUN ' WS-NOW-DATE
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           END-STRING.
           WRITE REGISTER-REPORT-RECORD.

           MOVE SPACES TO REGISTER-REPORT-RECORD.
           MOVE 'CO POLICY       POSTED         APPLIED'
               TO REGISTER-REPORT-RECORD.
           MOVE 'AMOUNT M CHECK NO   ACTION'
               TO REGISTER-REPORT-RECORD (52:26).
           MOVE 'PAYEE'                TO REGISTER-REPORT-RECORD (80:5).
           WRITE REGISTER-REPORT-RECORD.

      ******************************************************************
       1500-LOAD-CHECK-CONTROL.

           OPEN INPUT CHECK-CONTROL-FILE.
           IF CHECK-CONTROL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ CHECK-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LCKC-ACCOUNT-NUMBER NOT = SPACES
                       AND LCKC-BANK-ROUTING IS NUMERIC
                       AND LCKC-LAST-CHECK-NUMBER IS NUMERIC
                       SET WS-CONTROL-FOUND TO TRUE
                       MOVE LCKC-LAST-CHECK-NUMBER
                           TO WS-LAST-CHECK-NUMBER
                   END-IF
           END-READ.
           CLOSE CHECK-CONTROL-FILE.

           IF WS-CONTROL-FOUND
               MOVE WS-NOW-DATE            TO TRSH-RUN-DATE
               MOVE LCKC-ACCOUNT-NUMBER    TO TRSH-ACCOUNT-NUMBER
               WRITE TREASURY-RECORD FROM WS-TREASURY-HEADER
               MOVE LCKC-BANK-CUSTOMER-ID  TO PPH-CUSTOMER-ID
               MOVE LCKC-BANK-ROUTING      TO PPH-BANK-ROUTING
               MOVE LCKC-ACCOUNT-NUMBER    TO PPH-ACCOUNT-NUMBER
               MOVE WS-NOW-DATE            TO PPH-FILE-DATE
               WRITE POSITIVE-PAY-RECORD FROM WS-POSPAY-HEADER
           END-IF.

      ******************************************************************
       2000-SCAN-INSTRUCTIONS.
      *    First pass - which policies need a payee, and which takes
      *    have been reversed since CLONAPLY applied them.

           OPEN INPUT DISBURSEMENT-FILE.
           IF DISBURSEMENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ DISBURSEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LDSB-REVERSAL-NOTICE
                               PERFORM 2100-ADD-NOTICE
                           WHEN LDSB-INSTRUCTION-ROW AND LDSB-PENDING
                               PERFORM 2200-ADD-PAYEE-POLICY
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE DISBURSEMENT-FILE.

      ******************************************************************
       2100-ADD-NOTICE.

           IF WS-NOTICE-COUNT < WS-MAX-NOTICES
               ADD 1 TO WS-NOTICE-COUNT
               MOVE LDSB-COMPANY-CODE
                   TO WS-NOTICE-COMPANY (WS-NOTICE-COUNT)
               MOVE LDSB-POLICY-NUMBER
                   TO WS-NOTICE-POLICY (WS-NOTICE-COUNT)
               MOVE LDSB-POSTED-DATE
                   TO WS-NOTICE-POSTED-DATE (WS-NOTICE-COUNT)
               MOVE LDSB-POSTED-TIME
                   TO WS-NOTICE-POSTED-TIME (WS-NOTICE-COUNT)
               MOVE 'N' TO WS-NOTICE-MATCHED-FLAG (WS-NOTICE-COUNT)
           ELSE
               ADD 1 TO WS-NOTICES-DROPPED
           END-IF.

      ******************************************************************
       2200-ADD-PAYEE-POLICY.

           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
               UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
               IF WS-PAYEE-COMPANY (WS-PAYEE-IDX) = LDSB-COMPANY-CODE
                   AND WS-PAYEE-POLICY (WS-PAYEE-IDX)
                       = LDSB-POLICY-NUMBER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PAYEE-IDX > WS-PAYEE-COUNT
               IF WS-PAYEE-COUNT < WS-MAX-PAYEES
                   ADD 1 TO WS-PAYEE-COUNT
                   MOVE WS-PAYEE-COUNT TO WS-PAYEE-IDX
                   INITIALIZE WS-PAYEE-ENTRY (WS-PAYEE-IDX)
                   MOVE LDSB-COMPANY-CODE
                       TO WS-PAYEE-COMPANY (WS-PAYEE-IDX)
                   MOVE LDSB-POLICY-NUMBER
                       TO WS-PAYEE-POLICY (WS-PAYEE-IDX)
                   MOVE 'N' TO WS-PAYEE-FOUND-FLAG (WS-PAYEE-IDX)
               ELSE
                   ADD 1 TO WS-PAYEES-DROPPED
               END-IF
           END-IF.

      ******************************************************************
       3000-WALK-EXTRACT.
      *    The owner name/address block of each policy wanted - the
      *    extract name is resolved exactly as ASTADDRV resolves it.

           IF WS-PAYEE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF WGLOB-EXTRACT-BATCH-CODER NOT = SPACES
               MOVE WGLOB-EXTRACT-BATCH-CODER TO EXTRACT-CODER
           ELSE
               MOVE WCODER-ID          TO EXTRACT-CODER
           END-IF.
           INSPECT EXTRACT-CODER REPLACING ALL ' ' BY '_'.

           IF WGLOB-EXTRACT-NETWORK-PATH NOT = SPACES
               MOVE SPACES TO WS-ASCII-FILE-NAME
               STRING FUNCTION TRIM (WGLOB-EXTRACT-NETWORK-PATH)
                      'R' EXTRACT-CODER 'U01.PDM'
                                                    DELIMITED BY SIZE
                 INTO WS-ASCII-FILE-NAME
           ELSE
               MOVE WOPTION-WORK-DRIVE TO WS-EXTRACT-FILE-DRIVE
               MOVE EXTRACT-FILE-NAME  TO WS-ASCII-FILE-NAME
           END-IF.

           CALL PFILEINS USING WGLOBAL
                               WS-ASCII-FILE-NAME
                               WS-NEW-ASCII-FILE-NAME
           END-CALL.

           MOVE WS-NEW-ASCII-FILE-NAME TO EXTRACT-FILE-NAME.
           CANCEL PFILEINS.

           IF WGLOB-EXTRACT-CSV-DELIM
               MOVE ',' TO WS-DELIM-CHAR
           ELSE
               MOVE '|' TO WS-DELIM-CHAR
           END-IF.

           OPEN INPUT EXTRACT-FILE.
           IF NOT EXTRACT-STATUS-OK
               MOVE SPACES TO REGISTER-REPORT-RECORD
               MOVE 'EXTRACT FILE NOT FOUND - NO PAYEES, ALL HELD'
                   TO REGISTER-REPORT-RECORD
               WRITE REGISTER-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE 'K' TO WS-BLOCK-STATE.
           MOVE ZERO TO WS-PAYEE-IDX.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 3100-HANDLE-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE EXTRACT-FILE.

      ******************************************************************
       3100-HANDLE-ONE-LINE.

           IF EXTRACT-RECORD (1:7) = 'TRAILER'
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-TOKEN-COUNT.
           INITIALIZE WS-TOKENS.
           UNSTRING FUNCTION TRIM (EXTRACT-RECORD)
               DELIMITED BY WS-DELIM-CHAR
               INTO WS-TOKEN (1)  WS-TOKEN (2)  WS-TOKEN (3)
                    WS-TOKEN (4)  WS-TOKEN (5)  WS-TOKEN (6)
                    WS-TOKEN (7)  WS-TOKEN (8)  WS-TOKEN (9)
                    WS-TOKEN (10) WS-TOKEN (11) WS-TOKEN (12)
                    WS-TOKEN (13) WS-TOKEN (14)
               TALLYING IN WS-TOKEN-COUNT
           END-UNSTRING.

           EVALUATE TRUE
               WHEN WS-EXPECT-KEY1
                   PERFORM 3200-TAKE-KEY1
               WHEN WS-EXPECT-KEY2
                   MOVE '3' TO WS-BLOCK-STATE
               WHEN WS-EXPECT-KEY3
                   MOVE 'B' TO WS-BLOCK-STATE
               WHEN WS-EXPECT-B-LINE
                   MOVE 'N' TO WS-BLOCK-STATE
                   MOVE ZERO TO WS-NAME-LINE-NO
               WHEN WS-IN-NAME-LINES
                   PERFORM 3300-TAKE-NAME-LINE
               WHEN WS-IN-VARIABLE-SECTION
                   PERFORM 3400-TAKE-VARIABLE-LINE
           END-EVALUATE.

      ******************************************************************
       3200-TAKE-KEY1.
      *    Is this block one of the policies wanted?  WS-PAYEE-IDX
      *    past the table means no.

           MOVE WS-TOKEN (1) (1:2)  TO WS-CUR-COMPANY.
           MOVE WS-TOKEN (2) (1:12) TO WS-CUR-POLICY.
           MOVE '2' TO WS-BLOCK-STATE.
           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
               UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
               IF WS-PAYEE-COMPANY (WS-PAYEE-IDX) = WS-CUR-COMPANY
                   AND WS-PAYEE-POLICY (WS-PAYEE-IDX) = WS-CUR-POLICY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       3300-TAKE-NAME-LINE.
      *    Lines 1-10 are the two agent sections; 11-15 are the owner
      *    section - name, three address lines, city/state/zip.

           ADD 1 TO WS-NAME-LINE-NO.
           IF WS-PAYEE-IDX > WS-PAYEE-COUNT
               IF WS-NAME-LINE-NO = 15
                   MOVE 'V' TO WS-BLOCK-STATE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-NAME-LINE-NO
               WHEN 11
                   MOVE WS-TOKEN (3) (1:50)
                       TO WS-PAYEE-NAME (WS-PAYEE-IDX)
               WHEN 12
                   MOVE WS-TOKEN (1) (1:35)
                       TO WS-PAYEE-ADDR-LINE-1 (WS-PAYEE-IDX)
               WHEN 13
                   MOVE WS-TOKEN (1) (1:35)
                       TO WS-PAYEE-ADDR-LINE-2 (WS-PAYEE-IDX)
               WHEN 14
                   MOVE WS-TOKEN (1) (1:35)
                       TO WS-PAYEE-ADDR-LINE-3 (WS-PAYEE-IDX)
               WHEN 15
                   MOVE WS-TOKEN (1) (1:24)
                       TO WS-PAYEE-CITY (WS-PAYEE-IDX)
                   MOVE WS-TOKEN (2) (1:2)
                       TO WS-PAYEE-STATE (WS-PAYEE-IDX)
                   MOVE WS-TOKEN (3) (1:10)
                       TO WS-PAYEE-ZIP-CODE (WS-PAYEE-IDX)
      *            A payee needs a name and somewhere to send it.
                   IF WS-PAYEE-NAME (WS-PAYEE-IDX) NOT = SPACES
                       AND WS-PAYEE-ADDR-LINE-1 (WS-PAYEE-IDX)
                           NOT = SPACES
                       MOVE 'Y' TO WS-PAYEE-FOUND-FLAG (WS-PAYEE-IDX)
                   END-IF
                   MOVE 'V' TO WS-BLOCK-STATE
           END-EVALUATE.

      ******************************************************************
       3400-TAKE-VARIABLE-LINE.

           EVALUATE TRUE
               WHEN EXTRACT-RECORD (1:1) = '('
                   CONTINUE
               WHEN WS-TOKEN (1) = 'L'
                   CONTINUE
               WHEN WS-TOKEN (1) = 'W'
                   CONTINUE
101526         WHEN WS-TOKEN (1) = 'V'
101526             CONTINUE
               WHEN OTHER
      *            Next policy's first key line.
                   PERFORM 3200-TAKE-KEY1
           END-EVALUATE.

      ******************************************************************
       4000-ISSUE-INSTRUCTIONS.
      *    Second pass - act on each instruction and carry the file
      *    forward through the work file.  A reversal notice whose
      *    take was found is spent and dropped; one whose take is not
      *    on file stays, and is listed.

           OPEN OUTPUT DISBURSEMENT-WORK-FILE.
           OPEN INPUT DISBURSEMENT-FILE.
           IF DISBURSEMENT-STATUS NOT = '00'
               CLOSE DISBURSEMENT-WORK-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ DISBURSEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LDSB-INSTRUCTION-ROW
                           PERFORM 4100-ACT-ON-INSTRUCTION
                           WRITE DISBURSEMENT-WORK-RECORD
                               FROM LOAN-DISBURSEMENT-RECORD
                       ELSE
                           PERFORM 4600-FIND-NOTICE
                           IF WS-NOTICE-FOUND
                               AND WS-NOTICE-MATCHED (WS-NOTICE-IDX)
                               CONTINUE
                           ELSE
                               ADD 1 TO WS-UNMATCHED-NOTICES
                               MOVE 'REVERSAL - NO TAKE' TO
                                   WS-REGISTER-ACTION
                               PERFORM 5000-WRITE-REGISTER-LINE
                               WRITE DISBURSEMENT-WORK-RECORD
                                   FROM LOAN-DISBURSEMENT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISBURSEMENT-FILE
                 DISBURSEMENT-WORK-FILE.

      ******************************************************************
       4100-ACT-ON-INSTRUCTION.

           PERFORM 4600-FIND-NOTICE.
           IF WS-NOTICE-FOUND
               MOVE 'Y' TO WS-NOTICE-MATCHED-FLAG (WS-NOTICE-IDX)
           END-IF.

           EVALUATE TRUE
               WHEN LDSB-PENDING AND WS-NOTICE-FOUND
      *            Reversed before the money went - nothing to void.
                   SET LDSB-CANCELLED TO TRUE
                   MOVE WS-NOW-DATE TO LDSB-VOIDED-DATE
                   ADD 1 TO WS-CANCEL-COUNT
                   ADD LDSB-AMOUNT TO WS-CANCEL-AMOUNT
                   MOVE 'CANCELLED - REVERSED' TO WS-REGISTER-ACTION
                   PERFORM 5000-WRITE-REGISTER-LINE
               WHEN LDSB-PENDING
                   PERFORM 4200-ISSUE-ONE-INSTRUCTION
               WHEN LDSB-ISSUED AND WS-NOTICE-FOUND
                   PERFORM 4400-VOID-ONE-INSTRUCTION
           END-EVALUATE.

      *    The day's applied takes, by where they stand now.
           IF LDSB-APPLIED-DATE = WS-NOW-DATE
               ADD 1 TO WS-TODAY-APPLIED-COUNT
               ADD LDSB-AMOUNT TO WS-TODAY-APPLIED-AMOUNT
               EVALUATE TRUE
                   WHEN LDSB-PENDING
                       ADD 1 TO WS-TODAY-HELD-COUNT
                       ADD LDSB-AMOUNT TO WS-TODAY-HELD-AMOUNT
                   WHEN LDSB-CANCELLED
                       ADD 1 TO WS-TODAY-CANCEL-COUNT
                       ADD LDSB-AMOUNT TO WS-TODAY-CANCEL-AMOUNT
                   WHEN OTHER
                       ADD 1 TO WS-TODAY-ISSUED-COUNT
                       ADD LDSB-AMOUNT TO WS-TODAY-ISSUED-AMOUNT
               END-EVALUATE
           END-IF.

      ******************************************************************
       4200-ISSUE-ONE-INSTRUCTION.

101526*    Nothing goes out on a possible death claim until the
101526*    claims area clears the hold.
101526     INITIALIZE WDTHM-PARAMETERS.
101526     SET WDTHM-QUERY-HOLD TO TRUE.
101526     MOVE LDSB-COMPANY-CODE  TO WDTHM-COMPANY-CODE.
101526     MOVE LDSB-POLICY-NUMBER TO WDTHM-POLICY-NUMBER.
101526     CALL CDTHMNT USING WGLOBAL WDTHM-PARAMETERS.
101526     IF WDTHM-ON-HOLD
101526         ADD 1 TO WS-HELD-COUNT
101526         ADD LDSB-AMOUNT TO WS-HELD-AMOUNT
101526         MOVE 'HELD - DEATH CLAIM' TO WS-REGISTER-ACTION
101526         PERFORM 5000-WRITE-REGISTER-LINE
101526         EXIT PARAGRAPH
101526     END-IF.

           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
               UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
               IF WS-PAYEE-COMPANY (WS-PAYEE-IDX) = LDSB-COMPANY-CODE
                   AND WS-PAYEE-POLICY (WS-PAYEE-IDX)
                       = LDSB-POLICY-NUMBER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PAYEE-IDX > WS-PAYEE-COUNT
               OR NOT WS-PAYEE-FOUND (WS-PAYEE-IDX)
      *        Held - the money is still owed and goes on the run
      *        after the owner is on the extract.
               ADD 1 TO WS-HELD-COUNT
               ADD LDSB-AMOUNT TO WS-HELD-AMOUNT
               MOVE 'HELD - NO PAYEE'   TO WS-REGISTER-ACTION
               PERFORM 5000-WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PAYEE-NAME (WS-PAYEE-IDX)   TO LDSB-PAYEE-NAME.
           MOVE WS-PAYEE-ADDR-LINE-1 (WS-PAYEE-IDX)
                               TO LDSB-PAYEE-ADDR-LINE-1.
           MOVE WS-PAYEE-ADDR-LINE-2 (WS-PAYEE-IDX)
                               TO LDSB-PAYEE-ADDR-LINE-2.
           MOVE WS-PAYEE-ADDR-LINE-3 (WS-PAYEE-IDX)
                               TO LDSB-PAYEE-ADDR-LINE-3.
           MOVE WS-PAYEE-CITY (WS-PAYEE-IDX)   TO LDSB-PAYEE-CITY.
           MOVE WS-PAYEE-STATE (WS-PAYEE-IDX)  TO LDSB-PAYEE-STATE.
           MOVE WS-PAYEE-ZIP-CODE (WS-PAYEE-IDX)
                                               TO LDSB-PAYEE-ZIP-CODE.

           IF LCKC-WIRE-THRESHOLD > ZERO
               AND LDSB-AMOUNT NOT < LCKC-WIRE-THRESHOLD
               SET LDSB-BY-WIRE TO TRUE
               MOVE ZERO TO LDSB-CHECK-NUMBER
               ADD 1 TO WS-WIRE-COUNT
           ELSE
               SET LDSB-BY-CHECK TO TRUE
               ADD 1 TO WS-LAST-CHECK-NUMBER
               MOVE WS-LAST-CHECK-NUMBER TO LDSB-CHECK-NUMBER
               ADD 1 TO WS-CHECK-COUNT
           END-IF.
           SET LDSB-ISSUED TO TRUE.
           MOVE WS-NOW-DATE TO LDSB-ISSUED-DATE.
           ADD 1 TO WS-ISSUED-COUNT.
           ADD LDSB-AMOUNT TO WS-ISSUED-AMOUNT.

           MOVE 'I' TO TRSD-ACTION.
           PERFORM 4800-WRITE-TREASURY-DETAIL.
           IF LDSB-BY-CHECK
               MOVE 'I' TO PPD-VOID-INDICATOR
               PERFORM 4900-WRITE-POSPAY-DETAIL
               ADD LDSB-AMOUNT TO WS-POSPAY-ISSUE-AMOUNT
           END-IF.
           MOVE 'ISSUED'               TO WS-REGISTER-ACTION.
           PERFORM 5000-WRITE-REGISTER-LINE.

      ******************************************************************
       4400-VOID-ONE-INSTRUCTION.
      *    Reversed after the money went - the bank is told not to
      *    honor the check; a wire is recalled through treasury.

           SET LDSB-VOIDED TO TRUE.
           MOVE WS-NOW-DATE TO LDSB-VOIDED-DATE.
           ADD 1 TO WS-VOID-COUNT.
           ADD LDSB-AMOUNT TO WS-VOID-AMOUNT.

           MOVE 'V' TO TRSD-ACTION.
           PERFORM 4800-WRITE-TREASURY-DETAIL.
           IF LDSB-BY-CHECK
               MOVE 'V' TO PPD-VOID-INDICATOR
               PERFORM 4900-WRITE-POSPAY-DETAIL
               ADD LDSB-AMOUNT TO WS-POSPAY-VOID-AMOUNT
           END-IF.
           MOVE 'VOIDED - REVERSED'    TO WS-REGISTER-ACTION.
           PERFORM 5000-WRITE-REGISTER-LINE.

      ******************************************************************
       4600-FIND-NOTICE.

           MOVE 'N' TO WS-NOTICE-FOUND-FLAG.
           PERFORM VARYING WS-NOTICE-IDX FROM 1 BY 1
               UNTIL WS-NOTICE-IDX > WS-NOTICE-COUNT
               IF WS-NOTICE-COMPANY (WS-NOTICE-IDX) = LDSB-COMPANY-CODE
                   AND WS-NOTICE-POLICY (WS-NOTICE-IDX)
                       = LDSB-POLICY-NUMBER
                   AND WS-NOTICE-POSTED-DATE (WS-NOTICE-IDX)
                       = LDSB-POSTED-DATE
                   AND WS-NOTICE-POSTED-TIME (WS-NOTICE-IDX)
                       = LDSB-POSTED-TIME
                   SET WS-NOTICE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       4800-WRITE-TREASURY-DETAIL.

           MOVE LDSB-METHOD            TO TRSD-METHOD.
           MOVE LDSB-CHECK-NUMBER      TO TRSD-CHECK-NUMBER.
           MOVE LDSB-COMPANY-CODE      TO TRSD-COMPANY-CODE.
           MOVE LDSB-POLICY-NUMBER     TO TRSD-POLICY-NUMBER.
           MOVE LDSB-AMOUNT            TO TRSD-AMOUNT.
           MOVE LDSB-PAYEE-NAME        TO TRSD-PAYEE-NAME.
           MOVE LDSB-PAYEE-ADDR-LINE-1 TO TRSD-PAYEE-ADDR-LINE-1.
           MOVE LDSB-PAYEE-ADDR-LINE-2 TO TRSD-PAYEE-ADDR-LINE-2.
           MOVE LDSB-PAYEE-ADDR-LINE-3 TO TRSD-PAYEE-ADDR-LINE-3.
           MOVE LDSB-PAYEE-CITY        TO TRSD-PAYEE-CITY.
           MOVE LDSB-PAYEE-STATE       TO TRSD-PAYEE-STATE.
           MOVE LDSB-PAYEE-ZIP-CODE    TO TRSD-PAYEE-ZIP-CODE.
           MOVE LDSB-POSTED-DATE       TO TRSD-POSTED-DATE.
           MOVE LDSB-POSTED-TIME       TO TRSD-POSTED-TIME.
           WRITE TREASURY-RECORD FROM WS-TREASURY-DETAIL.
           ADD 1 TO WS-TREASURY-ROWS.
           IF TRSD-ACTION = 'V'
               SUBTRACT LDSB-AMOUNT FROM WS-TREASURY-AMOUNT
           ELSE
               ADD LDSB-AMOUNT TO WS-TREASURY-AMOUNT
           END-IF.

      ******************************************************************
       4900-WRITE-POSPAY-DETAIL.

           MOVE LCKC-ACCOUNT-NUMBER    TO PPD-ACCOUNT-NUMBER.
           MOVE LDSB-CHECK-NUMBER      TO PPD-CHECK-NUMBER.
           MOVE LDSB-ISSUED-DATE       TO PPD-ISSUE-DATE.
           MOVE LDSB-AMOUNT            TO PPD-AMOUNT.
           MOVE LDSB-PAYEE-NAME        TO PPD-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD FROM WS-POSPAY-DETAIL.
           ADD 1 TO WS-POSPAY-ROWS.

      ******************************************************************
       5000-WRITE-REGISTER-LINE.

           MOVE SPACES TO REGISTER-REPORT-RECORD.
           MOVE LDSB-COMPANY-CODE      TO REGISTER-REPORT-RECORD (1:2).
           MOVE LDSB-POLICY-NUMBER     TO REGISTER-REPORT-RECORD (4:12).
           MOVE LDSB-POSTED-DATE      TO REGISTER-REPORT-RECORD (17:8).
           MOVE LDSB-POSTED-TIME      TO REGISTER-REPORT-RECORD (26:6).
           IF LDSB-INSTRUCTION-ROW
               MOVE LDSB-APPLIED-DATE TO REGISTER-REPORT-RECORD (33:8)
               MOVE LDSB-AMOUNT           TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT    TO REGISTER-REPORT-RECORD (41:17)
               MOVE LDSB-METHOD       TO REGISTER-REPORT-RECORD (59:1)
               IF LDSB-BY-CHECK
                   MOVE LDSB-CHECK-NUMBER
                                      TO REGISTER-REPORT-RECORD (61:10)
               END-IF
           END-IF.
           MOVE WS-REGISTER-ACTION    TO REGISTER-REPORT-RECORD (72:20).
           MOVE LDSB-PAYEE-NAME (1:40)
                                      TO REGISTER-REPORT-RECORD (93:40).
           WRITE REGISTER-REPORT-RECORD.

      ******************************************************************
       6000-REWRITE-CHECK-CONTROL.
      *    Before the instructions are carried forward - a run cut
      *    off between the two leaves a gap in the check numbers,
      *    never the same number on two checks.

           MOVE WS-LAST-CHECK-NUMBER TO LCKC-LAST-CHECK-NUMBER.
           OPEN OUTPUT CHECK-CONTROL-FILE.
           WRITE LOAN-CHECK-CONTROL-RECORD.
           CLOSE CHECK-CONTROL-FILE.

      ******************************************************************
       6500-COPY-BACK-INSTRUCTIONS.

           OPEN INPUT  DISBURSEMENT-WORK-FILE.
           IF DISB-WORK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DISBURSEMENT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ DISBURSEMENT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE LOAN-DISBURSEMENT-RECORD
                           FROM DISBURSEMENT-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE DISBURSEMENT-WORK-FILE
                 DISBURSEMENT-FILE.

      ******************************************************************
       7000-WRITE-FILE-TRAILERS.

           MOVE WS-TREASURY-ROWS       TO TRST-RECORD-COUNT.
           MOVE WS-TREASURY-AMOUNT     TO TRST-NET-AMOUNT.
           WRITE TREASURY-RECORD FROM WS-TREASURY-TRAILER.

           MOVE WS-POSPAY-ROWS         TO PPT-RECORD-COUNT.
           MOVE WS-POSPAY-ISSUE-AMOUNT TO PPT-ISSUE-AMOUNT.
           MOVE WS-POSPAY-VOID-AMOUNT  TO PPT-VOID-AMOUNT.
           WRITE POSITIVE-PAY-RECORD FROM WS-POSPAY-TRAILER.

      ******************************************************************
       8000-WRITE-REGISTER-TOTALS.

           MOVE SPACES TO REGISTER-REPORT-RECORD.
           WRITE REGISTER-REPORT-RECORD.
           MOVE 'RECONCILIATION OF TAKES APPLIED TODAY'
               TO REGISTER-REPORT-RECORD.
           WRITE REGISTER-REPORT-RECORD.

           MOVE 'TAKES APPLIED TODAY'  TO WS-REGISTER-ACTION.
           MOVE WS-TODAY-APPLIED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-TODAY-APPLIED-AMOUNT TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-TOTAL-LINE.

           MOVE '  INSTRUCTIONS ISSUED' TO WS-REGISTER-ACTION.
           MOVE WS-TODAY-ISSUED-COUNT  TO WS-COUNT-EDIT.
           MOVE WS-TODAY-ISSUED-AMOUNT TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-TOTAL-LINE.

101526     MOVE '  HELD PENDING'       TO WS-REGISTER-ACTION.
           MOVE WS-TODAY-HELD-COUNT    TO WS-COUNT-EDIT.
           MOVE WS-TODAY-HELD-AMOUNT   TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-TOTAL-LINE.

           MOVE '  CANCELLED'          TO WS-REGISTER-ACTION.
           MOVE WS-TODAY-CANCEL-COUNT  TO WS-COUNT-EDIT.
           MOVE WS-TODAY-CANCEL-AMOUNT TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-TOTAL-LINE.

           COMPUTE WS-DIFFERENCE = WS-TODAY-APPLIED-AMOUNT
               - WS-TODAY-ISSUED-AMOUNT - WS-TODAY-HELD-AMOUNT
               - WS-TODAY-CANCEL-AMOUNT.
           MOVE SPACES TO REGISTER-REPORT-RECORD.
           MOVE WS-DIFFERENCE          TO WS-AMOUNT-EDIT.
           MOVE 'DIFFERENCE'           TO REGISTER-REPORT-RECORD (1:10).
           MOVE WS-AMOUNT-EDIT        TO REGISTER-REPORT-RECORD (34:17).
           IF WS-DIFFERENCE = ZERO
               MOVE 'RECONCILED'      TO REGISTER-REPORT-RECORD (53:10)
           ELSE
               MOVE '** OUT OF BALANCE **'
                                      TO REGISTER-REPORT-RECORD (53:20)
           END-IF.
           WRITE REGISTER-REPORT-RECORD.

           MOVE SPACES TO REGISTER-REPORT-RECORD.
           WRITE REGISTER-REPORT-RECORD.
           MOVE 'THIS RUN'             TO REGISTER-REPORT-RECORD.
           WRITE REGISTER-REPORT-RECORD.

           MOVE 'ISSUED - ALL DAYS'    TO WS-REGISTER-ACTION.
           MOVE WS-ISSUED-COUNT        TO WS-COUNT-EDIT.
           MOVE WS-ISSUED-AMOUNT       TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-TOTAL-LINE.

           MOVE '  BY CHECK'           TO WS-REGISTER-ACTION.
           MOVE WS-CHECK-COUNT         TO WS-COUNT-EDIT.
           MOVE ZERO                   TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-TOTAL-LINE.

           MOVE '  BY WIRE'            TO WS-REGISTER-ACTION.
           MOVE WS-WIRE-COUNT          TO WS-COUNT-EDIT.
           MOVE ZERO                   TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-TOTAL-LINE.

           MOVE 'HELD - ALL DAYS'      TO WS-REGISTER-ACTION.
           MOVE WS-HELD-COUNT          TO WS-COUNT-EDIT.
           MOVE WS-HELD-AMOUNT         TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-TOTAL-LINE.

           MOVE 'CANCELLED'            TO WS-REGISTER-ACTION.
           MOVE WS-CANCEL-COUNT        TO WS-COUNT-EDIT.
           MOVE WS-CANCEL-AMOUNT       TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-TOTAL-LINE.

           MOVE 'VOIDED'               TO WS-REGISTER-ACTION.
           MOVE WS-VOID-COUNT          TO WS-COUNT-EDIT.
           MOVE WS-VOID-AMOUNT         TO WS-AMOUNT-EDIT.
           PERFORM 8100-WRITE-TOTAL-LINE.

           IF WS-UNMATCHED-NOTICES > ZERO
               MOVE 'REVERSALS - NO TAKE' TO WS-REGISTER-ACTION
               MOVE WS-UNMATCHED-NOTICES  TO WS-COUNT-EDIT
               MOVE ZERO                  TO WS-AMOUNT-EDIT
               PERFORM 8100-WRITE-TOTAL-LINE
           END-IF.

           IF WS-PAYEES-DROPPED > ZERO OR WS-NOTICES-DROPPED > ZERO
               MOVE SPACES TO REGISTER-REPORT-RECORD
               MOVE '** TABLE FULL - SOME INSTRUCTIONS HELD **'
                   TO REGISTER-REPORT-RECORD
               WRITE REGISTER-REPORT-RECORD
           END-IF.

      ******************************************************************
       8100-WRITE-TOTAL-LINE.

           MOVE SPACES TO REGISTER-REPORT-RECORD.
           MOVE WS-REGISTER-ACTION     TO REGISTER-REPORT-RECORD (1:20).
           MOVE WS-COUNT-EDIT         TO REGISTER-REPORT-RECORD (23:9).
           MOVE WS-AMOUNT-EDIT        TO REGISTER-REPORT-RECORD (34:17).
           WRITE REGISTER-REPORT-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CLONDISB'         TO WRUNC-JOB-NAME.
           MOVE WS-ISSUED-COUNT    TO WRUNC-RECORD-COUNT.
           EVALUATE TRUE
               WHEN NOT WS-CONTROL-FOUND
                   MOVE 'NO CHECK CONTROL'  TO WRUNC-RUN-STATUS
               WHEN WS-HELD-COUNT > ZERO
                   OR WS-UNMATCHED-NOTICES > ZERO
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
