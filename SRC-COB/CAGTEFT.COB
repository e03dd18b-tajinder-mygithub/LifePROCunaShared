      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CAGTEFT.
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
      *D   CAGTEFT is the agent commission payment run.  It nets
      *D   each agent's commission ledger (COMMLDG.PDM) against the
      *D   chargeback ledger (CHGBKLDG.PDM) and everything already
      *D   paid (AGTPAYHS.PDM), and pays what is still owed by ACH
      *D   to the agent's account on the bank master CABNKMNT keeps
      *D   (AGTBANK.PDM) - one NACHA PPD credit batch, built from
      *D   the originator setup on EFTORIG.PDM.
      *D
      *D   Only a prenote-VERIFIED account is paid.  A new or
      *D   changed account (prenote pending) gets its zero-dollar
      *D   prenote entry in the same file and is marked sent
      *D   through CABNKMNT, so it is on the audit trail.  An agent
      *D   who is owed money but has no account, an unverified or
      *D   rejected one, or who nets to a debit, is written to the
      *D   exception list instead - the balance is not lost; it
      *D   is simply still owed on the next run.
      *D
      *D   Every entry originated is appended to the payment
      *D   history with its trace number, and a register of the
      *D   file's entries and control totals is written for
      *D   treasury to release the file against.
101526*D
101526*D   The entries' effective (settlement) date is the next
101526*D   business day on the company calendar (CBUSDAY), never a
101526*D   weekend or holiday.
101526*D
101526*D   Before an agent is paid, the payee's legal name and
101526*D   address off the payee master are screened against the
101526*D   OFAC SDN list (COFACSCR).  A potential match, one a
101526*D   reviewer has confirmed, or a run with no list loaded
101526*D   goes to the exception list instead of the file - still
101526*D   owed, and paid on the first run after a second coder
101526*D   clears the review item (COFACRVW).
      *D
      *D   Start and end are recorded in the common run-control file
      *D   (CRUNCTRL), like every other batch here.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-002-02 MAINT New program.
101526*H 20261015-017-08 MAINT Effective entry date is the next
101526*H                       business day, not the next calendar day.
101526*H 20261015-025-04 MAINT Screen each payee against the OFAC
101526*H                       SDN list before paying.
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

           SELECT PAYMENT-HISTORY-FILE
       COPY WVARYCPY.
                                       PAYMENT-HISTORY-NAME
       COPY WLORGCPY.
                                       STATUS IS PAYMENT-HISTORY-STATUS.

           SELECT BANK-MASTER-FILE
       COPY WVARYCPY.
                                       BANK-MASTER-NAME
       COPY WLORGCPY.
                                       STATUS IS BANK-MASTER-STATUS.

           SELECT PAYEE-MASTER-FILE
       COPY WVARYCPY.
                                       PAYEE-MASTER-NAME
       COPY WLORGCPY.
                                       STATUS IS PAYEE-MASTER-STATUS.

           SELECT EFT-ORIGIN-FILE
       COPY WVARYCPY.
                                       EFT-ORIGIN-NAME
       COPY WLORGCPY.
                                       STATUS IS EFT-ORIGIN-STATUS.

           SELECT ACH-OUTPUT-FILE
       COPY WVARYCPY.
                                       ACH-OUTPUT-NAME
       COPY WLORGCPY.
                                       STATUS IS ACH-OUTPUT-STATUS.

           SELECT EXCEPTION-REPORT-FILE
       COPY WVARYCPY.
                                       EXCEPTION-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS EXCEPTION-STATUS.

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

       FD  COMMISSION-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCOMLCPY.

       FD  CHARGEBACK-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCHGBCPY.

       FD  PAYMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WAPAYCPY.

       FD  BANK-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WABNKCPY.

       FD  PAYEE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WPAYECPY.

       FD  EFT-ORIGIN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WEFTOCPY.

      *    NACHA records are a fixed 94 bytes.
       FD  ACH-OUTPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACH-OUTPUT-RECORD               PIC X(94).

       FD  EXCEPTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-REPORT-RECORD         PIC X(132).

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
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
           05  CABNKMNT                   PIC X(08) VALUE 'CABNKMNT'.
101526     05  CBUSDAY                    PIC X(08) VALUE 'CBUSDAY'.
101526     05  COFACSCR                   PIC X(08) VALUE 'COFACSCR'.

           COPY WRUNCCPY.
           COPY WABMNCPY.
101526     COPY WBDAYCPY.
101526     COPY WOFSCCPY.

       01  COMMISSION-STATUS               PIC XX.
       01  CHARGEBACK-STATUS               PIC XX.
       01  PAYMENT-HISTORY-STATUS          PIC XX.
       01  BANK-MASTER-STATUS              PIC XX.
       01  PAYEE-MASTER-STATUS             PIC XX.
       01  EFT-ORIGIN-STATUS               PIC XX.
       01  ACH-OUTPUT-STATUS               PIC XX.
       01  EXCEPTION-STATUS                PIC XX.
       01  REGISTER-STATUS                 PIC XX.

      *    The shared ledgers and masters the run nets and pays from.
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

       01  PAYMENT-HISTORY-NAME.
           05  WS-PAYHS-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'AGTPAYHS.PDM'.

       01  BANK-MASTER-NAME.
           05  WS-BANK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'AGTBANK.PDM'.

       01  PAYEE-MASTER-NAME.
           05  WS-PAYEE-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'PAYEMAST.PDM'.

       01  EFT-ORIGIN-NAME.
           05  WS-ORIGIN-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'EFTORIG.PDM'.

       01  ACH-OUTPUT-NAME.
           05  WS-ACH-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  ACH-OUTPUT-CODER            PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'EFTACH.PDM'.

       01  EXCEPTION-REPORT-NAME.
           05  WS-EXCP-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  EXCEPTION-REPORT-CODER      PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'EFTEXCP.PDM'.

       01  REGISTER-REPORT-NAME.
           05  WS-REGISTER-FILE-DRIVE      PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  REGISTER-REPORT-CODER       PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'EFTRPT.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-ORIGIN-FOUND-FLAG            PIC X(01) VALUE 'N'.
           88  WS-ORIGIN-FOUND                     VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-DATE-SPLIT REDEFINES WS-NOW-DATE.
           05  FILLER                       PIC 9(02).
           05  WS-NOW-YYMMDD                PIC 9(06).
       01  WS-NOW-TIME-RAW                 PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(06).

101526*    Entries settle the next business day.
       01  WS-EFFECTIVE-DATE               PIC 9(08).
       01  WS-EFFECTIVE-DATE-SPLIT REDEFINES WS-EFFECTIVE-DATE.
           05  FILLER                       PIC 9(02).
           05  WS-EFFECTIVE-YYMMDD          PIC 9(06).

      *    What each agent is still owed - ledgers net of payments.
       01  WS-AGENT-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-AGENT-IDX                    PIC 9(04).
       01  WS-AGENT-TABLE.
           05  WS-AGENT-ENTRY OCCURS WGLB2-MAX-AGENCIES TIMES.
               10  WS-AGENT-NUMBER             PIC X(12).
               10  WS-AGENT-NET                PIC S9(09)V99.
       01  WS-LOOKUP-AGENT                 PIC X(12).
       01  WS-ROWS-DROPPED                 PIC 9(07) VALUE ZERO.

      *    The bank master and payee names, loaded once per run.
       01  WS-BANK-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-BANK-IDX                     PIC 9(04).
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY OCCURS WGLB2-MAX-AGENCIES TIMES.
               10  WS-BANK-AGENT               PIC X(12).
               10  WS-BANK-ROUTING             PIC X(09).
               10  WS-BANK-ACCOUNT             PIC X(17).
               10  WS-BANK-TYPE                PIC X(01).
               10  WS-BANK-PRENOTE             PIC X(01).

       01  WS-PAYEE-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-PAYEE-IDX                    PIC 9(04).
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY OCCURS WGLB2-MAX-AGENCIES TIMES.
               10  WS-PAYEE-AGENT              PIC X(12).
               10  WS-PAYEE-NAME               PIC X(50).
101526         10  WS-PAYEE-ADDR-LINE-1        PIC X(35).
101526         10  WS-PAYEE-ADDR-LINE-2        PIC X(35).
101526         10  WS-PAYEE-CITY               PIC X(24).
101526         10  WS-PAYEE-STATE              PIC X(02).
101526         10  WS-PAYEE-ZIP-CODE           PIC X(10).

      *    The entry being built - payment or prenote.
       01  WS-ENTRY-AGENT                  PIC X(12).
       01  WS-ENTRY-NAME                   PIC X(50).
       01  WS-ENTRY-AMOUNT                 PIC S9(09)V99.
       01  WS-ENTRY-CENTS                  PIC 9(10).
       01  WS-ENTRY-TYPE                   PIC X(01).
       01  WS-TRACE-SEQUENCE               PIC 9(07) VALUE ZERO.
       01  WS-TRACE-NUMBER.
           05  WS-TRACE-ODFI                PIC X(08).
           05  WS-TRACE-SEQ                 PIC 9(07).
       01  WS-RDFI-PREFIX                  PIC 9(08).
       01  WS-EXCEPTION-REASON             PIC X(30).

      *    File and batch control totals.
       01  WS-CONTROL-TOTALS.
           05  WS-ENTRY-COUNT               PIC 9(08) VALUE ZERO.
           05  WS-PAYMENT-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-PRENOTE-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-ENTRY-HASH                PIC 9(12) VALUE ZERO.
           05  WS-TOTAL-CREDIT-CENTS        PIC 9(12) VALUE ZERO.
           05  WS-TOTAL-PAID                PIC S9(09)V99 VALUE ZERO.
           05  WS-TOTAL-EXCEPTION           PIC S9(09)V99 VALUE ZERO.
           05  WS-RECORD-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-BLOCK-COUNT               PIC 9(06) VALUE ZERO.
           05  WS-BLOCK-REMAINDER           PIC 9(02) VALUE ZERO.

      *    NACHA file header ('1').
       01  WS-ACH-FILE-HEADER.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  FILLER                       PIC X(02) VALUE '01'.
           05  ACHF-IMMED-DEST              PIC X(10).
           05  ACHF-IMMED-ORIGIN            PIC X(10).
           05  ACHF-CREATE-DATE             PIC 9(06).
           05  ACHF-CREATE-TIME             PIC 9(04).
           05  FILLER                       PIC X(01) VALUE 'A'.
           05  FILLER                       PIC X(03) VALUE '094'.
           05  FILLER                       PIC X(02) VALUE '10'.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  ACHF-DEST-NAME               PIC X(23).
           05  ACHF-ORIGIN-NAME             PIC X(23).
           05  FILLER                       PIC X(08) VALUE SPACES.

      *    Batch header ('5') - credits only, PPD.
       01  WS-ACH-BATCH-HEADER.
           05  FILLER                       PIC X(01) VALUE '5'.
           05  FILLER                       PIC X(03) VALUE '220'.
           05  ACHB-COMPANY-NAME            PIC X(16).
           05  FILLER                       PIC X(20) VALUE SPACES.
           05  ACHB-COMPANY-ID              PIC X(10).
           05  FILLER                       PIC X(03) VALUE 'PPD'.
           05  FILLER                       PIC X(10)
                                                VALUE 'COMMISSION'.
           05  ACHB-DESCRIPTIVE-DATE        PIC 9(06).
           05  ACHB-EFFECTIVE-DATE          PIC 9(06).
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE '1'.
           05  ACHB-ODFI-ROUTING            PIC X(08).
           05  FILLER                       PIC 9(07) VALUE 1.

      *    Entry detail ('6').
       01  WS-ACH-ENTRY.
           05  FILLER                       PIC X(01) VALUE '6'.
           05  ACHE-TRANSACTION-CODE        PIC X(02).
           05  ACHE-RDFI-ROUTING            PIC X(09).
           05  ACHE-ACCOUNT-NUMBER          PIC X(17).
           05  ACHE-AMOUNT                  PIC 9(10).
           05  ACHE-INDIVIDUAL-ID           PIC X(15).
           05  ACHE-INDIVIDUAL-NAME         PIC X(22).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE '0'.
           05  ACHE-TRACE-NUMBER            PIC X(15).

      *    Batch control ('8').
       01  WS-ACH-BATCH-CONTROL.
           05  FILLER                       PIC X(01) VALUE '8'.
           05  FILLER                       PIC X(03) VALUE '220'.
           05  ACHC-ENTRY-COUNT             PIC 9(06).
           05  ACHC-ENTRY-HASH              PIC 9(10).
           05  ACHC-TOTAL-DEBIT             PIC 9(12) VALUE ZERO.
           05  ACHC-TOTAL-CREDIT            PIC 9(12).
           05  ACHC-COMPANY-ID              PIC X(10).
           05  FILLER                       PIC X(25) VALUE SPACES.
           05  ACHC-ODFI-ROUTING            PIC X(08).
           05  FILLER                       PIC 9(07) VALUE 1.

      *    File control ('9').
       01  WS-ACH-FILE-CONTROL.
           05  FILLER                       PIC X(01) VALUE '9'.
           05  FILLER                       PIC 9(06) VALUE 1.
           05  ACHT-BLOCK-COUNT             PIC 9(06).
           05  ACHT-ENTRY-COUNT             PIC 9(08).
           05  ACHT-ENTRY-HASH              PIC 9(10).
           05  ACHT-TOTAL-DEBIT             PIC 9(12) VALUE ZERO.
           05  ACHT-TOTAL-CREDIT            PIC 9(12).
           05  FILLER                       PIC X(39) VALUE SPACES.

       01  WS-AMOUNT-EDIT                  PIC -9(09).99.

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
      *            fail fast instead of paying anyone twice.
                   CLOSE EXCEPTION-REPORT-FILE
                         REGISTER-REPORT-FILE
               ELSE
               PERFORM 1500-LOAD-ORIGIN-SETUP
               IF NOT WS-ORIGIN-FOUND
                   PERFORM 6000-REPORT-NO-ORIGIN
               ELSE
                   PERFORM 2000-NET-COMMISSION-LEDGER
                   PERFORM 2100-NET-CHARGEBACK-LEDGER
                   PERFORM 2200-NET-PAYMENT-HISTORY
                   PERFORM 2500-LOAD-BANK-MASTER
                   PERFORM 2600-LOAD-PAYEE-NAMES
                   PERFORM 3000-WRITE-ACH-FILE
                   PERFORM 5000-WRITE-REGISTER-TOTALS
               END-IF
               CLOSE EXCEPTION-REPORT-FILE
                     REGISTER-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CAGTEFT'          TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO ACH-OUTPUT-CODER.
           INSPECT ACH-OUTPUT-CODER REPLACING ALL ' ' BY '_'.
           MOVE ACH-OUTPUT-CODER       TO EXCEPTION-REPORT-CODER
                                           REGISTER-REPORT-CODER.
           MOVE WOPTION-WORK-DRIVE     TO WS-COMM-FILE-DRIVE
                                           WS-CHGB-FILE-DRIVE
                                           WS-PAYHS-FILE-DRIVE
                                           WS-BANK-FILE-DRIVE
                                           WS-PAYEE-FILE-DRIVE
                                           WS-ORIGIN-FILE-DRIVE
                                           WS-ACH-FILE-DRIVE
                                           WS-EXCP-FILE-DRIVE
                                           WS-REGISTER-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME-RAW FROM TIME.
           MOVE WS-NOW-TIME-RAW (1:6) TO WS-NOW-TIME.
           COMPUTE WS-EFFECTIVE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) + 1).
101526     INITIALIZE WBDAY-PARAMETERS.
101526     SET WBDAY-NEXT-BUSINESS-DAY TO TRUE.
101526     MOVE WS-NOW-DATE            TO WBDAY-DATE.
101526     CALL CBUSDAY USING WGLOBAL, WBDAY-PARAMETERS.
101526     IF WBDAY-RETURN-CODE = ZERO
101526         MOVE WBDAY-RESULT-DATE  TO WS-EFFECTIVE-DATE
101526     END-IF.

           OPEN OUTPUT EXCEPTION-REPORT-FILE
                       REGISTER-REPORT-FILE.

           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           MOVE 'AGENT'                TO EXCEPTION-REPORT-RECORD (1:5).
           MOVE 'AMOUNT OWED'        TO EXCEPTION-REPORT-RECORD (17:11).
           MOVE 'REASON'              TO EXCEPTION-REPORT-RECORD (34:6).
           WRITE EXCEPTION-REPORT-RECORD.

      ******************************************************************
       1500-LOAD-ORIGIN-SETUP.

           MOVE 'N' TO WS-ORIGIN-FOUND-FLAG.
           OPEN INPUT EFT-ORIGIN-FILE.
           IF EFT-ORIGIN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ EFT-ORIGIN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF EFTO-ODFI-ROUTING IS NUMERIC
                       AND EFTO-COMPANY-ID NOT = SPACES
                       SET WS-ORIGIN-FOUND TO TRUE
                   END-IF
           END-READ.
           IF WS-ORIGIN-FOUND
               MOVE EFTO-IMMED-DEST    TO ACHF-IMMED-DEST
               MOVE EFTO-IMMED-ORIGIN  TO ACHF-IMMED-ORIGIN
               MOVE EFTO-DEST-NAME     TO ACHF-DEST-NAME
               MOVE EFTO-ORIGIN-NAME   TO ACHF-ORIGIN-NAME
               MOVE EFTO-COMPANY-NAME  TO ACHB-COMPANY-NAME
               MOVE EFTO-COMPANY-ID    TO ACHB-COMPANY-ID
                                          ACHC-COMPANY-ID
               MOVE EFTO-ODFI-ROUTING  TO ACHB-ODFI-ROUTING
                                          ACHC-ODFI-ROUTING
                                          WS-TRACE-ODFI
           END-IF.
           CLOSE EFT-ORIGIN-FILE.

      ******************************************************************
       2000-NET-COMMISSION-LEDGER.

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
                       MOVE COML-AGENT-NUMBER TO WS-LOOKUP-AGENT
                       PERFORM 2900-FIND-OR-ADD-AGENT
                       IF WS-AGENT-IDX NOT > WS-AGENT-COUNT
                           ADD COML-COMMISSION-AMOUNT
                               TO WS-AGENT-NET (WS-AGENT-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMMISSION-LEDGER-FILE.

      ******************************************************************
       2100-NET-CHARGEBACK-LEDGER.

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
                       MOVE CHGB-AGENT-NUMBER TO WS-LOOKUP-AGENT
                       PERFORM 2900-FIND-OR-ADD-AGENT
                       IF WS-AGENT-IDX NOT > WS-AGENT-COUNT
                           SUBTRACT CHGB-AMOUNT
                               FROM WS-AGENT-NET (WS-AGENT-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHARGEBACK-LEDGER-FILE.

      ******************************************************************
       2200-NET-PAYMENT-HISTORY.

           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PAYMENT-HISTORY-STATUS NOT = '00'
      *        Nothing ever paid - the whole ledger balance is owed.
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ PAYMENT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF APAY-COMMISSION-PAYMENT
                           MOVE APAY-AGENT-NUMBER TO WS-LOOKUP-AGENT
                           PERFORM 2900-FIND-OR-ADD-AGENT
                           IF WS-AGENT-IDX NOT > WS-AGENT-COUNT
                               SUBTRACT APAY-AMOUNT
                                   FROM WS-AGENT-NET (WS-AGENT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.

      ******************************************************************
       2500-LOAD-BANK-MASTER.

           MOVE ZERO TO WS-BANK-COUNT.
           OPEN INPUT BANK-MASTER-FILE.
           IF BANK-MASTER-STATUS NOT = '00'
      *        No bank master - every agent owed lands on the
      *        exception list, which is the truthful answer.
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL BANK-MASTER-STATUS NOT = '00'
                      OR WS-BANK-COUNT >= WGLB2-MAX-AGENCIES
               READ BANK-MASTER-FILE
                   AT END
                       MOVE '10' TO BANK-MASTER-STATUS
                   NOT AT END
                       ADD 1 TO WS-BANK-COUNT
                       MOVE ABNK-AGENT-NUMBER
                           TO WS-BANK-AGENT (WS-BANK-COUNT)
                       MOVE ABNK-ROUTING-NUMBER
                           TO WS-BANK-ROUTING (WS-BANK-COUNT)
                       MOVE ABNK-ACCOUNT-NUMBER
                           TO WS-BANK-ACCOUNT (WS-BANK-COUNT)
                       MOVE ABNK-ACCOUNT-TYPE
                           TO WS-BANK-TYPE (WS-BANK-COUNT)
                       MOVE ABNK-PRENOTE-STATUS
                           TO WS-BANK-PRENOTE (WS-BANK-COUNT)
               END-READ
           END-PERFORM.
           CLOSE BANK-MASTER-FILE.

      ******************************************************************
       2600-LOAD-PAYEE-NAMES.

           MOVE ZERO TO WS-PAYEE-COUNT.
           OPEN INPUT PAYEE-MASTER-FILE.
           IF PAYEE-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PAYEE-MASTER-STATUS NOT = '00'
                      OR WS-PAYEE-COUNT >= WGLB2-MAX-AGENCIES
               READ PAYEE-MASTER-FILE
                   AT END
                       MOVE '10' TO PAYEE-MASTER-STATUS
                   NOT AT END
                       ADD 1 TO WS-PAYEE-COUNT
                       MOVE PAYE-AGENT-NUMBER
                           TO WS-PAYEE-AGENT (WS-PAYEE-COUNT)
                       MOVE PAYE-LEGAL-NAME
                           TO WS-PAYEE-NAME (WS-PAYEE-COUNT)
101526                 MOVE PAYE-ADDR-LINE-1
101526                     TO WS-PAYEE-ADDR-LINE-1 (WS-PAYEE-COUNT)
101526                 MOVE PAYE-ADDR-LINE-2
101526                     TO WS-PAYEE-ADDR-LINE-2 (WS-PAYEE-COUNT)
101526                 MOVE PAYE-CITY
101526                     TO WS-PAYEE-CITY (WS-PAYEE-COUNT)
101526                 MOVE PAYE-STATE
101526                     TO WS-PAYEE-STATE (WS-PAYEE-COUNT)
101526                 MOVE PAYE-ZIP-CODE
101526                     TO WS-PAYEE-ZIP-CODE (WS-PAYEE-COUNT)
               END-READ
           END-PERFORM.
           CLOSE PAYEE-MASTER-FILE.

      ******************************************************************
       2900-FIND-OR-ADD-AGENT.

           PERFORM VARYING WS-AGENT-IDX FROM 1 BY 1
               UNTIL WS-AGENT-IDX > WS-AGENT-COUNT
               IF WS-AGENT-NUMBER (WS-AGENT-IDX) = WS-LOOKUP-AGENT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-AGENT-IDX > WS-AGENT-COUNT
               AND WS-AGENT-COUNT < WGLB2-MAX-AGENCIES
               ADD 1 TO WS-AGENT-COUNT
               MOVE WS-LOOKUP-AGENT
                   TO WS-AGENT-NUMBER (WS-AGENT-IDX)
               MOVE ZERO TO WS-AGENT-NET (WS-AGENT-IDX)
           END-IF.

      *    A full table leaves the row's agent unpaid this run -
      *    count it so the register flags the run.
           IF WS-AGENT-IDX > WS-AGENT-COUNT
               ADD 1 TO WS-ROWS-DROPPED
           END-IF.

      ******************************************************************
       3000-WRITE-ACH-FILE.
      *    Prenotes first, for every pending account whether or not
      *    the agent is owed anything today, then one credit per
      *    agent owed money into a verified account.

           OPEN OUTPUT ACH-OUTPUT-FILE.

           MOVE WS-NOW-YYMMDD          TO ACHF-CREATE-DATE.
           MOVE WS-NOW-TIME (1:4)      TO ACHF-CREATE-TIME.
           WRITE ACH-OUTPUT-RECORD FROM WS-ACH-FILE-HEADER.

           MOVE WS-NOW-YYMMDD          TO ACHB-DESCRIPTIVE-DATE.
           MOVE WS-EFFECTIVE-YYMMDD    TO ACHB-EFFECTIVE-DATE.
           WRITE ACH-OUTPUT-RECORD FROM WS-ACH-BATCH-HEADER.
           MOVE 2 TO WS-RECORD-COUNT.

           OPEN EXTEND PAYMENT-HISTORY-FILE.
           IF PAYMENT-HISTORY-STATUS = '35' OR '05'
               OPEN OUTPUT PAYMENT-HISTORY-FILE
           END-IF.

           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-BANK-COUNT
               IF WS-BANK-PRENOTE (WS-BANK-IDX) = 'P'
                   PERFORM 3100-SEND-PRENOTE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-AGENT-IDX FROM 1 BY 1
               UNTIL WS-AGENT-IDX > WS-AGENT-COUNT
               IF WS-AGENT-NET (WS-AGENT-IDX) NOT = ZERO
                   PERFORM 3200-PAY-ONE-AGENT
               END-IF
           END-PERFORM.

           CLOSE PAYMENT-HISTORY-FILE.

           MOVE WS-ENTRY-COUNT         TO ACHC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH (3:10)   TO ACHC-ENTRY-HASH.
           MOVE WS-TOTAL-CREDIT-CENTS  TO ACHC-TOTAL-CREDIT.
           WRITE ACH-OUTPUT-RECORD FROM WS-ACH-BATCH-CONTROL.
           ADD 2 TO WS-RECORD-COUNT.

      *    The file control counts the whole 10-record blocks the
      *    file will occupy once padded out with 9s.
           DIVIDE WS-RECORD-COUNT BY 10 GIVING WS-BLOCK-COUNT
               REMAINDER WS-BLOCK-REMAINDER.
           IF WS-BLOCK-REMAINDER > ZERO
               ADD 1 TO WS-BLOCK-COUNT
           END-IF.
           MOVE WS-BLOCK-COUNT         TO ACHT-BLOCK-COUNT.
           MOVE WS-ENTRY-COUNT         TO ACHT-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH (3:10)   TO ACHT-ENTRY-HASH.
           MOVE WS-TOTAL-CREDIT-CENTS  TO ACHT-TOTAL-CREDIT.
           WRITE ACH-OUTPUT-RECORD FROM WS-ACH-FILE-CONTROL.

           PERFORM UNTIL WS-BLOCK-REMAINDER = ZERO
                      OR WS-BLOCK-REMAINDER = 10
               MOVE ALL '9' TO ACH-OUTPUT-RECORD
               WRITE ACH-OUTPUT-RECORD
               ADD 1 TO WS-BLOCK-REMAINDER
           END-PERFORM.

           CLOSE ACH-OUTPUT-FILE.

      ******************************************************************
       3100-SEND-PRENOTE.
      *    Zero-dollar entry to the new account; CABNKMNT marks it
      *    sent so the verification clock starts on the audit trail.

           MOVE WS-BANK-AGENT (WS-BANK-IDX) TO WS-ENTRY-AGENT.
           MOVE ZERO                   TO WS-ENTRY-AMOUNT.
           SET APAY-PRENOTE            TO TRUE.
           MOVE APAY-ENTRY-TYPE        TO WS-ENTRY-TYPE.
           IF WS-BANK-TYPE (WS-BANK-IDX) = 'S'
               MOVE '33'               TO ACHE-TRANSACTION-CODE
           ELSE
               MOVE '23'               TO ACHE-TRANSACTION-CODE
           END-IF.
           PERFORM 3500-WRITE-ENTRY.
           ADD 1 TO WS-PRENOTE-COUNT.

           MOVE SPACES                 TO WABMN-PARAMETERS.
           SET WABMN-PRENOTE-SENT      TO TRUE.
           MOVE WS-ENTRY-AGENT         TO WABMN-AGENT-NUMBER.
           CALL CABNKMNT USING WGLOBAL WABMN-PARAMETERS.
           MOVE 'S'                    TO WS-BANK-PRENOTE (WS-BANK-IDX).

      ******************************************************************
       3200-PAY-ONE-AGENT.

           MOVE WS-AGENT-NUMBER (WS-AGENT-IDX) TO WS-ENTRY-AGENT.
           MOVE WS-AGENT-NET (WS-AGENT-IDX)    TO WS-ENTRY-AMOUNT.

           IF WS-ENTRY-AMOUNT < ZERO
               MOVE 'NET DEBIT - NOTHING PAYABLE'
                                       TO WS-EXCEPTION-REASON
               PERFORM 4000-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-BANK-COUNT
               IF WS-BANK-AGENT (WS-BANK-IDX) = WS-ENTRY-AGENT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-BANK-IDX > WS-BANK-COUNT
               MOVE 'NO BANK ACCOUNT ON FILE'
                                       TO WS-EXCEPTION-REASON
               PERFORM 4000-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-BANK-PRENOTE (WS-BANK-IDX)
               WHEN 'V'
                   CONTINUE
               WHEN 'R'
                   MOVE 'PRENOTE REJECTED'
                                       TO WS-EXCEPTION-REASON
               WHEN OTHER
                   MOVE 'PRENOTE NOT YET VERIFIED'
                                       TO WS-EXCEPTION-REASON
           END-EVALUATE.
           IF WS-BANK-PRENOTE (WS-BANK-IDX) NOT = 'V'
               PERFORM 4000-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

101526     PERFORM 3300-SCREEN-PAYEE.
101526     IF NOT WOFSC-MAY-PAY
101526         PERFORM 4000-WRITE-EXCEPTION
101526         EXIT PARAGRAPH
101526     END-IF.

           SET APAY-COMMISSION-PAYMENT TO TRUE.
           MOVE APAY-ENTRY-TYPE        TO WS-ENTRY-TYPE.
           IF WS-BANK-TYPE (WS-BANK-IDX) = 'S'
               MOVE '32'               TO ACHE-TRANSACTION-CODE
           ELSE
               MOVE '22'               TO ACHE-TRANSACTION-CODE
           END-IF.
           PERFORM 3500-WRITE-ENTRY.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD WS-ENTRY-AMOUNT         TO WS-TOTAL-PAID.

101526******************************************************************
101526 3300-SCREEN-PAYEE.
101526*    The payee master's legal name and address against the SDN
101526*    list.  The agent number is only the subject key on the
101526*    review item, never a name to screen: an agent with no
101526*    payee master row (or a blank legal name on it) has no
101526*    name, COFACSCR refuses the request, and the payment stays
101526*    unscreened and goes to the exception list.

101526     INITIALIZE WOFSC-PARAMETERS.
101526     SET WOFSC-COMMISSION        TO TRUE.
101526     MOVE WS-ENTRY-AGENT         TO WOFSC-SUBJECT-KEY.
101526     MOVE WS-NOW-DATE            TO WOFSC-TRANSACTION-REF.
101526     MOVE WS-ENTRY-AMOUNT        TO WOFSC-AMOUNT.
101526     PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
101526         UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
101526         IF WS-PAYEE-AGENT (WS-PAYEE-IDX) = WS-ENTRY-AGENT
101526             MOVE WS-PAYEE-NAME (WS-PAYEE-IDX)
101526                                 TO WOFSC-NAME
101526             MOVE WS-PAYEE-ADDR-LINE-1 (WS-PAYEE-IDX)
101526                                 TO WOFSC-ADDR-LINE-1
101526             MOVE WS-PAYEE-ADDR-LINE-2 (WS-PAYEE-IDX)
101526                                 TO WOFSC-ADDR-LINE-2
101526             MOVE WS-PAYEE-CITY (WS-PAYEE-IDX)
101526                                 TO WOFSC-CITY
101526             MOVE WS-PAYEE-STATE (WS-PAYEE-IDX)
101526                                 TO WOFSC-STATE
101526             MOVE WS-PAYEE-ZIP-CODE (WS-PAYEE-IDX)
101526                                 TO WOFSC-ZIP-CODE
101526             EXIT PERFORM
101526         END-IF
101526     END-PERFORM.
101526     CALL COFACSCR USING WGLOBAL WOFSC-PARAMETERS.

101526     EVALUATE TRUE
101526         WHEN WOFSC-HELD
101526             MOVE SPACES TO WS-EXCEPTION-REASON
101526             STRING 'OFAC HOLD - REVIEW '
101526                    WOFSC-REVIEW-NUMBER
101526                 DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
101526             END-STRING
101526         WHEN WOFSC-CONFIRMED
101526             MOVE 'OFAC MATCH CONFIRMED - BLOCKED'
101526                                 TO WS-EXCEPTION-REASON
101526         WHEN WOFSC-UNSCREENED
101526             MOVE 'OFAC NOT SCREENED - HELD'
101526                                 TO WS-EXCEPTION-REASON
101526     END-EVALUATE.

      ******************************************************************
       3500-WRITE-ENTRY.
      *    One '6' record, its history row and its register line,
      *    for the account at WS-BANK-IDX.

           MOVE WS-ENTRY-AGENT         TO WS-ENTRY-NAME.
           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
               UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
               IF WS-PAYEE-AGENT (WS-PAYEE-IDX) = WS-ENTRY-AGENT
                   IF WS-PAYEE-NAME (WS-PAYEE-IDX) NOT = SPACES
                       MOVE WS-PAYEE-NAME (WS-PAYEE-IDX)
                                       TO WS-ENTRY-NAME
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           ADD 1 TO WS-TRACE-SEQUENCE.
           MOVE WS-TRACE-SEQUENCE      TO WS-TRACE-SEQ.
           COMPUTE WS-ENTRY-CENTS = WS-ENTRY-AMOUNT * 100.

           MOVE WS-BANK-ROUTING (WS-BANK-IDX)
                                       TO ACHE-RDFI-ROUTING.
           MOVE WS-BANK-ACCOUNT (WS-BANK-IDX)
                                       TO ACHE-ACCOUNT-NUMBER.
           MOVE WS-ENTRY-CENTS         TO ACHE-AMOUNT.
           MOVE WS-ENTRY-AGENT         TO ACHE-INDIVIDUAL-ID.
           MOVE WS-ENTRY-NAME          TO ACHE-INDIVIDUAL-NAME.
           MOVE WS-TRACE-NUMBER        TO ACHE-TRACE-NUMBER.
           WRITE ACH-OUTPUT-RECORD FROM WS-ACH-ENTRY.

           ADD 1 TO WS-ENTRY-COUNT
                    WS-RECORD-COUNT.
           MOVE WS-BANK-ROUTING (WS-BANK-IDX) (1:8) TO WS-RDFI-PREFIX.
           ADD WS-RDFI-PREFIX          TO WS-ENTRY-HASH.
           ADD WS-ENTRY-CENTS          TO WS-TOTAL-CREDIT-CENTS.

           MOVE WS-ENTRY-AGENT         TO APAY-AGENT-NUMBER.
           MOVE WS-NOW-DATE            TO APAY-PAY-DATE.
           MOVE WS-ENTRY-AMOUNT        TO APAY-AMOUNT.
           MOVE WS-TRACE-NUMBER        TO APAY-TRACE-NUMBER.
           MOVE WS-BANK-ROUTING (WS-BANK-IDX)
                                       TO APAY-ROUTING-NUMBER.
           MOVE WS-BANK-ACCOUNT (WS-BANK-IDX)
                                       TO APAY-ACCOUNT-NUMBER.
           MOVE WS-ENTRY-TYPE          TO APAY-ENTRY-TYPE.
           MOVE WCODER-ID              TO APAY-CODER-ID.
           WRITE AGENT-PAYMENT-RECORD.

           MOVE WS-ENTRY-AMOUNT        TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REGISTER-REPORT-RECORD.
           MOVE WS-ENTRY-AGENT         TO REGISTER-REPORT-RECORD (1:12).
           MOVE WS-ENTRY-NAME (1:30)  TO REGISTER-REPORT-RECORD (14:30).
           MOVE WS-BANK-ROUTING (WS-BANK-IDX)
                                       TO REGISTER-REPORT-RECORD (46:9).
      *    Only the tail of the account number goes on paper.
           MOVE '****'                 TO REGISTER-REPORT-RECORD (57:4).
           MOVE WS-BANK-ACCOUNT (WS-BANK-IDX) (14:4)
                                       TO REGISTER-REPORT-RECORD (61:4).
           IF WS-ENTRY-TYPE = 'P'
               MOVE 'PRENOTE'          TO REGISTER-REPORT-RECORD (67:7)
           ELSE
               MOVE 'PAYMENT'          TO REGISTER-REPORT-RECORD (67:7)
           END-IF.
           MOVE WS-AMOUNT-EDIT        TO REGISTER-REPORT-RECORD (76:13).
           MOVE WS-TRACE-NUMBER       TO REGISTER-REPORT-RECORD (91:15).
           WRITE REGISTER-REPORT-RECORD.

      ******************************************************************
       4000-WRITE-EXCEPTION.

           MOVE WS-ENTRY-AMOUNT        TO WS-AMOUNT-EDIT.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           MOVE WS-ENTRY-AGENT        TO EXCEPTION-REPORT-RECORD (1:12).
           MOVE WS-AMOUNT-EDIT       TO EXCEPTION-REPORT-RECORD (15:13).
           MOVE WS-EXCEPTION-REASON  TO EXCEPTION-REPORT-RECORD (34:30).
           WRITE EXCEPTION-REPORT-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD WS-ENTRY-AMOUNT         TO WS-TOTAL-EXCEPTION.

      ******************************************************************
       5000-WRITE-REGISTER-TOTALS.

           MOVE SPACES TO REGISTER-REPORT-RECORD.
           MOVE 'EFFECTIVE ENTRY DATE:'
                                       TO REGISTER-REPORT-RECORD (1:21).
           MOVE WS-EFFECTIVE-DATE      TO REGISTER-REPORT-RECORD (26:8).
           WRITE REGISTER-REPORT-RECORD.

           MOVE WS-TOTAL-PAID          TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REGISTER-REPORT-RECORD.
           MOVE 'PAYMENTS ORIGINATED:' TO REGISTER-REPORT-RECORD (1:20).
           MOVE WS-AMOUNT-EDIT        TO REGISTER-REPORT-RECORD (26:13).
           MOVE WS-PAYMENT-COUNT       TO REGISTER-REPORT-RECORD (42:7).
           WRITE REGISTER-REPORT-RECORD.

           MOVE SPACES TO REGISTER-REPORT-RECORD.
           MOVE 'PRENOTES ORIGINATED:' TO REGISTER-REPORT-RECORD (1:20).
           MOVE WS-PRENOTE-COUNT       TO REGISTER-REPORT-RECORD (42:7).
           WRITE REGISTER-REPORT-RECORD.

           MOVE WS-TOTAL-EXCEPTION     TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REGISTER-REPORT-RECORD.
           MOVE 'HELD ON EXCEPTION:'   TO REGISTER-REPORT-RECORD (1:18).
           MOVE WS-AMOUNT-EDIT        TO REGISTER-REPORT-RECORD (26:13).
           MOVE WS-EXCEPTION-COUNT     TO REGISTER-REPORT-RECORD (42:7).
           WRITE REGISTER-REPORT-RECORD.

           MOVE SPACES TO REGISTER-REPORT-RECORD.
           MOVE 'FILE ENTRY HASH:'     TO REGISTER-REPORT-RECORD (1:16).
           MOVE ACHT-ENTRY-HASH       TO REGISTER-REPORT-RECORD (26:10).
           MOVE ACHT-BLOCK-COUNT       TO REGISTER-REPORT-RECORD (42:6).
           WRITE REGISTER-REPORT-RECORD.

           IF WS-ROWS-DROPPED > ZERO
               MOVE SPACES TO REGISTER-REPORT-RECORD
               MOVE '** AGENT TABLE FULL - LEDGER ROWS NOT PAID **'
                   TO REGISTER-REPORT-RECORD (1:46)
               MOVE WS-ROWS-DROPPED    TO REGISTER-REPORT-RECORD (48:7)
               WRITE REGISTER-REPORT-RECORD
           END-IF.

      ******************************************************************
       6000-REPORT-NO-ORIGIN.

           MOVE SPACES TO REGISTER-REPORT-RECORD.
           MOVE 'NO ACH ORIGINATOR SETUP ON EFTORIG.PDM - NO FILE BUILT'
               TO REGISTER-REPORT-RECORD (1:54).
           WRITE REGISTER-REPORT-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CAGTEFT'          TO WRUNC-JOB-NAME.
           MOVE WS-ENTRY-COUNT     TO WRUNC-RECORD-COUNT.
           IF WS-ORIGIN-FOUND
               MOVE 'COMPLETE'        TO WRUNC-RUN-STATUS
           ELSE
               MOVE 'NO ORIGIN SETUP' TO WRUNC-RUN-STATUS
           END-IF.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
