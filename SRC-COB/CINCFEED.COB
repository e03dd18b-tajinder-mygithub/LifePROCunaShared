      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CINCFEED.
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
      *D   CINCFEED pays commission on benefit increases.  AST31EXT
      *D   writes one transaction per premium-bearing benefit change
      *D   to R<coder>U31.INC (WINCTCPY) - the premium an increase
      *D   added, or the premium a decrease removed.  This program
      *D   drives those rows into EXTRFEED through the same per-
      *D   transaction call and trailer call the commission feed
      *D   driver uses, flagged as increase premium, so EXTRFEED pays
      *D   each under the policy's split in force on the change date
      *D   at the increase schedule rate (a decrease comes through as
      *D   a chargeback), posts the ledgers and the policy commission
      *D   history, and writes the feed like any other run.
      *D
      *D   Once EXTRFEED has taken the trailer the transaction file
      *D   is emptied, so the next run cannot pay the same changes
      *D   twice.  If EXTRFEED refuses the run (another feed run has
      *D   an open start) the file is left alone for the next try.
101526*D   Before it is emptied its rows are appended to the shared
101526*D   increase commission log (INCCOMLG.PDM), from which the
101526*D   agent and override statements (CAGTSTMT, COVRSTMT) pick
101526*D   up what was fed since their last run.
      *D   A per-coder report (R<coder>INCFEED.PDM) lists each
      *D   transaction and the totals fed.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-035-05 MAINT New program.
101526*H 20261015-036-13 MAINT Fed rows appended to INCCOMLG.PDM for
101526*H                       the statements.
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

           SELECT INCREASE-FILE
       COPY WVARYCPY.
                                       INCREASE-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS INCREASE-STATUS.

           SELECT FEED-REPORT-FILE
       COPY WVARYCPY.
                                       FEED-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS FEED-REPORT-STATUS.

101526     SELECT INCREASE-LOG-FILE
101526 COPY WVARYCPY.
101526                                 INCREASE-LOG-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS INCREASE-LOG-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  INCREASE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WINCTCPY.

       FD  FEED-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-REPORT-RECORD              PIC X(132).

101526*    WINCTCPY layout - the rows are copied across whole.
101526 FD  INCREASE-LOG-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 01  INCREASE-LOG-RECORD             PIC X(68).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  CALLED-MODULES.
           05  PFILEINS                   PIC X(08) VALUE 'PFILEINS'.
           05  EXTRFEED                   PIC X(08) VALUE 'EXTRFEED'.

       01  INCREASE-STATUS                 PIC XX.
      *    The same per-coder file AST31EXT appends to.
       01  INCREASE-FILE-NAME.
           05  WS-INCREASE-FILE-DRIVE      PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  INCREASE-CODER              PIC X(04) VALUE '____'.
           05  FILLER                      PIC X(07) VALUE 'U31.INC'.
           05  FILLER                      PIC X(241) VALUE SPACES.

       01  WS-ASCII-INCREASE-NAME          PIC X(255).
       01  WS-NEW-ASCII-INCREASE-NAME      PIC X(255).

       01  FEED-REPORT-STATUS              PIC XX.
       01  FEED-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  FEED-REPORT-CODER           PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'INCFEED.PDM'.

101526 01  INCREASE-LOG-STATUS             PIC XX.
101526 01  INCREASE-LOG-NAME.
101526     05  WS-INCREASE-LOG-DRIVE       PIC X(01) VALUE 'H'.
101526     05  FILLER                      PIC X(01) VALUE ':'.
101526     05  FILLER                      PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'INCCOMLG.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INCREASE-FILE                VALUE 'Y'.
       01  WS-REFUSED-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-FEED-REFUSED                     VALUE 'Y'.

       01  WS-INCREASE-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-DECREASE-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-INCREASE-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-DECREASE-TOTAL               PIC S9(11)V99 VALUE ZERO.

       01  WS-DELTA-EDIT                   PIC -9(07).99.
       01  WS-TOTAL-EDIT                   PIC -9(11).99.
       01  WS-COUNT-EDIT                   PIC Z(06)9.

      *    The per-transaction record EXTRFEED's driver interface
      *    takes - laid out exactly as EXTRFEED's linkage.
       01  WLKFD-LINKAGE-RECORD.
           05  WLKFD-COMPANY-CODE         PIC X(02).
           05  WLKFD-POLICY-NUMBER        PIC X(12).
           05  WLKFD-TRANSACTION-PREMIUM  PIC S9(07)V99 COMP-3.
           05  WLKFD-TRANSACTION-DATE     PIC 9(08).
           05  WLKFD-RECORD-TYPE          PIC X(01).
               88  WLKFD-TRANSACTION-REC      VALUE 'X'.
               88  WLKFD-CHARGEBACK-REC       VALUE 'C'.
               88  WLKFD-TRAILER-REC          VALUE 'T'.
           05  WLKFD-COVERAGE-ID          PIC X(04).
           05  WLKFD-PRODUCT-ID           PIC X(10).
           05  WLKFD-COMMISSION-SOURCE    PIC X(01).
               88  WLKFD-PREMIUM-INCREASE     VALUE 'I'.

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
               IF INCREASE-STATUS = '00'
                   PERFORM 2000-FEED-TRANSACTIONS
                   CLOSE INCREASE-FILE
                   PERFORM 3000-FINISH-FEED
               ELSE
      *            AST31EXT has written nothing since the last feed.
                   MOVE SPACES TO FEED-REPORT-RECORD
                   MOVE 'NO BENEFIT INCREASE TRANSACTIONS TO FEED'
                       TO FEED-REPORT-RECORD
                   WRITE FEED-REPORT-RECORD
               END-IF
               CLOSE FEED-REPORT-FILE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           MOVE 'N'  TO WS-EOF-FLAG
                        WS-REFUSED-FLAG.
           MOVE ZERO TO WS-INCREASE-COUNT
                        WS-DECREASE-COUNT
                        WS-INCREASE-TOTAL
                        WS-DECREASE-TOTAL.

           MOVE WCODER-ID              TO FEED-REPORT-CODER.
           INSPECT FEED-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-REPORT-FILE-DRIVE.
           OPEN OUTPUT FEED-REPORT-FILE.

           MOVE WCODER-ID              TO INCREASE-CODER.
           INSPECT INCREASE-CODER REPLACING ALL ' ' BY '_'.
           IF WGLOB-EXTRACT-NETWORK-PATH NOT = SPACES
               MOVE SPACES             TO WS-ASCII-INCREASE-NAME
               STRING FUNCTION TRIM(WGLOB-EXTRACT-NETWORK-PATH)
                      'R' INCREASE-CODER 'U31.INC'
                                             DELIMITED BY SIZE
                 INTO WS-ASCII-INCREASE-NAME
           ELSE
               MOVE WOPTION-WORK-DRIVE TO WS-INCREASE-FILE-DRIVE
               MOVE INCREASE-FILE-NAME TO WS-ASCII-INCREASE-NAME
           END-IF.
           CALL PFILEINS USING WGLOBAL
                               WS-ASCII-INCREASE-NAME
                               WS-NEW-ASCII-INCREASE-NAME
           END-CALL.
           MOVE WS-NEW-ASCII-INCREASE-NAME TO INCREASE-FILE-NAME.
           CANCEL PFILEINS.

           OPEN INPUT INCREASE-FILE.

           MOVE SPACES TO FEED-REPORT-RECORD.
           STRING 'BENEFIT INCREASE COMMISSION FEED  CODER '
                  WCODER-ID
                                             DELIMITED BY SIZE
             INTO FEED-REPORT-RECORD.
           WRITE FEED-REPORT-RECORD.

      ******************************************************************
       2000-FEED-TRANSACTIONS.

           PERFORM UNTIL END-OF-INCREASE-FILE
                      OR WS-FEED-REFUSED
               READ INCREASE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2100-FEED-ONE-TRANSACTION
               END-READ
           END-PERFORM.

      ******************************************************************
       2100-FEED-ONE-TRANSACTION.

           MOVE SPACES                 TO WLKFD-LINKAGE-RECORD.
           MOVE INCT-COMPANY-CODE      TO WLKFD-COMPANY-CODE.
           MOVE INCT-POLICY-NUMBER     TO WLKFD-POLICY-NUMBER.
           MOVE INCT-PREMIUM-DELTA     TO WLKFD-TRANSACTION-PREMIUM.
           MOVE INCT-TRANSACTION-DATE  TO WLKFD-TRANSACTION-DATE.
           MOVE INCT-COVERAGE-ID       TO WLKFD-COVERAGE-ID.
           IF INCT-DECREASE
               SET WLKFD-CHARGEBACK-REC    TO TRUE
           ELSE
               SET WLKFD-TRANSACTION-REC   TO TRUE
           END-IF.
           SET WLKFD-PREMIUM-INCREASE  TO TRUE.

           CALL EXTRFEED USING WGLOBAL WLKFD-LINKAGE-RECORD.
           IF WFUNC-RETURN-CODE = LP-RC-RUN-START-REFUSED
               SET WS-FEED-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF INCT-DECREASE
               ADD 1                   TO WS-DECREASE-COUNT
               ADD INCT-PREMIUM-DELTA  TO WS-DECREASE-TOTAL
           ELSE
               ADD 1                   TO WS-INCREASE-COUNT
               ADD INCT-PREMIUM-DELTA  TO WS-INCREASE-TOTAL
           END-IF.

           MOVE INCT-PREMIUM-DELTA     TO WS-DELTA-EDIT.
           MOVE SPACES TO FEED-REPORT-RECORD.
           STRING INCT-COMPANY-CODE     ' '
                  INCT-POLICY-NUMBER    ' '
                  INCT-TRANSACTION-DATE ' '
                  INCT-RECORD-TYPE      ' '
                  INCT-BENEFIT-NUMBER   ' '
                  INCT-COVERAGE-DESC    ' '
                  WS-DELTA-EDIT
                                             DELIMITED BY SIZE
             INTO FEED-REPORT-RECORD.
           WRITE FEED-REPORT-RECORD.

      ******************************************************************
       3000-FINISH-FEED.
      *    The trailer makes EXTRFEED write the feed and post the
      *    ledgers; only then is the transaction file emptied.  A
      *    file with no rows never starts an EXTRFEED run at all.

           IF NOT WS-FEED-REFUSED
               AND WS-INCREASE-COUNT + WS-DECREASE-COUNT > ZERO
               MOVE SPACES             TO WLKFD-LINKAGE-RECORD
               SET WLKFD-TRAILER-REC   TO TRUE
               CALL EXTRFEED USING WGLOBAL WLKFD-LINKAGE-RECORD
               IF WFUNC-RETURN-CODE = LP-RC-RUN-START-REFUSED
                   SET WS-FEED-REFUSED TO TRUE
               END-IF
           END-IF.
           CANCEL EXTRFEED.

           IF WS-FEED-REFUSED
               MOVE SPACES TO FEED-REPORT-RECORD
               MOVE LP-MSG-RUN-START-REFUSED TO FEED-REPORT-RECORD
               WRITE FEED-REPORT-RECORD
               MOVE SPACES TO FEED-REPORT-RECORD
               MOVE 'RUN REFUSED - TRANSACTIONS KEPT FOR THE NEXT FEED'
                   TO FEED-REPORT-RECORD
               WRITE FEED-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

101526     PERFORM 3100-LOG-FED-TRANSACTIONS.
           OPEN OUTPUT INCREASE-FILE.
           CLOSE INCREASE-FILE.

           MOVE SPACES TO FEED-REPORT-RECORD.
           MOVE WS-INCREASE-COUNT      TO WS-COUNT-EDIT.
           MOVE WS-INCREASE-TOTAL      TO WS-TOTAL-EDIT.
           STRING 'INCREASES FED:   ' WS-COUNT-EDIT
                  '  PREMIUM ' WS-TOTAL-EDIT
                                             DELIMITED BY SIZE
             INTO FEED-REPORT-RECORD.
           WRITE FEED-REPORT-RECORD.

           MOVE SPACES TO FEED-REPORT-RECORD.
           MOVE WS-DECREASE-COUNT      TO WS-COUNT-EDIT.
           MOVE WS-DECREASE-TOTAL      TO WS-TOTAL-EDIT.
           STRING 'DECREASES FED:   ' WS-COUNT-EDIT
                  '  PREMIUM ' WS-TOTAL-EDIT
                                             DELIMITED BY SIZE
             INTO FEED-REPORT-RECORD.
           WRITE FEED-REPORT-RECORD.

101526******************************************************************
101526 3100-LOG-FED-TRANSACTIONS.
101526*    The statements itemize from the log what EXTRFEED has just
101526*    paid and charged back, so they tie to the ledgers.

101526     MOVE WOPTION-WORK-DRIVE     TO WS-INCREASE-LOG-DRIVE.
101526     OPEN EXTEND INCREASE-LOG-FILE.
101526     IF INCREASE-LOG-STATUS = '35' OR '05'
101526         OPEN OUTPUT INCREASE-LOG-FILE
101526     END-IF.

101526     OPEN INPUT INCREASE-FILE.
101526     MOVE 'N' TO WS-EOF-FLAG.
101526     PERFORM UNTIL END-OF-INCREASE-FILE
101526         READ INCREASE-FILE
101526             AT END
101526                 MOVE 'Y' TO WS-EOF-FLAG
101526             NOT AT END
101526                 WRITE INCREASE-LOG-RECORD
101526                     FROM INCREASE-TRANSACTION-RECORD
101526         END-READ
101526     END-PERFORM.
101526     CLOSE INCREASE-FILE
101526           INCREASE-LOG-FILE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
