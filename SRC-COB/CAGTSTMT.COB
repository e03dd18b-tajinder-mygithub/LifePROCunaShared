      *D   carried position from the suspense ledger less unrecovered
      *D   chargebacks), each policy's commission line with the split
      *D   percentage applied, chargeback lines, and a closing
101526*D   balance, with the period's commission, increase commission
101526*D   and chargebacks totalled above it.
101526*D
101526*D   Commission on benefit increases is paid through CINCFEED,
101526*D   not the driver, so on the trailer call the rows CINCFEED
101526*D   has logged to INCCOMLG.PDM since the last statement run
101526*D   (the count read is kept on STMINCCK.PDM) are spooled too -
101526*D   priced at the increase rate and skipped where the split
101526*D   takes no increases, exactly as EXTRFEED paid them.
      *D
      *D**********************************************************

090126*H 20260901-008-07 MAINT Coverage-level splits - the driver's
090126*H                       coverage ID keys the split retrieve
090126*H                       and shows on the detail line.
101526*H 20261015-001-04 MAINT Commission priced off the rate
101526*H                       schedule (CCOMRATE) the same way the
101526*H                       feed prices it, so the statement ties
101526*H                       to the ledger.
101526*H 20261015-036-14 MAINT Increase commission: the commission
101526*H                       source rides the linkage, prices at
101526*H                       the increase rate and honours a split
101526*H                       that takes no increases; CINCFEED's
101526*H                       logged rows are itemized and totalled.
      *H
      *H**********************************************************

       COPY WLORGCPY.
                                       STATUS IS CHARGEBACK-STATUS.

101526     SELECT INCREASE-LOG-FILE
101526 COPY WVARYCPY.
101526                                 INCREASE-LOG-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS INCREASE-LOG-STATUS.

101526     SELECT INCREASE-CHECKPOINT-FILE
101526 COPY WVARYCPY.
101526                                 INCREASE-CHECKPOINT-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS INCREASE-CHKPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

      ************************************************************
           05  STW-PREMIUM                PIC S9(07)V9(02).
           05  STW-COMM-PCNT              PIC S9(03)V9(02).
           05  STW-COMM-AMOUNT            PIC S9(09)V9(02).
101526     05  STW-COMMISSION-SOURCE      PIC X(01).

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY WCHGBCPY.

101526 FD  INCREASE-LOG-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WINCTCPY.

101526 FD  INCREASE-CHECKPOINT-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 01  INCREASE-CHECKPOINT-RECORD      PIC 9(09).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-AGENT-NUMBER            PIC X(12).
           05  SW-PREMIUM                 PIC S9(07)V9(02).
           05  SW-COMM-PCNT               PIC S9(03)V9(02).
           05  SW-COMM-AMOUNT             PIC S9(09)V9(02).
101526     05  SW-COMMISSION-SOURCE       PIC X(01).

      ************************************************************
      *         WORKING STORAGE

       01  CALLED-MODULES.
           05  PCMCTBOX                   PIC X(08) VALUE 'PCMCTBOX'.
101526     05  CCOMRATE                   PIC X(08) VALUE 'CCOMRATE'.

101526     COPY WCRATCPY.

       01  STATEMENT-WORK-STATUS           PIC XX.
       01  STATEMENT-STATUS                PIC XX.
       01  SUSPENSE-STATUS                 PIC XX.
       01  CHARGEBACK-STATUS               PIC XX.
101526 01  INCREASE-LOG-STATUS             PIC XX.
101526 01  INCREASE-CHKPT-STATUS           PIC XX.

       01  STATEMENT-WORK-NAME.
           05  WS-WORK-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(15) VALUE
                                                'CHGBKLDG.PDM'.

101526 01  INCREASE-LOG-NAME.
101526     05  WS-INCREASE-LOG-DRIVE       PIC X(01) VALUE 'H'.
101526     05  FILLER                      PIC X(01) VALUE ':'.
101526     05  FILLER                      PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'INCCOMLG.PDM'.

101526 01  INCREASE-CHECKPOINT-NAME.
101526     05  WS-INCREASE-CHKPT-DRIVE     PIC X(01) VALUE 'H'.
101526     05  FILLER                      PIC X(01) VALUE ':'.
101526     05  FILLER                      PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'STMINCCK.PDM'.

101526*    Increase log rows already on an earlier run's statements,
101526*    and how far this run has read.
101526 01  WS-INCREASE-CHECKPOINT          PIC 9(09) VALUE ZERO.
101526 01  WS-INCREASE-READ                PIC 9(09) VALUE ZERO.

       01  WS-FIRST-CALL-FLAG              PIC X(01) VALUE 'Y'.
           88  WS-FIRST-CALL                   VALUE 'Y'.

       01  WS-SPLIT-AGENT-IDX              PIC S9(04) COMP-5.
       01  WS-SPLIT-ENTRY-IDX              PIC S9(09) COMP-5.
       01  WS-CURRENT-SPLIT-ENTRY          PIC S9(09) COMP-5.
101526 01  WS-SCHEDULED-COMMISSION         PIC S9(09)V9(06).
       01  WS-COMM-AMOUNT                  PIC S9(09)V99.

      *    Net carried position per agent, loaded from the suspense
       01  WS-BREAK-AGENT                  PIC X(12).
       01  WS-OPENING-BALANCE              PIC S9(09)V99.
       01  WS-RUNNING-BALANCE              PIC S9(09)V99.
101526 01  WS-COMMISSION-TOTAL             PIC S9(09)V99.
101526 01  WS-INCREASE-TOTAL               PIC S9(09)V99.
101526 01  WS-CHARGEBACK-TOTAL             PIC S9(09)V99.

       01  WS-AMOUNT-EDIT                  PIC -9(09).99.
       01  WS-PREMIUM-EDIT                 PIC -9(07).99.
       01  WS-PCNT-EDIT                    PIC -9(03).99.

101526*    The transaction being spooled - the caller's record, or a
101526*    row off the increase commission log.
101526 01  WLKFD-LINKAGE-RECORD.
           05  WLKFD-COMPANY-CODE         PIC X(02).
           05  WLKFD-POLICY-NUMBER        PIC X(12).
           05  WLKFD-TRANSACTION-PREMIUM  PIC S9(07)V99 COMP-3.
090126*        for the base coverage; same trailing-field extension
090126*        EXTRFEED's copy of this record carries.
090126     05  WLKFD-COVERAGE-ID          PIC X(04).
101526*        Product ID - keys the commission rate schedule.
101526     05  WLKFD-PRODUCT-ID           PIC X(10).
101526*        'I' - benefit increase premium, as EXTRFEED's copy.
101526     05  WLKFD-COMMISSION-SOURCE    PIC X(01).
101526         88  WLKFD-PREMIUM-INCREASE     VALUE 'I'.

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

101526 01  WLKFD-CALLER-RECORD             PIC X(43).

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL
101526                         WLKFD-CALLER-RECORD.
      ******************************************************************
      *
      *  Program mainline section
       0000-MAINLINE.

           IF NOT PRELOADING-PROGRAM
101526         MOVE WLKFD-CALLER-RECORD TO WLKFD-LINKAGE-RECORD
               IF WLKFD-TRAILER-REC
                   PERFORM 5000-WRITE-STATEMENTS
               ELSE

           IF WCMCP-RETURN-CODE = ZERO
               PERFORM 2050-FIND-CURRENT-SPLIT-ENTRY
101526*            A split keyed as not taking premium increases was
101526*            paid nothing on one by the feed.
101526         IF WLKFD-PREMIUM-INCREASE
101526             AND WCMCP-OUT-PREMIUM-INCREASE
101526                     (WS-CURRENT-SPLIT-ENTRY) = 'N'
101526             EXIT PARAGRAPH
101526         END-IF
101526         PERFORM 2060-PRICE-TRANSACTION
               PERFORM VARYING WS-SPLIT-AGENT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-AGENT-IDX > WCMCP-MAX-AGENTS
                   IF WCMCP-OUT-AGENT
           EXIT.

      ******************************************************************
101526 2060-PRICE-TRANSACTION.
101526*    Same schedule pricing EXTRFEED applies - the split
101526*    percentage divides the scheduled commission, not the raw
101526*    premium.

101526     MOVE WLKFD-COMPANY-CODE     TO WCRAT-COMPANY-CODE.
101526     MOVE WLKFD-PRODUCT-ID       TO WCRAT-PRODUCT-ID.
101526     MOVE WCMCP-OUT-ISSUE-DATE (WS-CURRENT-SPLIT-ENTRY)
101526                                 TO WCRAT-ISSUE-DATE.
101526     MOVE WLKFD-TRANSACTION-DATE TO WCRAT-TRANSACTION-DATE.
101526     IF WLKFD-PREMIUM-INCREASE
101526         SET WCRAT-INCREASE-RATE TO TRUE
101526     ELSE
101526         SET WCRAT-ORDINARY-RATE TO TRUE
101526     END-IF.
101526     CALL CCOMRATE USING WGLOBAL WCRAT-PARAMETERS.
101526     COMPUTE WS-SCHEDULED-COMMISSION =
101526         WLKFD-TRANSACTION-PREMIUM * WCRAT-OUT-RATE-PCNT / 100.

101526     EXIT.

      ******************************************************************
       2100-SPOOL-ONE-AGENT.

           COMPUTE WS-COMM-AMOUNT ROUNDED =
101526         WS-SCHEDULED-COMMISSION
               * WCMCP-OUT-COMM-PCNT
                   (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX) / 100.
           IF WLKFD-CHARGEBACK-REC
                   (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX)
                                       TO STW-COMM-PCNT.
           MOVE WS-COMM-AMOUNT         TO STW-COMM-AMOUNT.
101526     MOVE WLKFD-COMMISSION-SOURCE
101526                                 TO STW-COMMISSION-SOURCE.
           WRITE STATEMENT-WORK-RECORD.

           EXIT.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.

101526*    A trailer with no transactions ahead of it still opens
101526*    the work file, for the increase rows and so the sort has
101526*    input.
101526     PERFORM 1000-INITIALIZE.
101526     PERFORM 5050-SPOOL-LOGGED-INCREASES.
101526     CLOSE STATEMENT-WORK-FILE.

           PERFORM 5100-LOAD-CARRIED-POSITIONS.

               USING STATEMENT-WORK-FILE
               OUTPUT PROCEDURE 6000-WRITE-SORTED-STATEMENTS.

101526     IF WS-INCREASE-READ > WS-INCREASE-CHECKPOINT
101526         OPEN OUTPUT INCREASE-CHECKPOINT-FILE
101526         MOVE WS-INCREASE-READ TO INCREASE-CHECKPOINT-RECORD
101526         WRITE INCREASE-CHECKPOINT-RECORD
101526         CLOSE INCREASE-CHECKPOINT-FILE
101526     END-IF.

           EXIT.

101526******************************************************************
101526 5050-SPOOL-LOGGED-INCREASES.
101526*    Rows CINCFEED has fed since the last statement run, spooled
101526*    through the same split and pricing as the driver's.

101526     MOVE WOPTION-WORK-DRIVE TO WS-INCREASE-LOG-DRIVE
101526                                 WS-INCREASE-CHKPT-DRIVE.
101526     MOVE ZERO TO WS-INCREASE-CHECKPOINT
101526                  WS-INCREASE-READ.
101526     OPEN INPUT INCREASE-CHECKPOINT-FILE.
101526     IF INCREASE-CHKPT-STATUS = '00'
101526         READ INCREASE-CHECKPOINT-FILE
101526             AT END
101526                 CONTINUE
101526             NOT AT END
101526                 MOVE INCREASE-CHECKPOINT-RECORD
101526                     TO WS-INCREASE-CHECKPOINT
101526         END-READ
101526         CLOSE INCREASE-CHECKPOINT-FILE
101526     END-IF.

101526     OPEN INPUT INCREASE-LOG-FILE.
101526     IF INCREASE-LOG-STATUS NOT = '00'
101526         EXIT PARAGRAPH
101526     END-IF.
101526     MOVE 'N' TO WS-LEDGER-EOF-FLAG.
101526     PERFORM UNTIL END-OF-LEDGER-FILE
101526         READ INCREASE-LOG-FILE
101526             AT END
101526                 MOVE 'Y' TO WS-LEDGER-EOF-FLAG
101526             NOT AT END
101526                 ADD 1 TO WS-INCREASE-READ
101526                 IF WS-INCREASE-READ > WS-INCREASE-CHECKPOINT
101526                     PERFORM 5060-SPOOL-ONE-INCREASE
101526                 END-IF
101526         END-READ
101526     END-PERFORM.
101526     CLOSE INCREASE-LOG-FILE.

101526     EXIT.

101526******************************************************************
101526 5060-SPOOL-ONE-INCREASE.
101526*    Built as CINCFEED built the feed record from the row.

101526     MOVE SPACES                 TO WLKFD-LINKAGE-RECORD.
101526     MOVE INCT-COMPANY-CODE      TO WLKFD-COMPANY-CODE.
101526     MOVE INCT-POLICY-NUMBER     TO WLKFD-POLICY-NUMBER.
101526     MOVE INCT-PREMIUM-DELTA     TO WLKFD-TRANSACTION-PREMIUM.
101526     MOVE INCT-TRANSACTION-DATE  TO WLKFD-TRANSACTION-DATE.
101526     MOVE INCT-COVERAGE-ID       TO WLKFD-COVERAGE-ID.
101526     IF INCT-DECREASE
101526         SET WLKFD-CHARGEBACK-REC    TO TRUE
101526     ELSE
101526         SET WLKFD-TRANSACTION-REC   TO TRUE
101526     END-IF.
101526     SET WLKFD-PREMIUM-INCREASE  TO TRUE.
101526     PERFORM 2000-SPOOL-TRANSACTION.

101526     EXIT.

      ******************************************************************
       5100-LOAD-CARRIED-POSITIONS.
      *    Suspense held FOR the agent counts to the good, what the
               END-IF
           END-PERFORM.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
101526     MOVE ZERO TO WS-COMMISSION-TOTAL
101526                  WS-INCREASE-TOTAL
101526                  WS-CHARGEBACK-TOTAL.

           MOVE WS-OPENING-BALANCE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO STATEMENT-RECORD.
           IF SW-RECORD-TYPE = 'C'
               COMPUTE WS-AMOUNT-EDIT = ZERO - SW-COMM-AMOUNT
               SUBTRACT SW-COMM-AMOUNT FROM WS-RUNNING-BALANCE
101526         ADD SW-COMM-AMOUNT TO WS-CHARGEBACK-TOTAL
           ELSE
               MOVE SW-COMM-AMOUNT TO WS-AMOUNT-EDIT
               ADD SW-COMM-AMOUNT TO WS-RUNNING-BALANCE
101526         IF SW-COMMISSION-SOURCE = 'I'
101526             ADD SW-COMM-AMOUNT TO WS-INCREASE-TOTAL
101526         ELSE
101526             ADD SW-COMM-AMOUNT TO WS-COMMISSION-TOTAL
101526         END-IF
           END-IF.

           MOVE SPACES TO STATEMENT-RECORD.
           IF SW-RECORD-TYPE = 'C'
               MOVE 'CHARGEBACK' TO STATEMENT-RECORD (75:10)
           END-IF.
101526     IF SW-COMMISSION-SOURCE = 'I'
101526         IF SW-RECORD-TYPE = 'C'
101526             MOVE 'DECREASE'   TO STATEMENT-RECORD (86:8)
101526         ELSE
101526             MOVE 'INCREASE'   TO STATEMENT-RECORD (86:8)
101526         END-IF
101526     END-IF.
           WRITE STATEMENT-RECORD.

           EXIT.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

101526     MOVE WS-COMMISSION-TOTAL TO WS-AMOUNT-EDIT.
101526     MOVE SPACES TO STATEMENT-RECORD.
101526     STRING 'COMMISSION         '
101526            '                                    '
101526            WS-AMOUNT-EDIT
101526         DELIMITED BY SIZE INTO STATEMENT-RECORD
101526     END-STRING.
101526     WRITE STATEMENT-RECORD.

101526     MOVE WS-INCREASE-TOTAL TO WS-AMOUNT-EDIT.
101526     MOVE SPACES TO STATEMENT-RECORD.
101526     STRING 'INCREASE COMMISSION'
101526            '                                    '
101526            WS-AMOUNT-EDIT
101526         DELIMITED BY SIZE INTO STATEMENT-RECORD
101526     END-STRING.
101526     WRITE STATEMENT-RECORD.

101526     COMPUTE WS-AMOUNT-EDIT = ZERO - WS-CHARGEBACK-TOTAL.
101526     MOVE SPACES TO STATEMENT-RECORD.
101526     STRING 'CHARGEBACKS        '
101526            '                                    '
101526            WS-AMOUNT-EDIT
101526         DELIMITED BY SIZE INTO STATEMENT-RECORD
101526     END-STRING.
101526     WRITE STATEMENT-RECORD.

           MOVE WS-RUNNING-BALANCE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING 'CLOSING BALANCE'
