      *D   override percentage applied and the override amount -
      *D   then on the trailer call sorts by override agent and
      *D   writes one print-image statement per GA/MGA with a
101526*D   rollup total, and within it what was earned on benefit
101526*D   increases and what was charged back.
101526*D
101526*D   Commission on benefit increases is paid through CINCFEED,
101526*D   not the driver, so on the trailer call the rows CINCFEED
101526*D   has logged to INCCOMLG.PDM since the last statement run
101526*D   (the count read is kept on OVRINCCK.PDM) are spooled too -
101526*D   priced at the increase rate and skipped where the split
101526*D   takes no increases, exactly as EXTRFEED paid them.
      *D
      *D**********************************************************

      *H**********************************************************
      *H
090126*H 20260901-030-01 MAINT New program.
101526*H 20261015-001-05 MAINT Commission priced off the rate
101526*H                       schedule (CCOMRATE) the same way the
101526*H                       feed prices it, so the statement ties
101526*H                       to the ledger.
101526*H 20261015-036-15 MAINT Increase commission: the commission
101526*H                       source rides the linkage, prices at
101526*H                       the increase rate and honours a split
101526*H                       that takes no increases; CINCFEED's
101526*H                       logged rows are itemized and totalled.
      *H
      *H**********************************************************

       COPY WLORGCPY.
                                       STATUS IS STATEMENT-STATUS.

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
           05  STW-OVERRIDE-PCNT          PIC S9(03)V9(02).
           05  STW-OVERRIDE-AMOUNT        PIC S9(09)V9(02).
101526     05  STW-RECORD-TYPE            PIC X(01).
101526     05  STW-COMMISSION-SOURCE      PIC X(01).

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-RECORD                PIC X(132).

101526 FD  INCREASE-LOG-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WINCTCPY.

101526 FD  INCREASE-CHECKPOINT-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 01  INCREASE-CHECKPOINT-RECORD      PIC 9(09).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-OVERRIDE-AGENT          PIC X(12).
           05  SW-PREMIUM                 PIC S9(07)V9(02).
           05  SW-OVERRIDE-PCNT           PIC S9(03)V9(02).
           05  SW-OVERRIDE-AMOUNT         PIC S9(09)V9(02).
101526     05  SW-RECORD-TYPE             PIC X(01).
101526     05  SW-COMMISSION-SOURCE       PIC X(01).

      ************************************************************
      *         WORKING STORAGE

       01  CALLED-MODULES.
           05  PCMCTBOX                   PIC X(08) VALUE 'PCMCTBOX'.
101526     05  CCOMRATE                   PIC X(08) VALUE 'CCOMRATE'.

101526     COPY WCRATCPY.

       01  STATEMENT-WORK-STATUS           PIC XX.
       01  STATEMENT-STATUS                PIC XX.
101526 01  INCREASE-LOG-STATUS             PIC XX.
101526 01  INCREASE-CHKPT-STATUS           PIC XX.

       01  STATEMENT-WORK-NAME.
           05  WS-WORK-FILE-DRIVE          PIC X(01) VALUE 'H'.

       01  STATEMENT-FILE-NAME             PIC X(30).

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
101526                                          'OVRINCCK.PDM'.

101526*    Increase log rows already on an earlier run's statements,
101526*    and how far this run has read.
101526 01  WS-INCREASE-CHECKPOINT          PIC 9(09) VALUE ZERO.
101526 01  WS-INCREASE-READ                PIC 9(09) VALUE ZERO.
101526 01  WS-INCREASE-EOF-FLAG            PIC X(01) VALUE 'N'.
101526     88  END-OF-INCREASE-LOG                 VALUE 'Y'.

       01  WS-FIRST-CALL-FLAG              PIC X(01) VALUE 'Y'.
           88  WS-FIRST-CALL                   VALUE 'Y'.

       01  WS-SPLIT-AGENT-IDX              PIC S9(04) COMP-5.
       01  WS-SPLIT-ENTRY-IDX              PIC S9(09) COMP-5.
       01  WS-CURRENT-SPLIT-ENTRY          PIC S9(09) COMP-5.
101526 01  WS-SCHEDULED-COMMISSION         PIC S9(09)V9(06).
       01  WS-SCAN-IDX                     PIC S9(04) COMP-5.
       01  WS-WRITING-AGENT                PIC X(12).
       01  WS-OVERRIDE-AMOUNT              PIC S9(09)V99.
       01  WS-BREAK-LEVEL                  PIC X(04).
       01  WS-AGENT-TOTAL                  PIC S9(09)V99.
       01  WS-AGENT-LINES                  PIC 9(05).
101526 01  WS-AGENT-INCREASE-TOTAL         PIC S9(09)V99.
101526 01  WS-AGENT-CHARGEBACK-TOTAL       PIC S9(09)V99.

       01  WS-AMOUNT-EDIT                  PIC -9(09).99.
       01  WS-PREMIUM-EDIT                 PIC -9(07).99.
       01  WS-PCNT-EDIT                    PIC -9(03).99.

101526*    The transaction being spooled - the caller's record, or a
101526*    row off the increase commission log.
101526 01  WLKFD-LINKAGE-RECORD.
           05  WLKFD-COMPANY-CODE         PIC X(02).
           05  WLKFD-POLICY-NUMBER        PIC X(12).
           05  WLKFD-TRANSACTION-PREMIUM  PIC S9(07)V99 COMP-3.
      *        Coverage the transaction's premium belongs to - same
      *        trailing-field extension the feed's copy carries.
           05  WLKFD-COVERAGE-ID          PIC X(04).
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
               PERFORM 2060-FIND-WRITING-AGENT
101526         PERFORM 2070-PRICE-TRANSACTION
               PERFORM VARYING WS-SPLIT-AGENT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-AGENT-IDX > WCMCP-MAX-AGENTS
                   IF WCMCP-OUT-AGENT
           EXIT.

      ******************************************************************
101526 2070-PRICE-TRANSACTION.
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
       2100-SPOOL-ONE-OVERRIDE.

           COMPUTE WS-OVERRIDE-AMOUNT ROUNDED =
101526         WS-SCHEDULED-COMMISSION
               * WCMCP-OUT-COMM-PCNT
                   (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX) / 100.

                   (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX)
                                       TO STW-OVERRIDE-PCNT.
           MOVE WS-OVERRIDE-AMOUNT     TO STW-OVERRIDE-AMOUNT.
101526     MOVE WLKFD-RECORD-TYPE      TO STW-RECORD-TYPE.
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

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-OVERRIDE-AGENT
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
101526     MOVE 'N' TO WS-INCREASE-EOF-FLAG.
101526     PERFORM UNTIL END-OF-INCREASE-LOG
101526         READ INCREASE-LOG-FILE
101526             AT END
101526                 MOVE 'Y' TO WS-INCREASE-EOF-FLAG
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
       6000-WRITE-SORTED-STATEMENTS.

           WRITE STATEMENT-RECORD.

           MOVE ZERO TO WS-AGENT-TOTAL
101526                  WS-AGENT-LINES
101526                  WS-AGENT-INCREASE-TOTAL
101526                  WS-AGENT-CHARGEBACK-TOTAL.

           EXIT.

                  WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING.
101526     IF SW-RECORD-TYPE = 'C'
101526         MOVE 'CHARGEBACK'     TO STATEMENT-RECORD (73:10)
101526         ADD SW-OVERRIDE-AMOUNT TO WS-AGENT-CHARGEBACK-TOTAL
101526     END-IF.
101526     IF SW-COMMISSION-SOURCE = 'I'
101526         IF SW-RECORD-TYPE = 'C'
101526             MOVE 'DECREASE'   TO STATEMENT-RECORD (84:8)
101526         ELSE
101526             MOVE 'INCREASE'   TO STATEMENT-RECORD (84:8)
101526             ADD SW-OVERRIDE-AMOUNT TO WS-AGENT-INCREASE-TOTAL
101526         END-IF
101526     END-IF.
           WRITE STATEMENT-RECORD.

           ADD SW-OVERRIDE-AMOUNT TO WS-AGENT-TOTAL.
           END-STRING.
           WRITE STATEMENT-RECORD.

101526*    Chargebacks arrive with the premium negated, so they are
101526*    already netted in the total above.
101526     MOVE WS-AGENT-INCREASE-TOTAL TO WS-AMOUNT-EDIT.
101526     MOVE SPACES TO STATEMENT-RECORD.
101526     STRING '  OF WHICH ON BENEFIT INCREASES      '
101526            WS-AMOUNT-EDIT
101526         DELIMITED BY SIZE INTO STATEMENT-RECORD
101526     END-STRING.
101526     WRITE STATEMENT-RECORD.

101526     MOVE WS-AGENT-CHARGEBACK-TOTAL TO WS-AMOUNT-EDIT.
101526     MOVE SPACES TO STATEMENT-RECORD.
101526     STRING '  OF WHICH CHARGED BACK              '
101526            WS-AMOUNT-EDIT
101526         DELIMITED BY SIZE INTO STATEMENT-RECORD
101526     END-STRING.
101526     WRITE STATEMENT-RECORD.

           CLOSE STATEMENT-FILE.

           EXIT.
