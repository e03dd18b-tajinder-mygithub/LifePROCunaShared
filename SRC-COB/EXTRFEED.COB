090126*H                 of silently dropping off the ledger.
090126*H 20260901-016-02 MAINT Refuse to run over an open start
090126*H                 record (CRUNCTRL interlock).
101526*H 20261015-001-02 MAINT Commission priced off the maintained
101526*H                 rate schedule (CCOMRATE / COMMSCHD.PDM) by
101526*H                 company, product and policy year - each split
101526*H                 agent's share applies to the scheduled
101526*H                 commission, not the raw premium.  Driver
101526*H                 passes the product ID; detail line carries
101526*H                 the policy year and rate applied.
101526*H 20261015-032-01 MAINT Production credit - premium times each
101526*H                 split row's production percentage, rolled
101526*H                 up per agent alongside commission, posted
101526*H                 to the production ledger (PRODLDG.PDM) and
101526*H                 carried on the detail line.
101526*H 20261015-033-01 MAINT Mark commission ledger records as the
101526*H                 commission record type - the ledger now
101526*H                 also carries persistency bonuses.
101526*H 20261015-034-01 MAINT Policy commission history - every
101526*H                 transaction's share per split agent written
101526*H                 to the permanent keyed store (POLCOMHIST)
101526*H                 CPCHINQ answers policy inquiries from.
101526*H 20261015-035-01 MAINT Benefit increase transactions (driver
101526*H                 flag 'I', fed by CINCFEED from AST31EXT) -
101526*H                 priced off the increase schedule, and paid
101526*H                 only under a split that takes premium
101526*H                 increases.  A refused start is now returned
101526*H                 to the driver in WFUNC-RETURN-CODE.
101526*H 20261015-038-11 MAINT Policy history rows keyed by a run stamp
101526*H                 (start date and time) carried on the
101526*H                 checkpoint, so a restart on a later day
101526*H                 re-keys identically; ledger records clear
101526*H                 the new bonus-period field.
      *H
      *H****************************************************************

090126 COPY WLORGCPY.
090126                                 STATUS IS FEED-ROUTE-STATUS.

101526*    Production credit ledger - per agent per run, the input
101526*    to the CPRODRPT production report and leaderboard.
101526     SELECT PRODUCTION-LEDGER-FILE
101526 COPY WVARYCPY.
101526                                 PRODUCTION-LEDGER-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS PRODUCTION-STATUS.

101526*    Policy commission history - one keyed row per transaction
101526*    per split agent, never purged.  Written as each
101526*    transaction is priced; the key makes a restarted run's
101526*    re-driven transactions land on rows already on file.
101526     SELECT POLICY-HISTORY-FILE
101526 COPY WVARYCPY.
101526                                 POLICY-HISTORY-NAME
101526                                 ORGANIZATION IS INDEXED
101526                                 ACCESS MODE IS DYNAMIC
101526                                 RECORD KEY IS PCHR-KEY
101526                                 STATUS IS POLICY-HISTORY-STATUS.

082326*    Agent license master - the same AGTMASTR.PDM file CAGTVALD
082326*    validates splits against, read here to decide who is
082326*    currently licensed.
080826     LABEL RECORDS ARE STANDARD.
090126*    Destination plus agent - a restart knows which
090126*    destination file it left off in, not just which agency.
101526*    Then the run's history stamp (start date and time), on
101526*    file from the first transaction on, so a restart keys its
101526*    history rows exactly as the interrupted run did.  Until
101526*    the first agency line is out, destination and agent are
101526*    SPACES.
101526 01  CHECKPOINT-RECORD               PIC X(29).

082326 FD  DETAIL-FILE
082326     LABEL RECORDS ARE STANDARD.
090126     LABEL RECORDS ARE STANDARD.
090126 COPY WFRTECPY.

101526 FD  PRODUCTION-LEDGER-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WPRDLCPY.

101526 FD  POLICY-HISTORY-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WPCHRCPY.

082326 FD  AGENT-MASTER-FILE
082326     LABEL RECORDS ARE STANDARD.
082326 COPY WAGTMCPY.
080826     05  PFILEINS                   PIC X(08) VALUE 'PFILEINS'.
080826     05  PCMCTBOX                   PIC X(08) VALUE 'PCMCTBOX'.
082326     05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CCOMRATE                   PIC X(08) VALUE 'CCOMRATE'.

082326     COPY WRUNCCPY.
101526     COPY WCRATCPY.
101526     COPY WRETNCPY.

080826 01  EXTRACT-STATUS                  PIC XX.
080826 01  EXTRACT-FILE-NAME.
082326     05  FILLER                      PIC X(15) VALUE
082326                                          'COMMLDG.PDM'.

101526 01  PRODUCTION-STATUS               PIC XX.
101526*    Shared ledger, one copy per work drive - contest and bonus
101526*    qualification reads the year's production from it.
101526 01  PRODUCTION-LEDGER-NAME.
101526     05  WS-PRODUCTION-FILE-DRIVE    PIC X(01) VALUE 'H'.
101526     05  FILLER                      PIC X(01) VALUE ':'.
101526     05  FILLER                      PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'PRODLDG.PDM'.

101526 01  POLICY-HISTORY-STATUS           PIC XX.
101526*    Shared keyed store - on WGLOB-EXTRACT-NETWORK-PATH when one
101526*    is configured, so on-demand inquiry sessions can reach it,
101526*    on the work drive otherwise (CLNHLOAD's placement).
101526 01  POLICY-HISTORY-NAME             PIC X(255).
101526 01  WS-HISTORY-OPEN-FLAG            PIC X(01) VALUE 'N'.
101526     88  WS-HISTORY-FILE-OPEN            VALUE 'Y'.

101526*    The run stamp this run loads its history rows under, and
101526*    which occurrence of its company/policy/coverage/date the
101526*    current transaction is within the run - two premiums on
101526*    the same day are two rows, while the same premium
101526*    re-driven by a restart is the same row.  Past the table's
101526*    capacity the occurrence is found by stepping past keys
101526*    already on file instead.
101526 01  WS-HISTORY-RUN-STAMP.
101526     05  WS-HISTORY-LOAD-DATE        PIC 9(08).
101526     05  WS-HISTORY-LOAD-TIME        PIC 9(06).
101526 01  WS-HISTORY-CLOCK                PIC 9(08).
101526 78  WS-MAX-HISTORY-IDENTITIES           VALUE 5000.
101526 01  WS-HIST-ID-COUNT                PIC 9(04) VALUE ZERO.
101526 01  WS-HIST-ID-IDX                  PIC 9(04).
101526 01  WS-HIST-ID-TABLE.
101526     05  WS-HIST-ID-ENTRY OCCURS WS-MAX-HISTORY-IDENTITIES TIMES.
101526         10  WS-HIST-ID-KEY              PIC X(26).
101526         10  WS-HIST-ID-OCCURS           PIC 9(03).
101526 01  WS-HIST-TRANSACTION-ID.
101526     05  WS-HIST-TXN-COMPANY         PIC X(02).
101526     05  WS-HIST-TXN-POLICY          PIC X(12).
101526     05  WS-HIST-TXN-COVERAGE        PIC X(04).
101526     05  WS-HIST-TXN-DATE            PIC 9(08).
101526 01  WS-HIST-OCCURRENCE              PIC 9(03).
101526 01  WS-HIST-STEP-FLAG               PIC X(01).
101526     88  WS-HIST-STEP-ON-DUPLICATE       VALUE 'Y'.

082326 01  WS-COML-WRITE-AGENT             PIC X(12).
082326 01  WS-COML-WRITE-COMMISSION        PIC S9(09)V99.
082326 01  WS-COML-WRITE-PREMIUM           PIC S9(09)V99.
080826 01  WS-SPLIT-ENTRY-IDX              PIC S9(09) COMP-5.
080826 01  WS-CURRENT-SPLIT-ENTRY          PIC S9(09) COMP-5.
080826 01  WS-COMM-AMOUNT                  PIC S9(09)V99.
101526*    This transaction's production credit for the split row -
101526*    the premium times the row's production percentage.
101526 01  WS-PROD-CREDIT-AMOUNT           PIC S9(09)V99.
101526 01  WS-DETAIL-CREDIT-EDIT           PIC -9(09).99.
101526*    The transaction's premium priced at its schedule rate -
101526*    what the split percentages divide.
101526 01  WS-SCHEDULED-COMMISSION         PIC S9(09)V9(06).
101526 01  WS-DETAIL-RATE-EDIT             PIC 9(03).9999.
080826 01  WS-AGENCY-TABLE.
080826     05  WS-AGENCY-ENTRY OCCURS WGLB2-MAX-AGENCIES TIMES.
080826         10  WS-AGENCY-AGENT-NUMBER      PIC X(12).
090126                                             VALUE ZERO.
090126         10  WS-AGENCY-OVFL-PREMIUM      PIC S9(09)V99
090126                                             VALUE ZERO.
101526         10  WS-AGENCY-TOTAL-PROD-CREDIT PIC S9(09)V99
101526                                             VALUE ZERO.

080826*    STRINGing WS-AGENCY-TOTAL-PREMIUM/-COMMISSION directly
080826*    would drop the decimal point and turn a negative sign into
090126     05  WS-SORT-SWAP-DEST              PIC X(03).
090126     05  WS-SORT-SWAP-OVFL-COMMISSION   PIC S9(09)V99.
090126     05  WS-SORT-SWAP-OVFL-PREMIUM      PIC S9(09)V99.
101526     05  WS-SORT-SWAP-PROD-CREDIT       PIC S9(09)V99.

      ******************************************************************
       LINKAGE SECTION.
090126*        own split.  New field rides at the end of the record
090126*        so an un-rebuilt driver still lines up.
090126     05  WLKFD-COVERAGE-ID          PIC X(04).
101526*        Product the policy was issued under - keys the
101526*        commission rate schedule.  SPACES prices off the
101526*        company's default schedule rows.
101526     05  WLKFD-PRODUCT-ID           PIC X(10).
101526*        'I' - the premium is a benefit increase's added (or,
101526*        on a chargeback, removed) premium, priced off the
101526*        increase schedule.  SPACE is ordinary premium.
101526     05  WLKFD-COMMISSION-SOURCE    PIC X(01).
101526         88  WLKFD-PREMIUM-INCREASE     VALUE 'I'.

      ******************************************************************
080826 PROCEDURE DIVISION USING WGLOBAL
080826                 PERFORM 2000-PROCESS-TRANSACTION
090126             END-IF
080826         END-IF
101526*        Tell the driver its transactions went nowhere, so it
101526*        does not treat the run as fed.
101526         IF WS-RUN-REFUSED
101526             MOVE LP-RC-RUN-START-REFUSED TO WFUNC-RETURN-CODE
101526         END-IF
080826     END-IF.

           EXIT PROGRAM.
082326             OPEN OUTPUT DETAIL-FILE
082326             MOVE 'Y' TO WS-DETAIL-OPEN-FLAG
082326         END-IF

101526         IF NOT WS-RUN-REFUSED
101526             PERFORM 1050-OPEN-POLICY-HISTORY
101526         END-IF
080826     END-IF.

080826     EXIT.

      ******************************************************************
101526 1050-OPEN-POLICY-HISTORY.
101526*    The store is opened once for the run and held open across
101526*    transaction calls like the detail file.  A first run
101526*    creates it.  A store that still will not open leaves the
101526*    feed itself unaffected - the history rows are skipped.

101526     PERFORM 1055-SET-HISTORY-STAMP.

101526     IF WGLOB-EXTRACT-NETWORK-PATH NOT = SPACES
101526         MOVE SPACES TO POLICY-HISTORY-NAME
101526         STRING FUNCTION TRIM (WGLOB-EXTRACT-NETWORK-PATH)
101526                'RPOLCOMHIST.PDM'            DELIMITED BY SIZE
101526           INTO POLICY-HISTORY-NAME
101526     ELSE
101526         MOVE SPACES TO POLICY-HISTORY-NAME
101526         STRING WOPTION-WORK-DRIVE ':RPOLCOMHIST.PDM'
101526                                              DELIMITED BY SIZE
101526           INTO POLICY-HISTORY-NAME
101526     END-IF.

101526     OPEN I-O POLICY-HISTORY-FILE.
101526     IF POLICY-HISTORY-STATUS = '35'
101526         OPEN OUTPUT POLICY-HISTORY-FILE
101526         CLOSE POLICY-HISTORY-FILE
101526         OPEN I-O POLICY-HISTORY-FILE
101526     END-IF.
101526     IF POLICY-HISTORY-STATUS = '00'
101526         MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
101526     END-IF.

101526     EXIT.

      ******************************************************************
101526 1055-SET-HISTORY-STAMP.
101526*    A checkpoint left by an interrupted run hands back that
101526*    run's stamp.  Otherwise the stamp is this run's start and
101526*    goes onto a fresh checkpoint before any row is keyed by it.

101526     MOVE SPACES TO CHECKPOINT-RECORD.
101526     OPEN INPUT CHECKPOINT-FILE.
101526     IF CHECKPOINT-STATUS = '00'
101526         READ CHECKPOINT-FILE
101526             AT END
101526                 MOVE SPACES TO CHECKPOINT-RECORD
101526         END-READ
101526         CLOSE CHECKPOINT-FILE
101526     END-IF.

101526     IF CHECKPOINT-RECORD (16:14) IS NUMERIC
101526         MOVE CHECKPOINT-RECORD (16:14) TO WS-HISTORY-RUN-STAMP
101526         EXIT PARAGRAPH
101526     END-IF.

101526     ACCEPT WS-HISTORY-LOAD-DATE FROM DATE YYYYMMDD.
101526     ACCEPT WS-HISTORY-CLOCK     FROM TIME.
101526     MOVE WS-HISTORY-CLOCK (1:6) TO WS-HISTORY-LOAD-TIME.

101526     OPEN OUTPUT CHECKPOINT-FILE.
101526     MOVE SPACES                 TO CHECKPOINT-RECORD.
101526     MOVE WS-HISTORY-RUN-STAMP   TO CHECKPOINT-RECORD (16:14).
101526     WRITE CHECKPOINT-RECORD.
101526     CLOSE CHECKPOINT-FILE.

101526     EXIT.

      ******************************************************************
080826 2000-PROCESS-TRANSACTION.


080826     IF WCMCP-RETURN-CODE = ZERO
080826         PERFORM 2050-FIND-CURRENT-SPLIT-ENTRY
101526*        A split keyed as not taking premium increases pays
101526*        nothing on one - and so charges nothing back on a
101526*        decrease either.
101526         IF WLKFD-PREMIUM-INCREASE
101526             AND WCMCP-OUT-PREMIUM-INCREASE
101526                     (WS-CURRENT-SPLIT-ENTRY) = 'N'
101526             EXIT PARAGRAPH
101526         END-IF
101526         PERFORM 2060-PRICE-TRANSACTION
101526         IF WS-HISTORY-FILE-OPEN
101526             PERFORM 2070-COUNT-HISTORY-OCCURRENCE
101526         END-IF
080826         PERFORM VARYING WS-SPLIT-AGENT-IDX FROM 1 BY 1
080826             UNTIL WS-SPLIT-AGENT-IDX > WCMCP-MAX-AGENTS
080826             IF WCMCP-OUT-AGENT

080826     EXIT.

      ******************************************************************
101526 2060-PRICE-TRANSACTION.
101526*    The schedule rate for this company/product/policy year -
101526*    the policy year counts from the current split entry's
101526*    issue date.  No schedule row prices at 100%, the premium
101526*    itself.

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
101526 2070-COUNT-HISTORY-OCCURRENCE.
101526*    Counted once per transaction, before the split agents are
101526*    walked, so every agent's row for it shares the occurrence.

101526     MOVE WLKFD-COMPANY-CODE     TO WS-HIST-TXN-COMPANY.
101526     MOVE WLKFD-POLICY-NUMBER    TO WS-HIST-TXN-POLICY.
101526     MOVE WLKFD-COVERAGE-ID      TO WS-HIST-TXN-COVERAGE.
101526     MOVE WLKFD-TRANSACTION-DATE TO WS-HIST-TXN-DATE.
101526     MOVE 'N'                    TO WS-HIST-STEP-FLAG.

101526     PERFORM VARYING WS-HIST-ID-IDX FROM 1 BY 1
101526         UNTIL WS-HIST-ID-IDX > WS-HIST-ID-COUNT
101526         IF WS-HIST-ID-KEY (WS-HIST-ID-IDX)
101526                 = WS-HIST-TRANSACTION-ID
101526             EXIT PERFORM
101526         END-IF
101526     END-PERFORM.

101526     IF WS-HIST-ID-IDX NOT > WS-HIST-ID-COUNT
101526         AND WS-HIST-ID-OCCURS (WS-HIST-ID-IDX) < 999
101526         ADD 1 TO WS-HIST-ID-OCCURS (WS-HIST-ID-IDX)
101526         MOVE WS-HIST-ID-OCCURS (WS-HIST-ID-IDX)
101526                                 TO WS-HIST-OCCURRENCE
101526         EXIT PARAGRAPH
101526     END-IF.

101526     IF WS-HIST-ID-IDX > WS-HIST-ID-COUNT
101526         AND WS-HIST-ID-COUNT < WS-MAX-HISTORY-IDENTITIES
101526         ADD 1 TO WS-HIST-ID-COUNT
101526         MOVE WS-HIST-TRANSACTION-ID
101526                             TO WS-HIST-ID-KEY (WS-HIST-ID-COUNT)
101526         MOVE 1
101526                         TO WS-HIST-ID-OCCURS (WS-HIST-ID-COUNT)
101526         MOVE 1              TO WS-HIST-OCCURRENCE
101526         EXIT PARAGRAPH
101526     END-IF.

101526*    Table full (or the identity's count exhausted) - fall back
101526*    to stepping the occurrence past whatever is already on file.
101526*    A restart re-drives these as new rows, the one case the
101526*    store can double.
101526     MOVE 1   TO WS-HIST-OCCURRENCE.
101526     MOVE 'Y' TO WS-HIST-STEP-FLAG.

101526     EXIT.

      ******************************************************************
080826 2100-ACCUMULATE-AGENT.

080826         EXIT PARAGRAPH
080826     END-IF.

101526*    The split percentage divides the scheduled commission,
101526*    not the raw premium.
080826     COMPUTE WS-COMM-AMOUNT ROUNDED =
101526         WS-SCHEDULED-COMMISSION
080826         * WCMCP-OUT-COMM-PCNT
080826             (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX) / 100.

082326     ADD 1                    TO WS-AGENCY-POLICY-COUNT
082326                                              (WS-AGENCY-IDX).
101526*    Production credit follows the premium itself, not the
101526*    scheduled commission, and keeps its sign - a reversal's
101526*    negated premium takes the credit back.
101526     COMPUTE WS-PROD-CREDIT-AMOUNT ROUNDED =
101526         WLKFD-TRANSACTION-PREMIUM
101526         * WCMCP-OUT-PROD-PCNT
101526             (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX) / 100.
101526     ADD WS-PROD-CREDIT-AMOUNT
101526                             TO WS-AGENCY-TOTAL-PROD-CREDIT
101526                                              (WS-AGENCY-IDX).
082326     IF WLKFD-CHARGEBACK-REC
082326*        A reversal arrives with its premium negated - carry the
082326*        commission share as a positive amount owed back, in its
082326         PERFORM 2160-WRITE-DETAIL-LINE
082326     END-IF.

101526     IF WS-HISTORY-FILE-OPEN
101526         PERFORM 2170-WRITE-POLICY-HISTORY
101526     END-IF.

080826     EXIT.

      ******************************************************************
082326     MOVE WLKFD-TRANSACTION-PREMIUM
082326                             TO WS-DETAIL-PREMIUM-EDIT.
082326     MOVE WS-COMM-AMOUNT     TO WS-DETAIL-SHARE-EDIT.
101526     MOVE WCRAT-OUT-RATE-PCNT
101526                             TO WS-DETAIL-RATE-EDIT.
101526     MOVE WS-PROD-CREDIT-AMOUNT
101526                             TO WS-DETAIL-CREDIT-EDIT.
082326     MOVE WCMCP-OUT-COMM-PCNT
082326             (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX)
082326                             TO WS-DETAIL-PCNT-EDIT.
082326            '|' WS-DETAIL-PREMIUM-EDIT       DELIMITED BY SIZE
082326            '|' WS-DETAIL-PCNT-EDIT          DELIMITED BY SIZE
082326            '|' WS-DETAIL-SHARE-EDIT         DELIMITED BY SIZE
101526            '|' WCRAT-OUT-POLICY-YEAR        DELIMITED BY SIZE
101526            '|' WS-DETAIL-RATE-EDIT          DELIMITED BY SIZE
101526            '|' WS-DETAIL-CREDIT-EDIT        DELIMITED BY SIZE
082326       INTO DETAIL-RECORD.
082326     WRITE DETAIL-RECORD.

082326     EXIT.

      ******************************************************************
101526 2170-WRITE-POLICY-HISTORY.
101526*    A duplicate key is this same transaction already loaded -
101526*    a restarted run re-driving it - and is left as it stands.

101526     MOVE WLKFD-COMPANY-CODE     TO PCHR-COMPANY-CODE.
101526     MOVE WLKFD-POLICY-NUMBER    TO PCHR-POLICY-NUMBER.
101526     MOVE WLKFD-TRANSACTION-DATE TO PCHR-TRANSACTION-DATE.
101526     MOVE WLKFD-COVERAGE-ID      TO PCHR-COVERAGE-ID.
101526     MOVE WS-HISTORY-LOAD-DATE   TO PCHR-LOAD-DATE.
101526     MOVE WS-HISTORY-LOAD-TIME   TO PCHR-LOAD-TIME.
101526     MOVE WS-HIST-OCCURRENCE     TO PCHR-OCCURRENCE.
101526     MOVE WS-SPLIT-AGENT-IDX     TO PCHR-SPLIT-ROW.
101526     MOVE WCMCP-OUT-AGENT
101526             (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX)
101526                                 TO PCHR-AGENT-NUMBER.
101526     MOVE WLKFD-RECORD-TYPE      TO PCHR-RECORD-TYPE.
101526     IF WLKFD-CHARGEBACK-REC
101526         MOVE 'Y'                TO PCHR-CHARGEBACK-FLAG
101526     ELSE
101526         MOVE 'N'                TO PCHR-CHARGEBACK-FLAG
101526     END-IF.
101526     MOVE WLKFD-TRANSACTION-PREMIUM
101526                                 TO PCHR-PREMIUM.
101526     MOVE WCRAT-OUT-RATE-PCNT    TO PCHR-RATE-PCNT.
101526     MOVE WCMCP-OUT-COMM-PCNT
101526             (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX)
101526                                 TO PCHR-SPLIT-PCNT.
101526     MOVE WS-COMM-AMOUNT         TO PCHR-COMMISSION.

101526     WRITE PCHR-RECORD.
101526     IF WS-HIST-STEP-ON-DUPLICATE
101526         PERFORM UNTIL POLICY-HISTORY-STATUS NOT = '22'
101526                 OR PCHR-OCCURRENCE = 999
101526             ADD 1 TO PCHR-OCCURRENCE
101526             WRITE PCHR-RECORD
101526         END-PERFORM
101526     END-IF.

101526     EXIT.

      ******************************************************************
082326 5008-WRITE-CHARGEBACK-LEDGER.
082326*    One rollup ledger record per agency per run, written right
082326         MOVE 'N' TO WS-DETAIL-OPEN-FLAG
082326     END-IF.

101526     IF WS-HISTORY-FILE-OPEN
101526         CLOSE POLICY-HISTORY-FILE
101526         MOVE 'N' TO WS-HISTORY-OPEN-FLAG
101526     END-IF.

082326     SET WRUNC-RECORD-END    TO TRUE.
082326     MOVE 'EXTRFEED'         TO WRUNC-JOB-NAME.
082326     MOVE WS-AGENCY-COUNT    TO WRUNC-RECORD-COUNT.
090126*                agency earned under, not one blind rollup.
090126                 PERFORM 5024-POST-AGENCY-LEDGER-CELLS
082326             END-IF
101526*            Production credit posts whatever the agent's
101526*            license standing - suspense holds the money, not
101526*            the sale.
101526             IF WS-AGENCY-TOTAL-PROD-CREDIT (WS-AGENCY-IDX)
101526                     NOT = ZERO
101526                 PERFORM 5025-APPEND-PRODUCTION-LEDGER
101526             END-IF
082326             IF WS-SUSPENSE-AMOUNT NOT = ZERO
082326                 PERFORM 5009-WRITE-SUSPENSE-LINE
082326             ELSE
082326     MOVE WS-COML-WRITE-PREMIUM      TO COML-PREMIUM-AMOUNT.
090126     MOVE WS-COML-WRITE-COMPANY      TO COML-COMPANY-CODE.
090126     MOVE WS-COML-WRITE-MARKET       TO COML-MARKET-CODE.
101526     SET COML-COMMISSION-RECORD      TO TRUE.
101526     MOVE SPACES                     TO COML-BONUS-PERIOD.
082326     WRITE COML-LEDGER-RECORD.

082326     CLOSE COMMISSION-LEDGER-FILE.

082326     EXIT.

      ******************************************************************
101526 5025-APPEND-PRODUCTION-LEDGER.
101526*    One record per agency per run, inside the same checkpoint
101526*    skip as the commission ledger so a restart cannot double
101526*    it.  Open-append-close per record, the same crash-safe
101526*    idiom the other ledgers use.

101526     MOVE WOPTION-WORK-DRIVE TO WS-PRODUCTION-FILE-DRIVE.
101526     OPEN EXTEND PRODUCTION-LEDGER-FILE.
101526     IF PRODUCTION-STATUS = '35' OR '05'
101526         OPEN OUTPUT PRODUCTION-LEDGER-FILE
101526     END-IF.

101526     MOVE WS-AGENCY-AGENT-NUMBER (WS-AGENCY-IDX)
101526                                 TO PRDL-AGENT-NUMBER.
101526     MOVE WS-RUN-DATE-YYYYMMDD   TO WS-POSTING-DATE.
101526     PERFORM 5016-GUARD-CLOSED-MONTH.
101526     MOVE WS-POSTING-DATE        TO PRDL-RUN-DATE.
101526     MOVE WS-AGENCY-TOTAL-PROD-CREDIT (WS-AGENCY-IDX)
101526                                 TO PRDL-PRODUCTION-CREDIT.
101526     MOVE WS-AGENCY-TOTAL-PREMIUM (WS-AGENCY-IDX)
101526                                 TO PRDL-PREMIUM-AMOUNT.
101526     WRITE PRDL-LEDGER-RECORD.

101526     CLOSE PRODUCTION-LEDGER-FILE.

101526     EXIT.

      ******************************************************************
090126 5024-POST-AGENCY-LEDGER-CELLS.
090126*    Every company/market cell this agency accumulated posts
090126                             TO WS-LAST-CHECKPOINT-DEST
090126                 MOVE CHECKPOINT-RECORD (4:12)
080826                             TO WS-LAST-CHECKPOINT-AGENT
101526*                Only the history stamp on file - the prior run
101526*                stopped before any agency line went out.
101526                 IF WS-LAST-CHECKPOINT-DEST NOT = SPACES
101526                     MOVE 'Y' TO WS-CHECKPOINT-FOUND-FLAG
101526                     MOVE 'Y' TO WS-RESUMING-FLAG
101526                 END-IF
080826         END-READ
080826         CLOSE CHECKPOINT-FILE
080826     END-IF.
090126                             TO CHECKPOINT-RECORD (1:3).
080826     MOVE WS-AGENCY-AGENT-NUMBER (WS-AGENCY-IDX)
090126                             TO CHECKPOINT-RECORD (4:12).
101526     MOVE WS-HISTORY-RUN-STAMP
101526                             TO CHECKPOINT-RECORD (16:14).
080826     WRITE CHECKPOINT-RECORD.
080826     CLOSE CHECKPOINT-FILE.

