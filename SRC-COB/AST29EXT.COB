082326*H                     a per-request file.
090126*H 20260901-016-02 MAINT Refuse to run over an open start
090126*H                 record (CRUNCTRL interlock).
101526*H 20261015-019-01 MAINT In-force projection section ('V'
101526*H                 record) - end-of-next-year policy and
101526*H                 surrender value on guaranteed and current
101526*H                 rates, with a lapse flag per basis.
101526*H 20261015-030-03 MAINT Record the batch start before any file
101526*H                 name is built - the start applies the
101526*H                 job's registry settings (CJOBPARM).
      *H
      *H**********************************************************

080826 01  WS-L-PAYMENT-EDIT           PIC -9(08).99.
080826 01  WS-L-BAL-AFTER-EDIT         PIC -9(08).99.
080826 01  WS-I-RATE-EDIT              PIC -9(03).99.
101526 01  WS-V-GUAR-RATE-EDIT         PIC -9(03).99.
101526 01  WS-V-CURR-RATE-EDIT         PIC -9(03).99.
101526 01  WS-V-PLANNED-PREM-EDIT      PIC -9(08).99.
101526 01  WS-V-DEDUCTIONS-EDIT        PIC -9(08).99.
101526 01  WS-V-GUAR-VALUE-EDIT        PIC -9(08).99.
101526 01  WS-V-GUAR-SURR-EDIT         PIC -9(08).99.
101526 01  WS-V-CURR-VALUE-EDIT        PIC -9(08).99.
101526 01  WS-V-CURR-SURR-EDIT         PIC -9(08).99.

101526*    One year's in-force projection, built from the period just
101526*    reported: the ending policy value rolled forward a year at
101526*    the guaranteed rate and again at the current crediting
101526*    rate (the latest 'I' rate on file), with the planned
101526*    premium coming in and last year's deductions going out.
101526*    Last year's deductions are not on the linkage record, so
101526*    they are implied from the year's own roll - start value
101526*    plus premiums and interest, less withdrawals, withdrawal
101526*    charges and the end value.  The surrender charge is held
101526*    at today's (end value less end surrender value).  Either
101526*    basis whose surrender value runs out flags a lapse.
101526 01  WS-PROJECTION-DATA.
101526     05  WS-V-GUARANTEED-RATE        PIC S9(03)V9(02).
101526     05  WS-V-CURRENT-RATE           PIC S9(03)V9(02).
101526     05  WS-V-PLANNED-PREMIUM        PIC S9(08)V9(02).
101526     05  WS-V-ANNUAL-DEDUCTIONS      PIC S9(08)V9(02).
101526     05  WS-V-GUAR-VALUE             PIC S9(08)V9(02).
101526     05  WS-V-GUAR-SURR-VALUE        PIC S9(08)V9(02).
101526     05  WS-V-GUAR-LAPSE-FLAG        PIC X(01).
101526     05  WS-V-CURR-VALUE             PIC S9(08)V9(02).
101526     05  WS-V-CURR-SURR-VALUE        PIC S9(08)V9(02).
101526     05  WS-V-CURR-LAPSE-FLAG        PIC X(01).

101526 01  WS-PROJECTION-WORK.
101526     05  WS-V-LATEST-RATE-DATE       PIC 9(08).
101526     05  WS-V-SURR-CHARGE            PIC S9(08)V9(02).
101526     05  WS-V-BASIS-RATE             PIC S9(03)V9(02).
101526     05  WS-V-BASIS-DEDUCTIONS       PIC S9(08)V9(02).
101526     05  WS-V-BASIS-VALUE            PIC S9(09)V9(02).
101526     05  WS-V-BASIS-SURR-VALUE       PIC S9(09)V9(02).
101526     05  WS-V-BASIS-LAPSE-FLAG       PIC X(01).
101526     05  WS-V-ROLL-AMOUNT            PIC S9(09)V9(02).

080826*    Running section/policy counts for the trailer/manifest
080826*    record written at the end of the extract run - this program
080826     05  WS-TRAILER-F-COUNT          PIC 9(07) VALUE ZERO.
080826     05  WS-TRAILER-L-COUNT          PIC 9(07) VALUE ZERO.
080826     05  WS-TRAILER-I-COUNT          PIC 9(07) VALUE ZERO.
101526     05  WS-TRAILER-V-COUNT          PIC 9(07) VALUE ZERO.

082326*    Request-mode calls run the same section writers (which
082326*    count as they go) but contribute nothing to any batch
082326*    trailer - the counters are held here across the request
082326*    and put back afterwards.
101526 01  WS-TRAILER-COUNTERS-HOLD        PIC X(77).

      ******************************************************************
       LINKAGE SECTION.
                   88  WLK29-LOAN-INFORMATION-REC        VALUE 'L'.
                   88  WLK29-INTEREST-RATE-REC           VALUE 'I'.
080826             88  WLK29-TRAILER-REC                 VALUE 'T'.
101526             88  WLK29-PROJECTION-REC              VALUE 'V'.
012595         10  WLK29-RECORD-SEQUENCE       PIC 9(03).
           05  WLK29-B-DATA.
               10  WLK29-B-START-DATE          PIC 9(08).
                   15  WLK29-I-START-DATE      PIC 9(08).
                   15  WLK29-I-END-DATE        PIC 9(08).
                   15  WLK29-I-INTEREST-RATE   PIC S9(03)V9(02).
101526*    Projection inputs - the policy's guaranteed crediting rate
101526*    and annual planned premium.  A non-zero guaranteed-basis
101526*    deduction figure replaces the implied one on the
101526*    guaranteed projection (guaranteed cost of insurance runs
101526*    higher than current).
101526     05  WLK29-V-DATA.
101526         10  WLK29-V-GUARANTEED-RATE     PIC S9(03)V9(02).
101526         10  WLK29-V-PLANNED-PREMIUM     PIC S9(08)V9(02).
101526         10  WLK29-V-GUAR-DEDUCTIONS     PIC S9(08)V9(02).

      ******************************************************************
      ******************************************************************
      ******************************************************************
       1000-INITIALIZE.

101526*    The batch run's start goes on record first - CRUNCTRL
101526*    applies the job's registry settings (network path, format
101526*    and masking) to WGLOBAL, and every name below is built
101526*    from them.
101526     IF WGLOB-STMT-BATCH-MODE
101526         AND NOT WS-RUN-STARTED
101526         SET WS-RUN-STARTED TO TRUE
101526         SET WRUNC-RECORD-START TO TRUE
101526         MOVE 'AST29EXT' TO WRUNC-JOB-NAME
101526         CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS
101526         IF WRUNC-START-REFUSED
101526*            Another submission of this job has an open start -
101526*            fail fast instead of interleaving the shared
101526*            extract and checkpoint files.
101526             SET WS-RUN-REFUSED TO TRUE
101526         END-IF
101526     END-IF.

           MOVE WCODER-ID              TO EXTRACT-CODER.
           INSPECT EXTRACT-CODER REPLACING ALL ' ' BY '_'.


082326     IF WGLOB-STMT-BATCH-MODE
082326         PERFORM 1010-READ-CHECKPOINT
082326     END-IF.

           EXIT.
               PERFORM 5080-WRITE-F-DATA
               PERFORM 5090-WRITE-L-DATA
               PERFORM 5100-WRITE-I-DATA
101526         PERFORM 5105-WRITE-V-DATA
               CLOSE EXTRACT-FILE
080826         PERFORM 5012-WRITE-CHECKPOINT
080826     END-IF.
082326     PERFORM 5080-WRITE-F-DATA.
082326     PERFORM 5090-WRITE-L-DATA.
082326     PERFORM 5100-WRITE-I-DATA.
101526     PERFORM 5105-WRITE-V-DATA.
082326     CLOSE EXTRACT-FILE.

082326     MOVE WS-TRAILER-COUNTERS-HOLD TO WS-TRAILER-COUNTERS.

           EXIT.

101526******************************************************************
101526 5102-PROJECT-POLICY-VALUE.

101526     INITIALIZE WS-PROJECTION-DATA.
101526     MOVE WLK29-V-PLANNED-PREMIUM    TO WS-V-PLANNED-PREMIUM.
101526     MOVE WLK29-V-GUARANTEED-RATE    TO WS-V-GUARANTEED-RATE.

101526*    Current rate - the 'I' entry with the latest start date.
101526*    No rate history means the guaranteed rate is all there is.
101526     MOVE WLK29-V-GUARANTEED-RATE    TO WS-V-CURRENT-RATE.
101526     MOVE ZERO                       TO WS-V-LATEST-RATE-DATE.
101526     PERFORM
101526       VARYING I-NDX FROM 1 BY 1
101526         UNTIL I-NDX > WGLB2-MAX-INT-PERIODS
101526         IF WLK29-I-INTEREST-TABLE(I-NDX) > SPACES
101526             AND WLK29-I-START-DATE(I-NDX) NUMERIC
101526             AND WLK29-I-START-DATE(I-NDX)
101526                     > WS-V-LATEST-RATE-DATE
101526             MOVE WLK29-I-START-DATE(I-NDX)
101526                                    TO WS-V-LATEST-RATE-DATE
101526             MOVE WLK29-I-INTEREST-RATE(I-NDX)
101526                                    TO WS-V-CURRENT-RATE
101526         END-IF
101526     END-PERFORM.

101526*    Last year's deductions, implied from the year's roll.
101526     COMPUTE WS-V-ROLL-AMOUNT =
101526         WLK29-B-START-VALUE - WLK29-B-END-VALUE.
101526     PERFORM
101526       VARYING P-NDX FROM 1 BY 1
101526         UNTIL P-NDX > 50
101526         IF WLK29-P-DATA(P-NDX) > SPACES
101526             AND WLK29-P-START-DATE(P-NDX) NUMERIC
101526             AND WLK29-P-START-DATE(P-NDX) > ZERO
101526             COMPUTE WS-V-ROLL-AMOUNT = WS-V-ROLL-AMOUNT
101526                 + WLK29-P-PREMIUMS(P-NDX)
101526                 + WLK29-P-INTEREST-CREDITED(P-NDX)
101526                 - WLK29-P-WITHDRAWALS(P-NDX)
101526                 - WLK29-P-WITHDRAWAL-CHARGES(P-NDX)
101526         END-IF
101526     END-PERFORM.
101526     IF WS-V-ROLL-AMOUNT > ZERO
101526         MOVE WS-V-ROLL-AMOUNT       TO WS-V-ANNUAL-DEDUCTIONS
101526     END-IF.

101526     COMPUTE WS-V-SURR-CHARGE =
101526         WLK29-B-END-VALUE - WLK29-B-END-SURR-VALUE.
101526     IF WS-V-SURR-CHARGE < ZERO
101526         MOVE ZERO                   TO WS-V-SURR-CHARGE
101526     END-IF.

101526     MOVE WS-V-GUARANTEED-RATE       TO WS-V-BASIS-RATE.
101526     IF WLK29-V-GUAR-DEDUCTIONS NUMERIC
101526         AND WLK29-V-GUAR-DEDUCTIONS > ZERO
101526         MOVE WLK29-V-GUAR-DEDUCTIONS TO WS-V-BASIS-DEDUCTIONS
101526     ELSE
101526         MOVE WS-V-ANNUAL-DEDUCTIONS TO WS-V-BASIS-DEDUCTIONS
101526     END-IF.
101526     PERFORM 5104-PROJECT-ONE-BASIS.
101526     MOVE WS-V-BASIS-VALUE           TO WS-V-GUAR-VALUE.
101526     MOVE WS-V-BASIS-SURR-VALUE      TO WS-V-GUAR-SURR-VALUE.
101526     MOVE WS-V-BASIS-LAPSE-FLAG      TO WS-V-GUAR-LAPSE-FLAG.

101526     MOVE WS-V-CURRENT-RATE          TO WS-V-BASIS-RATE.
101526     MOVE WS-V-ANNUAL-DEDUCTIONS     TO WS-V-BASIS-DEDUCTIONS.
101526     PERFORM 5104-PROJECT-ONE-BASIS.
101526     MOVE WS-V-BASIS-VALUE           TO WS-V-CURR-VALUE.
101526     MOVE WS-V-BASIS-SURR-VALUE      TO WS-V-CURR-SURR-VALUE.
101526     MOVE WS-V-BASIS-LAPSE-FLAG      TO WS-V-CURR-LAPSE-FLAG.

101526     EXIT.

101526******************************************************************
101526 5104-PROJECT-ONE-BASIS.
101526*    A year's interest on the value in hand, and half a year's
101526*    on the net premium-less-deductions flow, which comes in
101526*    and goes out across the year.

101526     COMPUTE WS-V-BASIS-VALUE ROUNDED =
101526         WLK29-B-END-VALUE * (1 + WS-V-BASIS-RATE / 100)
101526         + (WS-V-PLANNED-PREMIUM - WS-V-BASIS-DEDUCTIONS)
101526           * (1 + WS-V-BASIS-RATE / 200).
101526     COMPUTE WS-V-BASIS-SURR-VALUE =
101526         WS-V-BASIS-VALUE - WS-V-SURR-CHARGE.

101526     IF WS-V-BASIS-SURR-VALUE > ZERO
101526         MOVE 'N'                    TO WS-V-BASIS-LAPSE-FLAG
101526     ELSE
101526         MOVE 'Y'                    TO WS-V-BASIS-LAPSE-FLAG
101526         MOVE ZERO                   TO WS-V-BASIS-SURR-VALUE
101526     END-IF.
101526     IF WS-V-BASIS-VALUE < ZERO
101526         MOVE ZERO                   TO WS-V-BASIS-VALUE
101526     END-IF.

101526     EXIT.

101526******************************************************************
101526 5105-WRITE-V-DATA.

101526     PERFORM 5102-PROJECT-POLICY-VALUE.

101526     IF WGLOB-EXTRACT-FIXED-FORMAT
101526         MOVE SPACES                  TO EXTRACT-RECORD
101526         MOVE 'IN-FORCE PROJECTION'   TO EXTRACT-RECORD
101526         WRITE EXTRACT-RECORD

101526         MOVE WS-PROJECTION-DATA      TO EXTRACT-RECORD
101526         WRITE EXTRACT-RECORD
101526     ELSE
101526         PERFORM 6105-WRITE-V-DATA-DELIM
101526     END-IF.
101526     ADD 1 TO WS-TRAILER-V-COUNT.

101526     EXIT.

      ******************************************************************
080826*    Delimited (pipe/CSV) counterparts to the 50xx fixed-format
080826*    writers above - selected instead of them, per section, when

080826     EXIT.

101526******************************************************************
101526 6105-WRITE-V-DATA-DELIM.
101526*    Tagged with the record-type/company/policy key the same way
101526*    the 'L' rows are.

101526     MOVE SPACES              TO EXTRACT-RECORD.
101526     MOVE WS-V-GUARANTEED-RATE        TO WS-V-GUAR-RATE-EDIT.
101526     MOVE WS-V-CURRENT-RATE           TO WS-V-CURR-RATE-EDIT.
101526     MOVE WS-V-PLANNED-PREMIUM        TO WS-V-PLANNED-PREM-EDIT.
101526     MOVE WS-V-ANNUAL-DEDUCTIONS      TO WS-V-DEDUCTIONS-EDIT.
101526     MOVE WS-V-GUAR-VALUE             TO WS-V-GUAR-VALUE-EDIT.
101526     MOVE WS-V-GUAR-SURR-VALUE        TO WS-V-GUAR-SURR-EDIT.
101526     MOVE WS-V-CURR-VALUE             TO WS-V-CURR-VALUE-EDIT.
101526     MOVE WS-V-CURR-SURR-VALUE        TO WS-V-CURR-SURR-EDIT.
101526     STRING 'V'                                DELIMITED BY SIZE
101526            WS-DELIM-CHAR                       DELIMITED BY SIZE
101526            WLK29-COMPANY-CODE                  DELIMITED BY SIZE
101526            WS-DELIM-CHAR                       DELIMITED BY SIZE
101526            WLK29-POLICY-NUMBER                 DELIMITED BY SIZE
101526            WS-DELIM-CHAR                       DELIMITED BY SIZE
101526            WS-V-GUAR-RATE-EDIT              DELIMITED BY SIZE
101526            WS-DELIM-CHAR                    DELIMITED BY SIZE
101526            WS-V-CURR-RATE-EDIT              DELIMITED BY SIZE
101526            WS-DELIM-CHAR                    DELIMITED BY SIZE
101526            WS-V-PLANNED-PREM-EDIT           DELIMITED BY SIZE
101526            WS-DELIM-CHAR                    DELIMITED BY SIZE
101526            WS-V-DEDUCTIONS-EDIT             DELIMITED BY SIZE
101526            WS-DELIM-CHAR                    DELIMITED BY SIZE
101526            WS-V-GUAR-VALUE-EDIT             DELIMITED BY SIZE
101526            WS-DELIM-CHAR                    DELIMITED BY SIZE
101526            WS-V-GUAR-SURR-EDIT              DELIMITED BY SIZE
101526            WS-DELIM-CHAR                    DELIMITED BY SIZE
101526            WS-V-GUAR-LAPSE-FLAG             DELIMITED BY SIZE
101526            WS-DELIM-CHAR                    DELIMITED BY SIZE
101526            WS-V-CURR-VALUE-EDIT             DELIMITED BY SIZE
101526            WS-DELIM-CHAR                    DELIMITED BY SIZE
101526            WS-V-CURR-SURR-EDIT              DELIMITED BY SIZE
101526            WS-DELIM-CHAR                    DELIMITED BY SIZE
101526            WS-V-CURR-LAPSE-FLAG             DELIMITED BY SIZE
101526       INTO EXTRACT-RECORD.
101526     WRITE EXTRACT-RECORD.

101526     EXIT.

      ******************************************************************
080826 5110-WRITE-TRAILER.
080826*    Written once at the end of a run, driven by a caller-issued
080826            ' F='  WS-TRAILER-F-COUNT
080826            ' L='  WS-TRAILER-L-COUNT
080826            ' I='  WS-TRAILER-I-COUNT
101526            ' V='  WS-TRAILER-V-COUNT
080826            DELIMITED BY SIZE
080826         INTO EXTRACT-RECORD
080826     WRITE EXTRACT-RECORD.
080826                  WS-TRAILER-P-COUNT
080826                  WS-TRAILER-F-COUNT
080826                  WS-TRAILER-L-COUNT
101526                  WS-TRAILER-I-COUNT
101526                  WS-TRAILER-V-COUNT.
080826
080826     EXIT.

