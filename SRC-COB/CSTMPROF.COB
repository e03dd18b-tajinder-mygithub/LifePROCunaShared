      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSTMPROF.
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
      *D   CSTMPROF is the pre-print arithmetic proof of the annual
      *D   statement extract.  ASTYOYVR compares this year's blocks
      *D   to last year's and CSTMCOMP checks every policy is
      *D   there; neither checks that a statement adds up.  For
      *D   each policy block this proves:
      *D
      *D     - the roll-forward: the 'B' line start value, plus the
      *D       'P' rows' premiums and interest credited, less their
      *D       loads, expenses, withdrawals and withdrawal charges,
      *D       comes to the 'B' line end value;
      *D     - the period carry: each 'P' row's ending policy value
      *D       is the value carried in from the period before it
      *D       (the start value for the first) plus that period's
      *D       activity, figured the same way;
      *D     - the loan chain: each 'L' row's balance before payment
      *D       is the balance after payment of the row before it,
      *D       within the same original loan.
      *D
      *D   Fed and state withholding come out of the withdrawal
      *D   gross, not the policy value, so they do not enter the
      *D   proof.  Each failed proof is a line on the exception
      *D   report and a row on the shared STMTPRF.PDM list
      *D   (WSPRFCPY), rewritten whole every run, which ASTFMT29
      *D   reads to hold out-of-balance policies out of the print
      *D   run (WGLOB-STMT-PROOF-HOLD).  The extract is walked with
      *D   the same delimited per-policy state machine CSTMCOMP
      *D   uses, so a fixed-format extract is not proved at all:
      *D   the run says so, STMTPRF.PDM is left as the last proof
      *D   wrote it, and the run ends incomplete.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-029-01 MAINT New program.
101526*H 20261015-038-05 MAINT Fixed-format extract not proved -
101526*H                       STMTPRF.PDM left alone, run incomplete.
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

           SELECT EXTRACT-FILE
       COPY WVARYCPY.
                                       EXTRACT-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS EXTRACT-STATUS.

           SELECT PROOF-REPORT-FILE
       COPY WVARYCPY.
                                       PROOF-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS PROOF-REPORT-STATUS.

           SELECT PROOF-EXCEPTION-FILE
       COPY WVARYCPY.
                                       PROOF-EXCEPTION-NAME
       COPY WLORGCPY.
                                       STATUS IS PROOF-EXCEPTION-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD                  PIC X(250).

       FD  PROOF-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROOF-REPORT-RECORD             PIC X(132).

       FD  PROOF-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WSPRFCPY.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.

       01  CALLED-MODULES.
           05  PFILEINS                   PIC X(08) VALUE 'PFILEINS'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

           COPY WRUNCCPY.

       01  EXTRACT-STATUS                  PIC XX.
           88  EXTRACT-STATUS-OK               VALUE '00'.
       01  PROOF-REPORT-STATUS             PIC XX.
       01  PROOF-EXCEPTION-STATUS          PIC XX.

       01  EXTRACT-FILE-NAME.
           05  WS-EXTRACT-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  EXTRACT-CODER               PIC X(04) VALUE '____'.
           05  FILLER                      PIC X(07) VALUE 'U01.PDM'.
           05  FILLER                      PIC X(241) VALUE SPACES.

       01  WS-ASCII-FILE-NAME              PIC X(255).
       01  WS-NEW-ASCII-FILE-NAME          PIC X(255).

       01  PROOF-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  PROOF-REPORT-CODER          PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'STMPROF.PDM'.

      *    Shared exception list, one per work drive - ASTFMT29
      *    reads it whoever submits the print run.
       01  PROOF-EXCEPTION-NAME.
           05  WS-EXCEPTION-FILE-DRIVE     PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'STMTPRF.PDM'.

       01  WS-DELIM-CHAR                   PIC X(01) VALUE '|'.
       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       01  WS-EXTRACT-MISSING-FLAG         PIC X(01) VALUE 'N'.
           88  WS-EXTRACT-MISSING              VALUE 'Y'.

      *    Per-policy block state machine, the C1099RWH idiom.
       01  WS-BLOCK-STATE                  PIC X(01) VALUE 'K'.
           88  WS-EXPECT-KEY1                  VALUE 'K'.
           88  WS-EXPECT-KEY2                  VALUE '2'.
           88  WS-EXPECT-KEY3                  VALUE '3'.
           88  WS-EXPECT-B-LINE                VALUE 'B'.
           88  WS-SKIPPING-NAME-LINES          VALUE 'N'.
           88  WS-IN-VARIABLE-SECTION          VALUE 'V'.
       01  WS-NAME-LINES-LEFT              PIC 9(02) VALUE ZERO.

       01  WS-TOKEN-COUNT                  PIC 9(02).
       01  WS-TOKENS.
           05  WS-TOKEN OCCURS 14 TIMES   PIC X(50).

      *    The policy being proved.
       01  WS-POLICY-OPEN-FLAG             PIC X(01) VALUE 'N'.
           88  WS-POLICY-IS-OPEN               VALUE 'Y'.
       01  WS-POLICY-OUT-FLAG              PIC X(01) VALUE 'N'.
           88  WS-POLICY-OUT-OF-BALANCE        VALUE 'Y'.
       01  WS-CUR-COMPANY                  PIC X(02).
       01  WS-CUR-POLICY                   PIC X(12).
       01  WS-B-START-VALUE                PIC S9(09)V9(02).
       01  WS-B-END-VALUE                  PIC S9(09)V9(02).
      *    The ending value of the last period proved - what the
      *    next period starts from.
       01  WS-CARRIED-VALUE                PIC S9(09)V9(02).
       01  WS-PERIOD-ACTIVITY              PIC S9(09)V9(02).
       01  WS-TOTAL-ACTIVITY               PIC S9(09)V9(02).
       01  WS-PERIOD-VALUE                 PIC S9(09)V9(02).

      *    The loan row before this one, for the balance chain.
       01  WS-PRIOR-LOAN-FLAG              PIC X(01) VALUE 'N'.
           88  WS-HAVE-PRIOR-LOAN-ROW          VALUE 'Y'.
       01  WS-PRIOR-LOAN-ORIG-DATE         PIC X(08).
       01  WS-PRIOR-LOAN-BAL-AFTER         PIC S9(09)V9(02).

      *    One failed proof, as it goes to the list and the report.
       01  WS-PROOF-CODE                   PIC X(02).
       01  WS-ROW-NUMBER                   PIC 9(04).
       01  WS-EXPECTED-AMOUNT              PIC S9(09)V9(02).
       01  WS-EXTRACT-AMOUNT               PIC S9(09)V9(02).
       01  WS-PROOF-DESC                   PIC X(14).
       01  WS-EXPECTED-EDIT                PIC -9(09).99.
       01  WS-EXTRACT-EDIT                 PIC -9(09).99.
       01  WS-RUN-DATE-YYYYMMDD            PIC 9(08).

       01  WS-COUNTS.
           05  WS-POLICIES-PROVED           PIC 9(07) VALUE ZERO.
           05  WS-POLICIES-IN-BALANCE       PIC 9(07) VALUE ZERO.
           05  WS-POLICIES-OUT              PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-ROWS            PIC 9(07) VALUE ZERO.

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
      *            fail fast instead of clobbering its exception list.
                   CONTINUE
               ELSE
                   IF WGLOB-EXTRACT-FIXED-FORMAT
      *                The state machine reads delimited lines only -
      *                prove nothing and leave the last list standing.
                       MOVE 'FIXED-FORMAT EXTRACT - NOT PROVED'
                           TO PROOF-REPORT-RECORD
                       WRITE PROOF-REPORT-RECORD
                   ELSE
      *                Rewritten whole - last run's exceptions are last
      *                run's.
                       OPEN OUTPUT PROOF-EXCEPTION-FILE
                       PERFORM 2000-PROVE-EXTRACT
                       CLOSE PROOF-EXCEPTION-FILE
                   END-IF
                   PERFORM 8000-WRITE-SUMMARY
                   CLOSE PROOF-REPORT-FILE
                   PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CSTMPROF'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.
           IF WRUNC-START-REFUSED
               EXIT PARAGRAPH
           END-IF.

           MOVE WCODER-ID              TO PROOF-REPORT-CODER.
           INSPECT PROOF-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-REPORT-FILE-DRIVE.
           OPEN OUTPUT PROOF-REPORT-FILE.
           MOVE WOPTION-WORK-DRIVE     TO WS-EXCEPTION-FILE-DRIVE.

      *    Same extract naming and resolution CSTMCOMP drives -
      *    WGLOB-EXTRACT-BATCH-CODER names whose run is proved.
           MOVE WGLOB-EXTRACT-BATCH-CODER TO EXTRACT-CODER.
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

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.

      ******************************************************************
       2000-PROVE-EXTRACT.

           OPEN INPUT EXTRACT-FILE.
           IF NOT EXTRACT-STATUS-OK
               SET WS-EXTRACT-MISSING TO TRUE
               MOVE 'EXTRACT FILE NOT FOUND - NOTHING TO PROVE'
                   TO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE 'K' TO WS-BLOCK-STATE.
           MOVE 'N' TO WS-EOF-FLAG
                       WS-POLICY-OPEN-FLAG.
           PERFORM UNTIL WS-EOF
               READ EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2100-HANDLE-ONE-LINE
               END-READ
           END-PERFORM.
           IF WS-POLICY-IS-OPEN
               PERFORM 3000-FINISH-POLICY
           END-IF.
           CLOSE EXTRACT-FILE.

      ******************************************************************
       2100-HANDLE-ONE-LINE.

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
                   PERFORM 2150-START-POLICY
               WHEN WS-EXPECT-KEY2
                   MOVE '3' TO WS-BLOCK-STATE
               WHEN WS-EXPECT-KEY3
                   MOVE 'B' TO WS-BLOCK-STATE
               WHEN WS-EXPECT-B-LINE
                   PERFORM 2200-TAKE-B-LINE
               WHEN WS-SKIPPING-NAME-LINES
                   SUBTRACT 1 FROM WS-NAME-LINES-LEFT
                   IF WS-NAME-LINES-LEFT = ZERO
                       MOVE 'V' TO WS-BLOCK-STATE
                   END-IF
               WHEN WS-IN-VARIABLE-SECTION
                   PERFORM 2300-HANDLE-VARIABLE-LINE
           END-EVALUATE.

      ******************************************************************
       2150-START-POLICY.
      *    A key line - the policy before it is complete.

           IF WS-POLICY-IS-OPEN
               PERFORM 3000-FINISH-POLICY
           END-IF.

           ADD 1 TO WS-POLICIES-PROVED.
           MOVE WS-TOKEN (1) (1:2)  TO WS-CUR-COMPANY.
           MOVE WS-TOKEN (2) (1:12) TO WS-CUR-POLICY.
           MOVE 'Y'  TO WS-POLICY-OPEN-FLAG.
           MOVE 'N'  TO WS-POLICY-OUT-FLAG
                        WS-PRIOR-LOAN-FLAG.
           MOVE ZERO TO WS-B-START-VALUE
                        WS-B-END-VALUE
                        WS-CARRIED-VALUE
                        WS-TOTAL-ACTIVITY.
           MOVE '2'  TO WS-BLOCK-STATE.

      ******************************************************************
       2200-TAKE-B-LINE.

           COMPUTE WS-B-START-VALUE = FUNCTION NUMVAL (WS-TOKEN (3)).
           COMPUTE WS-B-END-VALUE   = FUNCTION NUMVAL (WS-TOKEN (5)).
           MOVE WS-B-START-VALUE TO WS-CARRIED-VALUE.
           MOVE 'N' TO WS-BLOCK-STATE.
           MOVE 15 TO WS-NAME-LINES-LEFT.

      ******************************************************************
       2300-HANDLE-VARIABLE-LINE.

           EVALUATE TRUE
               WHEN EXTRACT-RECORD (1:1) = '('
      *            Only the 'P' period rows carry eleven fields; skip
      *            an all-zero slot the way ASTFMT29 does - it is
      *            filler, not activity.
                   IF WS-TOKEN-COUNT = 11
                       AND WS-TOKEN (1) (8:8) NOT = '00000000'
                       PERFORM 2400-PROVE-PERIOD
                   END-IF
               WHEN WS-TOKEN (1) = 'L'
                   IF WS-TOKEN (4) (8:8) NOT = '00000000'
                       PERFORM 2500-PROVE-LOAN-ROW
                   END-IF
               WHEN WS-TOKEN (1) = 'W' OR WS-TOKEN (1) = 'V'
                   CONTINUE
               WHEN OTHER
      *            Not a section line - this is the next policy's
      *            first key line.
                   PERFORM 2150-START-POLICY
           END-EVALUATE.

      ******************************************************************
       2400-PROVE-PERIOD.
      *    Tokens: (n) start date, end date, premiums, loads,
      *    expenses, withdrawals, fed w/h, state w/h, withdrawal
      *    charges, interest credited, policy value.

           COMPUTE WS-PERIOD-ACTIVITY =
                 FUNCTION NUMVAL (WS-TOKEN (3))
               + FUNCTION NUMVAL (WS-TOKEN (10))
               - FUNCTION NUMVAL (WS-TOKEN (4))
               - FUNCTION NUMVAL (WS-TOKEN (5))
               - FUNCTION NUMVAL (WS-TOKEN (6))
               - FUNCTION NUMVAL (WS-TOKEN (9)).
           ADD WS-PERIOD-ACTIVITY TO WS-TOTAL-ACTIVITY.
           COMPUTE WS-PERIOD-VALUE = FUNCTION NUMVAL (WS-TOKEN (11)).

           COMPUTE WS-EXPECTED-AMOUNT =
               WS-CARRIED-VALUE + WS-PERIOD-ACTIVITY.
           IF WS-EXPECTED-AMOUNT NOT = WS-PERIOD-VALUE
               MOVE 'PC'              TO WS-PROOF-CODE
               MOVE WS-TOKEN (1) (2:4) TO WS-ROW-NUMBER
               MOVE WS-PERIOD-VALUE   TO WS-EXTRACT-AMOUNT
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

      *    The next period starts from what this one ended at, as
      *    printed - one bad period is one exception, not a run of
      *    them down the rest of the table.
           MOVE WS-PERIOD-VALUE TO WS-CARRIED-VALUE.

      ******************************************************************
       2500-PROVE-LOAN-ROW.
      *    Tokens: L, company, policy, (n) original loan date, ...,
      *    balance before payment (11) ... balance after payment
      *    (14).  A new original loan date starts a new chain.

           IF WS-HAVE-PRIOR-LOAN-ROW
               AND WS-TOKEN (4) (8:8) = WS-PRIOR-LOAN-ORIG-DATE
               COMPUTE WS-EXTRACT-AMOUNT =
                   FUNCTION NUMVAL (WS-TOKEN (11))
               IF WS-EXTRACT-AMOUNT NOT = WS-PRIOR-LOAN-BAL-AFTER
                   MOVE 'LC'              TO WS-PROOF-CODE
                   MOVE WS-TOKEN (4) (2:4) TO WS-ROW-NUMBER
                   MOVE WS-PRIOR-LOAN-BAL-AFTER
                                          TO WS-EXPECTED-AMOUNT
                   PERFORM 2900-WRITE-EXCEPTION
               END-IF
           END-IF.

           MOVE 'Y' TO WS-PRIOR-LOAN-FLAG.
           MOVE WS-TOKEN (4) (8:8) TO WS-PRIOR-LOAN-ORIG-DATE.
           COMPUTE WS-PRIOR-LOAN-BAL-AFTER =
               FUNCTION NUMVAL (WS-TOKEN (14)).

      ******************************************************************
       2900-WRITE-EXCEPTION.

           SET WS-POLICY-OUT-OF-BALANCE TO TRUE.
           ADD 1 TO WS-EXCEPTION-ROWS.

           MOVE SPACES                 TO STATEMENT-PROOF-RECORD.
           MOVE WS-CUR-COMPANY         TO SPRF-COMPANY-CODE.
           MOVE WS-CUR-POLICY          TO SPRF-POLICY-NUMBER.
           MOVE WS-PROOF-CODE          TO SPRF-PROOF-CODE.
           MOVE WS-ROW-NUMBER          TO SPRF-ROW-NUMBER.
           MOVE WS-EXPECTED-AMOUNT     TO SPRF-EXPECTED-AMOUNT.
           MOVE WS-EXTRACT-AMOUNT      TO SPRF-EXTRACT-AMOUNT.
           MOVE WS-RUN-DATE-YYYYMMDD   TO SPRF-RUN-DATE.
           WRITE STATEMENT-PROOF-RECORD.

           EVALUATE TRUE
               WHEN SPRF-ROLL-FORWARD
                   MOVE 'ROLL-FORWARD'     TO WS-PROOF-DESC
               WHEN SPRF-PERIOD-CARRY
                   MOVE 'PERIOD CARRY'     TO WS-PROOF-DESC
               WHEN SPRF-LOAN-CHAIN
                   MOVE 'LOAN CHAIN'       TO WS-PROOF-DESC
           END-EVALUATE.
           MOVE WS-EXPECTED-AMOUNT TO WS-EXPECTED-EDIT.
           MOVE WS-EXTRACT-AMOUNT  TO WS-EXTRACT-EDIT.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           STRING 'OUT OF BALANCE: ' WS-CUR-COMPANY '-' WS-CUR-POLICY
                  ' ' WS-PROOF-DESC ' ROW ' WS-ROW-NUMBER
                  ' EXPECTED ' WS-EXPECTED-EDIT
                  ' EXTRACT ' WS-EXTRACT-EDIT
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           END-STRING.
           WRITE PROOF-REPORT-RECORD.

      ******************************************************************
       3000-FINISH-POLICY.
      *    The whole-statement roll-forward, once every period row
      *    is in.

           COMPUTE WS-EXPECTED-AMOUNT =
               WS-B-START-VALUE + WS-TOTAL-ACTIVITY.
           IF WS-EXPECTED-AMOUNT NOT = WS-B-END-VALUE
               MOVE 'RF'           TO WS-PROOF-CODE
               MOVE ZERO           TO WS-ROW-NUMBER
               MOVE WS-B-END-VALUE TO WS-EXTRACT-AMOUNT
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

           IF WS-POLICY-OUT-OF-BALANCE
               ADD 1 TO WS-POLICIES-OUT
           ELSE
               ADD 1 TO WS-POLICIES-IN-BALANCE
           END-IF.
           MOVE 'N' TO WS-POLICY-OPEN-FLAG.

      ******************************************************************
       8000-WRITE-SUMMARY.

           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.

           MOVE SPACES TO PROOF-REPORT-RECORD.
           MOVE 'POLICIES PROVED:'     TO PROOF-REPORT-RECORD (1:16).
           MOVE WS-POLICIES-PROVED     TO PROOF-REPORT-RECORD (30:7).
           WRITE PROOF-REPORT-RECORD.

           MOVE SPACES TO PROOF-REPORT-RECORD.
           MOVE 'IN BALANCE:'          TO PROOF-REPORT-RECORD (1:11).
           MOVE WS-POLICIES-IN-BALANCE TO PROOF-REPORT-RECORD (30:7).
           WRITE PROOF-REPORT-RECORD.

           MOVE SPACES TO PROOF-REPORT-RECORD.
           MOVE 'OUT OF BALANCE:'      TO PROOF-REPORT-RECORD (1:15).
           MOVE WS-POLICIES-OUT        TO PROOF-REPORT-RECORD (30:7).
           WRITE PROOF-REPORT-RECORD.

           MOVE SPACES TO PROOF-REPORT-RECORD.
           MOVE 'FAILED PROOFS:'       TO PROOF-REPORT-RECORD (1:14).
           MOVE WS-EXCEPTION-ROWS      TO PROOF-REPORT-RECORD (30:7).
           WRITE PROOF-REPORT-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CSTMPROF'         TO WRUNC-JOB-NAME.
           MOVE WS-POLICIES-PROVED TO WRUNC-RECORD-COUNT.
           EVALUATE TRUE
               WHEN WS-EXTRACT-MISSING
                   OR WGLOB-EXTRACT-FIXED-FORMAT
                   MOVE 'INCOMPLETE'       TO WRUNC-RUN-STATUS
               WHEN WS-POLICIES-OUT > ZERO
                   MOVE 'EXCEPTIONS'       TO WRUNC-RUN-STATUS
               WHEN OTHER
                   MOVE 'COMPLETE'         TO WRUNC-RUN-STATUS
           END-EVALUATE.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
