082326*H                     per-company split of the AST29 extract.
090126*H 20260901-016-02 MAINT Refuse to run over an open start
090126*H                 record (CRUNCTRL interlock).
101526*H 20261015-030-04 MAINT Record the start before any file name
101526*H                 is built - the start applies the job's
101526*H                 registry settings (CJOBPARM).
101526*H 20261015-035-02 MAINT Benefit increase commission - each
101526*H                 premium-bearing benefit change is also
101526*H                 written as a commission transaction
101526*H                 (R<coder>U31.INC) for CINCFEED to drive
101526*H                 into EXTRFEED.
      *H
      *H**********************************************************

080826 COPY WLORGCPY.
080826                                 STATUS IS CHECKPOINT-STATUS.

101526*    Benefit increase commission transactions - appended per
101526*    policy alongside the extract, before the checkpoint, so a
101526*    restart skips them exactly as it skips the extract lines.
101526     SELECT INCREASE-FILE
101526 COPY WVARYCPY.
101526                                 INCREASE-FILE-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS INCREASE-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
080826     LABEL RECORDS ARE STANDARD.
080826 01  CHECKPOINT-RECORD               PIC X(20).

101526 FD  INCREASE-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WINCTCPY.

      ************************************************************
      *         FILE LAYOUTS
      ************************************************************
080826 01 WS-ASCII-CHECKPOINT-NAME         PIC X(255).
080826 01 WS-NEW-ASCII-CHECKPOINT-NAME     PIC X(255).

101526 01 INCREASE-STATUS                  PIC XX.
101526 01 INCREASE-FILE-NAME.
101526     05 WS-INCREASE-FILE-DRIVE      PIC X(01) VALUE 'H'.
101526     05 FILLER                      PIC X(01) VALUE ':'.
101526     05 FILLER                      PIC X(01) VALUE 'R'.
101526     05 INCREASE-CODER              PIC X(04) VALUE '____'.
101526     05 FILLER                      PIC X(07) VALUE 'U31.INC'.
101526     05 FILLER                      PIC X(241) VALUE SPACES.

101526 01 WS-ASCII-INCREASE-NAME           PIC X(255).
101526 01 WS-NEW-ASCII-INCREASE-NAME       PIC X(255).

101526*    The run's processing date - every increase transaction
101526*    this run writes is dated with it.
101526 01 WS-INCREASE-DATE                 PIC 9(08) VALUE ZERO.
101526 01 WS-INCREASE-OPEN-FLAG            PIC X(01) VALUE 'N'.
101526     88 WS-INCREASE-FILE-OPEN            VALUE 'Y'.

080826 01 WS-LAST-CHECKPOINT-KEY           PIC X(14) VALUE SPACES.
080826 01 WS-CURRENT-POLICY-KEY            PIC X(14) VALUE SPACES.
080826 01 WS-CHECKPOINT-FOUND-FLAG         PIC X(01) VALUE 'N'.
      ******************************************************************
       1000-INITIALIZE.

101526*    The run's start goes on record first - CRUNCTRL applies
101526*    the job's registry settings (network path, format and
101526*    masking) to WGLOBAL, and every name below is built from
101526*    them.
101526     IF NOT WS-RUN-STARTED
101526         SET WS-RUN-STARTED TO TRUE
101526         ACCEPT WS-INCREASE-DATE FROM DATE YYYYMMDD
101526         SET WRUNC-RECORD-START TO TRUE
101526         MOVE 'AST31EXT' TO WRUNC-JOB-NAME
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

080826     MOVE WS-NEW-ASCII-CHECKPOINT-NAME TO CHECKPOINT-FILE-NAME.
080826     CANCEL PFILEINS.

101526     MOVE WCODER-ID              TO INCREASE-CODER.
101526     INSPECT INCREASE-CODER REPLACING ALL ' ' BY '_'.

101526     IF WGLOB-EXTRACT-NETWORK-PATH NOT = SPACES
101526         MOVE SPACES             TO WS-ASCII-INCREASE-NAME
101526         STRING FUNCTION TRIM(WGLOB-EXTRACT-NETWORK-PATH)
101526                'R' INCREASE-CODER 'U31.INC'
101526                                       DELIMITED BY SIZE
101526           INTO WS-ASCII-INCREASE-NAME
101526     ELSE
101526         MOVE WOPTION-WORK-DRIVE TO WS-INCREASE-FILE-DRIVE
101526         MOVE INCREASE-FILE-NAME TO WS-ASCII-INCREASE-NAME
101526     END-IF.

101526     CALL PFILEINS USING WGLOBAL
101526                         WS-ASCII-INCREASE-NAME
101526                         WS-NEW-ASCII-INCREASE-NAME
101526     END-CALL.

101526     MOVE WS-NEW-ASCII-INCREASE-NAME TO INCREASE-FILE-NAME.
101526     CANCEL PFILEINS.

080826     IF WGLOB-EXTRACT-CSV-DELIM
080826         MOVE ',' TO WS-DELIM-CHAR
080826     ELSE

080826     PERFORM 1010-READ-CHECKPOINT.

111197*    EXIT.

      ******************************************************************
               PERFORM 2100-INIT-EXTRACT-FILE
               IF EXTRACT-STATUS = '00'
                   PERFORM 3000-WRITE-DATA
101526*            A masked run is a test-bound copy - its benefit
101526*            changes must not pay anybody.
101526             IF NOT WGLOB-EXTRACT-MASK-PII
101526                 PERFORM 2300-WRITE-INCREASE-TRANS
101526             END-IF
080826             PERFORM 2200-WRITE-CHECKPOINT
082326             ADD 1 TO WS-RUN-POLICY-COUNT
               END-IF
080826     CLOSE CHECKPOINT-FILE.

      ******************************************************************
101526 2300-WRITE-INCREASE-TRANS.
101526*    One commission transaction per benefit change that moved
101526*    the premium - an increase pays, a decrease charges back.
101526*    The file is only opened for a policy that has one.

101526     MOVE 'N' TO WS-INCREASE-OPEN-FLAG.
101526     PERFORM VARYING IDX FROM 1 BY 1
101526         UNTIL IDX > 98
101526         IF WLK31-BEN-CHG-PREMIUM (IDX) NOT = ZERO
101526             PERFORM 2310-WRITE-ONE-INCREASE
101526         END-IF
101526     END-PERFORM.
101526     IF WS-INCREASE-FILE-OPEN
101526         CLOSE INCREASE-FILE
101526         MOVE 'N' TO WS-INCREASE-OPEN-FLAG
101526     END-IF.

      ******************************************************************
101526 2310-WRITE-ONE-INCREASE.

101526     IF NOT WS-INCREASE-FILE-OPEN
101526         OPEN EXTEND INCREASE-FILE
101526         IF INCREASE-STATUS = '35' OR '05'
101526             OPEN OUTPUT INCREASE-FILE
101526         END-IF
101526         MOVE 'Y' TO WS-INCREASE-OPEN-FLAG
101526     END-IF.

101526     MOVE SPACES                 TO INCREASE-TRANSACTION-RECORD.
101526     MOVE WLK31-COMPANY-CODE     TO INCT-COMPANY-CODE.
101526     MOVE WLK31-POLICY-NUMBER    TO INCT-POLICY-NUMBER.
101526     MOVE WS-INCREASE-DATE       TO INCT-TRANSACTION-DATE.
101526     MOVE WLK31-BEN-CHG-PREMIUM (IDX)
101526                                 TO INCT-PREMIUM-DELTA.
101526     IF INCT-PREMIUM-DELTA > ZERO
101526         SET INCT-INCREASE       TO TRUE
101526     ELSE
101526         SET INCT-DECREASE       TO TRUE
101526     END-IF.
101526     MOVE IDX                    TO INCT-BENEFIT-NUMBER.
101526     MOVE WLK31-BEN-CHG-COVERAGE (IDX)
101526                                 TO INCT-COVERAGE-DESC.
101526     WRITE INCREASE-TRANSACTION-RECORD.

      ******************************************************************
       3000-WRITE-DATA.

080826*    WLK31's section blobs (POLICY-INFO etc.) are pre-formatted
