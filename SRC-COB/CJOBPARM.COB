      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CJOBPARM.
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
      *D   CJOBPARM keeps the job parameter registry, the shared
      *D   file JOBPARM.PDM (WJPRRCPY) - the settings each batch
      *D   job runs with, by job name and parameter name and
      *D   effective from a date, in place of flags set by hand on
      *D   each submission and per-job parameter files.  A row
      *D   for job '*ALL' holds for every job with no row of its
      *D   own for that parameter.  The setting in effect is the
      *D   approved row with the latest effective date on or
      *D   before today, the job's own rows ahead of '*ALL'.
      *D
      *D   'E' enters a change.  In production it is held pending
      *D   until a second coder approves it ('V') - the maker may
      *D   not approve their own change - or it is rejected ('X').
      *D   Approving a change supersedes any approved row for the
      *D   same job, parameter and effective date.  A registry
      *D   carrying the approved '*ALL' setting REGISTRY-ENVIRONMENT
      *D   = TEST is a test registry, where a change is in effect
      *D   as entered; the environment setting itself always needs
      *D   the second coder.  Every entry, approval and rejection
      *D   goes on the audit file JOBPAUDT.PDM (WJPRACPY).
      *D
      *D   'L' is CRUNCTRL's call as a job's start is recorded.
      *D   The job's settings in effect that name a WGLOBAL job
      *D   setting are applied over whatever the submission set,
      *D   and every value the run will use - registry settings,
      *D   and WGLOBAL settings the submission set with no registry
      *D   row behind them - is written to RUNPARM.PDM (WRUNPCPY)
      *D   under the start record's stamp.  'G' returns one
      *D   setting in effect for a job, for the job's own knobs
      *D   (CLONWARN's WARNING-PCNT).
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-030-01 MAINT New program.
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

           SELECT JOB-PARAMETER-FILE
       COPY WVARYCPY.
                                       JOB-PARAMETER-NAME
       COPY WLORGCPY.
                                       STATUS IS JOB-PARAMETER-FS.

           SELECT PARM-WORK-FILE
       COPY WVARYCPY.
                                       PARM-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS PARM-WORK-FS.

           SELECT PARM-AUDIT-FILE
       COPY WVARYCPY.
                                       PARM-AUDIT-NAME
       COPY WLORGCPY.
                                       STATUS IS PARM-AUDIT-FS.

           SELECT RUN-PARAMETER-FILE
       COPY WVARYCPY.
                                       RUN-PARAMETER-NAME
       COPY WLORGCPY.
                                       STATUS IS RUN-PARAMETER-FS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  JOB-PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WJPRRCPY.

       FD  PARM-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-WORK-RECORD                PIC X(151).

       FD  PARM-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WJPRACPY.

       FD  RUN-PARAMETER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WRUNPCPY.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  JOB-PARAMETER-FS                PIC XX.
       01  PARM-WORK-FS                    PIC XX.
       01  PARM-AUDIT-FS                   PIC XX.
       01  RUN-PARAMETER-FS                PIC XX.

      *    Shared registry, work copy, audit and run parameter
      *    files, one set per work drive.
       01  JOB-PARAMETER-NAME.
           05  WS-PARM-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'JOBPARM.PDM'.

       01  PARM-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'JOBPARMW.PDM'.

       01  PARM-AUDIT-NAME.
           05  WS-AUDIT-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'JOBPAUDT.PDM'.

       01  RUN-PARAMETER-NAME.
           05  WS-RUNP-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'RUNPARM.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-PARM-FILE                    VALUE 'Y'.

       01  WS-ROW-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                        VALUE 'Y'.
       01  WS-ROW-MATCH-FLAG               PIC X(01) VALUE 'N'.
           88  WS-ROW-MATCHES                      VALUE 'Y'.
       01  WS-TEST-REGISTRY-FLAG           PIC X(01) VALUE 'N'.
           88  WS-TEST-REGISTRY                    VALUE 'Y'.
       01  WS-MAKER-ID                     PIC X(04).

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(08).

      *    The job settings WGLOBAL carries, by registry parameter
      *    name, with the width of the WGLOBAL field - an entered
      *    value must fit it.
       78  WS-MAX-KNOWN-SETTINGS               VALUE 8.
       01  WS-KNOWN-SETTING-VALUES.
           05  FILLER                      PIC X(32) VALUE
               'EXTRACT-FORMAT-FLAG           01'.
           05  FILLER                      PIC X(32) VALUE
               'EXTRACT-MASK-FLAG             01'.
           05  FILLER                      PIC X(32) VALUE
               'FEED-DETAIL-FLAG              01'.
           05  FILLER                      PIC X(32) VALUE
               '1099-RUN-MODE-FLAG            01'.
           05  FILLER                      PIC X(32) VALUE
               'FEED-DESTINATION              03'.
           05  FILLER                      PIC X(32) VALUE
               'EXTRACT-NETWORK-PATH          80'.
           05  FILLER                      PIC X(32) VALUE
               'EXTRACT-BATCH-CODER           04'.
           05  FILLER                      PIC X(32) VALUE
               'STMT-PROOF-HOLD-FLAG          01'.
       01  WS-KNOWN-SETTING-TABLE REDEFINES WS-KNOWN-SETTING-VALUES.
           05  WS-KNOWN-ENTRY OCCURS WS-MAX-KNOWN-SETTINGS TIMES.
               10  WS-KNOWN-PARM-NAME       PIC X(30).
               10  WS-KNOWN-WIDTH           PIC 9(02).
       01  WS-KNOWN-IDX                    PIC 9(02).
       01  WS-KNOWN-HIT                    PIC 9(02).
       01  WS-SUBMITTED-VALUE              PIC X(80).

      *    The settings in effect for the job being loaded or asked
      *    about - one per parameter name, the winning row's value.
       78  WS-MAX-SETTINGS                     VALUE 200.
       01  WS-SELECT-JOB                   PIC X(08).
       01  WS-SELECT-PARM                  PIC X(30).
       01  WS-FIND-PARM                    PIC X(30).
       01  WS-SET-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-SET-IDX                      PIC 9(03).
       01  WS-SET-HIT                      PIC 9(03).
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY OCCURS WS-MAX-SETTINGS TIMES.
               10  WS-SET-PARM-NAME         PIC X(30).
               10  WS-SET-PARM-VALUE        PIC X(80).
               10  WS-SET-SCOPE-JOB         PIC X(08).
               10  WS-SET-EFFECTIVE-DATE    PIC 9(08).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WJPRMCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WJPRM-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-PARM-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
                                           WS-AUDIT-FILE-DRIVE
                                           WS-RUNP-FILE-DRIVE
               MOVE ZERO   TO WJPRM-RETURN-CODE
                              WJPRM-SETTINGS-APPLIED
               MOVE SPACES TO WJPRM-ERROR-MESSAGE
                              WJPRM-ROW-STATUS
               MOVE 'N'    TO WJPRM-FOUND-FLAG
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               EVALUATE TRUE
                   WHEN WJPRM-ENTER-CHANGE
                       PERFORM 1000-ENTER-CHANGE
                   WHEN WJPRM-APPROVE-CHANGE
                   WHEN WJPRM-REJECT-CHANGE
                       PERFORM 2000-DECIDE-CHANGE
                   WHEN WJPRM-LOAD-FOR-START
                       PERFORM 3000-LOAD-FOR-START
                   WHEN WJPRM-GET-SETTING
                       PERFORM 4000-GET-SETTING
                   WHEN OTHER
                       PERFORM 9100-REQUEST-INVALID
               END-EVALUATE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-ENTER-CHANGE.
      *    One pending change per job, parameter and effective date -
      *    a second maker waits for the first to be decided.

           PERFORM 9000-EDIT-CHANGE-KEY.
           IF WJPRM-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 9300-FIND-KNOWN-SETTING.
           IF WS-KNOWN-HIT NOT = ZERO
               AND WS-KNOWN-WIDTH (WS-KNOWN-HIT) < 80
               IF WJPRM-PARM-VALUE (WS-KNOWN-WIDTH (WS-KNOWN-HIT) + 1:)
                   NOT = SPACES
                   PERFORM 9100-REQUEST-INVALID
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           OPEN INPUT JOB-PARAMETER-FILE.
           IF JOB-PARAMETER-FS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-PARM-FILE OR WS-ROW-FOUND
                   READ JOB-PARAMETER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 9200-MATCH-PENDING-ROW
                           IF WS-ROW-MATCHES
                               SET WS-ROW-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-PARAMETER-FILE
           END-IF.
           IF WS-ROW-FOUND
               MOVE LP-RC-JOB-PARM-PENDING TO WJPRM-RETURN-CODE
               MOVE LP-MSG-JOB-PARM-PENDING TO WJPRM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      *    Whether this is a test registry is itself a registry
      *    setting, and never takes effect on one coder's word.
           MOVE 'N' TO WS-TEST-REGISTRY-FLAG.
           IF WJPRM-PARM-NAME NOT = 'REGISTRY-ENVIRONMENT'
               MOVE '*ALL'                 TO WS-SELECT-JOB
               MOVE 'REGISTRY-ENVIRONMENT' TO WS-SELECT-PARM
               PERFORM 5000-SELECT-IN-EFFECT
               IF WS-SET-COUNT > ZERO
                   AND WS-SET-PARM-VALUE (1) = 'TEST'
                   SET WS-TEST-REGISTRY TO TRUE
               END-IF
           END-IF.

      *    A test registry change is approved as entered, so it
      *    supersedes the same job, parameter and effective date
      *    here rather than at approval.
           IF WS-TEST-REGISTRY
               PERFORM 6000-REWRITE-REGISTRY
           END-IF.

           OPEN EXTEND JOB-PARAMETER-FILE.
           IF JOB-PARAMETER-FS = '35' OR '05'
               OPEN OUTPUT JOB-PARAMETER-FILE
           END-IF.
           MOVE SPACES               TO JOB-PARAMETER-RECORD.
           MOVE WJPRM-JOB-NAME       TO JPRR-JOB-NAME.
           MOVE WJPRM-PARM-NAME      TO JPRR-PARM-NAME.
           MOVE WJPRM-EFFECTIVE-DATE TO JPRR-EFFECTIVE-DATE.
           MOVE WJPRM-PARM-VALUE     TO JPRR-PARM-VALUE.
           MOVE WCODER-ID            TO JPRR-ENTERED-BY.
           MOVE WS-NOW-DATE          TO JPRR-ENTERED-DATE.
           IF WS-TEST-REGISTRY
               SET JPRR-APPROVED     TO TRUE
               MOVE WCODER-ID        TO JPRR-APPROVED-BY
               MOVE WS-NOW-DATE      TO JPRR-APPROVED-DATE
           ELSE
               SET JPRR-PENDING      TO TRUE
               MOVE ZERO             TO JPRR-APPROVED-DATE
           END-IF.
           MOVE JPRR-STATUS          TO WJPRM-ROW-STATUS.
           WRITE JOB-PARAMETER-RECORD.
           CLOSE JOB-PARAMETER-FILE.

           MOVE SPACES               TO JOB-PARAMETER-AUDIT-RECORD.
           IF WS-TEST-REGISTRY
               SET JPRA-ENTERED-IN-EFFECT TO TRUE
           ELSE
               SET JPRA-ENTERED      TO TRUE
           END-IF.
           MOVE WJPRM-PARM-VALUE     TO JPRA-PARM-VALUE.
           MOVE WCODER-ID            TO JPRA-ENTERED-BY.
           PERFORM 8000-WRITE-AUDIT-ROW.

      ******************************************************************
       2000-DECIDE-CHANGE.
      *    Streams the registry to the work copy, deciding the
      *    pending row and (on approval) superseding the approved
      *    row it replaces, then streams it back - the CLGLHOLD
      *    rewrite idiom.

           PERFORM 9000-EDIT-CHANGE-KEY.
           IF WJPRM-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.

      *    Find the pending row and its maker before changing
      *    anything - the checker may not be the maker.
           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           OPEN INPUT JOB-PARAMETER-FILE.
           IF JOB-PARAMETER-FS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-PARM-FILE OR WS-ROW-FOUND
                   READ JOB-PARAMETER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 9200-MATCH-PENDING-ROW
                           IF WS-ROW-MATCHES
                               SET WS-ROW-FOUND TO TRUE
                               MOVE JPRR-ENTERED-BY TO WS-MAKER-ID
                               MOVE JPRR-PARM-VALUE
                                           TO WJPRM-PARM-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-PARAMETER-FILE
           END-IF.
           IF NOT WS-ROW-FOUND
               MOVE LP-RC-JOB-PARM-NOT-FOUND TO WJPRM-RETURN-CODE
               MOVE LP-MSG-JOB-PARM-NOT-FOUND TO WJPRM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WJPRM-APPROVE-CHANGE
               AND WS-MAKER-ID = WCODER-ID
               MOVE LP-RC-JOB-PARM-SAME-CODER TO WJPRM-RETURN-CODE
               MOVE LP-MSG-JOB-PARM-SAME-CODER TO WJPRM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 6000-REWRITE-REGISTRY.

           MOVE SPACES               TO JOB-PARAMETER-AUDIT-RECORD.
           IF WJPRM-APPROVE-CHANGE
               SET JPRA-APPROVED     TO TRUE
               MOVE 'A'              TO WJPRM-ROW-STATUS
           ELSE
               SET JPRA-REJECTED     TO TRUE
               MOVE 'R'              TO WJPRM-ROW-STATUS
           END-IF.
           MOVE WJPRM-PARM-VALUE     TO JPRA-PARM-VALUE.
           MOVE WS-MAKER-ID          TO JPRA-ENTERED-BY.
           PERFORM 8000-WRITE-AUDIT-ROW.

      ******************************************************************
       3000-LOAD-FOR-START.
      *    The job's settings in effect go over what the submission
      *    set, then everything the run uses is filed under the
      *    start record's stamp.  With no registry the submission's
      *    settings stand and are recorded as submitted.

           IF WJPRM-JOB-NAME = SPACES
               PERFORM 9100-REQUEST-INVALID
               EXIT PARAGRAPH
           END-IF.

           MOVE WJPRM-JOB-NAME TO WS-SELECT-JOB.
           MOVE SPACES         TO WS-SELECT-PARM.
           PERFORM 5000-SELECT-IN-EFFECT.

           OPEN EXTEND RUN-PARAMETER-FILE.
           IF RUN-PARAMETER-FS = '35' OR '05'
               OPEN OUTPUT RUN-PARAMETER-FILE
           END-IF.

           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT
               PERFORM 3100-APPLY-SETTING
               MOVE SPACES TO RUN-PARAMETER-RECORD
               SET RUNP-FROM-REGISTRY TO TRUE
               MOVE WS-SET-PARM-NAME (WS-SET-IDX)
                                       TO RUNP-PARM-NAME
               MOVE WS-SET-PARM-VALUE (WS-SET-IDX)
                                       TO RUNP-PARM-VALUE
               MOVE WS-SET-SCOPE-JOB (WS-SET-IDX)
                                       TO RUNP-SCOPE-JOB
               MOVE WS-SET-EFFECTIVE-DATE (WS-SET-IDX)
                                       TO RUNP-EFFECTIVE-DATE
               PERFORM 3300-WRITE-RUN-PARAMETER
           END-PERFORM.

      *    A WGLOBAL setting the registry left alone is recorded as
      *    the submission set it - a blank one is the default and
      *    says nothing worth keeping.
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
               UNTIL WS-KNOWN-IDX > WS-MAX-KNOWN-SETTINGS
               MOVE WS-KNOWN-PARM-NAME (WS-KNOWN-IDX)
                                       TO WS-FIND-PARM
               PERFORM 5200-FIND-SET-ENTRY
               IF WS-SET-HIT = ZERO
                   PERFORM 3200-FETCH-SUBMITTED-VALUE
                   IF WS-SUBMITTED-VALUE NOT = SPACES
                       MOVE SPACES TO RUN-PARAMETER-RECORD
                       SET RUNP-AS-SUBMITTED TO TRUE
                       MOVE WS-FIND-PARM       TO RUNP-PARM-NAME
                       MOVE WS-SUBMITTED-VALUE TO RUNP-PARM-VALUE
                       MOVE ZERO               TO RUNP-EFFECTIVE-DATE
                       PERFORM 3300-WRITE-RUN-PARAMETER
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE RUN-PARAMETER-FILE.

      ******************************************************************
       3100-APPLY-SETTING.
      *    Settings with no WGLOBAL field are the job's own, read
      *    back through 'G' - they are only recorded here.

           EVALUATE WS-SET-PARM-NAME (WS-SET-IDX)
               WHEN 'EXTRACT-FORMAT-FLAG'
                   MOVE WS-SET-PARM-VALUE (WS-SET-IDX)
                                       TO WGLOB-EXTRACT-FORMAT-FLAG
               WHEN 'EXTRACT-MASK-FLAG'
                   MOVE WS-SET-PARM-VALUE (WS-SET-IDX)
                                       TO WGLOB-EXTRACT-MASK-FLAG
               WHEN 'FEED-DETAIL-FLAG'
                   MOVE WS-SET-PARM-VALUE (WS-SET-IDX)
                                       TO WGLOB-FEED-DETAIL-FLAG
               WHEN '1099-RUN-MODE-FLAG'
                   MOVE WS-SET-PARM-VALUE (WS-SET-IDX)
                                       TO WGLOB-1099-RUN-MODE-FLAG
               WHEN 'FEED-DESTINATION'
                   MOVE WS-SET-PARM-VALUE (WS-SET-IDX)
                                       TO WGLOB-FEED-DESTINATION
               WHEN 'EXTRACT-NETWORK-PATH'
                   MOVE WS-SET-PARM-VALUE (WS-SET-IDX)
                                       TO WGLOB-EXTRACT-NETWORK-PATH
               WHEN 'EXTRACT-BATCH-CODER'
                   MOVE WS-SET-PARM-VALUE (WS-SET-IDX)
                                       TO WGLOB-EXTRACT-BATCH-CODER
               WHEN 'STMT-PROOF-HOLD-FLAG'
                   MOVE WS-SET-PARM-VALUE (WS-SET-IDX)
                                       TO WGLOB-STMT-PROOF-HOLD-FLAG
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WJPRM-SETTINGS-APPLIED.

      ******************************************************************
       3200-FETCH-SUBMITTED-VALUE.

           EVALUATE WS-FIND-PARM
               WHEN 'EXTRACT-FORMAT-FLAG'
                   MOVE WGLOB-EXTRACT-FORMAT-FLAG
                                       TO WS-SUBMITTED-VALUE
               WHEN 'EXTRACT-MASK-FLAG'
                   MOVE WGLOB-EXTRACT-MASK-FLAG
                                       TO WS-SUBMITTED-VALUE
               WHEN 'FEED-DETAIL-FLAG'
                   MOVE WGLOB-FEED-DETAIL-FLAG
                                       TO WS-SUBMITTED-VALUE
               WHEN '1099-RUN-MODE-FLAG'
                   MOVE WGLOB-1099-RUN-MODE-FLAG
                                       TO WS-SUBMITTED-VALUE
               WHEN 'FEED-DESTINATION'
                   MOVE WGLOB-FEED-DESTINATION
                                       TO WS-SUBMITTED-VALUE
               WHEN 'EXTRACT-NETWORK-PATH'
                   MOVE WGLOB-EXTRACT-NETWORK-PATH
                                       TO WS-SUBMITTED-VALUE
               WHEN 'EXTRACT-BATCH-CODER'
                   MOVE WGLOB-EXTRACT-BATCH-CODER
                                       TO WS-SUBMITTED-VALUE
               WHEN 'STMT-PROOF-HOLD-FLAG'
                   MOVE WGLOB-STMT-PROOF-HOLD-FLAG
                                       TO WS-SUBMITTED-VALUE
               WHEN OTHER
                   MOVE SPACES         TO WS-SUBMITTED-VALUE
           END-EVALUATE.

      ******************************************************************
       3300-WRITE-RUN-PARAMETER.
      *    The caller sets the parameter, value, source and (for a
      *    registry setting) its scope and effective date.

           MOVE WJPRM-JOB-NAME       TO RUNP-JOB-NAME.
           MOVE WCODER-ID            TO RUNP-CODER-ID.
           MOVE WJPRM-START-DATE     TO RUNP-START-DATE.
           MOVE WJPRM-START-TIME     TO RUNP-START-TIME.
           WRITE RUN-PARAMETER-RECORD.

      ******************************************************************
       4000-GET-SETTING.
      *    Nothing in effect is not an error - the job falls back
      *    on its own default.

           IF WJPRM-JOB-NAME = SPACES
               OR WJPRM-PARM-NAME = SPACES
               PERFORM 9100-REQUEST-INVALID
               EXIT PARAGRAPH
           END-IF.

           MOVE WJPRM-JOB-NAME  TO WS-SELECT-JOB.
           MOVE WJPRM-PARM-NAME TO WS-SELECT-PARM.
           PERFORM 5000-SELECT-IN-EFFECT.
           IF WS-SET-COUNT > ZERO
               SET WJPRM-SETTING-FOUND TO TRUE
               MOVE WS-SET-PARM-VALUE (1)     TO WJPRM-PARM-VALUE
               MOVE WS-SET-EFFECTIVE-DATE (1) TO WJPRM-EFFECTIVE-DATE
           ELSE
               MOVE SPACES TO WJPRM-PARM-VALUE
               MOVE ZERO   TO WJPRM-EFFECTIVE-DATE
           END-IF.

      ******************************************************************
       5000-SELECT-IN-EFFECT.
      *    Builds the settings in effect today for WS-SELECT-JOB -
      *    every parameter, or just WS-SELECT-PARM when keyed.

           MOVE ZERO TO WS-SET-COUNT.
           OPEN INPUT JOB-PARAMETER-FILE.
           IF JOB-PARAMETER-FS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-PARM-FILE
               READ JOB-PARAMETER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF JPRR-APPROVED
                           AND JPRR-EFFECTIVE-DATE NOT > WS-NOW-DATE
                           AND (JPRR-JOB-NAME = WS-SELECT-JOB
                                OR JPRR-JOB-NAME = '*ALL')
                           AND (WS-SELECT-PARM = SPACES
                                OR JPRR-PARM-NAME = WS-SELECT-PARM)
                           PERFORM 5100-KEEP-IF-IN-EFFECT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-PARAMETER-FILE.

      ******************************************************************
       5100-KEEP-IF-IN-EFFECT.
      *    The job's own row beats '*ALL' whatever the dates; within
      *    a scope the later effective date wins, and on the same
      *    date the row entered later.

           MOVE JPRR-PARM-NAME TO WS-FIND-PARM.
           PERFORM 5200-FIND-SET-ENTRY.
           IF WS-SET-HIT = ZERO
               IF WS-SET-COUNT < WS-MAX-SETTINGS
                   ADD 1 TO WS-SET-COUNT
                   MOVE WS-SET-COUNT TO WS-SET-HIT
               ELSE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF JPRR-JOB-NAME = '*ALL'
                   AND WS-SET-SCOPE-JOB (WS-SET-HIT) NOT = '*ALL'
                   EXIT PARAGRAPH
               END-IF
               IF JPRR-JOB-NAME = WS-SET-SCOPE-JOB (WS-SET-HIT)
                   AND JPRR-EFFECTIVE-DATE
                       < WS-SET-EFFECTIVE-DATE (WS-SET-HIT)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE JPRR-PARM-NAME      TO WS-SET-PARM-NAME (WS-SET-HIT).
           MOVE JPRR-PARM-VALUE     TO WS-SET-PARM-VALUE (WS-SET-HIT).
           MOVE JPRR-JOB-NAME       TO WS-SET-SCOPE-JOB (WS-SET-HIT).
           MOVE JPRR-EFFECTIVE-DATE
                               TO WS-SET-EFFECTIVE-DATE (WS-SET-HIT).

      ******************************************************************
       5200-FIND-SET-ENTRY.

           MOVE ZERO TO WS-SET-HIT.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT
                  OR WS-SET-HIT NOT = ZERO
               IF WS-SET-PARM-NAME (WS-SET-IDX) = WS-FIND-PARM
                   MOVE WS-SET-IDX TO WS-SET-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
       6000-REWRITE-REGISTRY.
      *    Approval marks the pending row approved and supersedes
      *    the approved row it replaces; rejection marks it
      *    rejected.  A test registry entry (no pending row)
      *    supersedes only.

           OPEN INPUT JOB-PARAMETER-FILE.
           IF JOB-PARAMETER-FS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PARM-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-PARM-FILE
               READ JOB-PARAMETER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 6100-DECIDE-ROW
                       WRITE PARM-WORK-RECORD
                           FROM JOB-PARAMETER-RECORD
               END-READ
           END-PERFORM.
           CLOSE JOB-PARAMETER-FILE
                 PARM-WORK-FILE.

           OPEN INPUT PARM-WORK-FILE.
           OPEN OUTPUT JOB-PARAMETER-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-PARM-FILE
               READ PARM-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE JOB-PARAMETER-RECORD
                           FROM PARM-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE JOB-PARAMETER-FILE
                 PARM-WORK-FILE.

      ******************************************************************
       6100-DECIDE-ROW.

           IF JPRR-JOB-NAME       NOT = WJPRM-JOB-NAME
               OR JPRR-PARM-NAME      NOT = WJPRM-PARM-NAME
               OR JPRR-EFFECTIVE-DATE NOT = WJPRM-EFFECTIVE-DATE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN JPRR-APPROVED
                   AND NOT WJPRM-REJECT-CHANGE
                   SET JPRR-SUPERSEDED TO TRUE
               WHEN JPRR-PENDING
                   AND WJPRM-APPROVE-CHANGE
                   SET JPRR-APPROVED   TO TRUE
                   MOVE WCODER-ID      TO JPRR-APPROVED-BY
                   MOVE WS-NOW-DATE    TO JPRR-APPROVED-DATE
               WHEN JPRR-PENDING
                   AND WJPRM-REJECT-CHANGE
                   SET JPRR-REJECTED   TO TRUE
                   MOVE WCODER-ID      TO JPRR-APPROVED-BY
                   MOVE WS-NOW-DATE    TO JPRR-APPROVED-DATE
           END-EVALUATE.

      ******************************************************************
       8000-WRITE-AUDIT-ROW.
      *    The caller sets the action, value and maker.

           OPEN EXTEND PARM-AUDIT-FILE.
           IF PARM-AUDIT-FS = '35' OR '05'
               OPEN OUTPUT PARM-AUDIT-FILE
           END-IF.
           MOVE WS-NOW-DATE          TO JPRA-ACTION-DATE.
           MOVE WS-NOW-TIME          TO JPRA-ACTION-TIME.
           MOVE WCODER-ID            TO JPRA-CODER-ID.
           MOVE WJPRM-JOB-NAME       TO JPRA-JOB-NAME.
           MOVE WJPRM-PARM-NAME      TO JPRA-PARM-NAME.
           MOVE WJPRM-EFFECTIVE-DATE TO JPRA-EFFECTIVE-DATE.
           WRITE JOB-PARAMETER-AUDIT-RECORD.
           CLOSE PARM-AUDIT-FILE.

      ******************************************************************
       9000-EDIT-CHANGE-KEY.

           IF WJPRM-JOB-NAME = SPACES
               OR WJPRM-PARM-NAME = SPACES
               OR WJPRM-EFFECTIVE-DATE NOT NUMERIC
               OR WJPRM-EFFECTIVE-DATE = ZERO
               PERFORM 9100-REQUEST-INVALID
           END-IF.

      ******************************************************************
       9100-REQUEST-INVALID.

           MOVE LP-RC-JOB-PARM-INVALID TO WJPRM-RETURN-CODE.
           MOVE LP-MSG-JOB-PARM-INVALID TO WJPRM-ERROR-MESSAGE.

      ******************************************************************
       9200-MATCH-PENDING-ROW.
      *    A change awaiting approval for this job, parameter and
      *    effective date.

           MOVE 'N' TO WS-ROW-MATCH-FLAG.
           IF JPRR-PENDING
               AND JPRR-JOB-NAME       = WJPRM-JOB-NAME
               AND JPRR-PARM-NAME      = WJPRM-PARM-NAME
               AND JPRR-EFFECTIVE-DATE = WJPRM-EFFECTIVE-DATE
               SET WS-ROW-MATCHES TO TRUE
           END-IF.

      ******************************************************************
       9300-FIND-KNOWN-SETTING.

           MOVE ZERO TO WS-KNOWN-HIT.
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
               UNTIL WS-KNOWN-IDX > WS-MAX-KNOWN-SETTINGS
                  OR WS-KNOWN-HIT NOT = ZERO
               IF WS-KNOWN-PARM-NAME (WS-KNOWN-IDX) = WJPRM-PARM-NAME
                   MOVE WS-KNOWN-IDX TO WS-KNOWN-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
