      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CLONPEND.
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
      *D   CLONPEND is the pending loan posting service the loan
      *D   batches ask before they quote a policy.  PLONQUOT
      *D   quotes off the loan master, and a posting PLONPOST has
      *D   queued does not reach the master until CLONAPLY applies
      *D   it - so a quote taken while one is pending is stale,
      *D   and a posting built on it would undo the one before.
      *D
      *D   A policy has a posting pending when the LOANPOST.PDM
      *D   queue holds a record for it past CLONAPLY's checkpoint
      *D   (LONAPCHK.PDM), when CLONAPLY is holding one for OFAC
      *D   review (LONOFHLD.PDM), or when the caller has posted to
      *D   it earlier in the same run and said so ('A').
      *D
      *D   Functions (WLPNDCPY): 'L' loads the pending policies,
      *D   'C' checks one, 'A' notes one the caller posted to.
      *D   The load is done on the first call of a run in any case
      *D   and held for every later call.  A run with more pending
      *D   policies than the table holds answers the rest off the
      *D   files themselves.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-036-09 MAINT New program.
101526*H 20261015-037-04 MAINT Held posting layout COPYed from
101526*H                       WLHLDCPY, as CLONAPLY has it.
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

           SELECT LOAN-POSTING-FILE
       COPY WVARYCPY.
                                       LOAN-POSTING-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS LOAN-POSTING-STATUS.

           SELECT APPLY-CHECKPOINT-FILE
       COPY WVARYCPY.
                                       APPLY-CHECKPOINT-NAME
       COPY WLORGCPY.
                                       STATUS IS APPLY-CHKPT-STATUS.

           SELECT HELD-POSTING-FILE
       COPY WVARYCPY.
                                       HELD-POSTING-NAME
       COPY WLORGCPY.
                                       STATUS IS HELD-POSTING-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  LOAN-POSTING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLPSTCPY.

       FD  APPLY-CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPLY-CHECKPOINT-RECORD         PIC 9(09).

      *    CLONAPLY's held posting - only the policy it holds is
      *    wanted here.
       FD  HELD-POSTING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLHLDCPY.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  LOAN-POSTING-STATUS             PIC XX.
       01  APPLY-CHKPT-STATUS              PIC XX.
       01  HELD-POSTING-STATUS             PIC XX.

      *    The same shared files CLONAPLY drains and holds.
       01  LOAN-POSTING-FILE-NAME.
           05  WS-POSTING-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LOANPOST.PDM'.

       01  APPLY-CHECKPOINT-NAME.
           05  WS-CHECKPOINT-FILE-DRIVE     PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LONAPCHK.PDM'.

       01  HELD-POSTING-NAME.
           05  WS-HELD-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LONOFHLD.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-LOADED-FLAG                  PIC X(01) VALUE 'N'.
           88  WS-PENDING-LOADED                   VALUE 'Y'.

       01  WS-CHECKPOINT-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-QUEUE-READ                   PIC 9(09) VALUE ZERO.

      *    Policies with a posting pending, held for the run.
       78  WS-MAX-PENDING-POLICIES             VALUE 2000.
       01  WS-PENDING-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-PENDING-IDX                  PIC 9(05).
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS WS-MAX-PENDING-POLICIES TIMES.
               10  WS-PENDING-KEY              PIC X(14).
               10  WS-PENDING-FROM             PIC X(01).
       01  WS-OVERFLOW-FLAG                PIC X(01) VALUE 'N'.
           88  WS-PENDING-OVERFLOW                 VALUE 'Y'.

       01  WS-FIND-KEY                     PIC X(14).
       01  WS-FIND-FROM                    PIC X(01).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WLPNDCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WLPND-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE ZERO   TO WLPND-RETURN-CODE
               MOVE SPACES TO WLPND-ERROR-MESSAGE
                              WLPND-PENDING-SOURCE
               MOVE 'N'    TO WLPND-PENDING-FLAG
               EVALUATE TRUE
                   WHEN WLPND-LOAD-PENDING
                       PERFORM 1000-LOAD-PENDING
                   WHEN WLPND-CHECK-POLICY
                       IF NOT WS-PENDING-LOADED
                           PERFORM 1000-LOAD-PENDING
                       END-IF
                       PERFORM 3000-CHECK-POLICY
                   WHEN WLPND-NOTE-POSTED
                       IF NOT WS-PENDING-LOADED
                           PERFORM 1000-LOAD-PENDING
                       END-IF
                       PERFORM 4000-NOTE-POSTED
                   WHEN OTHER
                       MOVE LP-RC-PENDING-REQUEST-INVALID
                                       TO WLPND-RETURN-CODE
                       MOVE LP-MSG-PENDING-REQUEST-INVALID
                                       TO WLPND-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-LOAD-PENDING.

           MOVE WOPTION-WORK-DRIVE     TO WS-POSTING-FILE-DRIVE
                                           WS-CHECKPOINT-FILE-DRIVE
                                           WS-HELD-FILE-DRIVE.
           SET WS-PENDING-LOADED TO TRUE.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE 'N'  TO WS-OVERFLOW-FLAG.

           PERFORM 1100-READ-CHECKPOINT.

           OPEN INPUT LOAN-POSTING-FILE.
           IF LOAN-POSTING-STATUS = '00'
               MOVE ZERO TO WS-QUEUE-READ
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ LOAN-POSTING-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-QUEUE-READ
                           IF WS-QUEUE-READ > WS-CHECKPOINT-COUNT
                               MOVE SPACES TO WS-FIND-KEY
                               STRING LPST-COMPANY-CODE
                                      LPST-POLICY-NUMBER
                                   DELIMITED BY SIZE INTO WS-FIND-KEY
                               END-STRING
                               MOVE 'Q' TO WS-FIND-FROM
                               PERFORM 2000-ADD-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-POSTING-FILE
           END-IF.

           OPEN INPUT HELD-POSTING-FILE.
           IF HELD-POSTING-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ HELD-POSTING-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-FIND-KEY
                           STRING HLDP-COMPANY-CODE
                                  HLDP-POLICY-NUMBER
                               DELIMITED BY SIZE INTO WS-FIND-KEY
                           END-STRING
                           MOVE 'H' TO WS-FIND-FROM
                           PERFORM 2000-ADD-PENDING
                   END-READ
               END-PERFORM
               CLOSE HELD-POSTING-FILE
           END-IF.

      ******************************************************************
       1100-READ-CHECKPOINT.
      *    How far CLONAPLY has drained the queue - nothing past it
      *    is on the loan master yet.

           MOVE ZERO TO WS-CHECKPOINT-COUNT.
           OPEN INPUT APPLY-CHECKPOINT-FILE.
           IF APPLY-CHKPT-STATUS = '00'
               READ APPLY-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE APPLY-CHECKPOINT-RECORD
                           TO WS-CHECKPOINT-COUNT
               END-READ
               CLOSE APPLY-CHECKPOINT-FILE
           END-IF.

      ******************************************************************
       2000-ADD-PENDING.

           PERFORM 2100-FIND-PENDING.
           IF WS-PENDING-IDX NOT > WS-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-PENDING-COUNT < WS-MAX-PENDING-POLICIES
               ADD 1 TO WS-PENDING-COUNT
               MOVE WS-FIND-KEY  TO WS-PENDING-KEY (WS-PENDING-COUNT)
               MOVE WS-FIND-FROM TO WS-PENDING-FROM (WS-PENDING-COUNT)
           ELSE
               SET WS-PENDING-OVERFLOW TO TRUE
           END-IF.

      ******************************************************************
       2100-FIND-PENDING.
      *    WS-PENDING-IDX past the table means the policy is not in
      *    it.

           PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
               UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
               IF WS-PENDING-KEY (WS-PENDING-IDX) = WS-FIND-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       3000-CHECK-POLICY.

           MOVE SPACES TO WS-FIND-KEY.
           STRING WLPND-COMPANY-CODE
                  WLPND-POLICY-NUMBER
               DELIMITED BY SIZE INTO WS-FIND-KEY
           END-STRING.
           PERFORM 2100-FIND-PENDING.
           IF WS-PENDING-IDX NOT > WS-PENDING-COUNT
               MOVE 'Y' TO WLPND-PENDING-FLAG
               MOVE WS-PENDING-FROM (WS-PENDING-IDX)
                                       TO WLPND-PENDING-SOURCE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PENDING-OVERFLOW
               PERFORM 3100-SEARCH-FILES
           END-IF.

      ******************************************************************
       3100-SEARCH-FILES.
      *    More pending policies than the table holds - look for
      *    this one in the files themselves.

           PERFORM 1100-READ-CHECKPOINT.
           OPEN INPUT LOAN-POSTING-FILE.
           IF LOAN-POSTING-STATUS = '00'
               MOVE ZERO TO WS-QUEUE-READ
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT-FILE
                          OR WLPND-POSTING-PENDING
                   READ LOAN-POSTING-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-QUEUE-READ
                           IF WS-QUEUE-READ > WS-CHECKPOINT-COUNT
                               AND LPST-COMPANY-CODE =
                                   WLPND-COMPANY-CODE
                               AND LPST-POLICY-NUMBER =
                                   WLPND-POLICY-NUMBER
                               MOVE 'Y' TO WLPND-PENDING-FLAG
                               MOVE 'Q' TO WLPND-PENDING-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-POSTING-FILE
           END-IF.
           IF WLPND-POSTING-PENDING
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT HELD-POSTING-FILE.
           IF HELD-POSTING-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT-FILE
                          OR WLPND-POSTING-PENDING
                   READ HELD-POSTING-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF HLDP-COMPANY-CODE = WLPND-COMPANY-CODE
                               AND HLDP-POLICY-NUMBER =
                                   WLPND-POLICY-NUMBER
                               MOVE 'Y' TO WLPND-PENDING-FLAG
                               MOVE 'H' TO WLPND-PENDING-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-POSTING-FILE
           END-IF.

      ******************************************************************
       4000-NOTE-POSTED.
      *    Posted by the caller this run - pending ahead of anything
      *    the files say, since the table is searched first.

           MOVE SPACES TO WS-FIND-KEY.
           STRING WLPND-COMPANY-CODE
                  WLPND-POLICY-NUMBER
               DELIMITED BY SIZE INTO WS-FIND-KEY
           END-STRING.
           MOVE 'R' TO WS-FIND-FROM.
           PERFORM 2100-FIND-PENDING.
           IF WS-PENDING-IDX NOT > WS-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-PENDING-COUNT < WS-MAX-PENDING-POLICIES
               ADD 1 TO WS-PENDING-COUNT
               MOVE WS-FIND-KEY  TO WS-PENDING-KEY (WS-PENDING-COUNT)
               MOVE WS-FIND-FROM TO WS-PENDING-FROM (WS-PENDING-COUNT)
           ELSE
      *        No room - the posting is in the queue past the
      *        checkpoint by now, so the file search finds it.
               SET WS-PENDING-OVERFLOW TO TRUE
           END-IF.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
