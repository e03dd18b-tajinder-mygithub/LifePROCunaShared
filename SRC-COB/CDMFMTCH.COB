      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CDMFMTCH.
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
      *D   CDMFMTCH matches the in-force block against the Social
      *D   Security Death Master File.  The DMF update file
      *D   (DMFUPDT.PDM, WDMFRCPY) is compared to
      *D     - each policy owner's SSN and name on the delimited
      *D       annual statement extract, and
      *D     - each payee's TIN and legal name on the payee master
      *D       (PAYEMAST.PDM).
      *D   A hit is graded by match strength:
      *D     1 - SSN only;
      *D     2 - SSN and name (DMF last and first name both found
      *D         in the name on file);
      *D     3 - SSN, name and date - the DMF date of birth within a
      *D         year of the birth year the policy implies (issue
      *D         date year less issue age).  The payee master
      *D         carries no date, so a payee grades 2 at most.
      *D   DMF delete records are not matched.
      *D
      *D   Every hit goes on the potential-death-claim worklist
      *D   (DMFWORK.PDM under the running coder), strongest first.
      *D   A matched policy is put on death-claim hold in
      *D   DTHHOLD.PDM (WDTHHCPY) unless that DMF entry already held
      *D   it - open or since cleared by the claims area - and stays
      *D   held from new loan takes and disbursements until claims
      *D   clears it through CDTHMNT.  A payee hit is listed for
      *D   claims to work; it holds no policy.
      *D
      *D   A fixed-format extract has no tags to walk and is
      *D   reported as unusable - the payee master still matches.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-024-01 MAINT New program.
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

           SELECT DMF-UPDATE-FILE
       COPY WVARYCPY.
                                       DMF-UPDATE-NAME
       COPY WLORGCPY.
                                       STATUS IS DMF-UPDATE-STATUS.

           SELECT DEATH-HOLD-FILE
       COPY WVARYCPY.
                                       DEATH-HOLD-NAME
       COPY WLORGCPY.
                                       STATUS IS DEATH-HOLD-STATUS.

           SELECT EXTRACT-FILE
       COPY WVARYCPY.
                                       EXTRACT-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS EXTRACT-STATUS.

           SELECT PAYEE-MASTER-FILE
       COPY WVARYCPY.
                                       PAYEE-MASTER-NAME
       COPY WLORGCPY.
                                       STATUS IS PAYEE-MASTER-STATUS.

           SELECT WORKLIST-FILE
       COPY WVARYCPY.
                                       WORKLIST-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS WORKLIST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  DMF-UPDATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WDMFRCPY.

       FD  DEATH-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WDTHHCPY.

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD                  PIC X(250).

       FD  PAYEE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WPAYECPY.

       FD  WORKLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORKLIST-RECORD                 PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-MATCH-STRENGTH          PIC X(01).
      *        'O' policy owner, 'P' payee.
           05  SW-SOURCE                  PIC X(01).
           05  SW-COMPANY-CODE            PIC X(02).
      *        Policy number for an owner, agent number for a payee.
           05  SW-KEY                     PIC X(12).
           05  SW-SSN                     PIC X(09).
           05  SW-NAME-ON-FILE            PIC X(40).
           05  SW-DMF-NAME                PIC X(36).
           05  SW-DATE-OF-DEATH           PIC 9(08).
           05  SW-HOLD-ACTION             PIC X(14).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRUNCCPY.

       01  CALLED-MODULES.
           05  PFILEINS                   PIC X(08) VALUE 'PFILEINS'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

       01  DMF-UPDATE-STATUS               PIC XX.
       01  DEATH-HOLD-STATUS               PIC XX.
       01  EXTRACT-STATUS                  PIC XX.
           88  EXTRACT-STATUS-OK               VALUE '00'.
       01  PAYEE-MASTER-STATUS             PIC XX.
       01  WORKLIST-STATUS                 PIC XX.

      *    The DMF update as received, the hold file and the payee
      *    master are all shared, one per work drive.
       01  DMF-UPDATE-NAME.
           05  WS-DMF-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'DMFUPDT.PDM'.

       01  DEATH-HOLD-NAME.
           05  WS-HOLD-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'DTHHOLD.PDM'.

       01  PAYEE-MASTER-NAME.
           05  WS-PAYEE-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'PAYEMAST.PDM'.

       01  EXTRACT-FILE-NAME.
           05  WS-EXTRACT-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  EXTRACT-CODER               PIC X(04) VALUE '____'.
           05  FILLER                      PIC X(07) VALUE 'U01.PDM'.
           05  FILLER                      PIC X(241) VALUE SPACES.

       01  WS-ASCII-FILE-NAME              PIC X(255).
       01  WS-NEW-ASCII-FILE-NAME          PIC X(255).

       01  WORKLIST-FILE-NAME.
           05  WS-WORKLIST-FILE-DRIVE      PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  WORKLIST-CODER              PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'DMFWORK.PDM'.

       01  WS-DELIM-CHAR                   PIC X(01) VALUE '|'.
       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).

      *    Per-policy block state machine - see C1099RWH.
       01  WS-BLOCK-STATE                  PIC X(01) VALUE 'K'.
           88  WS-EXPECT-KEY1                  VALUE 'K'.
           88  WS-EXPECT-KEY2                  VALUE '2'.
           88  WS-EXPECT-KEY3                  VALUE '3'.
           88  WS-EXPECT-B-LINE                VALUE 'B'.
           88  WS-IN-NAME-LINES                VALUE 'N'.
           88  WS-IN-VARIABLE-SECTION          VALUE 'V'.
       01  WS-NAME-LINE-NO                 PIC 9(02) VALUE ZERO.

       01  WS-TOKEN-COUNT                  PIC 9(02).
       01  WS-TOKENS.
           05  WS-TOKEN OCCURS 14 TIMES   PIC X(50).

       01  WS-CUR-COMPANY                  PIC X(02).
       01  WS-CUR-POLICY                   PIC X(12).
       01  WS-CUR-SSN                      PIC X(09).
       01  WS-CUR-ISSUE-AGE                PIC 9(03).
       01  WS-CUR-ISSUE-DATE               PIC 9(08).
       01  WS-CUR-NAME                     PIC X(50).
       01  WS-CUR-BIRTH-YEAR               PIC 9(04).

      *    The DMF entries to match against - deletes are left out.
       78  WS-MAX-DMF-ROWS                     VALUE 5000.
       01  WS-DMF-COUNT                    PIC 9(05) VALUE ZERO.
       01  WS-DMF-IDX                      PIC 9(05).
       01  WS-DMF-TABLE.
           05  WS-DMF-ENTRY OCCURS WS-MAX-DMF-ROWS TIMES.
               10  WS-DMF-SSN                  PIC X(09).
               10  WS-DMF-LAST-NAME            PIC X(20).
               10  WS-DMF-LAST-LEN             PIC 9(02).
               10  WS-DMF-FIRST-NAME           PIC X(15).
               10  WS-DMF-FIRST-LEN            PIC 9(02).
               10  WS-DMF-DEATH-DATE           PIC 9(08).
               10  WS-DMF-BIRTH-YEAR           PIC 9(04).
       01  WS-DMF-DROPPED                  PIC 9(07) VALUE ZERO.
       01  WS-DMF-DELETES                  PIC 9(07) VALUE ZERO.

      *    Holds already on file - a DMF entry that held a policy
      *    once does not hold it again, even after claims cleared it.
       78  WS-MAX-HOLD-ROWS                    VALUE 2000.
       01  WS-HOLD-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-HOLD-IDX                     PIC 9(05).
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS WS-MAX-HOLD-ROWS TIMES.
               10  WS-HOLD-KEY                 PIC X(14).
               10  WS-HOLD-SSN                 PIC X(09).
               10  WS-HOLD-DEATH-DATE          PIC 9(08).
               10  WS-HOLD-STATUS              PIC X(01).

       01  WS-LOOKUP-KEY                   PIC X(14).
       01  WS-UPPER-NAME                   PIC X(50).
       01  WS-TRAIL-COUNT                  PIC 9(02).
       01  WS-HIT-COUNT                    PIC 9(02).
       01  WS-NAME-MATCH-FLAG              PIC X(01).
           88  WS-NAME-MATCHED                 VALUE 'Y'.
       01  WS-YEAR-DIFF                    PIC S9(05).

       01  WS-COUNTS.
           05  WS-POLICIES-READ            PIC 9(07) VALUE ZERO.
           05  WS-PAYEES-READ              PIC 9(07) VALUE ZERO.
           05  WS-OWNER-MATCHES            PIC 9(07) VALUE ZERO.
           05  WS-PAYEE-MATCHES            PIC 9(07) VALUE ZERO.
           05  WS-NEW-HOLDS                PIC 9(07) VALUE ZERO.
           05  WS-STRENGTH-COUNT OCCURS 3 TIMES
                                           PIC 9(07) VALUE ZERO.
       01  WS-STRENGTH-IDX                 PIC 9(01).

       01  WS-SORT-EOF-FLAG                PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.
       01  WS-MASKED-SSN                   PIC X(11).
       01  WS-STRENGTH-TEXT                PIC X(16).

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
      *            fail fast instead of holding policies twice.
                   CONTINUE
               ELSE
               OPEN OUTPUT WORKLIST-FILE
               PERFORM 1100-LOAD-DMF-UPDATE
               IF WS-DMF-COUNT = ZERO
                   MOVE 'NO DMF UPDATE ENTRIES (DMFUPDT.PDM) - NOTHING M
      -                 'ATCHED'
                       TO WORKLIST-RECORD
                   WRITE WORKLIST-RECORD
               ELSE
                   PERFORM 1200-LOAD-HOLDS
                   OPEN EXTEND DEATH-HOLD-FILE
                   IF DEATH-HOLD-STATUS = '35' OR '05'
                       OPEN OUTPUT DEATH-HOLD-FILE
                   END-IF
                   SORT SORT-WORK-FILE
                       ON DESCENDING KEY SW-MATCH-STRENGTH
                       ON ASCENDING KEY SW-SOURCE
                                        SW-COMPANY-CODE
                                        SW-KEY
                       INPUT PROCEDURE 2000-MATCH-BLOCK
                       OUTPUT PROCEDURE 4000-WRITE-WORKLIST
                   CLOSE DEATH-HOLD-FILE
               END-IF
               PERFORM 5000-WRITE-SUMMARY
               CLOSE WORKLIST-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START  TO TRUE.
           MOVE 'CDMFMTCH'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.
           IF WRUNC-START-REFUSED
               EXIT PARAGRAPH
           END-IF.

           MOVE WCODER-ID              TO WORKLIST-CODER.
           INSPECT WORKLIST-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-DMF-FILE-DRIVE
                                          WS-HOLD-FILE-DRIVE
                                          WS-PAYEE-FILE-DRIVE
                                          WS-WORKLIST-FILE-DRIVE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.

      ******************************************************************
       1100-LOAD-DMF-UPDATE.

           OPEN INPUT DMF-UPDATE-FILE.
           IF DMF-UPDATE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ DMF-UPDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 1110-ADD-DMF-ENTRY
               END-READ
           END-PERFORM.
           CLOSE DMF-UPDATE-FILE.

      ******************************************************************
       1110-ADD-DMF-ENTRY.

           IF DMF-DELETE
               ADD 1 TO WS-DMF-DELETES
               EXIT PARAGRAPH
           END-IF.
           IF DMF-SSN = SPACES OR DMF-SSN = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF WS-DMF-COUNT NOT < WS-MAX-DMF-ROWS
               ADD 1 TO WS-DMF-DROPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DMF-COUNT.
           MOVE DMF-SSN        TO WS-DMF-SSN (WS-DMF-COUNT).
           MOVE DMF-LAST-NAME  TO WS-DMF-LAST-NAME (WS-DMF-COUNT).
           MOVE DMF-FIRST-NAME TO WS-DMF-FIRST-NAME (WS-DMF-COUNT).
      *    Significant length of each name - what is looked for in
      *    the name on file.
           MOVE ZERO TO WS-TRAIL-COUNT.
           INSPECT FUNCTION REVERSE (DMF-LAST-NAME)
               TALLYING WS-TRAIL-COUNT FOR LEADING SPACES.
           COMPUTE WS-DMF-LAST-LEN (WS-DMF-COUNT) =
               20 - WS-TRAIL-COUNT.
           MOVE ZERO TO WS-TRAIL-COUNT.
           INSPECT FUNCTION REVERSE (DMF-FIRST-NAME)
               TALLYING WS-TRAIL-COUNT FOR LEADING SPACES.
           COMPUTE WS-DMF-FIRST-LEN (WS-DMF-COUNT) =
               15 - WS-TRAIL-COUNT.

           IF DMF-DATE-OF-DEATH IS NUMERIC
               COMPUTE WS-DMF-DEATH-DATE (WS-DMF-COUNT) =
                   DMF-DEATH-CCYY * 10000 + DMF-DEATH-MM * 100
                   + DMF-DEATH-DD
           ELSE
               MOVE ZERO TO WS-DMF-DEATH-DATE (WS-DMF-COUNT)
           END-IF.
           IF DMF-DATE-OF-BIRTH IS NUMERIC
               MOVE DMF-BIRTH-CCYY TO WS-DMF-BIRTH-YEAR (WS-DMF-COUNT)
           ELSE
               MOVE ZERO TO WS-DMF-BIRTH-YEAR (WS-DMF-COUNT)
           END-IF.

      ******************************************************************
       1200-LOAD-HOLDS.

           OPEN INPUT DEATH-HOLD-FILE.
           IF DEATH-HOLD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ DEATH-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-HOLD-COUNT < WS-MAX-HOLD-ROWS
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE DTHH-COMPANY-CODE
                               TO WS-HOLD-KEY (WS-HOLD-COUNT) (1:2)
                           MOVE DTHH-POLICY-NUMBER
                               TO WS-HOLD-KEY (WS-HOLD-COUNT) (3:12)
                           MOVE DTHH-SSN
                               TO WS-HOLD-SSN (WS-HOLD-COUNT)
                           MOVE DTHH-DATE-OF-DEATH
                               TO WS-HOLD-DEATH-DATE (WS-HOLD-COUNT)
                           MOVE DTHH-STATUS
                               TO WS-HOLD-STATUS (WS-HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEATH-HOLD-FILE.

      ******************************************************************
      *Sort input procedure - owners off the extract, then payees off
      *the payee master.
      ******************************************************************
       2000-MATCH-BLOCK.

           IF WGLOB-EXTRACT-FIXED-FORMAT
               MOVE 'FIXED-FORMAT EXTRACT - POLICY OWNERS NOT MATCHED'
                   TO WORKLIST-RECORD
               WRITE WORKLIST-RECORD
           ELSE
               PERFORM 2100-OPEN-EXTRACT
               IF EXTRACT-STATUS-OK
                   PERFORM 2200-WALK-EXTRACT
                   CLOSE EXTRACT-FILE
               ELSE
                   MOVE 'EXTRACT FILE NOT FOUND - POLICY OWNERS NOT MA
      -                 'TCHED'
                       TO WORKLIST-RECORD
                   WRITE WORKLIST-RECORD
               END-IF
           END-IF.
           PERFORM 3000-MATCH-PAYEES.

      ******************************************************************
       2100-OPEN-EXTRACT.

           IF WGLOB-EXTRACT-BATCH-CODER NOT = SPACES
               MOVE WGLOB-EXTRACT-BATCH-CODER TO EXTRACT-CODER
           ELSE
               MOVE WCODER-ID          TO EXTRACT-CODER
           END-IF.
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

           OPEN INPUT EXTRACT-FILE.

      ******************************************************************
       2200-WALK-EXTRACT.

           MOVE 'K' TO WS-BLOCK-STATE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2300-HANDLE-ONE-LINE
               END-READ
           END-PERFORM.

      ******************************************************************
       2300-HANDLE-ONE-LINE.

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
                   PERFORM 2310-TAKE-KEY1
               WHEN WS-EXPECT-KEY2
                   MOVE '3' TO WS-BLOCK-STATE
               WHEN WS-EXPECT-KEY3
                   MOVE WS-TOKEN (1) (1:9) TO WS-CUR-SSN
                   MOVE 'B' TO WS-BLOCK-STATE
               WHEN WS-EXPECT-B-LINE
      *            Base issue age and policy issue date - the birth
      *            year the policy implies.
                   IF WS-TOKEN (7) (1:3) IS NUMERIC
                       MOVE WS-TOKEN (7) (1:3) TO WS-CUR-ISSUE-AGE
                   END-IF
                   IF WS-TOKEN (8) (1:8) IS NUMERIC
                       MOVE WS-TOKEN (8) (1:8) TO WS-CUR-ISSUE-DATE
                   END-IF
                   MOVE 'N' TO WS-BLOCK-STATE
                   MOVE ZERO TO WS-NAME-LINE-NO
               WHEN WS-IN-NAME-LINES
                   ADD 1 TO WS-NAME-LINE-NO
                   EVALUATE WS-NAME-LINE-NO
                       WHEN 11
                           MOVE WS-TOKEN (3) (1:50) TO WS-CUR-NAME
                           PERFORM 2400-MATCH-OWNER
                       WHEN 15
                           MOVE 'V' TO WS-BLOCK-STATE
                   END-EVALUATE
               WHEN WS-IN-VARIABLE-SECTION
                   IF EXTRACT-RECORD (1:1) NOT = '('
                       AND WS-TOKEN (1) NOT = 'L'
                       AND WS-TOKEN (1) NOT = 'W'
                       AND WS-TOKEN (1) NOT = 'V'
      *                Next policy's first key line.
                       PERFORM 2310-TAKE-KEY1
                   END-IF
           END-EVALUATE.

      ******************************************************************
       2310-TAKE-KEY1.

           ADD 1 TO WS-POLICIES-READ.
           MOVE WS-TOKEN (1) (1:2)  TO WS-CUR-COMPANY.
           MOVE WS-TOKEN (2) (1:12) TO WS-CUR-POLICY.
           MOVE SPACES TO WS-CUR-SSN
                          WS-CUR-NAME.
           MOVE ZERO   TO WS-CUR-ISSUE-AGE
                          WS-CUR-ISSUE-DATE.
           MOVE '2' TO WS-BLOCK-STATE.

      ******************************************************************
       2400-MATCH-OWNER.

           IF WS-CUR-SSN = SPACES OR WS-CUR-SSN = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUR-ISSUE-DATE > ZERO
               COMPUTE WS-CUR-BIRTH-YEAR =
                   WS-CUR-ISSUE-DATE / 10000 - WS-CUR-ISSUE-AGE
           ELSE
               MOVE ZERO TO WS-CUR-BIRTH-YEAR
           END-IF.

           PERFORM VARYING WS-DMF-IDX FROM 1 BY 1
               UNTIL WS-DMF-IDX > WS-DMF-COUNT
               IF WS-DMF-SSN (WS-DMF-IDX) = WS-CUR-SSN
                   PERFORM 2500-GRADE-OWNER-MATCH
               END-IF
           END-PERFORM.

      ******************************************************************
       2500-GRADE-OWNER-MATCH.

           ADD 1 TO WS-OWNER-MATCHES.
           PERFORM 2600-CHECK-NAME.
           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE '1' TO SW-MATCH-STRENGTH.
           IF WS-NAME-MATCHED
               MOVE '2' TO SW-MATCH-STRENGTH
               IF WS-CUR-BIRTH-YEAR > ZERO
                   AND WS-DMF-BIRTH-YEAR (WS-DMF-IDX) > ZERO
                   COMPUTE WS-YEAR-DIFF =
                       WS-CUR-BIRTH-YEAR
                       - WS-DMF-BIRTH-YEAR (WS-DMF-IDX)
                   IF WS-YEAR-DIFF >= -1 AND WS-YEAR-DIFF <= 1
                       MOVE '3' TO SW-MATCH-STRENGTH
                   END-IF
               END-IF
           END-IF.
           MOVE 'O'              TO SW-SOURCE.
           MOVE WS-CUR-COMPANY   TO SW-COMPANY-CODE.
           MOVE WS-CUR-POLICY    TO SW-KEY.
           MOVE WS-CUR-NAME      TO SW-NAME-ON-FILE.
           PERFORM 2700-FILL-DMF-SIDE.
           PERFORM 2800-HOLD-POLICY.
           RELEASE SORT-WORK-RECORD.

      ******************************************************************
       2600-CHECK-NAME.
      *    Both DMF names must appear in the name on file - the name
      *    on file is one free-form string, so order is not checked.

           MOVE 'N' TO WS-NAME-MATCH-FLAG.
           IF WS-DMF-LAST-LEN (WS-DMF-IDX) = ZERO
               OR WS-DMF-FIRST-LEN (WS-DMF-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-CUR-NAME) TO WS-UPPER-NAME.
           MOVE ZERO TO WS-HIT-COUNT.
           INSPECT WS-UPPER-NAME TALLYING WS-HIT-COUNT
               FOR ALL WS-DMF-LAST-NAME (WS-DMF-IDX)
                       (1:WS-DMF-LAST-LEN (WS-DMF-IDX)).
           IF WS-HIT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-HIT-COUNT.
           INSPECT WS-UPPER-NAME TALLYING WS-HIT-COUNT
               FOR ALL WS-DMF-FIRST-NAME (WS-DMF-IDX)
                       (1:WS-DMF-FIRST-LEN (WS-DMF-IDX)).
           IF WS-HIT-COUNT > ZERO
               SET WS-NAME-MATCHED TO TRUE
           END-IF.

      ******************************************************************
       2700-FILL-DMF-SIDE.

           MOVE WS-DMF-SSN (WS-DMF-IDX)        TO SW-SSN.
           STRING WS-DMF-LAST-NAME (WS-DMF-IDX)
                      (1:WS-DMF-LAST-LEN (WS-DMF-IDX))
                  ', '
                  WS-DMF-FIRST-NAME (WS-DMF-IDX)
               DELIMITED BY SIZE INTO SW-DMF-NAME
           END-STRING.
           MOVE WS-DMF-DEATH-DATE (WS-DMF-IDX) TO SW-DATE-OF-DEATH.

      ******************************************************************
       2800-HOLD-POLICY.
      *    One hold per policy per DMF entry, open or cleared.

           MOVE WS-CUR-COMPANY TO WS-LOOKUP-KEY (1:2).
           MOVE WS-CUR-POLICY  TO WS-LOOKUP-KEY (3:12).
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-KEY (WS-HOLD-IDX) = WS-LOOKUP-KEY
                   AND WS-HOLD-SSN (WS-HOLD-IDX) = SW-SSN
                   AND WS-HOLD-DEATH-DATE (WS-HOLD-IDX)
                       = SW-DATE-OF-DEATH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-HOLD-IDX NOT > WS-HOLD-COUNT
               IF WS-HOLD-STATUS (WS-HOLD-IDX) = 'C'
                   MOVE 'CLEARED BEFORE' TO SW-HOLD-ACTION
               ELSE
                   MOVE 'ALREADY HELD'   TO SW-HOLD-ACTION
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES              TO DEATH-HOLD-RECORD.
           MOVE WS-CUR-COMPANY      TO DTHH-COMPANY-CODE.
           MOVE WS-CUR-POLICY       TO DTHH-POLICY-NUMBER.
           SET DTHH-HELD            TO TRUE.
           MOVE SW-MATCH-STRENGTH   TO DTHH-MATCH-STRENGTH.
           MOVE SW-SSN              TO DTHH-SSN.
           MOVE SW-DATE-OF-DEATH    TO DTHH-DATE-OF-DEATH.
           MOVE WS-NOW-DATE         TO DTHH-MATCHED-DATE.
           MOVE ZERO                TO DTHH-CLEARED-DATE.
           WRITE DEATH-HOLD-RECORD.
           ADD 1 TO WS-NEW-HOLDS.
           MOVE 'NEW HOLD'          TO SW-HOLD-ACTION.

      *    Remember it, so a second DMF row for the same death does
      *    not hold the policy twice in this run.
           IF WS-HOLD-COUNT < WS-MAX-HOLD-ROWS
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-LOOKUP-KEY    TO WS-HOLD-KEY (WS-HOLD-COUNT)
               MOVE SW-SSN           TO WS-HOLD-SSN (WS-HOLD-COUNT)
               MOVE SW-DATE-OF-DEATH
                   TO WS-HOLD-DEATH-DATE (WS-HOLD-COUNT)
               MOVE 'H'              TO WS-HOLD-STATUS (WS-HOLD-COUNT)
           END-IF.

      ******************************************************************
       3000-MATCH-PAYEES.
      *    Payee TIN and legal name - listed for claims, no hold.

           OPEN INPUT PAYEE-MASTER-FILE.
           IF PAYEE-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PAYEE-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PAYEES-READ
                       IF PAYE-TIN NOT = SPACES
                           PERFORM 3100-MATCH-ONE-PAYEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYEE-MASTER-FILE.

      ******************************************************************
       3100-MATCH-ONE-PAYEE.

           MOVE PAYE-LEGAL-NAME TO WS-CUR-NAME.
           PERFORM VARYING WS-DMF-IDX FROM 1 BY 1
               UNTIL WS-DMF-IDX > WS-DMF-COUNT
               IF WS-DMF-SSN (WS-DMF-IDX) = PAYE-TIN
                   ADD 1 TO WS-PAYEE-MATCHES
                   PERFORM 2600-CHECK-NAME
                   MOVE SPACES TO SORT-WORK-RECORD
                   IF WS-NAME-MATCHED
                       MOVE '2' TO SW-MATCH-STRENGTH
                   ELSE
                       MOVE '1' TO SW-MATCH-STRENGTH
                   END-IF
                   MOVE 'P'               TO SW-SOURCE
                   MOVE PAYE-AGENT-NUMBER TO SW-KEY
                   MOVE PAYE-LEGAL-NAME   TO SW-NAME-ON-FILE
                   PERFORM 2700-FILL-DMF-SIDE
                   MOVE 'PAYEE - LISTED' TO SW-HOLD-ACTION
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-PERFORM.

      ******************************************************************
      *Sort output procedure - the worklist, strongest matches first.
      ******************************************************************
       4000-WRITE-WORKLIST.

           MOVE SPACES TO WORKLIST-RECORD.
           STRING 'POTENTIAL DEATH CLAIM WORKLIST - DMF MATCH RUN '
                  WS-NOW-DATE
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           END-STRING.
           WRITE WORKLIST-RECORD.
           MOVE SPACES TO WORKLIST-RECORD.
           MOVE 'STRENGTH         SRC CO KEY          SSN         NAME O
      -         'N FILE' TO WORKLIST-RECORD.
           MOVE 'DMF NAME                  DEATH    ACTION'
               TO WORKLIST-RECORD (84:43).
           WRITE WORKLIST-RECORD.

           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 4100-WRITE-WORKLIST-LINE
               END-RETURN
           END-PERFORM.

      ******************************************************************
       4100-WRITE-WORKLIST-LINE.

           MOVE SW-MATCH-STRENGTH TO WS-STRENGTH-IDX.
           ADD 1 TO WS-STRENGTH-COUNT (WS-STRENGTH-IDX).
           EVALUATE SW-MATCH-STRENGTH
               WHEN '3'
                   MOVE '3 SSN+NAME+DATE' TO WS-STRENGTH-TEXT
               WHEN '2'
                   MOVE '2 SSN+NAME'      TO WS-STRENGTH-TEXT
               WHEN OTHER
                   MOVE '1 SSN ONLY'      TO WS-STRENGTH-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-MASKED-SSN.
           STRING 'XXX-XX-' SW-SSN (6:4)
               DELIMITED BY SIZE INTO WS-MASKED-SSN
           END-STRING.

           MOVE SPACES TO WORKLIST-RECORD.
           STRING WS-STRENGTH-TEXT ' '
                  SW-SOURCE '   '
                  SW-COMPANY-CODE ' '
                  SW-KEY ' '
                  WS-MASKED-SSN ' '
                  SW-NAME-ON-FILE (1:33)
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           END-STRING.
           MOVE SW-DMF-NAME (1:25) TO WORKLIST-RECORD (84:25).
           MOVE SW-DATE-OF-DEATH   TO WORKLIST-RECORD (110:8).
           MOVE SW-HOLD-ACTION     TO WORKLIST-RECORD (119:14).
           WRITE WORKLIST-RECORD.

      ******************************************************************
       5000-WRITE-SUMMARY.

           MOVE SPACES TO WORKLIST-RECORD.
           WRITE WORKLIST-RECORD.
           MOVE SPACES TO WORKLIST-RECORD.
           STRING 'DMF ENTRIES ' WS-DMF-COUNT
                  '  DELETES SKIPPED ' WS-DMF-DELETES
                  '  OVER TABLE LIMIT ' WS-DMF-DROPPED
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           END-STRING.
           WRITE WORKLIST-RECORD.
           MOVE SPACES TO WORKLIST-RECORD.
           STRING 'POLICIES READ ' WS-POLICIES-READ
                  '  OWNER MATCHES ' WS-OWNER-MATCHES
                  '  NEW HOLDS ' WS-NEW-HOLDS
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           END-STRING.
           WRITE WORKLIST-RECORD.
           MOVE SPACES TO WORKLIST-RECORD.
           STRING 'PAYEES READ ' WS-PAYEES-READ
                  '  PAYEE MATCHES ' WS-PAYEE-MATCHES
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           END-STRING.
           WRITE WORKLIST-RECORD.
           MOVE SPACES TO WORKLIST-RECORD.
           STRING 'BY STRENGTH  3=' WS-STRENGTH-COUNT (3)
                  '  2=' WS-STRENGTH-COUNT (2)
                  '  1=' WS-STRENGTH-COUNT (1)
               DELIMITED BY SIZE INTO WORKLIST-RECORD
           END-STRING.
           WRITE WORKLIST-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CDMFMTCH'         TO WRUNC-JOB-NAME.
           MOVE WS-POLICIES-READ   TO WRUNC-RECORD-COUNT.
           MOVE 'COMPLETE'         TO WRUNC-RUN-STATUS.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
