      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CBONTMNT.
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
      *D   CBONTMNT maintains the persistency bonus tier table
      *D   BONTIER.PDM (WBTIRCPY) - the 13-month persistency levels
      *D   CPERSBON pays its annual bonus against.  'P' puts a tier
      *D   (adds the keyed row or replaces the row with the same
      *D   effective date and minimum persistency), 'D' deletes
      *D   one.  A plan change is keyed as new rows with a later
      *D   effective date, so the rows it supersedes stay on file.
      *D   Every change leaves a before/after record on the
      *D   BONTAUDT.PDM audit trail, the same stance CCSCHMNT takes
      *D   for the commission rate schedule.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-033-02 MAINT New program.
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

           SELECT TIER-FILE
       COPY WVARYCPY.
                                       TIER-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS TIER-STATUS.

           SELECT TIER-WORK-FILE
       COPY WVARYCPY.
                                       TIER-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS TIER-WORK-STATUS.

           SELECT TIER-AUDIT-FILE
       COPY WVARYCPY.
                                       TIER-AUDIT-NAME
       COPY WLORGCPY.
                                       STATUS IS TIER-AUDIT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  TIER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WBTIRCPY.

      *    Sized to the WBTIRCPY record it streams.
       FD  TIER-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIER-WORK-RECORD                PIC X(37).

       FD  TIER-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIER-AUDIT-RECORD.
           05  TAUD-DATE                   PIC 9(08).
           05  TAUD-TIME                   PIC 9(06).
           05  TAUD-CODER-ID               PIC X(04).
           05  TAUD-FUNCTION               PIC X(01).
           05  TAUD-EFFECTIVE-DATE         PIC 9(08).
           05  TAUD-MIN-PERSIST-PCNT       PIC 9(03)V9(02).
      *        Zero before an add, zero after a delete.
           05  TAUD-BEFORE-MIN-POLICIES    PIC 9(05).
           05  TAUD-BEFORE-BONUS           PIC 9(05)V9(02).
           05  TAUD-AFTER-MIN-POLICIES     PIC 9(05).
           05  TAUD-AFTER-BONUS            PIC 9(05)V9(02).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  TIER-STATUS                     PIC XX.
       01  TIER-WORK-STATUS                PIC XX.
       01  TIER-AUDIT-STATUS               PIC XX.

      *    Shared table, one per work drive - the bonus plan belongs
      *    to compensation, not to one coder.
       01  TIER-FILE-NAME.
           05  WS-TIER-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'BONTIER.PDM'.

       01  TIER-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'BONTIERW.PDM'.

       01  TIER-AUDIT-NAME.
           05  WS-AUDIT-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'BONTAUDT.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-TIER-FILE                    VALUE 'Y'.

       01  WS-ROW-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                        VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME-RAW                 PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(06).

       01  WS-BEFORE-MIN-POLICIES          PIC 9(05).
       01  WS-BEFORE-BONUS                 PIC 9(05)V9(02).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WBTMNCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WBTMN-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-TIER-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
                                           WS-AUDIT-FILE-DRIVE
               MOVE ZERO   TO WBTMN-RETURN-CODE
               MOVE SPACES TO WBTMN-ERROR-MESSAGE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-RAW FROM TIME
               MOVE WS-NOW-TIME-RAW (1:6) TO WS-NOW-TIME
               PERFORM 1000-VALIDATE-REQUEST
               IF WBTMN-RETURN-CODE = ZERO
                   PERFORM 2000-APPLY-CHANGE
               END-IF
               IF WBTMN-RETURN-CODE = ZERO
                   PERFORM 4000-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-VALIDATE-REQUEST.

           IF NOT (WBTMN-PUT-TIER OR WBTMN-DELETE-TIER)
               OR WBTMN-EFFECTIVE-DATE NOT NUMERIC
               OR WBTMN-EFFECTIVE-DATE = ZERO
               OR WBTMN-MIN-PERSIST-PCNT NOT NUMERIC
               OR WBTMN-MIN-PERSIST-PCNT > 100
               MOVE LP-RC-BONUS-TIER-INVALID TO WBTMN-RETURN-CODE
               MOVE LP-MSG-BONUS-TIER-INVALID
                                       TO WBTMN-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      *    A put must carry a real policy floor and bonus - a zero
      *    bonus is keyed as exactly that (a tier that pays nothing
      *    this plan year), but a non-numeric one is a keying error.
           IF WBTMN-PUT-TIER
               AND (WBTMN-MIN-POLICIES NOT NUMERIC
                   OR WBTMN-BONUS-PER-POLICY NOT NUMERIC)
               MOVE LP-RC-BONUS-TIER-INVALID TO WBTMN-RETURN-CODE
               MOVE LP-MSG-BONUS-TIER-INVALID
                                       TO WBTMN-ERROR-MESSAGE
           END-IF.

      ******************************************************************
       2000-APPLY-CHANGE.
      *    Stream the table to the work copy, dropping the keyed
      *    row (its values remembered for the audit); a put then
      *    appends its replacement.  Same rewrite idiom CCSCHMNT
      *    uses.

           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           MOVE ZERO TO WS-BEFORE-MIN-POLICIES
                        WS-BEFORE-BONUS.

           OPEN INPUT TIER-FILE.
           IF TIER-STATUS NOT = '00'
               IF WBTMN-DELETE-TIER
                   MOVE LP-RC-BONUS-TIER-NOT-FOUND
                                       TO WBTMN-RETURN-CODE
                   MOVE LP-MSG-BONUS-TIER-NOT-FOUND
                                       TO WBTMN-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
      *        First tier ever keyed creates the table.
               OPEN OUTPUT TIER-FILE
               PERFORM 3000-WRITE-TIER-ROW
               CLOSE TIER-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT TIER-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-TIER-FILE
               READ TIER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BTIR-EFFECTIVE-DATE = WBTMN-EFFECTIVE-DATE
                           AND BTIR-MIN-PERSIST-PCNT
                               = WBTMN-MIN-PERSIST-PCNT
                           SET WS-ROW-FOUND TO TRUE
                           MOVE BTIR-MIN-POLICIES
                                       TO WS-BEFORE-MIN-POLICIES
                           MOVE BTIR-BONUS-PER-POLICY
                                       TO WS-BEFORE-BONUS
                       ELSE
                           WRITE TIER-WORK-RECORD
                               FROM BONUS-TIER-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIER-FILE
                 TIER-WORK-FILE.

           IF WBTMN-DELETE-TIER AND NOT WS-ROW-FOUND
               MOVE LP-RC-BONUS-TIER-NOT-FOUND TO WBTMN-RETURN-CODE
               MOVE LP-MSG-BONUS-TIER-NOT-FOUND
                                       TO WBTMN-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TIER-WORK-FILE.
           OPEN OUTPUT TIER-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-TIER-FILE
               READ TIER-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE BONUS-TIER-RECORD
                           FROM TIER-WORK-RECORD
               END-READ
           END-PERFORM.
           IF WBTMN-PUT-TIER
               PERFORM 3000-WRITE-TIER-ROW
           END-IF.
           CLOSE TIER-FILE
                 TIER-WORK-FILE.

      ******************************************************************
       3000-WRITE-TIER-ROW.

           MOVE SPACES                 TO BONUS-TIER-RECORD.
           MOVE WBTMN-EFFECTIVE-DATE   TO BTIR-EFFECTIVE-DATE.
           MOVE WBTMN-MIN-PERSIST-PCNT TO BTIR-MIN-PERSIST-PCNT.
           MOVE WBTMN-MIN-POLICIES     TO BTIR-MIN-POLICIES.
           MOVE WBTMN-BONUS-PER-POLICY TO BTIR-BONUS-PER-POLICY.
           MOVE WCODER-ID              TO BTIR-CODER-ID.
           MOVE WS-NOW-DATE            TO BTIR-MAINT-DATE.
           WRITE BONUS-TIER-RECORD.

      ******************************************************************
       4000-WRITE-AUDIT-RECORD.

           OPEN EXTEND TIER-AUDIT-FILE.
           IF TIER-AUDIT-STATUS = '35' OR '05'
               OPEN OUTPUT TIER-AUDIT-FILE
           END-IF.
           MOVE WS-NOW-DATE            TO TAUD-DATE.
           MOVE WS-NOW-TIME            TO TAUD-TIME.
           MOVE WCODER-ID              TO TAUD-CODER-ID.
           MOVE WBTMN-FUNCTION         TO TAUD-FUNCTION.
           MOVE WBTMN-EFFECTIVE-DATE   TO TAUD-EFFECTIVE-DATE.
           MOVE WBTMN-MIN-PERSIST-PCNT TO TAUD-MIN-PERSIST-PCNT.
           MOVE WS-BEFORE-MIN-POLICIES TO TAUD-BEFORE-MIN-POLICIES.
           MOVE WS-BEFORE-BONUS        TO TAUD-BEFORE-BONUS.
           IF WBTMN-PUT-TIER
               MOVE WBTMN-MIN-POLICIES     TO TAUD-AFTER-MIN-POLICIES
               MOVE WBTMN-BONUS-PER-POLICY TO TAUD-AFTER-BONUS
           ELSE
               MOVE ZERO                   TO TAUD-AFTER-MIN-POLICIES
                                              TAUD-AFTER-BONUS
           END-IF.
           WRITE TIER-AUDIT-RECORD.
           CLOSE TIER-AUDIT-FILE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
