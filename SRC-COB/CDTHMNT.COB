      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CDTHMNT.
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
      *D   CDTHMNT is the death-claim hold service over the shared
      *D   hold file CDMFMTCH builds from its Death Master File
      *D   matches (WDTHHCPY).  'Q' tells PLONPOST and CLONDISB
      *D   whether a policy is on hold - no new loan take and no
      *D   disbursement goes out on one that is.  'C' is the claims
      *D   area clearing the policy's open hold once the claim is
      *D   worked or the match proves false; the cleared row stays
      *D   on file with who cleared it and when.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-024-02 MAINT New program.
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

           SELECT DEATH-HOLD-FILE
       COPY WVARYCPY.
                                       DEATH-HOLD-NAME
       COPY WLORGCPY.
                                       STATUS IS DEATH-HOLD-FS.

           SELECT HOLD-WORK-FILE
       COPY WVARYCPY.
                                       HOLD-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS HOLD-WORK-FS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  DEATH-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WDTHHCPY.

       FD  HOLD-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-WORK-RECORD                PIC X(53).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  DEATH-HOLD-FS                   PIC XX.
       01  HOLD-WORK-FS                    PIC XX.

      *    Shared hold file, one per work drive.
       01  DEATH-HOLD-NAME.
           05  WS-HOLD-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'DTHHOLD.PDM'.

       01  HOLD-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'DTHHOLDW.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-HOLD-FILE                    VALUE 'Y'.

       01  WS-ROW-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                        VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WDTHMCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WDTHM-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-HOLD-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
               MOVE ZERO   TO WDTHM-RETURN-CODE
               MOVE SPACES TO WDTHM-ERROR-MESSAGE
               MOVE 'N'    TO WDTHM-ON-HOLD-FLAG
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               IF WDTHM-COMPANY-CODE = SPACES
                   OR WDTHM-POLICY-NUMBER = SPACES
                   MOVE LP-RC-DEATH-REQUEST-INVALID
                                       TO WDTHM-RETURN-CODE
                   MOVE LP-MSG-DEATH-REQUEST-INVALID
                                       TO WDTHM-ERROR-MESSAGE
               ELSE
                   EVALUATE TRUE
                       WHEN WDTHM-QUERY-HOLD
                           PERFORM 1000-QUERY-HOLD
                       WHEN WDTHM-CLEAR-HOLD
                           PERFORM 2000-CLEAR-HOLD
                       WHEN OTHER
                           MOVE LP-RC-DEATH-REQUEST-INVALID
                                       TO WDTHM-RETURN-CODE
                           MOVE LP-MSG-DEATH-REQUEST-INVALID
                                       TO WDTHM-ERROR-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-QUERY-HOLD.
      *    No hold file means nothing is held.

           MOVE SPACES TO WDTHM-MATCH-STRENGTH.
           MOVE ZERO   TO WDTHM-DATE-OF-DEATH.
           OPEN INPUT DEATH-HOLD-FILE.
           IF DEATH-HOLD-FS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-HOLD-FILE OR WDTHM-ON-HOLD
               READ DEATH-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DTHH-COMPANY-CODE = WDTHM-COMPANY-CODE
                           AND DTHH-POLICY-NUMBER
                               = WDTHM-POLICY-NUMBER
                           AND DTHH-HELD
                           SET WDTHM-ON-HOLD TO TRUE
                           MOVE DTHH-MATCH-STRENGTH
                                       TO WDTHM-MATCH-STRENGTH
                           MOVE DTHH-DATE-OF-DEATH
                                       TO WDTHM-DATE-OF-DEATH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEATH-HOLD-FILE.

      ******************************************************************
       2000-CLEAR-HOLD.
      *    Streams the file to the work copy marking every open hold
      *    on the policy cleared, then streams it back - the rewrite
      *    idiom CRTNMAIL uses.

           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           OPEN INPUT DEATH-HOLD-FILE.
           IF DEATH-HOLD-FS NOT = '00'
               MOVE LP-RC-DEATH-HOLD-NOT-FOUND TO WDTHM-RETURN-CODE
               MOVE LP-MSG-DEATH-HOLD-NOT-FOUND
                                       TO WDTHM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HOLD-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-HOLD-FILE
               READ DEATH-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DTHH-COMPANY-CODE = WDTHM-COMPANY-CODE
                           AND DTHH-POLICY-NUMBER
                               = WDTHM-POLICY-NUMBER
                           AND DTHH-HELD
                           SET WS-ROW-FOUND TO TRUE
                           SET DTHH-CLEARED TO TRUE
                           MOVE WS-NOW-DATE TO DTHH-CLEARED-DATE
                           MOVE WCODER-ID   TO DTHH-CLEARED-BY
                       END-IF
                       WRITE HOLD-WORK-RECORD
                           FROM DEATH-HOLD-RECORD
               END-READ
           END-PERFORM.
           CLOSE DEATH-HOLD-FILE
                 HOLD-WORK-FILE.

           IF NOT WS-ROW-FOUND
               MOVE LP-RC-DEATH-HOLD-NOT-FOUND TO WDTHM-RETURN-CODE
               MOVE LP-MSG-DEATH-HOLD-NOT-FOUND
                                       TO WDTHM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT HOLD-WORK-FILE.
           OPEN OUTPUT DEATH-HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-HOLD-FILE
               READ HOLD-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE DEATH-HOLD-RECORD
                           FROM HOLD-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE DEATH-HOLD-FILE
                 HOLD-WORK-FILE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
