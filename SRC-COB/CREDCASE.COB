      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CREDCASE.
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
      *D   CREDCASE is how the compliance desk works the red-flag
      *D   cases the nightly CREDFLAG sweep raises on the shared
      *D   case file (REDFLAGS.PDM, WRFCSCPY).  'W' takes an open
      *D   case to work under the calling coder; 'C' closes a case
      *D   with its disposition - 'N' reviewed, no action, or 'R'
      *D   referred on - and the resolution, stamping who closed
      *D   it and when.  A closed case stays closed: working or
      *D   closing it again is refused, so the record the examiners
      *D   see is the one the desk signed off.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-013-03 MAINT New program.
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

           SELECT RED-FLAG-CASE-FILE
       COPY WVARYCPY.
                                       RED-FLAG-CASE-NAME
       COPY WLORGCPY.
                                       STATUS IS RED-FLAG-CASE-FS.

           SELECT CASE-WORK-FILE
       COPY WVARYCPY.
                                       CASE-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS CASE-WORK-FS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  RED-FLAG-CASE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WRFCSCPY.

       FD  CASE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASE-WORK-RECORD                PIC X(207).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  RED-FLAG-CASE-FS                PIC XX.
       01  CASE-WORK-FS                    PIC XX.

      *    Shared case file, one per work drive - the desk's
      *    inventory, not one coder's.
       01  RED-FLAG-CASE-NAME.
           05  WS-CASE-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'REDFLAGS.PDM'.

       01  CASE-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'REDFLAGW.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-CASE-FILE                    VALUE 'Y'.

       01  WS-CASE-FOUND-FLAG              PIC X(01) VALUE 'N'.
           88  WS-CASE-FOUND                       VALUE 'Y'.
       01  WS-CASE-CLOSED-FLAG             PIC X(01) VALUE 'N'.
           88  WS-CASE-WAS-CLOSED                  VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WRFMNCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WRFMN-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-CASE-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
               MOVE ZERO   TO WRFMN-RETURN-CODE
               MOVE SPACES TO WRFMN-ERROR-MESSAGE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               EVALUATE TRUE
                   WHEN WRFMN-OPENED-DATE NOT NUMERIC
                       OR WRFMN-CASE-SEQUENCE NOT NUMERIC
                       MOVE LP-RC-RFLG-REQUEST-INVALID
                                       TO WRFMN-RETURN-CODE
                       MOVE LP-MSG-RFLG-REQUEST-INVALID
                                       TO WRFMN-ERROR-MESSAGE
                   WHEN WRFMN-WORK-CASE
                       PERFORM 1000-UPDATE-CASE
                   WHEN WRFMN-CLOSE-CASE
      *                A close must say what was decided and why.
                       IF (WRFMN-DISPOSITION NOT = 'N'
                               AND WRFMN-DISPOSITION NOT = 'R')
                           OR WRFMN-RESOLUTION-TEXT = SPACES
                           MOVE LP-RC-RFLG-REQUEST-INVALID
                                       TO WRFMN-RETURN-CODE
                           MOVE LP-MSG-RFLG-REQUEST-INVALID
                                       TO WRFMN-ERROR-MESSAGE
                       ELSE
                           PERFORM 1000-UPDATE-CASE
                       END-IF
                   WHEN OTHER
                       MOVE LP-RC-RFLG-REQUEST-INVALID
                                       TO WRFMN-RETURN-CODE
                       MOVE LP-MSG-RFLG-REQUEST-INVALID
                                       TO WRFMN-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-UPDATE-CASE.
      *    Streams the case file to the work copy with the one case
      *    updated, then streams it back - the CRTNMAIL rewrite
      *    idiom.

           MOVE 'N' TO WS-CASE-FOUND-FLAG
                       WS-CASE-CLOSED-FLAG.
           OPEN INPUT RED-FLAG-CASE-FILE.
           IF RED-FLAG-CASE-FS NOT = '00'
               MOVE LP-RC-RFLG-CASE-NOT-FOUND TO WRFMN-RETURN-CODE
               MOVE LP-MSG-RFLG-CASE-NOT-FOUND
                                       TO WRFMN-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CASE-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CASE-FILE
               READ RED-FLAG-CASE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RFCS-CASE-NUMBER = WRFMN-CASE-NUMBER
                           SET WS-CASE-FOUND TO TRUE
                           IF RFCS-CASE-CLOSED
                               SET WS-CASE-WAS-CLOSED TO TRUE
                           ELSE
                               PERFORM 1100-APPLY-TO-CASE
                           END-IF
                       END-IF
                       WRITE CASE-WORK-RECORD
                           FROM RED-FLAG-CASE-RECORD
               END-READ
           END-PERFORM.
           CLOSE RED-FLAG-CASE-FILE
                 CASE-WORK-FILE.

           IF NOT WS-CASE-FOUND
               MOVE LP-RC-RFLG-CASE-NOT-FOUND TO WRFMN-RETURN-CODE
               MOVE LP-MSG-RFLG-CASE-NOT-FOUND
                                       TO WRFMN-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CASE-WAS-CLOSED
               MOVE LP-RC-RFLG-CASE-CLOSED TO WRFMN-RETURN-CODE
               MOVE LP-MSG-RFLG-CASE-CLOSED
                                       TO WRFMN-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CASE-WORK-FILE.
           OPEN OUTPUT RED-FLAG-CASE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-CASE-FILE
               READ CASE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE RED-FLAG-CASE-RECORD
                           FROM CASE-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE CASE-WORK-FILE
                 RED-FLAG-CASE-FILE.

      ******************************************************************
       1100-APPLY-TO-CASE.

           IF WRFMN-WORK-CASE
               SET RFCS-CASE-WORKING      TO TRUE
               MOVE WCODER-ID             TO RFCS-ASSIGNED-CODER-ID
           ELSE
               SET RFCS-CASE-CLOSED       TO TRUE
               IF RFCS-ASSIGNED-CODER-ID = SPACES
                   MOVE WCODER-ID         TO RFCS-ASSIGNED-CODER-ID
               END-IF
               MOVE WS-NOW-DATE           TO RFCS-CLOSED-DATE
               MOVE WCODER-ID             TO RFCS-CLOSED-BY-CODER-ID
               MOVE WRFMN-DISPOSITION     TO RFCS-DISPOSITION
               MOVE WRFMN-RESOLUTION-TEXT TO RFCS-RESOLUTION-TEXT
           END-IF.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
