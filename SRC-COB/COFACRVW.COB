      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     COFACRVW.
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
      *D   COFACRVW works the OFAC review queue COFACSCR opens an
      *D   item on for every potential SDN match (OFACREVW.PDM,
      *D   WOFRVCPY).  'L' lists the items still pending; 'C'
      *D   clears one as a false positive, releasing the held
      *D   payment to go on its next run; 'F' confirms it as a
      *D   true match, which keeps the payment blocked for the
      *D   compliance officer's report to Treasury.
      *D
      *D   The decision is the second pair of eyes on the payment:
      *D   neither the coder who asked for the money nor the coder
      *D   whose run screened it may decide the item.  Who decided,
      *D   when and why stays on the item.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-025-02 MAINT New program.
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

           SELECT OFAC-REVIEW-FILE
       COPY WVARYCPY.
                                       OFAC-REVIEW-NAME
       COPY WLORGCPY.
                                       STATUS IS OFAC-REVIEW-FS.

           SELECT REVIEW-WORK-FILE
       COPY WVARYCPY.
                                       REVIEW-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS REVIEW-WORK-FS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  OFAC-REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WOFRVCPY.

       FD  REVIEW-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-WORK-RECORD              PIC X(314).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  OFAC-REVIEW-FS                  PIC XX.
       01  REVIEW-WORK-FS                  PIC XX.

      *    Shared queue, one per work drive.
       01  OFAC-REVIEW-NAME.
           05  WS-REVIEW-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'OFACREVW.PDM'.

       01  REVIEW-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'OFACRVWW.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-REVIEW-FILE                  VALUE 'Y'.

       01  WS-ROW-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                        VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WOFRMCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WOFRM-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-REVIEW-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
               MOVE ZERO   TO WOFRM-RETURN-CODE
                              WOFRM-LIST-COUNT
               MOVE SPACES TO WOFRM-ERROR-MESSAGE
               MOVE 'N'    TO WOFRM-MORE-ROWS-FLAG
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               EVALUATE TRUE
                   WHEN WOFRM-LIST-PENDING
                       PERFORM 1000-LIST-PENDING
                   WHEN WOFRM-CLEAR-ITEM
                       OR WOFRM-CONFIRM-ITEM
                       PERFORM 2000-DECIDE-ITEM
                   WHEN OTHER
                       MOVE LP-RC-OFAC-REQUEST-INVALID
                                       TO WOFRM-RETURN-CODE
                       MOVE LP-MSG-OFAC-REQUEST-INVALID
                                       TO WOFRM-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-LIST-PENDING.
      *    No queue file means nothing has ever been held.

           OPEN INPUT OFAC-REVIEW-FILE.
           IF OFAC-REVIEW-FS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-REVIEW-FILE
               READ OFAC-REVIEW-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF OFRV-PENDING
                           PERFORM 1100-RETURN-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFAC-REVIEW-FILE.

      ******************************************************************
       1100-RETURN-ROW.

           IF WOFRM-LIST-COUNT >= WOFRM-MAX-LIST-ROWS
               SET WOFRM-MORE-ROWS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WOFRM-LIST-COUNT.
           MOVE OFRV-REVIEW-NUMBER
               TO WOFRM-ROW-REVIEW-NUMBER (WOFRM-LIST-COUNT).
           MOVE OFRV-OPENED-DATE
               TO WOFRM-ROW-OPENED-DATE (WOFRM-LIST-COUNT).
           MOVE OFRV-SOURCE
               TO WOFRM-ROW-SOURCE (WOFRM-LIST-COUNT).
           MOVE OFRV-COMPANY-CODE
               TO WOFRM-ROW-COMPANY (WOFRM-LIST-COUNT).
           MOVE OFRV-SUBJECT-KEY
               TO WOFRM-ROW-SUBJECT-KEY (WOFRM-LIST-COUNT).
           MOVE OFRV-AMOUNT
               TO WOFRM-ROW-AMOUNT (WOFRM-LIST-COUNT).
           MOVE OFRV-NAME
               TO WOFRM-ROW-NAME (WOFRM-LIST-COUNT).
           MOVE OFRV-SCORE
               TO WOFRM-ROW-SCORE (WOFRM-LIST-COUNT).
           MOVE OFRV-SDN-ENTITY
               TO WOFRM-ROW-SDN-ENTITY (WOFRM-LIST-COUNT).
           MOVE OFRV-SDN-NAME
               TO WOFRM-ROW-SDN-NAME (WOFRM-LIST-COUNT).
           MOVE OFRV-SDN-PROGRAM
               TO WOFRM-ROW-SDN-PROGRAM (WOFRM-LIST-COUNT).
           MOVE OFRV-SCREENED-BY
               TO WOFRM-ROW-SCREENED-BY (WOFRM-LIST-COUNT).
           MOVE OFRV-REQUESTED-BY
               TO WOFRM-ROW-REQUESTED-BY (WOFRM-LIST-COUNT).

      ******************************************************************
       2000-DECIDE-ITEM.
      *    Streams the queue to the work copy with the item decided,
      *    then streams it back - the rewrite idiom CRTNMAIL uses.
      *    Any refusal leaves the queue untouched.

           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           OPEN INPUT OFAC-REVIEW-FILE.
           IF OFAC-REVIEW-FS NOT = '00'
               MOVE LP-RC-OFAC-REVIEW-NOT-FOUND TO WOFRM-RETURN-CODE
               MOVE LP-MSG-OFAC-REVIEW-NOT-FOUND
                                       TO WOFRM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REVIEW-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-REVIEW-FILE
               READ OFAC-REVIEW-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF OFRV-REVIEW-NUMBER = WOFRM-REVIEW-NUMBER
                           PERFORM 2100-DECIDE-ROW
                       END-IF
                       WRITE REVIEW-WORK-RECORD
                           FROM OFAC-REVIEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE OFAC-REVIEW-FILE
                 REVIEW-WORK-FILE.

           IF NOT WS-ROW-FOUND
               MOVE LP-RC-OFAC-REVIEW-NOT-FOUND TO WOFRM-RETURN-CODE
               MOVE LP-MSG-OFAC-REVIEW-NOT-FOUND
                                       TO WOFRM-ERROR-MESSAGE
           END-IF.
           IF WOFRM-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT REVIEW-WORK-FILE.
           OPEN OUTPUT OFAC-REVIEW-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-REVIEW-FILE
               READ REVIEW-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE OFAC-REVIEW-RECORD
                           FROM REVIEW-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE OFAC-REVIEW-FILE
                 REVIEW-WORK-FILE.

      ******************************************************************
       2100-DECIDE-ROW.

           SET WS-ROW-FOUND TO TRUE.
           IF NOT OFRV-PENDING
               MOVE LP-RC-OFAC-REVIEW-DECIDED TO WOFRM-RETURN-CODE
               MOVE LP-MSG-OFAC-REVIEW-DECIDED
                                       TO WOFRM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WCODER-ID = OFRV-SCREENED-BY
               OR WCODER-ID = OFRV-REQUESTED-BY
               MOVE LP-RC-OFAC-SAME-CODER TO WOFRM-RETURN-CODE
               MOVE LP-MSG-OFAC-SAME-CODER
                                       TO WOFRM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF WOFRM-CLEAR-ITEM
               SET OFRV-CLEARED   TO TRUE
           ELSE
               SET OFRV-CONFIRMED TO TRUE
           END-IF.
           MOVE WS-NOW-DATE           TO OFRV-DECIDED-DATE.
           MOVE WCODER-ID             TO OFRV-DECIDED-BY.
           MOVE WOFRM-DECISION-NOTE   TO OFRV-DECISION-NOTE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
