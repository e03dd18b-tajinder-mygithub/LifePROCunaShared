      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CGLMPMNT.
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
      *D   CGLMPMNT maintains the GL account mapping table
      *D   GLACCTMP.PDM (WGLMPCPY) - the general ledger account
      *D   each kind of CGLINTF journal line books to, by company,
      *D   entry type and market.  'P' puts an account (adds the
      *D   keyed row or replaces its account), 'D' deletes one.
      *D   Every change leaves a before/after record on the
      *D   GLMAUDT.PDM audit trail, the same stance CPAYMNTC takes
      *D   for the payee master - a remapped account changes where
      *D   money lands in the books, and accounting needs to see
      *D   who did it and when.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-003-01 MAINT New program.
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

           SELECT MAPPING-FILE
       COPY WVARYCPY.
                                       MAPPING-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS MAPPING-STATUS.

           SELECT MAPPING-WORK-FILE
       COPY WVARYCPY.
                                       MAPPING-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS MAPPING-WORK-STATUS.

           SELECT MAPPING-AUDIT-FILE
       COPY WVARYCPY.
                                       MAPPING-AUDIT-NAME
       COPY WLORGCPY.
                                       STATUS IS MAPPING-AUDIT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  MAPPING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WGLMPCPY.

      *    Sized to the WGLMPCPY record it streams.
       FD  MAPPING-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAPPING-WORK-RECORD             PIC X(42).

       FD  MAPPING-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAPPING-AUDIT-RECORD.
           05  MAUD-DATE                   PIC 9(08).
           05  MAUD-TIME                   PIC 9(06).
           05  MAUD-CODER-ID               PIC X(04).
           05  MAUD-FUNCTION               PIC X(01).
           05  MAUD-COMPANY-CODE           PIC X(02).
           05  MAUD-ENTRY-TYPE             PIC X(04).
           05  MAUD-MARKET-CODE            PIC X(04).
      *        SPACES before an add, SPACES after a delete.
           05  MAUD-BEFORE-ACCOUNT         PIC X(20).
           05  MAUD-AFTER-ACCOUNT          PIC X(20).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  MAPPING-STATUS                  PIC XX.
       01  MAPPING-WORK-STATUS             PIC XX.
       01  MAPPING-AUDIT-STATUS            PIC XX.

      *    Shared table, one per work drive - the chart of accounts
      *    belongs to accounting, not to one coder.
       01  MAPPING-FILE-NAME.
           05  WS-MAPPING-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'GLACCTMP.PDM'.

       01  MAPPING-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'GLACCTMW.PDM'.

       01  MAPPING-AUDIT-NAME.
           05  WS-AUDIT-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'GLMAUDT.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-MAPPING-FILE                 VALUE 'Y'.

       01  WS-ROW-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                        VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME-RAW                 PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(06).

       01  WS-BEFORE-ACCOUNT               PIC X(20).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WGLMNCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WGLMN-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-MAPPING-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
                                           WS-AUDIT-FILE-DRIVE
               MOVE ZERO   TO WGLMN-RETURN-CODE
               MOVE SPACES TO WGLMN-ERROR-MESSAGE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-RAW FROM TIME
               MOVE WS-NOW-TIME-RAW (1:6) TO WS-NOW-TIME
               PERFORM 1000-VALIDATE-REQUEST
               IF WGLMN-RETURN-CODE = ZERO
                   PERFORM 2000-APPLY-CHANGE
               END-IF
               IF WGLMN-RETURN-CODE = ZERO
                   PERFORM 4000-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-VALIDATE-REQUEST.

           MOVE WGLMN-ENTRY-TYPE TO GLMP-ENTRY-TYPE.
           IF NOT (WGLMN-PUT-MAPPING OR WGLMN-DELETE-MAPPING)
               OR NOT GLMP-VALID-ENTRY-TYPE
               OR (WGLMN-PUT-MAPPING
                   AND WGLMN-ACCOUNT-NUMBER = SPACES)
               MOVE LP-RC-GLMAP-REQUEST-INVALID TO WGLMN-RETURN-CODE
               MOVE LP-MSG-GLMAP-REQUEST-INVALID
                                       TO WGLMN-ERROR-MESSAGE
           END-IF.

      ******************************************************************
       2000-APPLY-CHANGE.
      *    Stream the table to the work copy, dropping the keyed
      *    row (its account remembered for the audit); a put then
      *    appends its replacement.  Same rewrite idiom CPAYMNTC
      *    uses.

           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           MOVE SPACES TO WS-BEFORE-ACCOUNT.

           OPEN INPUT MAPPING-FILE.
           IF MAPPING-STATUS NOT = '00'
               IF WGLMN-DELETE-MAPPING
                   MOVE LP-RC-GLMAP-ROW-NOT-FOUND
                                       TO WGLMN-RETURN-CODE
                   MOVE LP-MSG-GLMAP-ROW-NOT-FOUND
                                       TO WGLMN-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
      *        First mapping ever keyed creates the table.
               OPEN OUTPUT MAPPING-FILE
               PERFORM 3000-WRITE-MAPPING-ROW
               CLOSE MAPPING-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT MAPPING-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-MAPPING-FILE
               READ MAPPING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF GLMP-COMPANY-CODE = WGLMN-COMPANY-CODE
                           AND GLMP-ENTRY-TYPE = WGLMN-ENTRY-TYPE
                           AND GLMP-MARKET-CODE = WGLMN-MARKET-CODE
                           SET WS-ROW-FOUND TO TRUE
                           MOVE GLMP-ACCOUNT-NUMBER
                                       TO WS-BEFORE-ACCOUNT
                       ELSE
                           WRITE MAPPING-WORK-RECORD
                               FROM GL-ACCOUNT-MAP-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAPPING-FILE
                 MAPPING-WORK-FILE.

           IF WGLMN-DELETE-MAPPING AND NOT WS-ROW-FOUND
               MOVE LP-RC-GLMAP-ROW-NOT-FOUND TO WGLMN-RETURN-CODE
               MOVE LP-MSG-GLMAP-ROW-NOT-FOUND
                                       TO WGLMN-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT MAPPING-WORK-FILE.
           OPEN OUTPUT MAPPING-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-MAPPING-FILE
               READ MAPPING-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE GL-ACCOUNT-MAP-RECORD
                           FROM MAPPING-WORK-RECORD
               END-READ
           END-PERFORM.
           IF WGLMN-PUT-MAPPING
               PERFORM 3000-WRITE-MAPPING-ROW
           END-IF.
           CLOSE MAPPING-FILE
                 MAPPING-WORK-FILE.

      ******************************************************************
       3000-WRITE-MAPPING-ROW.

           MOVE SPACES                 TO GL-ACCOUNT-MAP-RECORD.
           MOVE WGLMN-COMPANY-CODE     TO GLMP-COMPANY-CODE.
           MOVE WGLMN-ENTRY-TYPE       TO GLMP-ENTRY-TYPE.
           MOVE WGLMN-MARKET-CODE      TO GLMP-MARKET-CODE.
           MOVE WGLMN-ACCOUNT-NUMBER   TO GLMP-ACCOUNT-NUMBER.
           MOVE WCODER-ID              TO GLMP-CODER-ID.
           MOVE WS-NOW-DATE            TO GLMP-MAINT-DATE.
           WRITE GL-ACCOUNT-MAP-RECORD.

      ******************************************************************
       4000-WRITE-AUDIT-RECORD.

           OPEN EXTEND MAPPING-AUDIT-FILE.
           IF MAPPING-AUDIT-STATUS = '35' OR '05'
               OPEN OUTPUT MAPPING-AUDIT-FILE
           END-IF.
           MOVE WS-NOW-DATE            TO MAUD-DATE.
           MOVE WS-NOW-TIME            TO MAUD-TIME.
           MOVE WCODER-ID              TO MAUD-CODER-ID.
           MOVE WGLMN-FUNCTION         TO MAUD-FUNCTION.
           MOVE WGLMN-COMPANY-CODE     TO MAUD-COMPANY-CODE.
           MOVE WGLMN-ENTRY-TYPE       TO MAUD-ENTRY-TYPE.
           MOVE WGLMN-MARKET-CODE      TO MAUD-MARKET-CODE.
           MOVE WS-BEFORE-ACCOUNT      TO MAUD-BEFORE-ACCOUNT.
           IF WGLMN-PUT-MAPPING
               MOVE WGLMN-ACCOUNT-NUMBER
                                       TO MAUD-AFTER-ACCOUNT
           ELSE
               MOVE SPACES             TO MAUD-AFTER-ACCOUNT
           END-IF.
           WRITE MAPPING-AUDIT-RECORD.
           CLOSE MAPPING-AUDIT-FILE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
