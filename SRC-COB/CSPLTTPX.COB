      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSPLTTPX.
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
      *D   CSPLTTPX expands a named commission split template
      *D   (CSPLTTPL, SPLTTMPL.PDM) into a split's keyed agent rows.
      *D   Called by OCOMCTRL's AddNewCommissionSplit and Queue-
      *D   CommissionSplitChange and by the CSPLTBAT batch driver,
      *D   ahead of the 100% edit, CAGTVALD and CAGTHIER, so a
      *D   templated split is edited exactly like a hand-keyed one.
      *D
      *D   With WCMCP-TEMPLATE-ID blank this does nothing.  Set, the
      *D   version in effect on WCMCP-EFFECTIVE-DATE (today when the
      *D   split is undated) replaces every keyed agent row - a
      *D   template is the whole writing-agent split, not an
      *D   addition to it.  For the same ID and date the later row
      *D   on file wins.  No version in effect returns
      *D   LP-RC-SPLIT-TEMPLATE-NOT-FOUND and leaves the rows alone.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-031-02 MAINT New program.
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

           SELECT TEMPLATE-FILE
       COPY WVARYCPY.
                                       TEMPLATE-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS TEMPLATE-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  TEMPLATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WSTPRCPY.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  TEMPLATE-STATUS                 PIC XX.

      *    Shared file CSPLTTPL maintains.
       01  TEMPLATE-FILE-NAME.
           05  WS-TMPL-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'SPLTTMPL.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-TEMPLATE-FILE                VALUE 'Y'.

       01  WS-RUN-DATE-YYYYMMDD            PIC 9(08).
       01  WS-PICK-DATE                    PIC 9(08).

       01  WS-FOUND-FLAG                   PIC X(01).
           88  WS-VERSION-FOUND                    VALUE 'Y'.
       01  WS-FOUND-EFF-DATE               PIC 9(08).
       01  WS-FOUND-IMAGE                  PIC X(332).

       01  WS-ROW-IDX                      PIC S9(04) COMP-5.

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WCMCPCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WCMCP-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               IF WCMCP-TEMPLATE-ID NOT = SPACES
                   ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
                   IF WCMCP-EFFECTIVE-DATE > ZERO
                       MOVE WCMCP-EFFECTIVE-DATE TO WS-PICK-DATE
                   ELSE
                       MOVE WS-RUN-DATE-YYYYMMDD TO WS-PICK-DATE
                   END-IF
                   PERFORM 1000-FIND-VERSION
                   IF WS-VERSION-FOUND
                       PERFORM 2000-EXPAND-TEMPLATE
                   ELSE
                       MOVE LP-RC-SPLIT-TEMPLATE-NOT-FOUND
                                       TO WCMCP-RETURN-CODE
                       MOVE LP-MSG-SPLIT-TEMPLATE-NOT-FOUND
                                       TO WCMCP-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-FIND-VERSION.

      *    Read fresh on every call - a version staged during the
      *    session must be seen by the next split keyed.
           MOVE 'N'  TO WS-FOUND-FLAG.
           MOVE ZERO TO WS-FOUND-EFF-DATE.
           MOVE WOPTION-WORK-DRIVE TO WS-TMPL-FILE-DRIVE.

           OPEN INPUT TEMPLATE-FILE.
           IF TEMPLATE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-TEMPLATE-FILE
                   READ TEMPLATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF STPL-TEMPLATE-ID = WCMCP-TEMPLATE-ID
                               AND STPL-EFFECTIVE-DATE
                                       <= WS-PICK-DATE
                               AND STPL-EFFECTIVE-DATE
                                       >= WS-FOUND-EFF-DATE
                               MOVE 'Y' TO WS-FOUND-FLAG
                               MOVE STPL-EFFECTIVE-DATE
                                   TO WS-FOUND-EFF-DATE
                               MOVE SPLIT-TEMPLATE-RECORD
                                   TO WS-FOUND-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.

      ******************************************************************
       2000-EXPAND-TEMPLATE.

           MOVE WS-FOUND-IMAGE TO SPLIT-TEMPLATE-RECORD.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WCMCP-MAX-AGENTS
               INITIALIZE WCMCP-ADD-AGENT-TABLE (WS-ROW-IDX)
               IF WS-ROW-IDX <= STPL-MAX-AGENTS
                   AND STPL-AGENT (WS-ROW-IDX) NOT = SPACES
                   MOVE STPL-AGENT (WS-ROW-IDX)
                               TO WCMCP-ADD-AGENT (WS-ROW-IDX)
                   MOVE STPL-COMM-PCNT (WS-ROW-IDX)
                               TO WCMCP-ADD-COMM-PCNT (WS-ROW-IDX)
                   MOVE STPL-PROD-PCNT (WS-ROW-IDX)
                               TO WCMCP-ADD-PROD-PCNT (WS-ROW-IDX)
                   MOVE STPL-SERVICE-AGENT-IND (WS-ROW-IDX)
                       TO WCMCP-ADD-SERVICE-AGENT-IND (WS-ROW-IDX)
                   MOVE STPL-MARKET-CODE (WS-ROW-IDX)
                               TO WCMCP-ADD-MARKET-CODE (WS-ROW-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
