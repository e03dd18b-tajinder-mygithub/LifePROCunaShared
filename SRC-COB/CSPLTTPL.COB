      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSPLTTPL.
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
      *D   CSPLTTPL maintains and inquires on named commission
      *D   split templates (WSTPRCPY, SPLTTMPL.PDM) - the standard
      *D   set of writing agents and percentages an agency team
      *D   splits by, so the rows are keyed once instead of on
      *D   every policy.  'S' stages a version of a template: its
      *D   agent rows and the date it takes over, validated (the
      *D   commission percentages must total exactly 100, no agent
      *D   twice, at most one servicing agent) and audit-logged
      *D   (STPLAUDT.PDM).  Earlier versions stay on file, so a
      *D   split dated before the change still expands the way it
      *D   did.  'I' writes the inquiry report - every version of
      *D   the template in effective-date order with its rows.
      *D
      *D   AddNewCommissionSplit, QueueCommissionSplitChange and
      *D   CSPLTBAT take a template ID in place of keyed rows;
      *D   CSPLTTPX does the expansion, and CSPLTTRP reports the
      *D   policies still carrying a superseded version's split.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-031-01 MAINT New program.
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

           SELECT TEMPLATE-AUDIT-FILE
       COPY WVARYCPY.
                                       TEMPLATE-AUDIT-NAME
       COPY WLORGCPY.
                                       STATUS IS TEMPLATE-AUDIT-STATUS.

           SELECT TEMPLATE-INQUIRY-FILE
       COPY WVARYCPY.
                                       TEMPLATE-INQUIRY-NAME
       COPY WLORGCPY.
                                       STATUS IS TEMPLATE-INQ-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  TEMPLATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WSTPRCPY.

      *    Who staged which version, and when - the template image
      *    exactly as written to SPLTTMPL.PDM.
       FD  TEMPLATE-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEMPLATE-AUDIT-RECORD.
           05  TAUD-DATE                   PIC 9(08).
           05  TAUD-TIME                   PIC 9(06).
           05  TAUD-CODER-ID               PIC X(04).
           05  TAUD-TEMPLATE-IMAGE         PIC X(332).

       FD  TEMPLATE-INQUIRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEMPLATE-INQUIRY-RECORD         PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  TEMPLATE-STATUS                 PIC XX.
       01  TEMPLATE-AUDIT-STATUS           PIC XX.
       01  TEMPLATE-INQ-STATUS         PIC XX.

      *    Same shared file CSPLTTPX expands from.
       01  TEMPLATE-FILE-NAME.
           05  WS-TMPL-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'SPLTTMPL.PDM'.

      *    Append-only audit of every staged version - same audit
      *    stance CHIERMNT takes for the agent hierarchy.
       01  TEMPLATE-AUDIT-NAME.
           05  WS-AUDIT-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'STPLAUDT.PDM'.

       01  TEMPLATE-INQUIRY-NAME.
           05  WS-INQUIRY-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  TEMPLATE-INQUIRY-CODER      PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'STPLINQ.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-TEMPLATE-FILE                VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME-RAW                 PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(06).

       01  WS-EFFECTIVE-SPLIT.
           05  WS-EFF-YEAR                  PIC 9(04).
           05  WS-EFF-MONTH                 PIC 9(02).
           05  WS-EFF-DAY                   PIC 9(02).

       01  WS-ROW-IDX                      PIC S9(04) COMP-5.
       01  WS-ROW-JDX                      PIC S9(04) COMP-5.
       01  WS-AGENT-COUNT                  PIC S9(04) COMP-5.
       01  WS-SERVICE-COUNT                PIC S9(04) COMP-5.
       01  WS-COMM-PCNT-TOTAL              PIC 9(05)V9(02).
       01  WS-ROWS-VALID-FLAG              PIC X(01).
           88  WS-ROWS-VALID                       VALUE 'Y'.

      *    The template's versions, gathered then reported in
      *    effective-date order.
       78  WS-MAX-VERSIONS                     VALUE 50.
       01  WS-VERSION-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-VERSION-IDX                  PIC 9(02).
       01  WS-VERSION-JDX                  PIC 9(02).
       01  WS-VERSION-TABLE.
           05  WS-VERSION-ENTRY OCCURS WS-MAX-VERSIONS TIMES.
               10  WS-VERSION-EFF-DATE         PIC 9(08).
               10  WS-VERSION-IMAGE            PIC X(332).
       01  WS-VERSION-SWAP                 PIC X(340).

       01  WS-COMM-PCNT-EDIT               PIC ZZ9.99.
       01  WS-PROD-PCNT-EDIT               PIC ZZ9.99.

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WSTPMCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WSTPM-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-TMPL-FILE-DRIVE
                                           WS-AUDIT-FILE-DRIVE
                                           WS-INQUIRY-FILE-DRIVE
               MOVE ZERO   TO WSTPM-RETURN-CODE
               MOVE SPACES TO WSTPM-ERROR-MESSAGE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-RAW FROM TIME
               MOVE WS-NOW-TIME-RAW (1:6) TO WS-NOW-TIME
               EVALUATE TRUE
                   WHEN WSTPM-STAGE-TEMPLATE
                       PERFORM 1000-STAGE-TEMPLATE
                   WHEN WSTPM-INQUIRE-TEMPLATE
                       PERFORM 3000-WRITE-INQUIRY
                   WHEN OTHER
                       MOVE LP-RC-SPLIT-TEMPLATE-INVALID
                                       TO WSTPM-RETURN-CODE
                       MOVE LP-MSG-SPLIT-TEMPLATE-INVALID
                                       TO WSTPM-ERROR-MESSAGE
               END-EVALUATE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-STAGE-TEMPLATE.

           IF WSTPM-EFFECTIVE-DATE = ZERO
               MOVE WS-NOW-DATE TO WSTPM-EFFECTIVE-DATE
           END-IF.

      *    A version needs an ID, a plausible effective date and a
      *    set of rows that would pass the split edits on its own.
           PERFORM 1100-EDIT-AGENT-ROWS.
           MOVE WSTPM-EFFECTIVE-DATE TO WS-EFFECTIVE-SPLIT.
           IF WSTPM-TEMPLATE-ID = SPACES
               OR NOT WS-ROWS-VALID
               OR WS-EFF-YEAR < 1900 OR WS-EFF-YEAR > 2199
               OR WS-EFF-MONTH < 01 OR WS-EFF-MONTH > 12
               OR WS-EFF-DAY < 01 OR WS-EFF-DAY > 31
               MOVE LP-RC-SPLIT-TEMPLATE-INVALID TO WSTPM-RETURN-CODE
               MOVE LP-MSG-SPLIT-TEMPLATE-INVALID
                                       TO WSTPM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES                 TO SPLIT-TEMPLATE-RECORD.
           MOVE WSTPM-TEMPLATE-ID      TO STPL-TEMPLATE-ID.
           MOVE WSTPM-EFFECTIVE-DATE   TO STPL-EFFECTIVE-DATE.
           MOVE WSTPM-DESCRIPTION      TO STPL-DESCRIPTION.
           MOVE WCODER-ID              TO STPL-ENTERED-BY.
           MOVE WS-NOW-DATE            TO STPL-ENTERED-DATE.
      *    Rows are packed to the front, in the order keyed.
           MOVE ZERO TO WS-ROW-JDX.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > STPL-MAX-AGENTS
               IF WSTPM-AGENT (WS-ROW-IDX) NOT = SPACES
                   ADD 1 TO WS-ROW-JDX
                   MOVE WSTPM-AGENT (WS-ROW-IDX)
                                   TO STPL-AGENT (WS-ROW-JDX)
                   MOVE WSTPM-COMM-PCNT (WS-ROW-IDX)
                                   TO STPL-COMM-PCNT (WS-ROW-JDX)
                   MOVE WSTPM-PROD-PCNT (WS-ROW-IDX)
                                   TO STPL-PROD-PCNT (WS-ROW-JDX)
                   MOVE WSTPM-SERVICE-AGENT-IND (WS-ROW-IDX)
                           TO STPL-SERVICE-AGENT-IND (WS-ROW-JDX)
                   MOVE WSTPM-MARKET-CODE (WS-ROW-IDX)
                                   TO STPL-MARKET-CODE (WS-ROW-JDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ROW-IDX FROM WS-ROW-JDX BY 1
               UNTIL WS-ROW-IDX >= STPL-MAX-AGENTS
               MOVE ZERO TO STPL-COMM-PCNT (WS-ROW-IDX + 1)
                            STPL-PROD-PCNT (WS-ROW-IDX + 1)
           END-PERFORM.

           OPEN EXTEND TEMPLATE-FILE.
           IF TEMPLATE-STATUS = '35' OR '05'
               OPEN OUTPUT TEMPLATE-FILE
           END-IF.
           WRITE SPLIT-TEMPLATE-RECORD.
           CLOSE TEMPLATE-FILE.

           PERFORM 2000-WRITE-AUDIT-RECORD.

      ******************************************************************
       1100-EDIT-AGENT-ROWS.

           MOVE 'Y'  TO WS-ROWS-VALID-FLAG.
           MOVE ZERO TO WS-AGENT-COUNT
                        WS-SERVICE-COUNT
                        WS-COMM-PCNT-TOTAL.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > STPL-MAX-AGENTS
               IF WSTPM-AGENT (WS-ROW-IDX) NOT = SPACES
                   ADD 1 TO WS-AGENT-COUNT
                   ADD WSTPM-COMM-PCNT (WS-ROW-IDX)
                                       TO WS-COMM-PCNT-TOTAL
                   IF WSTPM-SERVICE-AGENT-IND (WS-ROW-IDX) = 'Y'
                       ADD 1 TO WS-SERVICE-COUNT
                   END-IF
                   PERFORM VARYING WS-ROW-JDX FROM 1 BY 1
                       UNTIL WS-ROW-JDX >= WS-ROW-IDX
                       IF WSTPM-AGENT (WS-ROW-JDX)
                               = WSTPM-AGENT (WS-ROW-IDX)
                           MOVE 'N' TO WS-ROWS-VALID-FLAG
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    Decimal percentages held in fixed point, so the total is
      *    exact - a template that is not 100% would fail every split
      *    it expands into.
           IF WS-AGENT-COUNT = ZERO
               OR WS-COMM-PCNT-TOTAL NOT = 100
               OR WS-SERVICE-COUNT > 1
               MOVE 'N' TO WS-ROWS-VALID-FLAG
           END-IF.

      ******************************************************************
       2000-WRITE-AUDIT-RECORD.

           OPEN EXTEND TEMPLATE-AUDIT-FILE.
           IF TEMPLATE-AUDIT-STATUS = '35' OR '05'
               OPEN OUTPUT TEMPLATE-AUDIT-FILE
           END-IF.
           MOVE WS-NOW-DATE            TO TAUD-DATE.
           MOVE WS-NOW-TIME            TO TAUD-TIME.
           MOVE WCODER-ID              TO TAUD-CODER-ID.
           MOVE SPLIT-TEMPLATE-RECORD  TO TAUD-TEMPLATE-IMAGE.
           WRITE TEMPLATE-AUDIT-RECORD.
           CLOSE TEMPLATE-AUDIT-FILE.

      ******************************************************************
       3000-WRITE-INQUIRY.

           IF WSTPM-TEMPLATE-ID = SPACES
               MOVE LP-RC-SPLIT-TEMPLATE-INVALID TO WSTPM-RETURN-CODE
               MOVE LP-MSG-SPLIT-TEMPLATE-INVALID
                                       TO WSTPM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-VERSION-COUNT.
           OPEN INPUT TEMPLATE-FILE.
           IF TEMPLATE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-TEMPLATE-FILE
                          OR WS-VERSION-COUNT >= WS-MAX-VERSIONS
                   READ TEMPLATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF STPL-TEMPLATE-ID = WSTPM-TEMPLATE-ID
                               ADD 1 TO WS-VERSION-COUNT
                               MOVE STPL-EFFECTIVE-DATE
                                   TO WS-VERSION-EFF-DATE
                                               (WS-VERSION-COUNT)
                               MOVE SPLIT-TEMPLATE-RECORD
                                   TO WS-VERSION-IMAGE
                                               (WS-VERSION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.

      *    Effective-date order, oldest first.  Only a strictly
      *    earlier date moves up, so rows staged for the same date
      *    keep their file order - the last one listed is the one
      *    in force.
           IF WS-VERSION-COUNT > 1
               PERFORM VARYING WS-VERSION-IDX FROM 2 BY 1
                   UNTIL WS-VERSION-IDX > WS-VERSION-COUNT
                   MOVE WS-VERSION-IDX TO WS-VERSION-JDX
                   PERFORM UNTIL WS-VERSION-JDX < 2
                       OR WS-VERSION-EFF-DATE (WS-VERSION-JDX - 1)
                           <= WS-VERSION-EFF-DATE (WS-VERSION-JDX)
                       MOVE WS-VERSION-ENTRY (WS-VERSION-JDX)
                           TO WS-VERSION-SWAP
                       MOVE WS-VERSION-ENTRY (WS-VERSION-JDX - 1)
                           TO WS-VERSION-ENTRY (WS-VERSION-JDX)
                       MOVE WS-VERSION-SWAP
                           TO WS-VERSION-ENTRY (WS-VERSION-JDX - 1)
                       SUBTRACT 1 FROM WS-VERSION-JDX
                   END-PERFORM
               END-PERFORM
           END-IF.

           MOVE WCODER-ID TO TEMPLATE-INQUIRY-CODER.
           INSPECT TEMPLATE-INQUIRY-CODER REPLACING ALL ' ' BY '_'.
           OPEN OUTPUT TEMPLATE-INQUIRY-FILE.

           MOVE SPACES TO TEMPLATE-INQUIRY-RECORD.
           STRING 'SPLIT TEMPLATE ' WSTPM-TEMPLATE-ID
                  ' AS OF ' WS-NOW-DATE
               DELIMITED BY SIZE INTO TEMPLATE-INQUIRY-RECORD
           END-STRING.
           WRITE TEMPLATE-INQUIRY-RECORD.

           IF WS-VERSION-COUNT = ZERO
               MOVE 'NO TEMPLATE VERSIONS ON FILE'
                   TO TEMPLATE-INQUIRY-RECORD
               WRITE TEMPLATE-INQUIRY-RECORD
           END-IF.

           PERFORM VARYING WS-VERSION-IDX FROM 1 BY 1
               UNTIL WS-VERSION-IDX > WS-VERSION-COUNT
               MOVE WS-VERSION-IMAGE (WS-VERSION-IDX)
                                       TO SPLIT-TEMPLATE-RECORD
               MOVE SPACES TO TEMPLATE-INQUIRY-RECORD
               STRING 'EFF ' STPL-EFFECTIVE-DATE
                      '  ' STPL-DESCRIPTION
                      '  STAGED ' STPL-ENTERED-DATE
                      ' BY ' STPL-ENTERED-BY
                   DELIMITED BY SIZE INTO TEMPLATE-INQUIRY-RECORD
               END-STRING
               WRITE TEMPLATE-INQUIRY-RECORD
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > STPL-MAX-AGENTS
                   IF STPL-AGENT (WS-ROW-IDX) NOT = SPACES
                       MOVE STPL-COMM-PCNT (WS-ROW-IDX)
                                       TO WS-COMM-PCNT-EDIT
                       MOVE STPL-PROD-PCNT (WS-ROW-IDX)
                                       TO WS-PROD-PCNT-EDIT
                       MOVE SPACES TO TEMPLATE-INQUIRY-RECORD
                       STRING '    AGENT ' STPL-AGENT (WS-ROW-IDX)
                              '  COMM ' WS-COMM-PCNT-EDIT
                              '  PROD ' WS-PROD-PCNT-EDIT
                              '  SVC '
                              STPL-SERVICE-AGENT-IND (WS-ROW-IDX)
                              '  MKT ' STPL-MARKET-CODE (WS-ROW-IDX)
                           DELIMITED BY SIZE
                           INTO TEMPLATE-INQUIRY-RECORD
                       END-STRING
                       WRITE TEMPLATE-INQUIRY-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM.

           CLOSE TEMPLATE-INQUIRY-FILE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
