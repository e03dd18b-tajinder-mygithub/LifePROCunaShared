      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     COFACINQ.
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
      *D   COFACINQ is the retrieval side of the OFAC screening log
      *D   COFACSCR appends to (OFACLOG.PDM).  Give it any mix of
      *D   source, company, policy/agent, a fragment of the payee
      *D   name, a result and a date range (SPACES/ZERO means
      *D   "any") and it hands back each matching screening - who
      *D   ran it, the payee, the result and the SDN entry it came
      *D   nearest - in the WOFIQ table, optionally writing a
      *D   printable report, so "was this payment screened" has an
      *D   answer on file.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-025-03 MAINT New program.
101526*H 20261015-038-13 MAINT Report total counts every match, not
101526*H                       only those returned to the caller.
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

           SELECT OFAC-LOG-FILE
       COPY WVARYCPY.
                                       OFAC-LOG-NAME
       COPY WLORGCPY.
                                       STATUS IS OFAC-LOG-STATUS.

           SELECT INQUIRY-REPORT-FILE
       COPY WVARYCPY.
                                       INQUIRY-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS INQUIRY-REPORT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  OFAC-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WOFLGCPY.

       FD  INQUIRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REPORT-RECORD           PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.

       01  OFAC-LOG-STATUS                 PIC XX.
       01  INQUIRY-REPORT-STATUS           PIC XX.

      *    The same shared log file COFACSCR appends to.
       01  OFAC-LOG-NAME.
           05  WS-LOG-FILE-DRIVE            PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'OFACLOG.PDM'.

       01  INQUIRY-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  INQUIRY-REPORT-CODER        PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'OFLGINQ.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-LOG-FILE                     VALUE 'Y'.

       01  WS-REPORT-OPEN-FLAG             PIC X(01) VALUE 'N'.
           88  WS-REPORT-IS-OPEN                   VALUE 'Y'.

      *    Name fragment, upper case, and its significant length.
       01  WS-NAME-FRAGMENT                PIC X(30).
       01  WS-FRAGMENT-LEN                 PIC 9(02).
       01  WS-TRAIL-COUNT                  PIC 9(02).
       01  WS-UPPER-NAME                   PIC X(50).
       01  WS-HIT-COUNT                    PIC 9(04).

       01  WS-COUNT-EDIT                   PIC 9(09).
      *    Every match, not just those that fit the caller's table -
      *    the report lists them all and its total must agree.
       01  WS-ROW-COUNT                    PIC 9(09) VALUE ZERO.
       01  WS-AMOUNT-EDIT                  PIC -9(09).99.

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.
       COPY WOFIQCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WOFIQ-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE ZERO TO WOFIQ-RETURN-CODE
                            WOFIQ-MATCH-COUNT
                            WS-ROW-COUNT
               MOVE 'N'  TO WOFIQ-MORE-ROWS-FLAG
               MOVE WOPTION-WORK-DRIVE TO WS-LOG-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE
               MOVE FUNCTION UPPER-CASE (WOFIQ-NAME-CONTAINS)
                   TO WS-NAME-FRAGMENT
               MOVE FUNCTION TRIM (WS-NAME-FRAGMENT)
                   TO WS-NAME-FRAGMENT
               MOVE ZERO TO WS-TRAIL-COUNT
               INSPECT FUNCTION REVERSE (WS-NAME-FRAGMENT)
                   TALLYING WS-TRAIL-COUNT FOR LEADING SPACES
               COMPUTE WS-FRAGMENT-LEN = 30 - WS-TRAIL-COUNT
               PERFORM 2000-SCAN-LOG-FILE
               IF WS-REPORT-IS-OPEN
                   PERFORM 4000-WRITE-REPORT-SUMMARY
                   CLOSE INQUIRY-REPORT-FILE
                   MOVE 'N' TO WS-REPORT-OPEN-FLAG
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       2000-SCAN-LOG-FILE.

           OPEN INPUT OFAC-LOG-FILE.
           IF OFAC-LOG-STATUS NOT = '00'
      *        No screening log on this work drive - nothing has
      *        ever been screened, so nothing matches.
               EXIT PARAGRAPH
           END-IF.

           IF WOFIQ-WRITE-REPORT
               MOVE WCODER-ID TO INQUIRY-REPORT-CODER
               INSPECT INQUIRY-REPORT-CODER REPLACING ALL ' ' BY '_'
               OPEN OUTPUT INQUIRY-REPORT-FILE
               MOVE 'Y' TO WS-REPORT-OPEN-FLAG
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-LOG-FILE
               READ OFAC-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2100-APPLY-FILTERS
               END-READ
           END-PERFORM.
           CLOSE OFAC-LOG-FILE.

      ******************************************************************
       2100-APPLY-FILTERS.

           IF WOFIQ-SOURCE NOT = SPACES
               AND OFLG-SOURCE NOT = WOFIQ-SOURCE
               EXIT PARAGRAPH
           END-IF.
           IF WOFIQ-COMPANY-CODE NOT = SPACES
               AND OFLG-COMPANY-CODE NOT = WOFIQ-COMPANY-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WOFIQ-SUBJECT-KEY NOT = SPACES
               AND OFLG-SUBJECT-KEY NOT = WOFIQ-SUBJECT-KEY
               EXIT PARAGRAPH
           END-IF.
           IF WOFIQ-RESULT NOT = SPACES
               AND OFLG-RESULT NOT = WOFIQ-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF WOFIQ-FROM-DATE > ZERO
               AND OFLG-LOG-DATE < WOFIQ-FROM-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WOFIQ-TO-DATE > ZERO
               AND OFLG-LOG-DATE > WOFIQ-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FRAGMENT-LEN > ZERO
               MOVE FUNCTION UPPER-CASE (OFLG-NAME) TO WS-UPPER-NAME
               MOVE ZERO TO WS-HIT-COUNT
               INSPECT WS-UPPER-NAME TALLYING WS-HIT-COUNT
                   FOR ALL WS-NAME-FRAGMENT (1:WS-FRAGMENT-LEN)
               IF WS-HIT-COUNT = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 3000-RETURN-MATCH.

      ******************************************************************
       3000-RETURN-MATCH.

           ADD 1 TO WS-ROW-COUNT.
           IF WOFIQ-MATCH-COUNT >= WOFIQ-MAX-MATCH-ROWS
               SET WOFIQ-MORE-ROWS TO TRUE
           ELSE
               ADD 1 TO WOFIQ-MATCH-COUNT
               MOVE OFLG-LOG-DATE
                   TO WOFIQ-ROW-DATE (WOFIQ-MATCH-COUNT)
               MOVE OFLG-LOG-TIME
                   TO WOFIQ-ROW-TIME (WOFIQ-MATCH-COUNT)
               MOVE OFLG-CODER-ID
                   TO WOFIQ-ROW-CODER (WOFIQ-MATCH-COUNT)
               MOVE OFLG-SOURCE
                   TO WOFIQ-ROW-SOURCE (WOFIQ-MATCH-COUNT)
               MOVE OFLG-COMPANY-CODE
                   TO WOFIQ-ROW-COMPANY (WOFIQ-MATCH-COUNT)
               MOVE OFLG-SUBJECT-KEY
                   TO WOFIQ-ROW-SUBJECT-KEY (WOFIQ-MATCH-COUNT)
               MOVE OFLG-TRANSACTION-REF
                   TO WOFIQ-ROW-TRANSACTION-REF (WOFIQ-MATCH-COUNT)
               MOVE OFLG-AMOUNT
                   TO WOFIQ-ROW-AMOUNT (WOFIQ-MATCH-COUNT)
               MOVE OFLG-NAME
                   TO WOFIQ-ROW-NAME (WOFIQ-MATCH-COUNT)
               MOVE OFLG-RESULT
                   TO WOFIQ-ROW-RESULT (WOFIQ-MATCH-COUNT)
               MOVE OFLG-SCORE
                   TO WOFIQ-ROW-SCORE (WOFIQ-MATCH-COUNT)
               MOVE OFLG-SDN-NAME
                   TO WOFIQ-ROW-SDN-NAME (WOFIQ-MATCH-COUNT)
               MOVE OFLG-REVIEW-NUMBER
                   TO WOFIQ-ROW-REVIEW-NUMBER (WOFIQ-MATCH-COUNT)
           END-IF.

           IF WS-REPORT-IS-OPEN
               MOVE OFLG-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING OFLG-LOG-DATE        ' '
                      OFLG-LOG-TIME (1:6)  ' '
                      OFLG-CODER-ID        ' '
                      OFLG-SOURCE          ' '
                      OFLG-COMPANY-CODE    ' '
                      OFLG-SUBJECT-KEY     ' '
                      WS-AMOUNT-EDIT       ' '
                      OFLG-NAME (1:30)     ' '
                      OFLG-RESULT          ' '
                      OFLG-SCORE           ' '
                      OFLG-SDN-NAME (1:30)
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           END-IF.

      ******************************************************************
       4000-WRITE-REPORT-SUMMARY.

           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           MOVE 'TOTAL MATCHING SCREENINGS:'
               TO INQUIRY-REPORT-RECORD (1:27).
           MOVE WS-ROW-COUNT      TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT     TO INQUIRY-REPORT-RECORD (29:9).
           WRITE INQUIRY-REPORT-RECORD.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
