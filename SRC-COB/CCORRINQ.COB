      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CCORRINQ.
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
      *D   CCORRINQ is the retrieval side of the correspondence log
      *D   CCORRLOG appends to (CORRLOG.PDM).  Give it a company and
      *D   policy, and optionally a document type and date range
      *D   (SPACES/ZERO means "any"), and it hands back everything
      *D   sent to that policy - what it was, when, by which coder
      *D   and job, the print file and the address - in the WCORQ
      *D   table, optionally writing a printable report.
      *D
      *D   Each row's print file is looked for on the work drive.
      *D   One that has aged off is reported as such, or, with
      *D   WCORQ-RESTORE-IMAGES, brought back under its own name
      *D   through CARCREST.  The same file name is rewritten by
      *D   every run of a batch job, so the archived copy taken is
      *D   the earliest one filed on or after the letter's date -
      *D   the file as it stood once the letter was in it - and the
      *D   newest copy when no archived copy is that recent.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-028-02 MAINT New program.
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

           SELECT CORRESPONDENCE-LOG-FILE
       COPY WVARYCPY.
                                       CORRESPONDENCE-LOG-NAME
       COPY WLORGCPY.
                                       STATUS IS CORR-LOG-STATUS.

           SELECT IMAGE-FILE
       COPY WVARYCPY.
                                       IMAGE-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS IMAGE-STATUS.

           SELECT ARCHIVE-INDEX-FILE
       COPY WVARYCPY.
                                       ARCHIVE-INDEX-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS ARCHIVE-INDEX-STATUS.

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

       FD  CORRESPONDENCE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCORLCPY.

      *    Opened only to see whether the print file is there.
       FD  IMAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  IMAGE-RECORD                    PIC X(01).

       FD  ARCHIVE-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WARCXCPY.

       FD  INQUIRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REPORT-RECORD           PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.
           COPY WARSTCPY.

       01  CALLED-MODULES.
           05  CARCREST                   PIC X(08) VALUE 'CARCREST'.

       01  CORR-LOG-STATUS                 PIC XX.
       01  IMAGE-STATUS                    PIC XX.
       01  ARCHIVE-INDEX-STATUS            PIC XX.
       01  INQUIRY-REPORT-STATUS           PIC XX.

      *    The same shared log file CCORRLOG appends to.
       01  CORRESPONDENCE-LOG-NAME.
           05  WS-LOG-FILE-DRIVE            PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'CORRLOG.PDM'.

       01  IMAGE-FILE-NAME                 PIC X(70).

      *    Same shared index CRETNMGR appends to and CARCREST reads.
       01  ARCHIVE-INDEX-FILE-NAME.
           05  WS-INDEX-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'ARCHINDX.PDM'.

       01  INQUIRY-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  INQUIRY-REPORT-CODER        PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'CORRINQ.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-LOG-FILE                     VALUE 'Y'.
       01  WS-INDEX-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  END-OF-INDEX-FILE                   VALUE 'Y'.

       01  WS-REPORT-OPEN-FLAG             PIC X(01) VALUE 'N'.
           88  WS-REPORT-IS-OPEN                   VALUE 'Y'.

      *    The image state of the row in hand, before it is placed
      *    in the table (or only reported, past the table's end).
       01  WS-IMAGE-STATUS                 PIC X(01).
       01  WS-IMAGE-MESSAGE                PIC X(50).

      *    The archived copy chosen for a restore.
       01  WS-BEST-FILE-DATE               PIC 9(08).
       01  WS-BEST-ARCHIVED-DATE           PIC 9(08).

       01  WS-ROWS-RESTORED                PIC 9(07) VALUE ZERO.
       01  WS-ROWS-AGED-OFF                PIC 9(07) VALUE ZERO.
       01  WS-COUNT-EDIT                   PIC 9(09).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.
       COPY WCORQCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WCORQ-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE ZERO   TO WCORQ-RETURN-CODE
                              WCORQ-MATCH-COUNT
                              WS-ROWS-RESTORED
                              WS-ROWS-AGED-OFF
               MOVE SPACES TO WCORQ-ERROR-MESSAGE
               MOVE 'N'    TO WCORQ-MORE-ROWS-FLAG
               MOVE WOPTION-WORK-DRIVE TO WS-LOG-FILE-DRIVE
                                           WS-INDEX-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE
               IF WCORQ-COMPANY-CODE = SPACES
                   OR WCORQ-POLICY-NUMBER = SPACES
                   MOVE LP-RC-CORR-REQUEST-INVALID
                                       TO WCORQ-RETURN-CODE
                   MOVE LP-MSG-CORR-REQUEST-INVALID
                                       TO WCORQ-ERROR-MESSAGE
               ELSE
                   PERFORM 2000-SCAN-LOG-FILE
                   IF WS-REPORT-IS-OPEN
                       PERFORM 4000-WRITE-REPORT-SUMMARY
                       CLOSE INQUIRY-REPORT-FILE
                       MOVE 'N' TO WS-REPORT-OPEN-FLAG
                   END-IF
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       2000-SCAN-LOG-FILE.

           IF WCORQ-WRITE-REPORT
               MOVE WCODER-ID TO INQUIRY-REPORT-CODER
               INSPECT INQUIRY-REPORT-CODER REPLACING ALL ' ' BY '_'
               OPEN OUTPUT INQUIRY-REPORT-FILE
               MOVE 'Y' TO WS-REPORT-OPEN-FLAG
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING 'CORRESPONDENCE FOR POLICY '
                      WCORQ-COMPANY-CODE '-' WCORQ-POLICY-NUMBER
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           END-IF.

           OPEN INPUT CORRESPONDENCE-LOG-FILE.
           IF CORR-LOG-STATUS NOT = '00'
      *        No log on this work drive - nothing has been logged
      *        as sent, so nothing matches.
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-LOG-FILE
               READ CORRESPONDENCE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2100-APPLY-FILTERS
               END-READ
           END-PERFORM.
           CLOSE CORRESPONDENCE-LOG-FILE.

      ******************************************************************
       2100-APPLY-FILTERS.

           IF CORL-COMPANY-CODE NOT = WCORQ-COMPANY-CODE
               OR CORL-POLICY-NUMBER NOT = WCORQ-POLICY-NUMBER
               EXIT PARAGRAPH
           END-IF.
           IF WCORQ-DOCUMENT-TYPE NOT = SPACES
               AND CORL-DOCUMENT-TYPE NOT = WCORQ-DOCUMENT-TYPE
               EXIT PARAGRAPH
           END-IF.
           IF WCORQ-FROM-DATE > ZERO
               AND CORL-LOG-DATE < WCORQ-FROM-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WCORQ-TO-DATE > ZERO
               AND CORL-LOG-DATE > WCORQ-TO-DATE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2200-LOCATE-IMAGE.
           PERFORM 3000-RETURN-MATCH.

      ******************************************************************
       2200-LOCATE-IMAGE.

           MOVE SPACES TO WS-IMAGE-STATUS
                          WS-IMAGE-MESSAGE.
      *    A returned piece has no print file of its own.
           IF CORL-OUTPUT-FILE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO IMAGE-FILE-NAME.
           STRING WOPTION-WORK-DRIVE ':'
                  FUNCTION TRIM (CORL-OUTPUT-FILE)
               DELIMITED BY SIZE INTO IMAGE-FILE-NAME
           END-STRING.
           OPEN INPUT IMAGE-FILE.
           IF IMAGE-STATUS = '00'
               CLOSE IMAGE-FILE
               MOVE 'W' TO WS-IMAGE-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE 'A' TO WS-IMAGE-STATUS.
           IF NOT WCORQ-RESTORE-IMAGES
               MOVE 'AGED OFF THE WORK DRIVE - NOT RESTORED'
                   TO WS-IMAGE-MESSAGE
               ADD 1 TO WS-ROWS-AGED-OFF
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-CHOOSE-ARCHIVED-COPY.
           INITIALIZE WARST-PARAMETERS.
           MOVE CORL-OUTPUT-FILE       TO WARST-FILE-NAME
                                          WARST-RESTORE-NAME.
           MOVE WS-BEST-ARCHIVED-DATE  TO WARST-ARCHIVED-DATE.
           CALL CARCREST USING WGLOBAL WARST-PARAMETERS.
           IF WARST-RETURN-CODE = ZERO
               MOVE 'R' TO WS-IMAGE-STATUS
               MOVE SPACES TO WS-IMAGE-MESSAGE
               STRING 'RESTORED FROM ARCHIVE OF '
                      WARST-ARCHIVED-DATE
                   DELIMITED BY SIZE INTO WS-IMAGE-MESSAGE
               END-STRING
               IF WARST-ARCHIVED-DATE = ZERO
                   MOVE 'RESTORED FROM NEWEST ARCHIVED COPY'
                       TO WS-IMAGE-MESSAGE
               END-IF
               ADD 1 TO WS-ROWS-RESTORED
           ELSE
               MOVE WARST-ERROR-MESSAGE (1:50) TO WS-IMAGE-MESSAGE
               ADD 1 TO WS-ROWS-AGED-OFF
           END-IF.

      ******************************************************************
       2300-CHOOSE-ARCHIVED-COPY.
      *    The earliest copy filed on or after the letter's date;
      *    zero (CARCREST's newest copy) when there is none.

           MOVE ZERO TO WS-BEST-FILE-DATE
                        WS-BEST-ARCHIVED-DATE.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF ARCHIVE-INDEX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-INDEX-EOF-FLAG.
           PERFORM UNTIL END-OF-INDEX-FILE
               READ ARCHIVE-INDEX-FILE
                   AT END
                       MOVE 'Y' TO WS-INDEX-EOF-FLAG
                   NOT AT END
                       IF ARCX-FILE-NAME = CORL-OUTPUT-FILE
                           AND ARCX-FILE-DATE NUMERIC
                           AND ARCX-FILE-DATE NOT < CORL-LOG-DATE
                           AND (WS-BEST-FILE-DATE = ZERO
                               OR ARCX-FILE-DATE < WS-BEST-FILE-DATE)
                           MOVE ARCX-FILE-DATE
                               TO WS-BEST-FILE-DATE
                           MOVE ARCX-ARCHIVED-DATE
                               TO WS-BEST-ARCHIVED-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-INDEX-FILE.

      ******************************************************************
       3000-RETURN-MATCH.

           IF WCORQ-MATCH-COUNT >= WCORQ-MAX-MATCH-ROWS
               SET WCORQ-MORE-ROWS TO TRUE
           ELSE
               ADD 1 TO WCORQ-MATCH-COUNT
               MOVE CORL-LOG-DATE
                   TO WCORQ-ROW-DATE (WCORQ-MATCH-COUNT)
               MOVE CORL-LOG-TIME
                   TO WCORQ-ROW-TIME (WCORQ-MATCH-COUNT)
               MOVE CORL-CODER-ID
                   TO WCORQ-ROW-CODER (WCORQ-MATCH-COUNT)
               MOVE CORL-JOB-NAME
                   TO WCORQ-ROW-JOB-NAME (WCORQ-MATCH-COUNT)
               MOVE CORL-DOCUMENT-TYPE
                   TO WCORQ-ROW-DOCUMENT-TYPE (WCORQ-MATCH-COUNT)
               MOVE CORL-OUTPUT-FILE
                   TO WCORQ-ROW-OUTPUT-FILE (WCORQ-MATCH-COUNT)
               MOVE CORL-DOCUMENT-SEQ
                   TO WCORQ-ROW-DOCUMENT-SEQ (WCORQ-MATCH-COUNT)
               MOVE CORL-ADDRESSEE-NAME
                   TO WCORQ-ROW-ADDRESSEE-NAME (WCORQ-MATCH-COUNT)
               MOVE CORL-ADDR-LINE-1
                   TO WCORQ-ROW-ADDR-LINE-1 (WCORQ-MATCH-COUNT)
               MOVE CORL-CITY-LINE
                   TO WCORQ-ROW-CITY-LINE (WCORQ-MATCH-COUNT)
               MOVE CORL-POSTAL-CODE
                   TO WCORQ-ROW-POSTAL-CODE (WCORQ-MATCH-COUNT)
               MOVE WS-IMAGE-STATUS
                   TO WCORQ-ROW-IMAGE-STATUS (WCORQ-MATCH-COUNT)
               MOVE WS-IMAGE-MESSAGE
                   TO WCORQ-ROW-IMAGE-MESSAGE (WCORQ-MATCH-COUNT)
           END-IF.

           IF WS-REPORT-IS-OPEN
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING CORL-LOG-DATE          ' '
                      CORL-LOG-TIME (1:6)    ' '
                      CORL-CODER-ID          ' '
                      CORL-JOB-NAME          ' '
                      CORL-DOCUMENT-TYPE     ' '
                      CORL-OUTPUT-FILE (1:30) ' '
                      CORL-DOCUMENT-SEQ      ' '
                      WS-IMAGE-STATUS        ' '
                      CORL-ADDR-LINE-1       ' '
                      CORL-POSTAL-CODE
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
               IF WS-IMAGE-MESSAGE NOT = SPACES
                   MOVE SPACES TO INQUIRY-REPORT-RECORD
                   MOVE WS-IMAGE-MESSAGE
                       TO INQUIRY-REPORT-RECORD (41:50)
                   WRITE INQUIRY-REPORT-RECORD
               END-IF
           END-IF.

      ******************************************************************
       4000-WRITE-REPORT-SUMMARY.

           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           MOVE 'TOTAL DOCUMENTS:'
               TO INQUIRY-REPORT-RECORD (1:27).
           MOVE WCORQ-MATCH-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT     TO INQUIRY-REPORT-RECORD (29:9).
           WRITE INQUIRY-REPORT-RECORD.

           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           MOVE 'RESTORED FROM ARCHIVE:'
               TO INQUIRY-REPORT-RECORD (1:27).
           MOVE WS-ROWS-RESTORED  TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT     TO INQUIRY-REPORT-RECORD (29:9).
           WRITE INQUIRY-REPORT-RECORD.

           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           MOVE 'AGED OFF, NOT RESTORED:'
               TO INQUIRY-REPORT-RECORD (1:27).
           MOVE WS-ROWS-AGED-OFF  TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT     TO INQUIRY-REPORT-RECORD (29:9).
           WRITE INQUIRY-REPORT-RECORD.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
