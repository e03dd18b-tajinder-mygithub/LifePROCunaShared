      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CTSTEXTR.
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
      *D   CTSTEXTR builds a masked test load set for a list of
      *D   policies, in place of copying whole production files to
      *D   the test region by hand.  The key list (TSTKEY.PDM,
      *D   company + policy per line) names the policies; for each
      *D   one it pulls:
      *D
      *D     - the policy and loan master records, through the same
      *D       PFILEBTV path OFILEBTV drives, written as CFILEXPT
      *D       export lines (TSTPOL.PDM, TSTLON.PDM) so CFILEXPT's
      *D       import loads them;
      *D     - the current base-coverage commission split from
      *D       PCMCTBOX, written in CSPLTBAT's input layout
      *D       (TSTSPL.PDM) - writing agents only, since CSPLTBAT
      *D       regenerates the GA/MGA override rows itself;
      *D     - the policy's rows of the keyed loan-history store,
      *D       written as a keyed store of the same layout
      *D       (TSTLNH.PDM);
      *D
      *D   and then every AGTMASTR.PDM and PAYEMAST.PDM row for the
      *D   agents on those splits (TSTAGT.PDM, TSTPAY.PDM).
      *D
      *D   Policy numbers and agent IDs are replaced by surrogates,
      *D   and every field the CFLDCAT layout catalog (FLDLAYOT.PDM)
      *D   flags as personal data is replaced by a surrogate value
      *D   of the same shape (digits stay digits, dashes and blanks
      *D   stay put).  Surrogates come from the cross-reference file
      *D   SURRXREF.PDM - the same input value always maps to the
      *D   same surrogate, this run and every later one, so the
      *D   policy, loan, split, history, agent and payee rows still
      *D   join in the test region.  The cross-reference holds the
      *D   real values and stays on the production work drive; it
      *D   is never part of the load set.
      *D
      *D   Bytes of a master record past the last field the catalog
      *D   describes are blanked - what the catalog cannot describe
      *D   cannot be shown clean.  The coder needs a read grant on
      *D   both masters (CFILPERM), as for a CFILEXPT export.
      *D
      *D   The report (TSTXRP.PDM) lists each policy with what was
      *D   found for it, split agents with no agent master row, and
      *D   the counts written.  Start/end go to the common
      *D   run-control file (CRUNCTRL).
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-015-02 MAINT New program.
101526*H 20261015-031-05 MAINT Split load record carries CSPLTBAT's
101526*H                       new template ID field (left blank).
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

           SELECT KEY-LIST-FILE
       COPY WVARYCPY.
                                       KEY-LIST-NAME
       COPY WLORGCPY.
                                       STATUS IS KEY-LIST-STATUS.

           SELECT LAYOUT-FILE
       COPY WVARYCPY.
                                       LAYOUT-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS LAYOUT-STATUS.

           SELECT SURROGATE-FILE
       COPY WVARYCPY.
                                       SURROGATE-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS SURROGATE-STATUS.

           SELECT LOAN-HISTORY-FILE
       COPY WVARYCPY.
                                       LOAN-HISTORY-NAME
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS LNHR-KEY
                                       STATUS IS LOAN-HISTORY-STATUS.

           SELECT AGENT-MASTER-FILE
       COPY WVARYCPY.
                                       AGENT-MASTER-NAME
       COPY WLORGCPY.
                                       STATUS IS AGENT-MASTER-STATUS.

           SELECT PAYEE-MASTER-FILE
       COPY WVARYCPY.
                                       PAYEE-MASTER-NAME
       COPY WLORGCPY.
                                       STATUS IS PAYEE-MASTER-STATUS.

           SELECT TEST-POLICY-FILE
       COPY WVARYCPY.
                                       TEST-POLICY-NAME
       COPY WLORGCPY.
                                       STATUS IS TEST-POLICY-STATUS.

           SELECT TEST-LOAN-FILE
       COPY WVARYCPY.
                                       TEST-LOAN-NAME
       COPY WLORGCPY.
                                       STATUS IS TEST-LOAN-STATUS.

           SELECT TEST-SPLIT-FILE
       COPY WVARYCPY.
                                       TEST-SPLIT-NAME
       COPY WLORGCPY.
                                       STATUS IS TEST-SPLIT-STATUS.

           SELECT TEST-HISTORY-FILE
       COPY WVARYCPY.
                                       TEST-HISTORY-NAME
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS TLNH-KEY
                                       STATUS IS TEST-HISTORY-STATUS.

           SELECT TEST-AGENT-FILE
       COPY WVARYCPY.
                                       TEST-AGENT-NAME
       COPY WLORGCPY.
                                       STATUS IS TEST-AGENT-STATUS.

           SELECT TEST-PAYEE-FILE
       COPY WVARYCPY.
                                       TEST-PAYEE-NAME
       COPY WLORGCPY.
                                       STATUS IS TEST-PAYEE-STATUS.

           SELECT EXTRACT-REPORT-FILE
       COPY WVARYCPY.
                                       EXTRACT-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS EXTRACT-REPORT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  KEY-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEY-LIST-RECORD.
           05  TKEY-COMPANY-CODE           PIC X(02).
           05  TKEY-POLICY-NUMBER          PIC X(12).

       FD  LAYOUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WFLAYCPY.

      *    Real value to surrogate, one row per value ever masked.
      *    The sequence is unique across all domains.
       FD  SURROGATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SURROGATE-RECORD.
           05  SURX-DOMAIN                 PIC X(30).
           05  SURX-ORIGINAL               PIC X(50).
           05  SURX-SEQUENCE               PIC 9(09).

       FD  LOAN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLNHRCPY.

       FD  AGENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WAGTMCPY.

       FD  PAYEE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WPAYECPY.

      *    name|key|record image - CFILEXPT's export line.
       FD  TEST-POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-POLICY-RECORD              PIC X(2100).

       FD  TEST-LOAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-LOAN-RECORD                PIC X(2100).

      *    CSPLTBAT's batch split input layout.
       FD  TEST-SPLIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-SPLIT-RECORD.
           05  TSPL-COMPANY-CODE          PIC X(02).
           05  TSPL-POLICY-NUMBER         PIC X(12).
           05  TSPL-AGENT-ROW OCCURS 10 TIMES.
               10  TSPL-AGENT              PIC X(12).
               10  TSPL-COMM-PCNT          PIC S9(03)V9(02).
               10  TSPL-PROD-PCNT          PIC S9(03)V9(02).
101526     05  TSPL-TEMPLATE-ID           PIC X(12).

      *    Image of the loan-history store record (WLNHRCPY).
       FD  TEST-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-HISTORY-RECORD.
           05  TLNH-KEY                    PIC X(18).
           05  FILLER                      PIC X(98).

       FD  TEST-AGENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-AGENT-RECORD               PIC X(28).

       FD  TEST-PAYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEST-PAYEE-RECORD               PIC X(177).

       FD  EXTRACT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-REPORT-RECORD           PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WAPPLCPY.
           COPY WBTRVCPY.
           COPY WFPRMCPY.
           COPY WCMCPCPY.
           COPY WPOLMCPY.
           COPY WLONMCPY.

       01  CALLED-MODULES.
           05  PFILEBTV                   PIC X(08) VALUE 'PFILEBTV'.
           05  PCMCTBOX                   PIC X(08) VALUE 'PCMCTBOX'.
           05  CFILPERM                   PIC X(08) VALUE 'CFILPERM'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

           COPY WRUNCCPY.

       01  KEY-LIST-STATUS                 PIC XX.
       01  LAYOUT-STATUS                   PIC XX.
       01  SURROGATE-STATUS                PIC XX.
       01  LOAN-HISTORY-STATUS             PIC XX.
       01  AGENT-MASTER-STATUS             PIC XX.
       01  PAYEE-MASTER-STATUS             PIC XX.
       01  TEST-POLICY-STATUS              PIC XX.
       01  TEST-LOAN-STATUS                PIC XX.
       01  TEST-SPLIT-STATUS               PIC XX.
       01  TEST-HISTORY-STATUS             PIC XX.
       01  TEST-AGENT-STATUS               PIC XX.
       01  TEST-PAYEE-STATUS               PIC XX.
       01  EXTRACT-REPORT-STATUS           PIC XX.

       01  KEY-LIST-NAME.
           05  WS-KEY-LIST-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  KEY-LIST-CODER              PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'TSTKEY.PDM'.

       01  LAYOUT-FILE-NAME.
           05  WS-LAYOUT-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'FLDLAYOT.PDM'.

      *    Shared - a value must mask the same whoever runs the
      *    extract.
       01  SURROGATE-FILE-NAME.
           05  WS-SURROGATE-FILE-DRIVE      PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'SURRXREF.PDM'.

      *    On the network path when one is configured, the same as
      *    CLOANSUM finds it.
       01  LOAN-HISTORY-NAME               PIC X(255).

       01  AGENT-MASTER-NAME.
           05  WS-AGENT-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'AGTMASTR.PDM'.

       01  PAYEE-MASTER-NAME.
           05  WS-PAYEE-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'PAYEMAST.PDM'.

       01  TEST-POLICY-NAME.
           05  WS-TEST-POLICY-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  TEST-POLICY-CODER           PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'TSTPOL.PDM'.

       01  TEST-LOAN-NAME.
           05  WS-TEST-LOAN-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  TEST-LOAN-CODER             PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'TSTLON.PDM'.

       01  TEST-SPLIT-NAME.
           05  WS-TEST-SPLIT-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  TEST-SPLIT-CODER            PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'TSTSPL.PDM'.

       01  TEST-HISTORY-NAME.
           05  WS-TEST-HISTORY-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  TEST-HISTORY-CODER          PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'TSTLNH.PDM'.

       01  TEST-AGENT-NAME.
           05  WS-TEST-AGENT-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  TEST-AGENT-CODER            PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'TSTAGT.PDM'.

       01  TEST-PAYEE-NAME.
           05  WS-TEST-PAYEE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  TEST-PAYEE-CODER            PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'TSTPAY.PDM'.

       01  EXTRACT-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  EXTRACT-REPORT-CODER        PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'TSTXRP.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

      *    Btrieve masters, resolved through the same get-file-number
      *    / get-file-length path OFILEBTV's FindFileNumber drives.
       01  WS-POLICY-FILE-NAME             PIC X(30) VALUE 'POLMASTR'.
       01  WS-LOAN-FILE-NAME               PIC X(30) VALUE 'LOANMAST'.
       01  WS-NAME-NUMBER.
           05  WS-NAME                     PIC X(30).
           05  WS-NUMBER                   PIC 9(05).
           05  WS-LENGTH REDEFINES WS-NUMBER
                                           PIC 9(05).
       01  WS-POLICY-FILE-NUMBER           PIC S9(04) COMP-5.
       01  WS-POLICY-FILE-LENGTH           PIC S9(04) COMP-5.
       01  WS-LOAN-FILE-NUMBER             PIC S9(04) COMP-5.
       01  WS-LOAN-FILE-LENGTH             PIC S9(04) COMP-5.
       01  WS-RESOLVE-NUMBER               PIC S9(04) COMP-5.
       01  WS-RESOLVE-LENGTH               PIC S9(04) COMP-5.
       01  WS-ACCESS-FLAG                  PIC X(01) VALUE 'Y'.
           88  WS-ACCESS-GRANTED                   VALUE 'Y'.

      *    The layout catalog - personal-data fields and the extent
      *    each file's layout covers.
       78  WS-MAX-LAYOUT-FIELDS                VALUE 500.
       01  WS-LAYOUT-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-LAYOUT-IDX                   PIC 9(04).
       01  WS-LAYOUT-TABLE.
           05  WS-LAYOUT-ENTRY OCCURS WS-MAX-LAYOUT-FIELDS TIMES.
               10  WS-LAY-FILE-NAME            PIC X(08).
               10  WS-LAY-FIELD-NAME           PIC X(30).
               10  WS-LAY-OFFSET               PIC 9(05).
               10  WS-LAY-LENGTH               PIC 9(05).
               10  WS-LAY-DATA-TYPE            PIC X(01).
               10  WS-LAY-PII-FLAG             PIC X(01).

      *    The surrogate cross-reference, held for the run; rows
      *    added this run are appended to the file at the end.
       78  WS-MAX-SURROGATES                   VALUE 5000.
       01  WS-SURROGATE-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-SURROGATES-ON-FILE           PIC 9(05) VALUE ZERO.
       01  WS-SURROGATE-IDX                PIC 9(05).
       01  WS-HIGH-SEQUENCE                PIC 9(09) VALUE ZERO.
       01  WS-SURROGATE-TABLE.
           05  WS-SURROGATE-ENTRY OCCURS WS-MAX-SURROGATES TIMES.
               10  WS-SUR-TAB-DOMAIN           PIC X(30).
               10  WS-SUR-TAB-ORIGINAL         PIC X(50).
               10  WS-SUR-TAB-SEQUENCE         PIC 9(09).
       01  WS-SUR-DOMAIN                   PIC X(30).
       01  WS-SUR-ORIGINAL                 PIC X(50).
       01  WS-SUR-SEQUENCE                 PIC 9(09).
       01  WS-SUR-FOUND-FLAG               PIC X(01).
           88  WS-SUR-FOUND                        VALUE 'Y'.
       01  WS-SUR-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.
           88  WS-SUR-OVERFLOW                     VALUE 'Y'.

      *    Surrogate shapes - a policy number 'T' and an agent ID
      *    'A', each followed by the sequence; a personal-data value
      *    keeps its own shape.
       01  WS-POLICY-SURROGATE.
           05  FILLER                      PIC X(01) VALUE 'T'.
           05  WS-POLICY-SUR-DIGITS        PIC 9(11).
       01  WS-AGENT-SURROGATE.
           05  FILLER                      PIC X(01) VALUE 'A'.
           05  WS-AGENT-SUR-DIGITS         PIC 9(11).
       01  WS-DIGIT-SOURCE.
           05  FILLER                      PIC X(09) VALUE ALL '9'.
           05  WS-DIGIT-SOURCE-SEQ         PIC 9(09).
       01  WS-DIGIT-IDX                    PIC S9(04) COMP-5.
       01  WS-TEXT-SURROGATE.
           05  FILLER                      PIC X(03) VALUE 'MSK'.
           05  WS-TEXT-SUR-SEQ             PIC 9(09).
       01  WS-SHAPE-FLAG                   PIC X(01).
           88  WS-SHAPE-NUMERIC                    VALUE 'N'.
           88  WS-SHAPE-TEXT                       VALUE 'X'.
       01  WS-DIGIT-TALLY                  PIC S9(04) COMP-5.
       01  WS-PUNCT-TALLY                  PIC S9(04) COMP-5.
       01  WS-CHAR-IDX                     PIC S9(04) COMP-5.

      *    Record image being masked.
       01  WS-MASK-FILE-NAME               PIC X(08).
       01  WS-MASK-IMAGE                   PIC X(WGLB2-DA-LEN).
       01  WS-MASK-LENGTH                  PIC S9(04) COMP-5.
       01  WS-MASK-EXTENT                  PIC S9(04) COMP-5.
       01  WS-FIELD-OFFSET                 PIC S9(04) COMP-5.
       01  WS-FIELD-LENGTH                 PIC S9(04) COMP-5.
       01  WS-FIELD-VALUE                  PIC X(50).

      *    Agents on the extracted splits.
       78  WS-MAX-AGENTS                       VALUE 1000.
       01  WS-AGENT-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-AGENT-IDX                    PIC 9(04).
       01  WS-AGENT-TABLE.
           05  WS-AGENT-ENTRY OCCURS WS-MAX-AGENTS TIMES.
               10  WS-AGT-ID                   PIC X(12).
               10  WS-AGT-ON-MASTER-FLAG       PIC X(01).
                   88  WS-AGT-ON-MASTER                VALUE 'Y'.
       01  WS-AGENT-FOUND-FLAG             PIC X(01).
           88  WS-AGENT-FOUND                      VALUE 'Y'.
       01  WS-AGENT-ID                     PIC X(12).

       01  WS-HISTORY-END-FLAG             PIC X(01).
           88  WS-HISTORY-END                      VALUE 'Y'.

       01  WS-RECORD-KEY                   PIC X(80).
       01  WS-TEST-KEY                     PIC X(80).
       01  WS-POLICY-SURROGATE-SAVE        PIC X(12).
       01  WS-SPLIT-ENTRY-IDX              PIC S9(04) COMP-5.
       01  WS-CURRENT-SPLIT-ENTRY          PIC S9(04) COMP-5.
       01  WS-SPLIT-AGENT-IDX              PIC S9(04) COMP-5.
       01  WS-TEST-AGENT-IDX               PIC S9(04) COMP-5.

       01  WS-POLICY-RESULT.
           05  WS-RES-LOAN-FLAG            PIC X(01).
           05  WS-RES-SPLIT-AGENTS         PIC 9(02).
           05  WS-RES-HISTORY-ROWS         PIC 9(04).

       01  WS-COUNTS.
           05  WS-KEYS-READ                PIC 9(07) VALUE ZERO.
           05  WS-POLICIES-WRITTEN         PIC 9(07) VALUE ZERO.
           05  WS-POLICIES-MISSING         PIC 9(07) VALUE ZERO.
           05  WS-LOANS-WRITTEN            PIC 9(07) VALUE ZERO.
           05  WS-SPLITS-WRITTEN           PIC 9(07) VALUE ZERO.
           05  WS-HISTORY-WRITTEN          PIC 9(07) VALUE ZERO.
           05  WS-AGENT-ROWS-WRITTEN       PIC 9(07) VALUE ZERO.
           05  WS-PAYEE-ROWS-WRITTEN       PIC 9(07) VALUE ZERO.
           05  WS-AGENTS-NOT-ON-MASTER     PIC 9(07) VALUE ZERO.

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
      *            fail fast instead of interleaving its files.
                   CLOSE EXTRACT-REPORT-FILE
               ELSE
               PERFORM 1500-RESOLVE-MASTERS
               IF WS-ACCESS-GRANTED
                   PERFORM 1600-LOAD-LAYOUTS
                   PERFORM 1700-LOAD-SURROGATES
                   PERFORM 2000-EXTRACT-POLICIES
                   PERFORM 5000-EXTRACT-AGENTS
                   PERFORM 6000-REPORT-MISSING-AGENTS
                   PERFORM 7000-SAVE-SURROGATES
               END-IF
               PERFORM 8000-WRITE-SUMMARY
               CLOSE EXTRACT-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CTSTEXTR'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO KEY-LIST-CODER
                                           TEST-POLICY-CODER
                                           TEST-LOAN-CODER
                                           TEST-SPLIT-CODER
                                           TEST-HISTORY-CODER
                                           TEST-AGENT-CODER
                                           TEST-PAYEE-CODER
                                           EXTRACT-REPORT-CODER.
           INSPECT KEY-LIST-CODER       REPLACING ALL ' ' BY '_'.
           INSPECT TEST-POLICY-CODER    REPLACING ALL ' ' BY '_'.
           INSPECT TEST-LOAN-CODER      REPLACING ALL ' ' BY '_'.
           INSPECT TEST-SPLIT-CODER     REPLACING ALL ' ' BY '_'.
           INSPECT TEST-HISTORY-CODER   REPLACING ALL ' ' BY '_'.
           INSPECT TEST-AGENT-CODER     REPLACING ALL ' ' BY '_'.
           INSPECT TEST-PAYEE-CODER     REPLACING ALL ' ' BY '_'.
           INSPECT EXTRACT-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-KEY-LIST-DRIVE
                                           WS-LAYOUT-FILE-DRIVE
                                           WS-SURROGATE-FILE-DRIVE
                                           WS-AGENT-FILE-DRIVE
                                           WS-PAYEE-FILE-DRIVE
                                           WS-TEST-POLICY-DRIVE
                                           WS-TEST-LOAN-DRIVE
                                           WS-TEST-SPLIT-DRIVE
                                           WS-TEST-HISTORY-DRIVE
                                           WS-TEST-AGENT-DRIVE
                                           WS-TEST-PAYEE-DRIVE
                                           WS-REPORT-FILE-DRIVE.

           IF WGLOB-EXTRACT-NETWORK-PATH NOT = SPACES
               MOVE SPACES TO LOAN-HISTORY-NAME
               STRING FUNCTION TRIM (WGLOB-EXTRACT-NETWORK-PATH)
                      'RLOANHIST.PDM'              DELIMITED BY SIZE
                 INTO LOAN-HISTORY-NAME
           ELSE
               MOVE SPACES TO LOAN-HISTORY-NAME
               STRING WOPTION-WORK-DRIVE ':RLOANHIST.PDM'
                                                    DELIMITED BY SIZE
                 INTO LOAN-HISTORY-NAME
           END-IF.

           OPEN OUTPUT EXTRACT-REPORT-FILE.

      ******************************************************************
       1500-RESOLVE-MASTERS.
      *    Both masters must resolve, and the coder needs a read
      *    grant on each - the same bar a CFILEXPT export sets.

           MOVE WS-POLICY-FILE-NAME TO WS-NAME.
           PERFORM 1550-RESOLVE-ONE-FILE.
           MOVE WS-RESOLVE-NUMBER TO WS-POLICY-FILE-NUMBER.
           MOVE WS-RESOLVE-LENGTH TO WS-POLICY-FILE-LENGTH.

           MOVE WS-LOAN-FILE-NAME TO WS-NAME.
           PERFORM 1550-RESOLVE-ONE-FILE.
           MOVE WS-RESOLVE-NUMBER TO WS-LOAN-FILE-NUMBER.
           MOVE WS-RESOLVE-LENGTH TO WS-LOAN-FILE-LENGTH.

           IF WS-POLICY-FILE-NUMBER = ZERO
               OR WS-LOAN-FILE-NUMBER = ZERO
               MOVE 'N' TO WS-ACCESS-FLAG
               MOVE 'POLICY OR LOAN MASTER NOT RESOLVED - NO RUN'
                   TO EXTRACT-REPORT-RECORD
               WRITE EXTRACT-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WFPRM-PARAMETERS.
           MOVE WCODER-ID             TO WFPRM-CODER-ID.
           MOVE WS-POLICY-FILE-NUMBER TO WFPRM-FILE-NUMBER.
           SET WFPRM-READ-ACCESS TO TRUE.
           CALL CFILPERM USING WGLOBAL WFPRM-PARAMETERS.
           IF WFPRM-ACCESS-ALLOWED
               INITIALIZE WFPRM-PARAMETERS
               MOVE WCODER-ID           TO WFPRM-CODER-ID
               MOVE WS-LOAN-FILE-NUMBER TO WFPRM-FILE-NUMBER
               SET WFPRM-READ-ACCESS TO TRUE
               CALL CFILPERM USING WGLOBAL WFPRM-PARAMETERS
           END-IF.
           IF NOT WFPRM-ACCESS-ALLOWED
               MOVE 'N' TO WS-ACCESS-FLAG
               MOVE 'EXTRACT DENIED - NO READ GRANT ON A MASTER FILE'
                   TO EXTRACT-REPORT-RECORD
               WRITE EXTRACT-REPORT-RECORD
           END-IF.

      ******************************************************************
       1550-RESOLVE-ONE-FILE.

           MOVE ZERO TO WS-RESOLVE-NUMBER
                        WS-RESOLVE-LENGTH.

           SET WAPPL-GET-FILE-NUMBER TO TRUE.
           MOVE WS-NAME-NUMBER TO DATA-AREA.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           MOVE DATA-AREA TO WS-NAME-NUMBER.
           IF WBTRV-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMBER TO WS-RESOLVE-NUMBER.

           SET WAPPL-GET-FILE-LENGTH TO TRUE.
           MOVE WS-NAME-NUMBER TO DATA-AREA.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           MOVE DATA-AREA TO WS-NAME-NUMBER.
           MOVE WS-LENGTH TO WS-RESOLVE-LENGTH.
           IF WS-RESOLVE-LENGTH = ZERO
               OR WS-RESOLVE-LENGTH > WGLB2-DA-LEN
               MOVE WGLB2-DA-LEN TO WS-RESOLVE-LENGTH
           END-IF.

      ******************************************************************
       1600-LOAD-LAYOUTS.

           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-STATUS NOT = '00'
      *        No catalog - nothing is known clean, so every master
      *        image past its key goes out blank.
               MOVE 'NO LAYOUT CATALOG - MASTER IMAGES BLANKED'
                   TO EXTRACT-REPORT-RECORD
               WRITE EXTRACT-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ LAYOUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LAYOUT-COUNT < WS-MAX-LAYOUT-FIELDS
                           ADD 1 TO WS-LAYOUT-COUNT
                           MOVE FLAY-FILE-NAME
                               TO WS-LAY-FILE-NAME (WS-LAYOUT-COUNT)
                           MOVE FLAY-FIELD-NAME
                               TO WS-LAY-FIELD-NAME (WS-LAYOUT-COUNT)
                           MOVE FLAY-OFFSET
                               TO WS-LAY-OFFSET (WS-LAYOUT-COUNT)
                           MOVE FLAY-LENGTH
                               TO WS-LAY-LENGTH (WS-LAYOUT-COUNT)
                           MOVE FLAY-DATA-TYPE
                               TO WS-LAY-DATA-TYPE (WS-LAYOUT-COUNT)
                           MOVE FLAY-PII-FLAG
                               TO WS-LAY-PII-FLAG (WS-LAYOUT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LAYOUT-FILE.

      ******************************************************************
       1700-LOAD-SURROGATES.

           OPEN INPUT SURROGATE-FILE.
           IF SURROGATE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ SURROGATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SURROGATE-COUNT < WS-MAX-SURROGATES
                           ADD 1 TO WS-SURROGATE-COUNT
                           MOVE SURX-DOMAIN TO WS-SUR-TAB-DOMAIN
                                                (WS-SURROGATE-COUNT)
                           MOVE SURX-ORIGINAL TO WS-SUR-TAB-ORIGINAL
                                                (WS-SURROGATE-COUNT)
                           MOVE SURX-SEQUENCE TO WS-SUR-TAB-SEQUENCE
                                                (WS-SURROGATE-COUNT)
                       ELSE
                           SET WS-SUR-OVERFLOW TO TRUE
                       END-IF
                       IF SURX-SEQUENCE > WS-HIGH-SEQUENCE
                           MOVE SURX-SEQUENCE TO WS-HIGH-SEQUENCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SURROGATE-FILE.
           MOVE WS-SURROGATE-COUNT TO WS-SURROGATES-ON-FILE.

      ******************************************************************
       2000-EXTRACT-POLICIES.

           OPEN INPUT KEY-LIST-FILE.
           IF KEY-LIST-STATUS NOT = '00'
               MOVE 'KEY LIST NOT FOUND - NOTHING TO EXTRACT'
                   TO EXTRACT-REPORT-RECORD
               WRITE EXTRACT-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT TEST-POLICY-FILE
                       TEST-LOAN-FILE
                       TEST-SPLIT-FILE
                       TEST-HISTORY-FILE.
           OPEN INPUT LOAN-HISTORY-FILE.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ KEY-LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-KEYS-READ
                       PERFORM 2100-EXTRACT-ONE-POLICY
               END-READ
           END-PERFORM.

           CLOSE KEY-LIST-FILE
                 TEST-POLICY-FILE
                 TEST-LOAN-FILE
                 TEST-SPLIT-FILE
                 TEST-HISTORY-FILE.
           IF LOAN-HISTORY-STATUS = '00'
               CLOSE LOAN-HISTORY-FILE
           END-IF.

      ******************************************************************
       2100-EXTRACT-ONE-POLICY.
      *    No policy master, nothing for the policy - every other row
      *    in the set hangs off it.

           MOVE SPACES TO WS-RECORD-KEY.
           STRING TKEY-COMPANY-CODE
                  TKEY-POLICY-NUMBER
               DELIMITED BY SIZE INTO WS-RECORD-KEY
           END-STRING.
           MOVE WS-POLICY-FILE-NUMBER TO DATA-FILE-NUMBER.
           MOVE ZERO TO WAPPL-KEY-NUMBER.
           MOVE WS-RECORD-KEY TO WFUNC-PASSED-KEY (1).
           MOVE WBTRV-GET-EQUAL TO WAPPL-FUNCTION.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           IF WBTRV-RETURN-CODE NOT = ZERO
               ADD 1 TO WS-POLICIES-MISSING
               MOVE SPACES TO EXTRACT-REPORT-RECORD
               STRING 'NO POLICY MASTER - SKIPPED '
                      TKEY-COMPANY-CODE ' ' TKEY-POLICY-NUMBER
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
               END-STRING
               WRITE EXTRACT-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

      *    The policy's surrogate - every row below carries it.
           MOVE 'POLICY'               TO WS-SUR-DOMAIN.
           MOVE WS-RECORD-KEY (1:14)   TO WS-SUR-ORIGINAL.
           PERFORM 4000-GET-SURROGATE.
           MOVE WS-SUR-SEQUENCE        TO WS-POLICY-SUR-DIGITS.
           MOVE WS-POLICY-SURROGATE    TO WS-POLICY-SURROGATE-SAVE.
           MOVE SPACES TO WS-TEST-KEY.
           STRING TKEY-COMPANY-CODE
                  WS-POLICY-SURROGATE-SAVE
               DELIMITED BY SIZE INTO WS-TEST-KEY
           END-STRING.

           MOVE DATA-AREA (1:24)       TO POLICY-MASTER-RECORD.
           MOVE WS-POLICY-SURROGATE-SAVE TO POLM-POLICY-NUMBER.
           MOVE SPACES                 TO WS-MASK-IMAGE.
           MOVE DATA-AREA (1:WS-POLICY-FILE-LENGTH)
                                       TO WS-MASK-IMAGE.
           MOVE POLICY-MASTER-RECORD   TO WS-MASK-IMAGE (1:24).
           MOVE 'POLMASTR'             TO WS-MASK-FILE-NAME.
           MOVE WS-POLICY-FILE-LENGTH  TO WS-MASK-LENGTH.
           PERFORM 4500-MASK-IMAGE.
           MOVE SPACES TO TEST-POLICY-RECORD.
           STRING 'POLMASTR'                 DELIMITED BY SIZE
                  '|'                        DELIMITED BY SIZE
                  WS-TEST-KEY                DELIMITED BY SIZE
                  '|'                        DELIMITED BY SIZE
                  WS-MASK-IMAGE (1:WS-MASK-LENGTH)
                                             DELIMITED BY SIZE
             INTO TEST-POLICY-RECORD
           END-STRING.
           WRITE TEST-POLICY-RECORD.
           ADD 1 TO WS-POLICIES-WRITTEN.

           MOVE 'N'  TO WS-RES-LOAN-FLAG.
           MOVE ZERO TO WS-RES-SPLIT-AGENTS
                        WS-RES-HISTORY-ROWS.
           PERFORM 2200-EXTRACT-LOAN-MASTER.
           PERFORM 2300-EXTRACT-SPLIT.
           PERFORM 2400-EXTRACT-LOAN-HISTORY.

           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           STRING 'EXTRACTED ' TKEY-COMPANY-CODE ' '
                  TKEY-POLICY-NUMBER
                  ' AS ' WS-POLICY-SURROGATE-SAVE
                  '  LOAN ' WS-RES-LOAN-FLAG
                  '  SPLIT AGENTS ' WS-RES-SPLIT-AGENTS
                  '  HISTORY ROWS ' WS-RES-HISTORY-ROWS
               DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
           END-STRING.
           WRITE EXTRACT-REPORT-RECORD.

      ******************************************************************
       2200-EXTRACT-LOAN-MASTER.

           MOVE WS-LOAN-FILE-NUMBER TO DATA-FILE-NUMBER.
           MOVE ZERO TO WAPPL-KEY-NUMBER.
           MOVE WS-RECORD-KEY TO WFUNC-PASSED-KEY (1).
           MOVE WBTRV-GET-EQUAL TO WAPPL-FUNCTION.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           IF WBTRV-RETURN-CODE NOT = ZERO
      *        No loan on this policy - nothing to carry.
               EXIT PARAGRAPH
           END-IF.

           MOVE DATA-AREA (1:44)       TO LOAN-MASTER-RECORD.
           MOVE WS-POLICY-SURROGATE-SAVE TO LONM-POLICY-NUMBER.
           MOVE SPACES                 TO WS-MASK-IMAGE.
           MOVE DATA-AREA (1:WS-LOAN-FILE-LENGTH)
                                       TO WS-MASK-IMAGE.
           MOVE LOAN-MASTER-RECORD     TO WS-MASK-IMAGE (1:44).
           MOVE 'LOANMAST'             TO WS-MASK-FILE-NAME.
           MOVE WS-LOAN-FILE-LENGTH    TO WS-MASK-LENGTH.
           PERFORM 4500-MASK-IMAGE.
           MOVE SPACES TO TEST-LOAN-RECORD.
           STRING 'LOANMAST'                 DELIMITED BY SIZE
                  '|'                        DELIMITED BY SIZE
                  WS-TEST-KEY                DELIMITED BY SIZE
                  '|'                        DELIMITED BY SIZE
                  WS-MASK-IMAGE (1:WS-MASK-LENGTH)
                                             DELIMITED BY SIZE
             INTO TEST-LOAN-RECORD
           END-STRING.
           WRITE TEST-LOAN-RECORD.
           ADD 1 TO WS-LOANS-WRITTEN.
           MOVE 'Y' TO WS-RES-LOAN-FLAG.

      ******************************************************************
       2300-EXTRACT-SPLIT.
      *    The open base-coverage split entry (no end date), else
      *    the last one on file.

           INITIALIZE WCMCP-PARAMETERS.
           MOVE TKEY-COMPANY-CODE      TO WCMCP-COMPANY-CODE.
           MOVE TKEY-POLICY-NUMBER     TO WCMCP-POLICY-NUMBER.
           SET WCMCP-RETRIEVE-SPLITS TO TRUE.
           CALL PCMCTBOX USING WGLOBAL WCMCP-PARAMETERS.
           IF WCMCP-RETURN-CODE NOT = ZERO
               OR WCMCP-OUT-LAST-SPLIT-ENTRY < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-CURRENT-SPLIT-ENTRY.
           PERFORM VARYING WS-SPLIT-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-ENTRY-IDX > WCMCP-OUT-LAST-SPLIT-ENTRY
               OR WS-SPLIT-ENTRY-IDX > WCMCP-MAX-SPLIT-ENTRIES
               IF WCMCP-OUT-END-DATE (WS-SPLIT-ENTRY-IDX) = ZERO
                   MOVE WS-SPLIT-ENTRY-IDX TO WS-CURRENT-SPLIT-ENTRY
               END-IF
           END-PERFORM.
           IF WS-CURRENT-SPLIT-ENTRY = ZERO
               MOVE WCMCP-OUT-LAST-SPLIT-ENTRY
                                       TO WS-CURRENT-SPLIT-ENTRY
               IF WS-CURRENT-SPLIT-ENTRY > WCMCP-MAX-SPLIT-ENTRIES
                   MOVE WCMCP-MAX-SPLIT-ENTRIES
                                       TO WS-CURRENT-SPLIT-ENTRY
               END-IF
           END-IF.

           MOVE SPACES TO TEST-SPLIT-RECORD.
           MOVE TKEY-COMPANY-CODE        TO TSPL-COMPANY-CODE.
           MOVE WS-POLICY-SURROGATE-SAVE TO TSPL-POLICY-NUMBER.
           MOVE ZERO TO WS-TEST-AGENT-IDX.
           PERFORM VARYING WS-SPLIT-AGENT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-AGENT-IDX > WCMCP-MAX-AGENTS
               IF WCMCP-OUT-AGENT
                       (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX)
                                                     NOT = SPACES
                   PERFORM 2350-CARRY-SPLIT-AGENT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SPLIT-AGENT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-AGENT-IDX > 10
               IF TSPL-AGENT (WS-SPLIT-AGENT-IDX) = SPACES
                   MOVE ZERO TO TSPL-COMM-PCNT (WS-SPLIT-AGENT-IDX)
                                TSPL-PROD-PCNT (WS-SPLIT-AGENT-IDX)
               END-IF
           END-PERFORM.
           WRITE TEST-SPLIT-RECORD.
           ADD 1 TO WS-SPLITS-WRITTEN.

      ******************************************************************
       2350-CARRY-SPLIT-AGENT.
      *    Every agent on the split goes to the agent extract; only
      *    the writing agents go on the CSPLTBAT row.

           MOVE WCMCP-OUT-AGENT
                   (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX)
                                       TO WS-AGENT-ID.
           PERFORM 3000-NOTE-AGENT.
           ADD 1 TO WS-RES-SPLIT-AGENTS.

           IF WCMCP-OUT-AGENT-LEVEL
                   (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX) = 'GA  '
               OR WCMCP-OUT-AGENT-LEVEL
                   (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX) = 'MGA '
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TEST-AGENT-IDX.
           MOVE 'AGENT'                TO WS-SUR-DOMAIN.
           MOVE WS-AGENT-ID            TO WS-SUR-ORIGINAL.
           PERFORM 4000-GET-SURROGATE.
           MOVE WS-SUR-SEQUENCE        TO WS-AGENT-SUR-DIGITS.
           MOVE WS-AGENT-SURROGATE
                               TO TSPL-AGENT (WS-TEST-AGENT-IDX).
           COMPUTE TSPL-COMM-PCNT (WS-TEST-AGENT-IDX) ROUNDED =
               WCMCP-OUT-COMM-PCNT
                   (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX).
           COMPUTE TSPL-PROD-PCNT (WS-TEST-AGENT-IDX) ROUNDED =
               WCMCP-OUT-PROD-PCNT
                   (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-AGENT-IDX).

      ******************************************************************
       2400-EXTRACT-LOAN-HISTORY.

           IF LOAN-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE TKEY-COMPANY-CODE      TO LNHR-COMPANY-CODE.
           MOVE TKEY-POLICY-NUMBER     TO LNHR-POLICY-NUMBER.
           MOVE ZERO                   TO LNHR-SEQUENCE.

           START LOAN-HISTORY-FILE KEY IS > LNHR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-HISTORY-END-FLAG.
           PERFORM UNTIL WS-HISTORY-END
               READ LOAN-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-HISTORY-END TO TRUE
                   NOT AT END
                       IF LNHR-COMPANY-CODE = TKEY-COMPANY-CODE
                           AND LNHR-POLICY-NUMBER
                               = TKEY-POLICY-NUMBER
                           MOVE WS-POLICY-SURROGATE-SAVE
                               TO LNHR-POLICY-NUMBER
                           WRITE TEST-HISTORY-RECORD FROM LNHR-RECORD
                           ADD 1 TO WS-HISTORY-WRITTEN
                                    WS-RES-HISTORY-ROWS
                       ELSE
      *                    Keyed order - past this policy's block.
                           SET WS-HISTORY-END TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
       3000-NOTE-AGENT.

           MOVE 'N' TO WS-AGENT-FOUND-FLAG.
           PERFORM VARYING WS-AGENT-IDX FROM 1 BY 1
               UNTIL WS-AGENT-IDX > WS-AGENT-COUNT
                  OR WS-AGENT-FOUND
               IF WS-AGT-ID (WS-AGENT-IDX) = WS-AGENT-ID
                   SET WS-AGENT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-AGENT-FOUND
               AND WS-AGENT-COUNT < WS-MAX-AGENTS
               ADD 1 TO WS-AGENT-COUNT
               MOVE WS-AGENT-ID TO WS-AGT-ID (WS-AGENT-COUNT)
               MOVE 'N' TO WS-AGT-ON-MASTER-FLAG (WS-AGENT-COUNT)
           END-IF.

      ******************************************************************
       4000-GET-SURROGATE.
      *    The value's existing surrogate sequence, or the next one
      *    - held for the file at the end of the run.

           MOVE 'N' TO WS-SUR-FOUND-FLAG.
           PERFORM VARYING WS-SURROGATE-IDX FROM 1 BY 1
               UNTIL WS-SURROGATE-IDX > WS-SURROGATE-COUNT
                  OR WS-SUR-FOUND
               IF WS-SUR-TAB-DOMAIN (WS-SURROGATE-IDX) = WS-SUR-DOMAIN
                   AND WS-SUR-TAB-ORIGINAL (WS-SURROGATE-IDX)
                       = WS-SUR-ORIGINAL
                   SET WS-SUR-FOUND TO TRUE
                   MOVE WS-SUR-TAB-SEQUENCE (WS-SURROGATE-IDX)
                       TO WS-SUR-SEQUENCE
               END-IF
           END-PERFORM.
           IF WS-SUR-FOUND
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-HIGH-SEQUENCE.
           MOVE WS-HIGH-SEQUENCE TO WS-SUR-SEQUENCE.
           IF WS-SURROGATE-COUNT < WS-MAX-SURROGATES
               ADD 1 TO WS-SURROGATE-COUNT
               MOVE WS-SUR-DOMAIN
                   TO WS-SUR-TAB-DOMAIN (WS-SURROGATE-COUNT)
               MOVE WS-SUR-ORIGINAL
                   TO WS-SUR-TAB-ORIGINAL (WS-SURROGATE-COUNT)
               MOVE WS-SUR-SEQUENCE
                   TO WS-SUR-TAB-SEQUENCE (WS-SURROGATE-COUNT)
           ELSE
      *        Cannot be remembered - this run still masks, but the
      *        value will not map the same next time.
               SET WS-SUR-OVERFLOW TO TRUE
           END-IF.

      ******************************************************************
       4500-MASK-IMAGE.
      *    Personal-data fields of WS-MASK-FILE-NAME's layout get a
      *    same-shaped surrogate; bytes past the layout's last field
      *    are blanked.

           MOVE ZERO TO WS-MASK-EXTENT.
           PERFORM VARYING WS-LAYOUT-IDX FROM 1 BY 1
               UNTIL WS-LAYOUT-IDX > WS-LAYOUT-COUNT
               IF WS-LAY-FILE-NAME (WS-LAYOUT-IDX) = WS-MASK-FILE-NAME
                   PERFORM 4600-MASK-ONE-FIELD
               END-IF
           END-PERFORM.

           IF WS-MASK-EXTENT < WS-MASK-LENGTH
               MOVE SPACES TO WS-MASK-IMAGE (WS-MASK-EXTENT + 1:
                               WS-MASK-LENGTH - WS-MASK-EXTENT)
           END-IF.

      ******************************************************************
       4600-MASK-ONE-FIELD.

           MOVE WS-LAY-OFFSET (WS-LAYOUT-IDX) TO WS-FIELD-OFFSET.
           MOVE WS-LAY-LENGTH (WS-LAYOUT-IDX) TO WS-FIELD-LENGTH.
           IF WS-FIELD-OFFSET < 1
               OR WS-FIELD-LENGTH < 1
               OR WS-FIELD-OFFSET + WS-FIELD-LENGTH - 1
                   > WS-MASK-LENGTH
               EXIT PARAGRAPH
           END-IF.
           IF WS-FIELD-OFFSET + WS-FIELD-LENGTH - 1 > WS-MASK-EXTENT
               COMPUTE WS-MASK-EXTENT =
                   WS-FIELD-OFFSET + WS-FIELD-LENGTH - 1
           END-IF.

           IF WS-LAY-PII-FLAG (WS-LAYOUT-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-MASK-IMAGE (WS-FIELD-OFFSET:WS-FIELD-LENGTH) = SPACES
      *        Nothing there to hide - a blank stays blank.
               EXIT PARAGRAPH
           END-IF.
      *    Packed and binary personal data cannot take a shaped
      *    surrogate - it goes out zero.
           IF WS-LAY-DATA-TYPE (WS-LAYOUT-IDX) = 'P'
               OR WS-LAY-DATA-TYPE (WS-LAYOUT-IDX) = 'B'
               MOVE LOW-VALUES
                   TO WS-MASK-IMAGE (WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-FIELD-VALUE.
           IF WS-FIELD-LENGTH > 50
               MOVE WS-MASK-IMAGE (WS-FIELD-OFFSET:50)
                                       TO WS-FIELD-VALUE
           ELSE
               MOVE WS-MASK-IMAGE (WS-FIELD-OFFSET:WS-FIELD-LENGTH)
                                       TO WS-FIELD-VALUE
           END-IF.
           MOVE WS-LAY-FIELD-NAME (WS-LAYOUT-IDX) TO WS-SUR-DOMAIN.
           MOVE WS-FIELD-VALUE                   TO WS-SUR-ORIGINAL.
           PERFORM 4000-GET-SURROGATE.
           PERFORM 4700-SHAPE-SURROGATE.
           MOVE WS-FIELD-VALUE
               TO WS-MASK-IMAGE (WS-FIELD-OFFSET:WS-FIELD-LENGTH).

      ******************************************************************
       4700-SHAPE-SURROGATE.
      *    Digits, dashes and blanks only - a number, a tax ID, a ZIP
      *    - keeps its punctuation and gets surrogate digits right to
      *    left; anything else becomes MSK and the sequence.

           MOVE ZERO TO WS-DIGIT-TALLY
                        WS-PUNCT-TALLY.
           INSPECT WS-FIELD-VALUE (1:WS-FIELD-LENGTH)
               TALLYING WS-DIGIT-TALLY FOR ALL '0' '1' '2' '3' '4'
                                               '5' '6' '7' '8' '9'
                        WS-PUNCT-TALLY FOR ALL '-' ' '.
           IF WS-DIGIT-TALLY + WS-PUNCT-TALLY = WS-FIELD-LENGTH
               OR WS-LAY-DATA-TYPE (WS-LAYOUT-IDX) = 'N'
               SET WS-SHAPE-NUMERIC TO TRUE
           ELSE
               SET WS-SHAPE-TEXT TO TRUE
           END-IF.

           IF WS-SHAPE-TEXT
               MOVE WS-SUR-SEQUENCE TO WS-TEXT-SUR-SEQ
               MOVE SPACES TO WS-FIELD-VALUE
               IF WS-FIELD-LENGTH < 12
                   MOVE WS-TEXT-SURROGATE (13 - WS-FIELD-LENGTH:
                                           WS-FIELD-LENGTH)
                       TO WS-FIELD-VALUE
               ELSE
                   MOVE WS-TEXT-SURROGATE TO WS-FIELD-VALUE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SUR-SEQUENCE TO WS-DIGIT-SOURCE-SEQ.
           MOVE 18 TO WS-DIGIT-IDX.
           PERFORM VARYING WS-CHAR-IDX FROM WS-FIELD-LENGTH BY -1
               UNTIL WS-CHAR-IDX < 1
               IF WS-FIELD-VALUE (WS-CHAR-IDX:1) IS NUMERIC
                   OR WS-LAY-DATA-TYPE (WS-LAYOUT-IDX) = 'N'
                   IF WS-DIGIT-IDX < 1
                       MOVE '9' TO WS-FIELD-VALUE (WS-CHAR-IDX:1)
                   ELSE
                       MOVE WS-DIGIT-SOURCE (WS-DIGIT-IDX:1)
                           TO WS-FIELD-VALUE (WS-CHAR-IDX:1)
                       SUBTRACT 1 FROM WS-DIGIT-IDX
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       5000-EXTRACT-AGENTS.
      *    Every master row for the agents on the extracted splits.

           IF WS-AGENT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT AGENT-MASTER-FILE.
           IF AGENT-MASTER-STATUS = '00'
               OPEN OUTPUT TEST-AGENT-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ AGENT-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 5100-CARRY-AGENT-ROW
                   END-READ
               END-PERFORM
               CLOSE AGENT-MASTER-FILE
                     TEST-AGENT-FILE
           END-IF.

           OPEN INPUT PAYEE-MASTER-FILE.
           IF PAYEE-MASTER-STATUS = '00'
               OPEN OUTPUT TEST-PAYEE-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ PAYEE-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 5200-CARRY-PAYEE-ROW
                   END-READ
               END-PERFORM
               CLOSE PAYEE-MASTER-FILE
                     TEST-PAYEE-FILE
           END-IF.

      ******************************************************************
       5100-CARRY-AGENT-ROW.

           MOVE AGTM-AGENT-ID TO WS-AGENT-ID.
           PERFORM 5300-FIND-AGENT.
           IF NOT WS-AGENT-FOUND
               EXIT PARAGRAPH
           END-IF.
           SET WS-AGT-ON-MASTER (WS-AGENT-IDX) TO TRUE.

           MOVE 'AGENT'                TO WS-SUR-DOMAIN.
           MOVE AGTM-AGENT-ID          TO WS-SUR-ORIGINAL.
           PERFORM 4000-GET-SURROGATE.
           MOVE WS-SUR-SEQUENCE        TO WS-AGENT-SUR-DIGITS.
           MOVE WS-AGENT-SURROGATE     TO AGTM-AGENT-ID.

           MOVE SPACES                 TO WS-MASK-IMAGE.
           MOVE AGENT-MASTER-RECORD    TO WS-MASK-IMAGE.
           MOVE 'AGTMASTR'             TO WS-MASK-FILE-NAME.
           MOVE LENGTH OF AGENT-MASTER-RECORD TO WS-MASK-LENGTH.
           PERFORM 4500-MASK-IMAGE.
           WRITE TEST-AGENT-RECORD
               FROM WS-MASK-IMAGE (1:WS-MASK-LENGTH).
           ADD 1 TO WS-AGENT-ROWS-WRITTEN.

      ******************************************************************
       5200-CARRY-PAYEE-ROW.

           MOVE PAYE-AGENT-NUMBER TO WS-AGENT-ID.
           PERFORM 5300-FIND-AGENT.
           IF NOT WS-AGENT-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE 'AGENT'                TO WS-SUR-DOMAIN.
           MOVE PAYE-AGENT-NUMBER      TO WS-SUR-ORIGINAL.
           PERFORM 4000-GET-SURROGATE.
           MOVE WS-SUR-SEQUENCE        TO WS-AGENT-SUR-DIGITS.
           MOVE WS-AGENT-SURROGATE     TO PAYE-AGENT-NUMBER.

           MOVE SPACES                 TO WS-MASK-IMAGE.
           MOVE PAYEE-MASTER-RECORD    TO WS-MASK-IMAGE.
           MOVE 'PAYEMAST'             TO WS-MASK-FILE-NAME.
           MOVE LENGTH OF PAYEE-MASTER-RECORD TO WS-MASK-LENGTH.
           PERFORM 4500-MASK-IMAGE.
           WRITE TEST-PAYEE-RECORD
               FROM WS-MASK-IMAGE (1:WS-MASK-LENGTH).
           ADD 1 TO WS-PAYEE-ROWS-WRITTEN.

      ******************************************************************
       5300-FIND-AGENT.

           MOVE 'N' TO WS-AGENT-FOUND-FLAG.
           PERFORM VARYING WS-AGENT-IDX FROM 1 BY 1
               UNTIL WS-AGENT-IDX > WS-AGENT-COUNT
                  OR WS-AGENT-FOUND
               IF WS-AGT-ID (WS-AGENT-IDX) = WS-AGENT-ID
                   SET WS-AGENT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-AGENT-FOUND
               SUBTRACT 1 FROM WS-AGENT-IDX
           END-IF.

      ******************************************************************
       6000-REPORT-MISSING-AGENTS.
      *    A split agent with no master row would not join in the
      *    test region either - say so.

           PERFORM VARYING WS-AGENT-IDX FROM 1 BY 1
               UNTIL WS-AGENT-IDX > WS-AGENT-COUNT
               IF NOT WS-AGT-ON-MASTER (WS-AGENT-IDX)
                   ADD 1 TO WS-AGENTS-NOT-ON-MASTER
                   MOVE 'AGENT'        TO WS-SUR-DOMAIN
                   MOVE WS-AGT-ID (WS-AGENT-IDX) TO WS-SUR-ORIGINAL
                   PERFORM 4000-GET-SURROGATE
                   MOVE WS-SUR-SEQUENCE TO WS-AGENT-SUR-DIGITS
                   MOVE SPACES TO EXTRACT-REPORT-RECORD
                   STRING 'SPLIT AGENT NOT ON AGENT MASTER '
                          WS-AGENT-SURROGATE
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
                   END-STRING
                   WRITE EXTRACT-REPORT-RECORD
               END-IF
           END-PERFORM.

      ******************************************************************
       7000-SAVE-SURROGATES.

           IF WS-SURROGATE-COUNT NOT > WS-SURROGATES-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND SURROGATE-FILE.
           IF SURROGATE-STATUS = '35' OR SURROGATE-STATUS = '05'
               OPEN OUTPUT SURROGATE-FILE
           END-IF.
           COMPUTE WS-SURROGATE-IDX = WS-SURROGATES-ON-FILE + 1.
           PERFORM VARYING WS-SURROGATE-IDX
               FROM WS-SURROGATE-IDX BY 1
               UNTIL WS-SURROGATE-IDX > WS-SURROGATE-COUNT
               MOVE WS-SUR-TAB-DOMAIN (WS-SURROGATE-IDX)
                                       TO SURX-DOMAIN
               MOVE WS-SUR-TAB-ORIGINAL (WS-SURROGATE-IDX)
                                       TO SURX-ORIGINAL
               MOVE WS-SUR-TAB-SEQUENCE (WS-SURROGATE-IDX)
                                       TO SURX-SEQUENCE
               WRITE SURROGATE-RECORD
           END-PERFORM.
           CLOSE SURROGATE-FILE.

      ******************************************************************
       8000-WRITE-SUMMARY.

           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD.

           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           MOVE 'POLICY KEYS READ:'     TO EXTRACT-REPORT-RECORD (1:30).
           MOVE WS-KEYS-READ            TO EXTRACT-REPORT-RECORD (32:7).
           WRITE EXTRACT-REPORT-RECORD.

           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           MOVE 'POLICIES EXTRACTED:'   TO EXTRACT-REPORT-RECORD (1:30).
           MOVE WS-POLICIES-WRITTEN     TO EXTRACT-REPORT-RECORD (32:7).
           WRITE EXTRACT-REPORT-RECORD.

           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           MOVE 'POLICIES NOT FOUND:'   TO EXTRACT-REPORT-RECORD (1:30).
           MOVE WS-POLICIES-MISSING     TO EXTRACT-REPORT-RECORD (32:7).
           WRITE EXTRACT-REPORT-RECORD.

           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           MOVE 'LOAN MASTERS EXTRACTED:'
                                        TO EXTRACT-REPORT-RECORD (1:30).
           MOVE WS-LOANS-WRITTEN        TO EXTRACT-REPORT-RECORD (32:7).
           WRITE EXTRACT-REPORT-RECORD.

           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           MOVE 'SPLITS EXTRACTED:'     TO EXTRACT-REPORT-RECORD (1:30).
           MOVE WS-SPLITS-WRITTEN       TO EXTRACT-REPORT-RECORD (32:7).
           WRITE EXTRACT-REPORT-RECORD.

           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           MOVE 'LOAN HISTORY ROWS:'    TO EXTRACT-REPORT-RECORD (1:30).
           MOVE WS-HISTORY-WRITTEN      TO EXTRACT-REPORT-RECORD (32:7).
           WRITE EXTRACT-REPORT-RECORD.

           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           MOVE 'AGENT MASTER ROWS:'    TO EXTRACT-REPORT-RECORD (1:30).
           MOVE WS-AGENT-ROWS-WRITTEN   TO EXTRACT-REPORT-RECORD (32:7).
           WRITE EXTRACT-REPORT-RECORD.

           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           MOVE 'PAYEE MASTER ROWS:'    TO EXTRACT-REPORT-RECORD (1:30).
           MOVE WS-PAYEE-ROWS-WRITTEN   TO EXTRACT-REPORT-RECORD (32:7).
           WRITE EXTRACT-REPORT-RECORD.

           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           MOVE 'SPLIT AGENTS NOT ON MASTER:'
                                        TO EXTRACT-REPORT-RECORD (1:30).
           MOVE WS-AGENTS-NOT-ON-MASTER TO EXTRACT-REPORT-RECORD (32:7).
           WRITE EXTRACT-REPORT-RECORD.

           IF WS-SUR-OVERFLOW
               MOVE 'SURROGATE TABLE FULL - NEW VALUES NOT REMEMBERED'
                   TO EXTRACT-REPORT-RECORD
               WRITE EXTRACT-REPORT-RECORD
           END-IF.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CTSTEXTR'         TO WRUNC-JOB-NAME.
           MOVE WS-POLICIES-WRITTEN TO WRUNC-RECORD-COUNT.
           IF NOT WS-ACCESS-GRANTED
               OR WS-POLICIES-MISSING > ZERO
               OR WS-AGENTS-NOT-ON-MASTER > ZERO
               OR WS-SUR-OVERFLOW
               MOVE 'COMPLETE/FAILURES' TO WRUNC-RUN-STATUS
           ELSE
               MOVE 'COMPLETE'          TO WRUNC-RUN-STATUS
           END-IF.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
