      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CPRODRPT.
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
      *D   CPRODRPT is the production credit report and sales
      *D   leaderboard - contest and bonus qualification off the
      *D   production credit EXTRFEED posts to the production
      *D   ledger (WPRDLCPY, PRODLDG.PDM), instead of spreadsheets.
      *D
      *D   Production credit is the premium times each split row's
      *D   production percentage, separate from the commission
      *D   share.  Ledger records for the run date's month make the
      *D   month column; those from January 1 through the run date
      *D   make the year-to-date column.  Each writing agent's
      *D   credit also rolls up to the GA and MGA of the chain in
      *D   force for that agent today (AGTHIER.PDM, the file
      *D   CAGTHIER expands splits from).  An agent with no chain
      *D   rolls up nowhere.
      *D
      *D   The report (PRODRPT.PDM) ranks writing agents, then GAs,
      *D   then MGAs, each by year-to-date credit, highest first.
      *D   The same ranking goes to the leaderboard extract
      *D   (LEADERBD.PDM, shared, rewritten each run) for the sales
      *D   intranet - one delimited line per agent per level.
      *D   Start/end go to the common run-control file (CRUNCTRL).
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-032-02 MAINT New program.
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

           SELECT PRODUCTION-LEDGER-FILE
       COPY WVARYCPY.
                                       PRODUCTION-LEDGER-NAME
       COPY WLORGCPY.
                                       STATUS IS PRODUCTION-STATUS.

           SELECT HIERARCHY-FILE
       COPY WVARYCPY.
                                       HIERARCHY-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS HIERARCHY-STATUS.

           SELECT PRODUCTION-REPORT-FILE
       COPY WVARYCPY.
                                       PRODUCTION-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS PRODUCTION-RPT-STATUS.

           SELECT LEADERBOARD-FILE
       COPY WVARYCPY.
                                       LEADERBOARD-NAME
       COPY WLORGCPY.
                                       STATUS IS LEADERBOARD-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PRODUCTION-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WPRDLCPY.

       FD  HIERARCHY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WHIERCPY.

       FD  PRODUCTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRODUCTION-REPORT-RECORD        PIC X(132).

       FD  LEADERBOARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEADERBOARD-RECORD              PIC X(80).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.

       01  CALLED-MODULES.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

           COPY WRUNCCPY.

       01  PRODUCTION-STATUS               PIC XX.
       01  HIERARCHY-STATUS                PIC XX.
       01  PRODUCTION-RPT-STATUS           PIC XX.
       01  LEADERBOARD-STATUS              PIC XX.

      *    Same shared ledger EXTRFEED appends to.
       01  PRODUCTION-LEDGER-NAME.
           05  WS-PRODUCTION-FILE-DRIVE     PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'PRODLDG.PDM'.

       01  HIERARCHY-FILE-NAME.
           05  WS-HIER-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'AGTHIER.PDM'.

       01  PRODUCTION-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  PRODUCTION-REPORT-CODER     PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'PRODRPT.PDM'.

      *    Shared - the intranet picks the one current board up
      *    from a fixed name, whoever ran the report.
       01  LEADERBOARD-NAME.
           05  WS-LEADER-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LEADERBD.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-RUN-DATE-YYYYMMDD            PIC 9(08).
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE-YYYYMMDD.
           05  WS-RUN-YEAR                  PIC 9(04).
           05  WS-RUN-MONTH                 PIC 9(02).
           05  WS-RUN-DAY                   PIC 9(02).
       01  WS-LEDGER-DATE                  PIC 9(08).
       01  WS-LEDGER-DATE-SPLIT REDEFINES WS-LEDGER-DATE.
           05  WS-LEDGER-YEAR               PIC 9(04).
           05  WS-LEDGER-MONTH              PIC 9(02).
           05  WS-LEDGER-DAY                PIC 9(02).

      *    Hierarchy rows, loaded once - the same pick CAGTHIER
      *    makes: the newest row not after today wins.
       78  WS-MAX-HIER-ROWS                    VALUE 2000.
       01  WS-HIER-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-HIER-IDX                     PIC 9(04).
       01  WS-FOUND-IDX                    PIC 9(04).
       01  WS-BEST-EFF-DATE                PIC 9(08).
       01  WS-HIER-TABLE.
           05  WS-HIER-ENTRY OCCURS WS-MAX-HIER-ROWS TIMES.
               10  WS-HIER-WRITING-AGENT       PIC X(12).
               10  WS-HIER-GA-AGENT            PIC X(12).
               10  WS-HIER-MGA-AGENT           PIC X(12).
               10  WS-HIER-EFF-DATE            PIC 9(08).

      *    Credit per agent per level - writing agents off the
      *    ledger, GAs and MGAs rolled up from them.
       78  WS-MAX-PRODUCERS                    VALUE 2000.
       01  WS-PROD-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-WRITING-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-PROD-IDX                     PIC 9(04).
       01  WS-PROD-JDX                     PIC 9(04).
       01  WS-PROD-HIT                     PIC 9(04).
       01  WS-SORT-MIN-IDX                 PIC 9(04).
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY OCCURS WS-MAX-PRODUCERS TIMES.
               10  WS-PROD-LEVEL-SEQ           PIC 9(01).
                   88  WS-PROD-WRITING                 VALUE 1.
                   88  WS-PROD-GA                      VALUE 2.
                   88  WS-PROD-MGA                     VALUE 3.
               10  WS-PROD-AGENT               PIC X(12).
               10  WS-PROD-MONTH-CREDIT        PIC S9(11)V99.
               10  WS-PROD-YTD-CREDIT          PIC S9(11)V99.
       01  WS-PROD-SWAP                    PIC X(39).
       01  WS-PROD-OVERFLOW-FLAG           PIC X(01) VALUE 'N'.
           88  WS-PROD-TABLE-OVERFLOWED            VALUE 'Y'.

      *    The entry 2100-FIND-PRODUCER looks up or adds.
       01  WS-FIND-LEVEL-SEQ               PIC 9(01).
       01  WS-FIND-AGENT                   PIC X(12).
       01  WS-ADD-MONTH-CREDIT             PIC S9(11)V99.
       01  WS-ADD-YTD-CREDIT               PIC S9(11)V99.

       01  WS-BREAK-LEVEL-SEQ              PIC 9(01).
       01  WS-RANK                         PIC 9(04).
       01  WS-LEVEL-NAME                   PIC X(03).
       01  WS-MONTH-CREDIT-EDIT            PIC -9(11).99.
       01  WS-YTD-CREDIT-EDIT              PIC -9(11).99.
       01  WS-LEADER-COUNT                 PIC 9(07) VALUE ZERO.

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
                   CLOSE PRODUCTION-REPORT-FILE
               ELSE
                   PERFORM 1100-LOAD-HIERARCHY
                   PERFORM 1200-ACCUMULATE-LEDGER
                   PERFORM 2000-ROLL-UP-HIERARCHY
                   PERFORM 3000-RANK-PRODUCERS
                   PERFORM 4000-WRITE-REPORT
                   CLOSE PRODUCTION-REPORT-FILE
                   PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CPRODRPT'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO PRODUCTION-REPORT-CODER.
           INSPECT PRODUCTION-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-PRODUCTION-FILE-DRIVE
                                           WS-HIER-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE
                                           WS-LEADER-FILE-DRIVE.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.

           OPEN OUTPUT PRODUCTION-REPORT-FILE.

      ******************************************************************
       1100-LOAD-HIERARCHY.

           MOVE ZERO TO WS-HIER-COUNT.
           OPEN INPUT HIERARCHY-FILE.
           IF HIERARCHY-STATUS NOT = '00'
      *        No hierarchy file - writing agents are still ranked,
      *        nothing rolls up.
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
                      OR WS-HIER-COUNT >= WS-MAX-HIER-ROWS
               READ HIERARCHY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HIER-COUNT
                       MOVE HIER-WRITING-AGENT
                           TO WS-HIER-WRITING-AGENT (WS-HIER-COUNT)
                       MOVE HIER-GA-AGENT
                           TO WS-HIER-GA-AGENT (WS-HIER-COUNT)
                       MOVE HIER-MGA-AGENT
                           TO WS-HIER-MGA-AGENT (WS-HIER-COUNT)
                       MOVE HIER-EFFECTIVE-DATE
                           TO WS-HIER-EFF-DATE (WS-HIER-COUNT)
               END-READ
           END-PERFORM.
           CLOSE HIERARCHY-FILE.

      ******************************************************************
       1200-ACCUMULATE-LEDGER.

           MOVE ZERO TO WS-PROD-COUNT.
           OPEN INPUT PRODUCTION-LEDGER-FILE.
           IF PRODUCTION-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ PRODUCTION-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 1300-ACCUMULATE-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE PRODUCTION-LEDGER-FILE.
           MOVE WS-PROD-COUNT TO WS-WRITING-COUNT.

      ******************************************************************
       1300-ACCUMULATE-ONE-RECORD.

           MOVE PRDL-RUN-DATE TO WS-LEDGER-DATE.
           IF WS-LEDGER-YEAR NOT = WS-RUN-YEAR
               OR WS-LEDGER-DATE > WS-RUN-DATE-YYYYMMDD
               EXIT PARAGRAPH
           END-IF.

           MOVE 1                      TO WS-FIND-LEVEL-SEQ.
           MOVE PRDL-AGENT-NUMBER      TO WS-FIND-AGENT.
           MOVE PRDL-PRODUCTION-CREDIT TO WS-ADD-YTD-CREDIT.
           IF WS-LEDGER-MONTH = WS-RUN-MONTH
               MOVE PRDL-PRODUCTION-CREDIT TO WS-ADD-MONTH-CREDIT
           ELSE
               MOVE ZERO                   TO WS-ADD-MONTH-CREDIT
           END-IF.
           PERFORM 2100-FIND-PRODUCER.

      ******************************************************************
       2000-ROLL-UP-HIERARCHY.
      *    Only the writing-agent entries the ledger built roll up -
      *    GA and MGA entries are appended past WS-WRITING-COUNT.

           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-WRITING-COUNT
               PERFORM 2200-FIND-CHAIN
               IF WS-FOUND-IDX > ZERO
                   MOVE WS-PROD-MONTH-CREDIT (WS-PROD-IDX)
                                       TO WS-ADD-MONTH-CREDIT
                   MOVE WS-PROD-YTD-CREDIT (WS-PROD-IDX)
                                       TO WS-ADD-YTD-CREDIT
                   IF WS-HIER-GA-AGENT (WS-FOUND-IDX) NOT = SPACES
                       MOVE 2 TO WS-FIND-LEVEL-SEQ
                       MOVE WS-HIER-GA-AGENT (WS-FOUND-IDX)
                                       TO WS-FIND-AGENT
                       PERFORM 2100-FIND-PRODUCER
                   END-IF
                   IF WS-HIER-MGA-AGENT (WS-FOUND-IDX) NOT = SPACES
                       MOVE 3 TO WS-FIND-LEVEL-SEQ
                       MOVE WS-HIER-MGA-AGENT (WS-FOUND-IDX)
                                       TO WS-FIND-AGENT
                       PERFORM 2100-FIND-PRODUCER
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       2100-FIND-PRODUCER.

           MOVE ZERO TO WS-PROD-HIT.
           PERFORM VARYING WS-PROD-JDX FROM 1 BY 1
               UNTIL WS-PROD-JDX > WS-PROD-COUNT
               OR WS-PROD-HIT NOT = ZERO
               IF WS-PROD-LEVEL-SEQ (WS-PROD-JDX) = WS-FIND-LEVEL-SEQ
                   AND WS-PROD-AGENT (WS-PROD-JDX) = WS-FIND-AGENT
                   MOVE WS-PROD-JDX TO WS-PROD-HIT
               END-IF
           END-PERFORM.

           IF WS-PROD-HIT = ZERO
               IF WS-PROD-COUNT >= WS-MAX-PRODUCERS
      *            A producer past the table cap would silently fall
      *            off the board - flag the whole run.
                   SET WS-PROD-TABLE-OVERFLOWED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PROD-COUNT
               MOVE WS-PROD-COUNT     TO WS-PROD-HIT
               MOVE WS-FIND-LEVEL-SEQ TO WS-PROD-LEVEL-SEQ (WS-PROD-HIT)
               MOVE WS-FIND-AGENT     TO WS-PROD-AGENT (WS-PROD-HIT)
               MOVE ZERO TO WS-PROD-MONTH-CREDIT (WS-PROD-HIT)
                            WS-PROD-YTD-CREDIT (WS-PROD-HIT)
           END-IF.

           ADD WS-ADD-MONTH-CREDIT
                               TO WS-PROD-MONTH-CREDIT (WS-PROD-HIT).
           ADD WS-ADD-YTD-CREDIT
                               TO WS-PROD-YTD-CREDIT (WS-PROD-HIT).

      ******************************************************************
       2200-FIND-CHAIN.
      *    Newest row not after today wins; a zero (pre-dating) row
      *    is always eligible but loses to any dated row in force.

           MOVE ZERO TO WS-FOUND-IDX
                        WS-BEST-EFF-DATE.
           PERFORM VARYING WS-HIER-IDX FROM 1 BY 1
               UNTIL WS-HIER-IDX > WS-HIER-COUNT
               IF WS-HIER-WRITING-AGENT (WS-HIER-IDX)
                       = WS-PROD-AGENT (WS-PROD-IDX)
                   AND WS-HIER-EFF-DATE (WS-HIER-IDX)
                       NOT > WS-RUN-DATE-YYYYMMDD
                   IF WS-FOUND-IDX = ZERO
                       OR WS-HIER-EFF-DATE (WS-HIER-IDX)
                           > WS-BEST-EFF-DATE
                       MOVE WS-HIER-IDX TO WS-FOUND-IDX
                       MOVE WS-HIER-EFF-DATE (WS-HIER-IDX)
                           TO WS-BEST-EFF-DATE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       3000-RANK-PRODUCERS.
      *    Selection sort - level first (writing, GA, MGA), then
      *    year-to-date credit highest first, then agent number so
      *    ties always list the same way.

           IF WS-PROD-COUNT > 1
               PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX >= WS-PROD-COUNT
                   MOVE WS-PROD-IDX TO WS-SORT-MIN-IDX
                   PERFORM VARYING WS-PROD-JDX
                       FROM WS-PROD-IDX BY 1
                       UNTIL WS-PROD-JDX > WS-PROD-COUNT
                       PERFORM 3100-COMPARE-PRODUCERS
                   END-PERFORM
                   IF WS-SORT-MIN-IDX NOT = WS-PROD-IDX
                       MOVE WS-PROD-ENTRY (WS-PROD-IDX)
                           TO WS-PROD-SWAP
                       MOVE WS-PROD-ENTRY (WS-SORT-MIN-IDX)
                           TO WS-PROD-ENTRY (WS-PROD-IDX)
                       MOVE WS-PROD-SWAP
                           TO WS-PROD-ENTRY (WS-SORT-MIN-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       3100-COMPARE-PRODUCERS.

           EVALUATE TRUE
               WHEN WS-PROD-LEVEL-SEQ (WS-PROD-JDX)
                       < WS-PROD-LEVEL-SEQ (WS-SORT-MIN-IDX)
                   MOVE WS-PROD-JDX TO WS-SORT-MIN-IDX
               WHEN WS-PROD-LEVEL-SEQ (WS-PROD-JDX)
                       > WS-PROD-LEVEL-SEQ (WS-SORT-MIN-IDX)
                   CONTINUE
               WHEN WS-PROD-YTD-CREDIT (WS-PROD-JDX)
                       > WS-PROD-YTD-CREDIT (WS-SORT-MIN-IDX)
                   MOVE WS-PROD-JDX TO WS-SORT-MIN-IDX
               WHEN WS-PROD-YTD-CREDIT (WS-PROD-JDX)
                       = WS-PROD-YTD-CREDIT (WS-SORT-MIN-IDX)
                   AND WS-PROD-AGENT (WS-PROD-JDX)
                       < WS-PROD-AGENT (WS-SORT-MIN-IDX)
                   MOVE WS-PROD-JDX TO WS-SORT-MIN-IDX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
       4000-WRITE-REPORT.

           OPEN OUTPUT LEADERBOARD-FILE.

           MOVE SPACES TO PRODUCTION-REPORT-RECORD.
           STRING 'PRODUCTION CREDIT AS OF ' WS-RUN-DATE-YYYYMMDD
                  '   MONTH ' WS-RUN-YEAR '-' WS-RUN-MONTH
                  '   YEAR TO DATE ' WS-RUN-YEAR
               DELIMITED BY SIZE INTO PRODUCTION-REPORT-RECORD
           END-STRING.
           WRITE PRODUCTION-REPORT-RECORD.

           MOVE ZERO TO WS-BREAK-LEVEL-SEQ.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PROD-COUNT
               IF WS-PROD-LEVEL-SEQ (WS-PROD-IDX)
                       NOT = WS-BREAK-LEVEL-SEQ
                   MOVE WS-PROD-LEVEL-SEQ (WS-PROD-IDX)
                                       TO WS-BREAK-LEVEL-SEQ
                   MOVE ZERO TO WS-RANK
                   PERFORM 4100-WRITE-LEVEL-HEADING
               END-IF
               ADD 1 TO WS-RANK
               MOVE WS-PROD-MONTH-CREDIT (WS-PROD-IDX)
                                       TO WS-MONTH-CREDIT-EDIT
               MOVE WS-PROD-YTD-CREDIT (WS-PROD-IDX)
                                       TO WS-YTD-CREDIT-EDIT
               MOVE SPACES TO PRODUCTION-REPORT-RECORD
               STRING '  ' WS-RANK '  ' WS-PROD-AGENT (WS-PROD-IDX)
                      '  MONTH ' WS-MONTH-CREDIT-EDIT
                      '  YTD ' WS-YTD-CREDIT-EDIT
                   DELIMITED BY SIZE INTO PRODUCTION-REPORT-RECORD
               END-STRING
               WRITE PRODUCTION-REPORT-RECORD
               PERFORM 4200-WRITE-LEADERBOARD-LINE
           END-PERFORM.

           MOVE SPACES TO PRODUCTION-REPORT-RECORD.
           MOVE 'WRITING AGENTS RANKED:' TO PRODUCTION-REPORT-RECORD
                                                             (1:22).
           MOVE WS-WRITING-COUNT     TO PRODUCTION-REPORT-RECORD
                                                             (26:4).
           WRITE PRODUCTION-REPORT-RECORD.

           IF WS-PROD-TABLE-OVERFLOWED
               MOVE '** PRODUCER TABLE FULL - RANKING INCOMPLETE **'
                   TO PRODUCTION-REPORT-RECORD
               WRITE PRODUCTION-REPORT-RECORD
           END-IF.

           CLOSE LEADERBOARD-FILE.

      ******************************************************************
       4100-WRITE-LEVEL-HEADING.

           EVALUATE TRUE
               WHEN WS-PROD-WRITING (WS-PROD-IDX)
                   MOVE 'WA ' TO WS-LEVEL-NAME
                   MOVE 'WRITING AGENTS' TO PRODUCTION-REPORT-RECORD
               WHEN WS-PROD-GA (WS-PROD-IDX)
                   MOVE 'GA ' TO WS-LEVEL-NAME
                   MOVE 'GENERAL AGENTS (ROLLED UP FROM WRITING AGENTS)'
                       TO PRODUCTION-REPORT-RECORD
               WHEN OTHER
                   MOVE 'MGA' TO WS-LEVEL-NAME
                   MOVE 'MANAGING GENERAL AGENTS (ROLLED UP)'
                       TO PRODUCTION-REPORT-RECORD
           END-EVALUATE.
           WRITE PRODUCTION-REPORT-RECORD.

      ******************************************************************
       4200-WRITE-LEADERBOARD-LINE.
      *    level|rank|agent|month credit|YTD credit|as-of date

           MOVE SPACES TO LEADERBOARD-RECORD.
           STRING WS-LEVEL-NAME                 DELIMITED BY SPACE
                  '|' WS-RANK                   DELIMITED BY SIZE
                  '|' WS-PROD-AGENT (WS-PROD-IDX)
                                                DELIMITED BY SPACE
                  '|' WS-MONTH-CREDIT-EDIT      DELIMITED BY SIZE
                  '|' WS-YTD-CREDIT-EDIT        DELIMITED BY SIZE
                  '|' WS-RUN-DATE-YYYYMMDD      DELIMITED BY SIZE
               INTO LEADERBOARD-RECORD
           END-STRING.
           WRITE LEADERBOARD-RECORD.
           ADD 1 TO WS-LEADER-COUNT.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CPRODRPT'         TO WRUNC-JOB-NAME.
           MOVE WS-LEADER-COUNT    TO WRUNC-RECORD-COUNT.
           IF WS-PROD-TABLE-OVERFLOWED
               MOVE 'TABLE FULL'       TO WRUNC-RUN-STATUS
           ELSE
               MOVE 'COMPLETE'         TO WRUNC-RUN-STATUS
           END-IF.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
