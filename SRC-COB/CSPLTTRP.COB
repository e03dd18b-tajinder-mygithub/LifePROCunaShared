      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CSPLTTRP.
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
      *D   CSPLTTRP is the stale-template report - when a team
      *D   changes its named split template (CSPLTTPL), the
      *D   policies whose split still carries an earlier version's
      *D   agents and percentages, so they can be re-split.
      *D
      *D   The newest version of each template on file (latest
      *D   effective date; for the same date the later row) is its
      *D   current split - a version staged for a future date
      *D   counts, so the desk can work the list before it lands.
      *D   Every earlier version whose rows differ from the newest
      *D   one is superseded.
      *D
      *D   The policy universe comes off the split audit trail, as
      *D   for CSRVORPH; each policy's split in force today is
      *D   retrieved through PCMCTBOX and its writing-agent rows
      *D   (the GA/MGA override rows CAGTHIER adds are left out)
      *D   compared with each superseded version - the same agents
      *D   at the same commission percentages is a match.  Matches
      *D   come out GROUPED BY TEMPLATE, each with the version it
      *D   still carries and the one that replaced it.  A policy,
      *D   template or match table that fills is flagged on the
      *D   report and ends the run INCOMPLETE.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-031-06 MAINT New program.
101526*H 20261015-038-12 MAINT Policy table overflow flagged on the
101526*H                       report; any full table ends the run
101526*H                       INCOMPLETE.
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

           SELECT SPLIT-AUDIT-FILE
       COPY WVARYCPY.
                                       SPLIT-AUDIT-NAME
       COPY WLORGCPY.
                                       STATUS IS SPLIT-AUDIT-STATUS.

           SELECT STALE-REPORT-FILE
       COPY WVARYCPY.
                                       STALE-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS STALE-REPORT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    Template rows (WSTPRCPY), read into working storage.
       FD  TEMPLATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEMPLATE-FILE-RECORD            PIC X(332).

       FD  SPLIT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SPLIT-AUDIT-RECORD              PIC X(132).

       FD  STALE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STALE-REPORT-RECORD             PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WCMCPCPY.
           COPY WSTPRCPY.

       01  CALLED-MODULES.
           05  PCMCTBOX                   PIC X(08) VALUE 'PCMCTBOX'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

           COPY WRUNCCPY.

       01  TEMPLATE-STATUS                 PIC XX.
       01  SPLIT-AUDIT-STATUS              PIC XX.
       01  STALE-REPORT-STATUS             PIC XX.

       01  TEMPLATE-FILE-NAME.
           05  WS-TMPL-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'SPLTTMPL.PDM'.

       01  SPLIT-AUDIT-NAME.
           05  WS-SPLTAUDT-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'SPLTAUDT.PDM'.

       01  STALE-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  STALE-REPORT-CODER          PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'STPLRPT.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-RUN-DATE-YYYYMMDD            PIC 9(08).

      *    Every template version on file, each marked current,
      *    superseded (reported on) or ignored (same rows as the
      *    current version).
       78  WS-MAX-VERSIONS                     VALUE 500.
       01  WS-VERSION-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-VERSION-IDX                  PIC 9(03).
       01  WS-VERSION-JDX                  PIC 9(03).
       01  WS-NEWEST-IDX                   PIC 9(03).
       01  WS-VERSION-TABLE.
           05  WS-VERSION-ENTRY OCCURS WS-MAX-VERSIONS TIMES.
               10  WS-VER-TEMPLATE-ID          PIC X(12).
               10  WS-VER-EFF-DATE             PIC 9(08).
               10  WS-VER-STANDING             PIC X(01).
                   88  WS-VER-CURRENT                  VALUE 'C'.
                   88  WS-VER-SUPERSEDED               VALUE 'S'.
                   88  WS-VER-IGNORED                  VALUE 'I'.
               10  WS-VER-NEW-EFF-DATE         PIC 9(08).
               10  WS-VER-IMAGE                PIC X(332).
       01  WS-VER-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.
           88  WS-VERSION-TABLE-OVERFLOWED         VALUE 'Y'.
       01  WS-COMPARE-IMAGE                PIC X(332).
       01  WS-SAME-ROWS-FLAG               PIC X(01).
           88  WS-SAME-ROWS                        VALUE 'Y'.

      *    Distinct policies off the split audit trail.
       01  WS-POLICY-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-POLICY-IDX                   PIC 9(04).
       01  WS-POLICY-TABLE.
           05  WS-POLICY-ENTRY OCCURS WGLB2-MAX-AGENCIES TIMES.
               10  WS-POL-COMPANY              PIC X(02).
               10  WS-POL-POLICY               PIC X(12).
               10  WS-POL-COVERAGE             PIC X(04).
       01  WS-POL-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.
           88  WS-POLICY-TABLE-OVERFLOWED          VALUE 'Y'.

       01  WS-P-COMPANY                    PIC X(02).
       01  WS-P-POLICY                     PIC X(12).
       01  WS-P-COVERAGE                   PIC X(04).

       01  WS-SPLIT-IDX                    PIC S9(04) COMP-5.
       01  WS-ROW-IDX                      PIC S9(04) COMP-5.
       01  WS-ENTRY-IDX                    PIC S9(09) COMP-5.
       01  WS-CURRENT-SPLIT-ENTRY          PIC S9(09) COMP-5.

      *    The policy's writing-agent rows in force today.
       01  WS-WRITING-COUNT                PIC S9(04) COMP-5.
       01  WS-WRITING-TABLE.
           05  WS-WRITING-ENTRY OCCURS WCMCP-MAX-AGENTS TIMES.
               10  WS-WRITING-AGENT            PIC X(12).
               10  WS-WRITING-COMM-PCNT        USAGE COMP-2.
       01  WS-TEMPLATE-AGENT-COUNT         PIC S9(04) COMP-5.
       01  WS-MATCH-FLAG                   PIC X(01).
           88  WS-SPLIT-MATCHES                    VALUE 'Y'.
       01  WS-AGENT-FOUND-FLAG             PIC X(01).
           88  WS-AGENT-FOUND                      VALUE 'Y'.

      *    The stale policies, gathered then reported grouped by
      *    template.
       78  WS-MAX-STALE                        VALUE 500.
       01  WS-STALE-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-STALE-IDX                    PIC 9(03).
       01  WS-STALE-JDX                    PIC 9(03).
       01  WS-STALE-TABLE.
           05  WS-STALE-ENTRY OCCURS WS-MAX-STALE TIMES.
               10  WS-STALE-TEMPLATE-ID        PIC X(12).
               10  WS-STALE-OLD-EFF-DATE       PIC 9(08).
               10  WS-STALE-NEW-EFF-DATE       PIC 9(08).
               10  WS-STALE-COMPANY            PIC X(02).
               10  WS-STALE-POLICY             PIC X(12).
               10  WS-STALE-COVERAGE           PIC X(04).
       01  WS-STALE-SWAP                   PIC X(46).
       01  WS-STALE-OVERFLOW-FLAG          PIC X(01) VALUE 'N'.
           88  WS-STALE-TABLE-OVERFLOWED           VALUE 'Y'.
       01  WS-BREAK-TEMPLATE-ID            PIC X(12) VALUE SPACES.
       01  WS-FIRST-GROUP-FLAG             PIC X(01) VALUE 'Y'.
           88  WS-FIRST-GROUP                      VALUE 'Y'.

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
                   CLOSE STALE-REPORT-FILE
               ELSE
                   PERFORM 1100-LOAD-TEMPLATES
                   PERFORM 1150-MARK-SUPERSEDED-VERSIONS
                   PERFORM 1200-COLLECT-AUDIT-POLICIES
                   PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                       UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                       PERFORM 2000-CHECK-ONE-POLICY
                   END-PERFORM
                   PERFORM 3000-WRITE-GROUPED-REPORT
                   CLOSE STALE-REPORT-FILE
                   PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CSPLTTRP'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO STALE-REPORT-CODER.
           INSPECT STALE-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-TMPL-FILE-DRIVE
                                           WS-SPLTAUDT-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.

           OPEN OUTPUT STALE-REPORT-FILE.

      ******************************************************************
       1100-LOAD-TEMPLATES.

           MOVE ZERO TO WS-VERSION-COUNT.
           OPEN INPUT TEMPLATE-FILE.
           IF TEMPLATE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ TEMPLATE-FILE INTO SPLIT-TEMPLATE-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-VERSION-COUNT >= WS-MAX-VERSIONS
      *                    A version past the cap could hide a stale
      *                    split - flag the whole run.
                           SET WS-VERSION-TABLE-OVERFLOWED TO TRUE
                       ELSE
                           ADD 1 TO WS-VERSION-COUNT
                           MOVE STPL-TEMPLATE-ID
                               TO WS-VER-TEMPLATE-ID
                                               (WS-VERSION-COUNT)
                           MOVE STPL-EFFECTIVE-DATE
                               TO WS-VER-EFF-DATE (WS-VERSION-COUNT)
                           MOVE SPACE
                               TO WS-VER-STANDING (WS-VERSION-COUNT)
                           MOVE ZERO
                               TO WS-VER-NEW-EFF-DATE
                                               (WS-VERSION-COUNT)
                           MOVE SPLIT-TEMPLATE-RECORD
                               TO WS-VER-IMAGE (WS-VERSION-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEMPLATE-FILE.

      ******************************************************************
       1150-MARK-SUPERSEDED-VERSIONS.

           PERFORM VARYING WS-VERSION-IDX FROM 1 BY 1
               UNTIL WS-VERSION-IDX > WS-VERSION-COUNT
      *        The newest version of this row's template - latest
      *        date, and for the same date the later row on file.
               MOVE WS-VERSION-IDX TO WS-NEWEST-IDX
               PERFORM VARYING WS-VERSION-JDX FROM 1 BY 1
                   UNTIL WS-VERSION-JDX > WS-VERSION-COUNT
                   IF WS-VER-TEMPLATE-ID (WS-VERSION-JDX)
                           = WS-VER-TEMPLATE-ID (WS-VERSION-IDX)
                       AND (WS-VER-EFF-DATE (WS-VERSION-JDX)
                               > WS-VER-EFF-DATE (WS-NEWEST-IDX)
                           OR (WS-VER-EFF-DATE (WS-VERSION-JDX)
                               = WS-VER-EFF-DATE (WS-NEWEST-IDX)
                               AND WS-VERSION-JDX > WS-NEWEST-IDX))
                       MOVE WS-VERSION-JDX TO WS-NEWEST-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-NEWEST-IDX = WS-VERSION-IDX
                       SET WS-VER-CURRENT (WS-VERSION-IDX) TO TRUE
                   WHEN OTHER
                       MOVE WS-VER-IMAGE (WS-NEWEST-IDX)
                           TO WS-COMPARE-IMAGE
                       PERFORM 1160-COMPARE-VERSION-ROWS
                       IF WS-SAME-ROWS
                           SET WS-VER-IGNORED (WS-VERSION-IDX)
                                                       TO TRUE
                       ELSE
                           SET WS-VER-SUPERSEDED (WS-VERSION-IDX)
                                                       TO TRUE
                           MOVE WS-VER-EFF-DATE (WS-NEWEST-IDX)
                               TO WS-VER-NEW-EFF-DATE
                                               (WS-VERSION-IDX)
                       END-IF
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
       1160-COMPARE-VERSION-ROWS.
      *    A version that only renamed the description pays exactly
      *    as the newest one - no policy on it needs re-splitting.
      *    CSPLTTPL packs rows to the front, so the agent row areas
      *    compare directly.

           MOVE WS-VER-IMAGE (WS-VERSION-IDX) TO SPLIT-TEMPLATE-RECORD.
           IF SPLIT-TEMPLATE-RECORD (63:270)
                   = WS-COMPARE-IMAGE (63:270)
               MOVE 'Y' TO WS-SAME-ROWS-FLAG
           ELSE
               MOVE 'N' TO WS-SAME-ROWS-FLAG
           END-IF.

      ******************************************************************
       1200-COLLECT-AUDIT-POLICIES.
      *    Same two-layout column parse CSRVORPH applies - every
      *    policy the audit trail knows gets its current split
      *    checked.

           MOVE ZERO TO WS-POLICY-COUNT.
           IF WS-VERSION-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SPLIT-AUDIT-FILE.
           IF SPLIT-AUDIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ SPLIT-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 1300-PARSE-ONE-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE SPLIT-AUDIT-FILE.

      ******************************************************************
       1300-PARSE-ONE-AUDIT-LINE.

           IF (SPLIT-AUDIT-RECORD (24:1) = 'A' OR 'U' OR 'E' OR 'R')
               AND SPLIT-AUDIT-RECORD (25:1) = SPACE
               AND SPLIT-AUDIT-RECORD (28:1) = SPACE
      *        Old layout, no checker column.
               MOVE SPLIT-AUDIT-RECORD (26:2)   TO WS-P-COMPANY
               MOVE SPLIT-AUDIT-RECORD (29:12)  TO WS-P-POLICY
               MOVE SPACES                      TO WS-P-COVERAGE
           ELSE
               MOVE SPLIT-AUDIT-RECORD (31:2)   TO WS-P-COMPANY
               MOVE SPLIT-AUDIT-RECORD (34:12)  TO WS-P-POLICY
               MOVE SPLIT-AUDIT-RECORD (94:4)   TO WS-P-COVERAGE
           END-IF.

           IF WS-P-POLICY = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
               UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
               IF WS-POL-COMPANY (WS-POLICY-IDX) = WS-P-COMPANY
                   AND WS-POL-POLICY (WS-POLICY-IDX) = WS-P-POLICY
                   AND WS-POL-COVERAGE (WS-POLICY-IDX) = WS-P-COVERAGE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-POLICY-IDX > WS-POLICY-COUNT
               IF WS-POLICY-COUNT < WGLB2-MAX-AGENCIES
                   ADD 1 TO WS-POLICY-COUNT
                   MOVE WS-P-COMPANY
                       TO WS-POL-COMPANY (WS-POLICY-COUNT)
                   MOVE WS-P-POLICY
                       TO WS-POL-POLICY (WS-POLICY-COUNT)
                   MOVE WS-P-COVERAGE
                       TO WS-POL-COVERAGE (WS-POLICY-COUNT)
               ELSE
      *            A policy past the table is never checked - the
      *            report and the run end both say so.
                   SET WS-POLICY-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
       2000-CHECK-ONE-POLICY.

           INITIALIZE WCMCP-PARAMETERS.
           MOVE WS-POL-COMPANY (WS-POLICY-IDX)
                                       TO WCMCP-COMPANY-CODE.
           MOVE WS-POL-POLICY (WS-POLICY-IDX)
                                       TO WCMCP-POLICY-NUMBER.
           MOVE WS-POL-COVERAGE (WS-POLICY-IDX)
                                       TO WCMCP-COVERAGE-ID.
           MOVE WS-RUN-DATE-YYYYMMDD   TO WCMCP-EFFECTIVE-DATE.
           SET WCMCP-RETRIEVE-SPLITS TO TRUE.
           CALL PCMCTBOX USING WGLOBAL WCMCP-PARAMETERS.
           IF WCMCP-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.

      *    Same time-bounded entry selection EXTRFEED applies, for
      *    the split in force today.
           MOVE 1 TO WS-CURRENT-SPLIT-ENTRY.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WCMCP-OUT-LAST-SPLIT-ENTRY
               OR WS-ENTRY-IDX > WCMCP-MAX-SPLIT-ENTRIES
               IF WCMCP-OUT-EFFECTIVE-DATE (WS-ENTRY-IDX)
                       NOT > WS-RUN-DATE-YYYYMMDD
                   AND (WCMCP-OUT-END-DATE (WS-ENTRY-IDX) = ZERO
                       OR WCMCP-OUT-END-DATE (WS-ENTRY-IDX)
                           NOT < WS-RUN-DATE-YYYYMMDD)
                   MOVE WS-ENTRY-IDX TO WS-CURRENT-SPLIT-ENTRY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Writing agents only - the override rows CAGTHIER added
      *    were never part of the template.
           MOVE ZERO TO WS-WRITING-COUNT.
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WCMCP-MAX-AGENTS
               IF WCMCP-OUT-AGENT
                       (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-IDX)
                                                     NOT = SPACES
                   AND WCMCP-OUT-AGENT-LEVEL
                       (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-IDX)
                                                     NOT = 'GA  '
                   AND WCMCP-OUT-AGENT-LEVEL
                       (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-IDX)
                                                     NOT = 'MGA '
                   ADD 1 TO WS-WRITING-COUNT
                   MOVE WCMCP-OUT-AGENT
                       (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-IDX)
                       TO WS-WRITING-AGENT (WS-WRITING-COUNT)
                   MOVE WCMCP-OUT-COMM-PCNT
                       (WS-CURRENT-SPLIT-ENTRY, WS-SPLIT-IDX)
                       TO WS-WRITING-COMM-PCNT (WS-WRITING-COUNT)
               END-IF
           END-PERFORM.

           IF WS-WRITING-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

      *    A split can equal only one set of rows, so the first
      *    superseded version it matches is the one reported.
           PERFORM VARYING WS-VERSION-IDX FROM 1 BY 1
               UNTIL WS-VERSION-IDX > WS-VERSION-COUNT
               IF WS-VER-SUPERSEDED (WS-VERSION-IDX)
                   PERFORM 2100-MATCH-ONE-VERSION
                   IF WS-SPLIT-MATCHES
                       PERFORM 2200-COLLECT-STALE-POLICY
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       2100-MATCH-ONE-VERSION.
      *    The same agents at the same commission percentages, in
      *    any order.  The split store holds the percentages in
      *    floating point, so they compare with the same small
      *    tolerance the 100% edit uses.

           MOVE WS-VER-IMAGE (WS-VERSION-IDX) TO SPLIT-TEMPLATE-RECORD.
           MOVE 'Y'  TO WS-MATCH-FLAG.
           MOVE ZERO TO WS-TEMPLATE-AGENT-COUNT.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > STPL-MAX-AGENTS
               OR NOT WS-SPLIT-MATCHES
               IF STPL-AGENT (WS-ROW-IDX) NOT = SPACES
                   ADD 1 TO WS-TEMPLATE-AGENT-COUNT
                   MOVE 'N' TO WS-AGENT-FOUND-FLAG
                   PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                       UNTIL WS-SPLIT-IDX > WS-WRITING-COUNT
                       OR WS-AGENT-FOUND
                       IF WS-WRITING-AGENT (WS-SPLIT-IDX)
                               = STPL-AGENT (WS-ROW-IDX)
                           AND FUNCTION ABS
                               (WS-WRITING-COMM-PCNT (WS-SPLIT-IDX)
                                - STPL-COMM-PCNT (WS-ROW-IDX))
                                   NOT > 0.005
                           MOVE 'Y' TO WS-AGENT-FOUND-FLAG
                       END-IF
                   END-PERFORM
                   IF NOT WS-AGENT-FOUND
                       MOVE 'N' TO WS-MATCH-FLAG
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-TEMPLATE-AGENT-COUNT NOT = WS-WRITING-COUNT
               MOVE 'N' TO WS-MATCH-FLAG
           END-IF.

      ******************************************************************
       2200-COLLECT-STALE-POLICY.

           IF WS-STALE-COUNT >= WS-MAX-STALE
      *        A policy past the table cap would silently fall off
      *        the re-split list - flag the whole run.
               SET WS-STALE-TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STALE-COUNT.
           MOVE WS-VER-TEMPLATE-ID (WS-VERSION-IDX)
               TO WS-STALE-TEMPLATE-ID (WS-STALE-COUNT).
           MOVE WS-VER-EFF-DATE (WS-VERSION-IDX)
               TO WS-STALE-OLD-EFF-DATE (WS-STALE-COUNT).
           MOVE WS-VER-NEW-EFF-DATE (WS-VERSION-IDX)
               TO WS-STALE-NEW-EFF-DATE (WS-STALE-COUNT).
           MOVE WS-POL-COMPANY (WS-POLICY-IDX)
               TO WS-STALE-COMPANY (WS-STALE-COUNT).
           MOVE WS-POL-POLICY (WS-POLICY-IDX)
               TO WS-STALE-POLICY (WS-STALE-COUNT).
           MOVE WS-POL-COVERAGE (WS-POLICY-IDX)
               TO WS-STALE-COVERAGE (WS-STALE-COUNT).

      ******************************************************************
       3000-WRITE-GROUPED-REPORT.

      *    Selection sort by template, so each team's block of
      *    policies can be re-split as one unit.
           IF WS-STALE-COUNT > 1
               PERFORM VARYING WS-STALE-IDX FROM 1 BY 1
                   UNTIL WS-STALE-IDX >= WS-STALE-COUNT
                   PERFORM VARYING WS-STALE-JDX
                       FROM WS-STALE-IDX BY 1
                       UNTIL WS-STALE-JDX > WS-STALE-COUNT
                       IF WS-STALE-TEMPLATE-ID (WS-STALE-JDX)
                           < WS-STALE-TEMPLATE-ID (WS-STALE-IDX)
                           MOVE WS-STALE-ENTRY (WS-STALE-IDX)
                               TO WS-STALE-SWAP
                           MOVE WS-STALE-ENTRY (WS-STALE-JDX)
                               TO WS-STALE-ENTRY (WS-STALE-IDX)
                           MOVE WS-STALE-SWAP
                               TO WS-STALE-ENTRY (WS-STALE-JDX)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

           MOVE 'Y' TO WS-FIRST-GROUP-FLAG.
           PERFORM VARYING WS-STALE-IDX FROM 1 BY 1
               UNTIL WS-STALE-IDX > WS-STALE-COUNT
               IF WS-FIRST-GROUP
                   OR WS-STALE-TEMPLATE-ID (WS-STALE-IDX)
                       NOT = WS-BREAK-TEMPLATE-ID
                   MOVE 'N' TO WS-FIRST-GROUP-FLAG
                   MOVE WS-STALE-TEMPLATE-ID (WS-STALE-IDX)
                       TO WS-BREAK-TEMPLATE-ID
                   MOVE SPACES TO STALE-REPORT-RECORD
                   STRING 'SPLIT TEMPLATE ' WS-BREAK-TEMPLATE-ID
                          ' NOW EFF '
                          WS-STALE-NEW-EFF-DATE (WS-STALE-IDX)
                       DELIMITED BY SIZE INTO STALE-REPORT-RECORD
                   END-STRING
                   WRITE STALE-REPORT-RECORD
               END-IF
               MOVE SPACES TO STALE-REPORT-RECORD
               STRING '    '
                      WS-STALE-COMPANY (WS-STALE-IDX) '-'
                      WS-STALE-POLICY (WS-STALE-IDX) ' '
                      WS-STALE-COVERAGE (WS-STALE-IDX)
                      '  CARRIES EFF '
                      WS-STALE-OLD-EFF-DATE (WS-STALE-IDX)
                   DELIMITED BY SIZE INTO STALE-REPORT-RECORD
               END-STRING
               WRITE STALE-REPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO STALE-REPORT-RECORD.
           MOVE 'STALE TEMPLATE SPLITS:' TO STALE-REPORT-RECORD (1:22).
           MOVE WS-STALE-COUNT           TO STALE-REPORT-RECORD (26:3).
           WRITE STALE-REPORT-RECORD.

           IF WS-POLICY-TABLE-OVERFLOWED
               MOVE '** POLICY TABLE FULL - LIST INCOMPLETE **'
                   TO STALE-REPORT-RECORD
               WRITE STALE-REPORT-RECORD
           END-IF.
           IF WS-STALE-TABLE-OVERFLOWED
               MOVE '** STALE TABLE FULL - LIST INCOMPLETE **'
                   TO STALE-REPORT-RECORD
               WRITE STALE-REPORT-RECORD
           END-IF.
           IF WS-VERSION-TABLE-OVERFLOWED
               MOVE '** TEMPLATE TABLE FULL - LIST INCOMPLETE **'
                   TO STALE-REPORT-RECORD
               WRITE STALE-REPORT-RECORD
           END-IF.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CSPLTTRP'         TO WRUNC-JOB-NAME.
           MOVE WS-STALE-COUNT     TO WRUNC-RECORD-COUNT.
      *    A list cut short by any full table is not a clean run,
      *    whatever it did find.
           EVALUATE TRUE
               WHEN WS-POLICY-TABLE-OVERFLOWED
                   OR WS-STALE-TABLE-OVERFLOWED
                   OR WS-VERSION-TABLE-OVERFLOWED
                   MOVE 'INCOMPLETE'       TO WRUNC-RUN-STATUS
               WHEN WS-STALE-COUNT > ZERO
                   MOVE 'STALE SPLITS'     TO WRUNC-RUN-STATUS
               WHEN OTHER
                   MOVE 'COMPLETE'         TO WRUNC-RUN-STATUS
           END-EVALUATE.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
