      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CPERSBON.
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
      *D   CPERSBON is the annual persistency bonus run - 13-month
      *D   persistency per writing agent, the share of the agent's
      *D   policies issued in the window still in force a year on,
      *D   priced against the bonus tier table and posted to the
      *D   commission ledger.
      *D
      *D   The policy universe comes off the split audit trail, the
      *D   same source CSRVORPH and CAGTRENM work from.  Each
      *D   policy's issue date and current status come off the
      *D   policy master (POLM-ISSUE-DATE, POLM-STATUS-CODE - 'IF'
      *D   is in force); a policy issued in the window is credited
      *D   to every writing agent on the PCMCTBOX split in force on
      *D   its issue date (GA/MGA override rows are not writing
      *D   agents).  The issue window defaults to the twelve months
      *D   ending thirteen months before the run month; the job
      *D   parameter registry (CJOBPARM) can set ISSUE-FROM-MONTH
      *D   and ISSUE-TO-MONTH (YYYYMM) instead.
      *D
      *D   The tiers applied are the BONTIER.PDM rows (WBTIRCPY,
      *D   maintained by CBONTMNT) carrying the latest effective
      *D   date not after the run date - found in a first pass over
      *D   the file, which keeps every superseded set, and loaded
      *D   alone in a second.  Of the tiers an agent
      *D   meets - persistency and issued-policy floor both - the
      *D   richest pays: its bonus per policy times the agent's
      *D   policies still in force.  The bonus is appended to the
      *D   commission ledger (COMMLDG.PDM) as a persistency bonus
      *D   record, dated through the same closed-month guard
      *D   EXTRFEED applies, and carries the issue window's last
      *D   month (COML-BONUS-PERIOD).  An agent already holding a
      *D   bonus record for the window is not posted twice, so a
      *D   rerun is harmless in whatever month it runs.  A policy,
      *D   agent, tier or paid-agent table too small for the run
      *D   holds every posting - nobody is paid off partial counts
      *D   or a partial tier set.
      *D
      *D   The persistency statement (PERSTMT.PDM) gives each agent
      *D   the counts, the persistency, the tier and bonus, and the
      *D   policies that lapsed against them.  Start/end go to the
      *D   common run-control file (CRUNCTRL).
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-033-03 MAINT New program.
101526*H 20261015-038-09 MAINT Tier set in force found in a first
101526*H                       pass, loaded alone in a second; any
101526*H                       work table overflow holds postings;
101526*H                       rerun guard keyed on the issue window.
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

           SELECT SPLIT-AUDIT-FILE
       COPY WVARYCPY.
                                       SPLIT-AUDIT-NAME
       COPY WLORGCPY.
                                       STATUS IS SPLIT-AUDIT-STATUS.

           SELECT TIER-FILE
       COPY WVARYCPY.
                                       TIER-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS TIER-STATUS.

           SELECT COMMISSION-LEDGER-FILE
       COPY WVARYCPY.
                                       COMMISSION-LEDGER-NAME
       COPY WLORGCPY.
                                       STATUS IS COMMISSION-STATUS.

           SELECT LEDGER-CLOSE-FILE
       COPY WVARYCPY.
                                       LEDGER-CLOSE-NAME
       COPY WLORGCPY.
                                       STATUS IS LEDGER-CLOSE-STATUS.

           SELECT STATEMENT-FILE
       COPY WVARYCPY.
                                       STATEMENT-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS STATEMENT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SPLIT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SPLIT-AUDIT-RECORD              PIC X(132).

       FD  TIER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WBTIRCPY.

       FD  COMMISSION-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCOMLCPY.

       FD  LEDGER-CLOSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLCLSCPY.

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-RECORD                PIC X(132).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WAPPLCPY.
           COPY WBTRVCPY.
           COPY WPOLMCPY.
           COPY WCMCPCPY.
           COPY WJPRMCPY.

       01  CALLED-MODULES.
           05  PCMCTBOX                   PIC X(08) VALUE 'PCMCTBOX'.
           05  PFILEBTV                   PIC X(08) VALUE 'PFILEBTV'.
           05  CJOBPARM                   PIC X(08) VALUE 'CJOBPARM'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

           COPY WRUNCCPY.

       01  SPLIT-AUDIT-STATUS              PIC XX.
       01  TIER-STATUS                     PIC XX.
       01  COMMISSION-STATUS               PIC XX.
       01  LEDGER-CLOSE-STATUS             PIC XX.
       01  STATEMENT-STATUS                PIC XX.

       01  SPLIT-AUDIT-NAME.
           05  WS-SPLTAUDT-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'SPLTAUDT.PDM'.

       01  TIER-FILE-NAME.
           05  WS-TIER-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'BONTIER.PDM'.

      *    Same shared ledger EXTRFEED appends commission to.
       01  COMMISSION-LEDGER-NAME.
           05  WS-COMMISSION-FILE-DRIVE     PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'COMMLDG.PDM'.

       01  LEDGER-CLOSE-NAME.
           05  WS-LDGCLOSE-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LDGCLOSE.PDM'.

       01  STATEMENT-FILE-NAME.
           05  WS-STATEMENT-FILE-DRIVE     PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  STATEMENT-CODER             PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'PERSTMT.PDM'.

      *    Logical name of the Btrieve policy master, resolved
      *    through the standard get-file-number path.
       01  WS-POLICY-FILE-NAME             PIC X(30) VALUE 'POLMASTR'.
       01  WS-NAME-NUMBER.
           05  WS-NAME                     PIC X(30).
           05  WS-NUMBER                   PIC 9(05).
       01  WS-POLICY-FILE-NUMBER           PIC S9(04) COMP-5.
       01  WS-RECORD-KEY                   PIC X(80).

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-RUN-DATE-YYYYMMDD            PIC 9(08).
       01  WS-RUN-MONTH                    PIC 9(06).

      *    Issue window, as YYYYMM months inclusive.
       01  WS-ISSUE-FROM-MONTH             PIC 9(06).
       01  WS-ISSUE-TO-MONTH               PIC 9(06).
       01  WS-ISSUE-MONTH                  PIC 9(06).
       01  WS-CALC-MONTH                   PIC 9(06).
       01  WS-CALC-MONTH-SPLIT REDEFINES WS-CALC-MONTH.
           05  WS-CALC-YEAR                 PIC 9(04).
           05  WS-CALC-MM                   PIC 9(02).
       01  WS-MONTH-SERIAL                 PIC 9(06).

      *    Closed-month guard, as EXTRFEED keeps it.
       01  WS-LATEST-CLOSED-MONTH          PIC 9(06) VALUE ZERO.
       01  WS-FIRST-OPEN-MONTH             PIC 9(06).
       01  WS-FIRST-OPEN-SPLIT REDEFINES WS-FIRST-OPEN-MONTH.
           05  WS-FIRST-OPEN-YEAR           PIC 9(04).
           05  WS-FIRST-OPEN-MM             PIC 9(02).
       01  WS-POSTING-DATE                 PIC 9(08).
       01  WS-POSTING-MONTH                PIC 9(06).

      *    Tier rows of the set in force only - the rows carrying
      *    WS-TIER-SET-DATE.
       78  WS-MAX-TIERS                        VALUE 100.
       01  WS-TIER-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-TIER-IDX                     PIC 9(03).
       01  WS-TIER-SET-DATE                PIC 9(08) VALUE ZERO.
       01  WS-TIER-TABLE.
           05  WS-TIER-ENTRY OCCURS WS-MAX-TIERS TIMES.
               10  WS-TIER-EFF-DATE            PIC 9(08).
               10  WS-TIER-MIN-PERSIST         PIC 9(03)V9(02).
               10  WS-TIER-MIN-POLICIES        PIC 9(05).
               10  WS-TIER-BONUS-PER-POLICY    PIC 9(05)V9(02).
       01  WS-TIER-OVERFLOW-FLAG           PIC X(01) VALUE 'N'.
           88  WS-TIER-TABLE-OVERFLOWED            VALUE 'Y'.

      *    Agents already paid a bonus for this issue window, and
      *    the window as the ledger carries it.
       01  WS-BONUS-PERIOD                 PIC X(06).
       78  WS-MAX-POSTED                       VALUE 2000.
       01  WS-POSTED-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-POSTED-IDX                   PIC 9(04).
       01  WS-POSTED-TABLE.
           05  WS-POSTED-AGENT OCCURS WS-MAX-POSTED TIMES
                                           PIC X(12).
       01  WS-POSTED-OVERFLOW-FLAG         PIC X(01) VALUE 'N'.
           88  WS-POSTED-TABLE-OVERFLOWED          VALUE 'Y'.

      *    Distinct policies off the split audit trail - the base
      *    split's coverage (SPACES) where the trail has one.
       78  WS-MAX-POLICIES                     VALUE 5000.
       01  WS-POLICY-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-POLICY-IDX                   PIC 9(04).
       01  WS-POLICY-TABLE.
           05  WS-POLICY-ENTRY OCCURS WS-MAX-POLICIES TIMES.
               10  WS-POL-COMPANY              PIC X(02).
               10  WS-POL-POLICY               PIC X(12).
               10  WS-POL-COVERAGE             PIC X(04).

       01  WS-P-COMPANY                    PIC X(02).
       01  WS-P-POLICY                     PIC X(12).
       01  WS-P-COVERAGE                   PIC X(04).

       01  WS-SPLIT-IDX                    PIC S9(04) COMP-5.
       01  WS-ENTRY-IDX                    PIC S9(09) COMP-5.
       01  WS-ISSUE-SPLIT-ENTRY            PIC S9(09) COMP-5.

      *    Per writing agent - counts, then the settled bonus.
       78  WS-MAX-AGENTS                       VALUE 2000.
       01  WS-AGENT-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-AGENT-IDX                    PIC 9(04).
       01  WS-AGENT-JDX                    PIC 9(04).
       01  WS-AGENT-TABLE.
           05  WS-AGENT-ENTRY OCCURS WS-MAX-AGENTS TIMES.
               10  WS-AGT-AGENT                PIC X(12).
               10  WS-AGT-ISSUED               PIC 9(05).
               10  WS-AGT-IN-FORCE             PIC 9(05).
               10  WS-AGT-PERSIST-PCNT         PIC 9(03)V9(02).
               10  WS-AGT-MIN-PERSIST          PIC 9(03)V9(02).
               10  WS-AGT-BONUS-PER-POLICY     PIC 9(05)V9(02).
               10  WS-AGT-BONUS                PIC 9(09)V9(02).
               10  WS-AGT-BONUS-STATE          PIC X(01).
                   88  WS-AGT-NO-TIER                  VALUE 'N'.
                   88  WS-AGT-BONUS-POSTED             VALUE 'P'.
                   88  WS-AGT-ALREADY-POSTED           VALUE 'A'.
                   88  WS-AGT-POSTING-HELD             VALUE 'H'.
       01  WS-AGENT-SWAP                   PIC X(51).

      *    Lapsed policies, listed on each agent's statement.
       78  WS-MAX-LAPSES                       VALUE 2000.
       01  WS-LAPSE-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-LAPSE-IDX                    PIC 9(04).
       01  WS-LAPSE-TABLE.
           05  WS-LAPSE-ENTRY OCCURS WS-MAX-LAPSES TIMES.
               10  WS-LAPSE-AGENT              PIC X(12).
               10  WS-LAPSE-COMPANY            PIC X(02).
               10  WS-LAPSE-POLICY             PIC X(12).
               10  WS-LAPSE-ISSUE-DATE         PIC 9(08).
               10  WS-LAPSE-STATUS             PIC X(02).

      *    Policy or agent table full - counts are short, so every
      *    posting is held.  A full lapse table only shortens the
      *    statements' lapse lists.
       01  WS-OVERFLOW-FLAG                PIC X(01) VALUE 'N'.
           88  WS-TABLE-OVERFLOWED                 VALUE 'Y'.
       01  WS-LAPSE-OVERFLOW-FLAG          PIC X(01) VALUE 'N'.
           88  WS-LAPSE-TABLE-OVERFLOWED           VALUE 'Y'.

       01  WS-COUNTS.
           05  WS-POLICIES-IN-WINDOW        PIC 9(07) VALUE ZERO.
           05  WS-NO-POLICY-MASTER          PIC 9(07) VALUE ZERO.
           05  WS-NO-SPLIT                  PIC 9(07) VALUE ZERO.
           05  WS-BONUSES-POSTED            PIC 9(07) VALUE ZERO.
           05  WS-BONUS-TOTAL               PIC 9(09)V9(02) VALUE ZERO.

       01  WS-PERSIST-EDIT                 PIC ZZ9.99.
       01  WS-BONUS-EDIT                   PIC Z(08)9.99.
       01  WS-RATE-EDIT                    PIC Z(04)9.99.

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
      *            fail fast instead of posting bonuses twice.
                   CLOSE STATEMENT-FILE
               ELSE
                   PERFORM 1050-SET-ISSUE-WINDOW
                   PERFORM 1100-LOAD-TIERS
                   PERFORM 1150-LOAD-LATEST-CLOSE
                   PERFORM 1170-LOAD-POSTED-BONUSES
                   PERFORM 1200-COLLECT-AUDIT-POLICIES
                   PERFORM 1500-RESOLVE-POLICY-FILE
                   IF WS-POLICY-FILE-NUMBER NOT = ZERO
                       PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                           UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                           PERFORM 2000-CHECK-ONE-POLICY
                       END-PERFORM
                   END-IF
                   PERFORM 3000-SORT-AGENTS
                   PERFORM VARYING WS-AGENT-IDX FROM 1 BY 1
                       UNTIL WS-AGENT-IDX > WS-AGENT-COUNT
                       PERFORM 3100-SETTLE-ONE-AGENT
                       PERFORM 4000-WRITE-AGENT-STATEMENT
                   END-PERFORM
                   PERFORM 8000-WRITE-SUMMARY
                   CLOSE STATEMENT-FILE
                   PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CPERSBON'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WCODER-ID              TO STATEMENT-CODER.
           INSPECT STATEMENT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-SPLTAUDT-FILE-DRIVE
                                           WS-TIER-FILE-DRIVE
                                           WS-COMMISSION-FILE-DRIVE
                                           WS-LDGCLOSE-FILE-DRIVE
                                           WS-STATEMENT-FILE-DRIVE.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-YYYYMMDD (1:6) TO WS-RUN-MONTH.

           OPEN OUTPUT STATEMENT-FILE.

      ******************************************************************
       1050-SET-ISSUE-WINDOW.
      *    Default - the twelve months ending thirteen months before
      *    the run month, so every policy in the window has had its
      *    13th month by the run.  Months are counted as a serial
      *    (year times twelve plus month) to step across years.

           MOVE WS-RUN-MONTH TO WS-CALC-MONTH.
           COMPUTE WS-MONTH-SERIAL =
               (WS-CALC-YEAR * 12) + WS-CALC-MM - 1 - 13.
           PERFORM 1060-SERIAL-TO-MONTH.
           MOVE WS-CALC-MONTH TO WS-ISSUE-TO-MONTH.
           SUBTRACT 11 FROM WS-MONTH-SERIAL.
           PERFORM 1060-SERIAL-TO-MONTH.
           MOVE WS-CALC-MONTH TO WS-ISSUE-FROM-MONTH.

      *    A registry setting in effect overrides either end.
           INITIALIZE WJPRM-PARAMETERS.
           SET WJPRM-GET-SETTING   TO TRUE.
           MOVE 'CPERSBON'         TO WJPRM-JOB-NAME.
           MOVE 'ISSUE-FROM-MONTH' TO WJPRM-PARM-NAME.
           CALL CJOBPARM USING WGLOBAL WJPRM-PARAMETERS.
           IF WJPRM-SETTING-FOUND
               AND WJPRM-PARM-VALUE (1:6) IS NUMERIC
               MOVE WJPRM-PARM-VALUE (1:6) TO WS-ISSUE-FROM-MONTH
           END-IF.

           INITIALIZE WJPRM-PARAMETERS.
           SET WJPRM-GET-SETTING   TO TRUE.
           MOVE 'CPERSBON'         TO WJPRM-JOB-NAME.
           MOVE 'ISSUE-TO-MONTH'   TO WJPRM-PARM-NAME.
           CALL CJOBPARM USING WGLOBAL WJPRM-PARAMETERS.
           IF WJPRM-SETTING-FOUND
               AND WJPRM-PARM-VALUE (1:6) IS NUMERIC
               MOVE WJPRM-PARM-VALUE (1:6) TO WS-ISSUE-TO-MONTH
           END-IF.

      ******************************************************************
       1060-SERIAL-TO-MONTH.

           DIVIDE WS-MONTH-SERIAL BY 12
               GIVING WS-CALC-YEAR
               REMAINDER WS-CALC-MM.
           ADD 1 TO WS-CALC-MM.

      ******************************************************************
       1100-LOAD-TIERS.
      *    BONTIER.PDM keeps every superseded set, so it only grows -
      *    the first pass finds the set in force, the second loads
      *    that set's rows and no others.

           MOVE ZERO TO WS-TIER-COUNT
                        WS-TIER-SET-DATE.
           OPEN INPUT TIER-FILE.
           IF TIER-STATUS NOT = '00'
      *        No tier table - persistency is still stated, nothing
      *        qualifies for a bonus.
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ TIER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BTIR-EFFECTIVE-DATE NOT > WS-RUN-DATE-YYYYMMDD
                           AND BTIR-EFFECTIVE-DATE > WS-TIER-SET-DATE
                           MOVE BTIR-EFFECTIVE-DATE
                               TO WS-TIER-SET-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIER-FILE.
           IF WS-TIER-SET-DATE = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TIER-FILE.
           IF TIER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
                      OR WS-TIER-TABLE-OVERFLOWED
               READ TIER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BTIR-EFFECTIVE-DATE = WS-TIER-SET-DATE
                           PERFORM 1110-LOAD-ONE-TIER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIER-FILE.

      ******************************************************************
       1110-LOAD-ONE-TIER.
      *    A set bigger than the table would price agents off part of
      *    it - the run holds every posting instead.

           IF WS-TIER-COUNT >= WS-MAX-TIERS
               SET WS-TIER-TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TIER-COUNT.
           MOVE BTIR-EFFECTIVE-DATE
               TO WS-TIER-EFF-DATE (WS-TIER-COUNT).
           MOVE BTIR-MIN-PERSIST-PCNT
               TO WS-TIER-MIN-PERSIST (WS-TIER-COUNT).
           MOVE BTIR-MIN-POLICIES
               TO WS-TIER-MIN-POLICIES (WS-TIER-COUNT).
           MOVE BTIR-BONUS-PER-POLICY
               TO WS-TIER-BONUS-PER-POLICY (WS-TIER-COUNT).

      ******************************************************************
       1150-LOAD-LATEST-CLOSE.
      *    Latest month CMTHCLSE has closed - the bonus posting date
      *    goes through 1160-GUARD-CLOSED-MONTH against it.

           MOVE ZERO TO WS-LATEST-CLOSED-MONTH.
           OPEN INPUT LEDGER-CLOSE-FILE.
           IF LEDGER-CLOSE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ LEDGER-CLOSE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF LCLS-CLOSE-MONTH > WS-LATEST-CLOSED-MONTH
                               MOVE LCLS-CLOSE-MONTH
                                   TO WS-LATEST-CLOSED-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-CLOSE-FILE
           END-IF.

           MOVE WS-RUN-DATE-YYYYMMDD TO WS-POSTING-DATE.
           PERFORM 1160-GUARD-CLOSED-MONTH.
           MOVE WS-POSTING-DATE (1:6) TO WS-POSTING-MONTH.

      ******************************************************************
       1160-GUARD-CLOSED-MONTH.
      *    Same rule as EXTRFEED's 5016-GUARD-CLOSED-MONTH: a posting
      *    dated into a booked month is dated the first day of the
      *    first open month instead.

           IF WS-LATEST-CLOSED-MONTH = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-POSTING-DATE (1:6) > WS-LATEST-CLOSED-MONTH
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LATEST-CLOSED-MONTH TO WS-FIRST-OPEN-MONTH.
           IF WS-FIRST-OPEN-MM = 12
               ADD 1 TO WS-FIRST-OPEN-YEAR
               MOVE 01 TO WS-FIRST-OPEN-MM
           ELSE
               ADD 1 TO WS-FIRST-OPEN-MM
           END-IF.
           COMPUTE WS-POSTING-DATE =
               (WS-FIRST-OPEN-MONTH * 100) + 01.

      ******************************************************************
       1170-LOAD-POSTED-BONUSES.
      *    Agents the ledger already shows a persistency bonus for
      *    this issue window - a rerun must not pay them again, in
      *    this month or after the month has closed.

           MOVE ZERO TO WS-POSTED-COUNT.
           MOVE WS-ISSUE-TO-MONTH TO WS-BONUS-PERIOD.
           OPEN INPUT COMMISSION-LEDGER-FILE.
           IF COMMISSION-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ COMMISSION-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF COML-PERSISTENCY-BONUS
                           AND COML-BONUS-PERIOD = WS-BONUS-PERIOD
                           IF WS-POSTED-COUNT < WS-MAX-POSTED
                               ADD 1 TO WS-POSTED-COUNT
                               MOVE COML-AGENT-NUMBER
                                 TO WS-POSTED-AGENT (WS-POSTED-COUNT)
                           ELSE
                               SET WS-POSTED-TABLE-OVERFLOWED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMMISSION-LEDGER-FILE.

      ******************************************************************
       1200-COLLECT-AUDIT-POLICIES.
      *    Same two-layout column parse CSRVORPH applies.

           MOVE ZERO TO WS-POLICY-COUNT.
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

      *    One entry per policy - persistency counts contracts, not
      *    coverages.  The base split wins once the trail shows one.
           PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
               UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
               IF WS-POL-COMPANY (WS-POLICY-IDX) = WS-P-COMPANY
                   AND WS-POL-POLICY (WS-POLICY-IDX) = WS-P-POLICY
                   IF WS-P-COVERAGE = SPACES
                       MOVE SPACES TO WS-POL-COVERAGE (WS-POLICY-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-POLICY-IDX > WS-POLICY-COUNT
               IF WS-POLICY-COUNT < WS-MAX-POLICIES
                   ADD 1 TO WS-POLICY-COUNT
                   MOVE WS-P-COMPANY
                                   TO WS-POL-COMPANY (WS-POLICY-COUNT)
                   MOVE WS-P-POLICY
                                   TO WS-POL-POLICY (WS-POLICY-COUNT)
                   MOVE WS-P-COVERAGE
                                   TO WS-POL-COVERAGE (WS-POLICY-COUNT)
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
       1500-RESOLVE-POLICY-FILE.
      *    Same get-file-number path CLONBILL and CSTMCOMP drive.

           MOVE ZERO TO WS-POLICY-FILE-NUMBER.
           MOVE WS-POLICY-FILE-NAME TO WS-NAME.
           SET WAPPL-GET-FILE-NUMBER TO TRUE.
           MOVE WS-NAME-NUMBER TO DATA-AREA.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           MOVE DATA-AREA TO WS-NAME-NUMBER.
           IF WBTRV-RETURN-CODE NOT = ZERO
               MOVE 'POLICY MASTER NOT RESOLVED - NO PERSISTENCY RUN'
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMBER TO WS-POLICY-FILE-NUMBER.
           MOVE ZERO TO WAPPL-KEY-NUMBER.

      ******************************************************************
       2000-CHECK-ONE-POLICY.

           MOVE SPACES TO WS-RECORD-KEY.
           STRING WS-POL-COMPANY (WS-POLICY-IDX)
                  WS-POL-POLICY (WS-POLICY-IDX)
               DELIMITED BY SIZE INTO WS-RECORD-KEY
           END-STRING.
           MOVE WS-POLICY-FILE-NUMBER TO DATA-FILE-NUMBER.
           MOVE WS-RECORD-KEY TO WFUNC-PASSED-KEY (1).
           MOVE WBTRV-GET-EQUAL TO WAPPL-FUNCTION.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           IF WBTRV-RETURN-CODE NOT = ZERO
               ADD 1 TO WS-NO-POLICY-MASTER
               EXIT PARAGRAPH
           END-IF.
           MOVE DATA-AREA (1:24) TO POLICY-MASTER-RECORD.

           MOVE POLM-ISSUE-DATE (1:6) TO WS-ISSUE-MONTH.
           IF WS-ISSUE-MONTH < WS-ISSUE-FROM-MONTH
               OR WS-ISSUE-MONTH > WS-ISSUE-TO-MONTH
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POLICIES-IN-WINDOW.

           INITIALIZE WCMCP-PARAMETERS.
           MOVE WS-POL-COMPANY (WS-POLICY-IDX)
                                       TO WCMCP-COMPANY-CODE.
           MOVE WS-POL-POLICY (WS-POLICY-IDX)
                                       TO WCMCP-POLICY-NUMBER.
           MOVE WS-POL-COVERAGE (WS-POLICY-IDX)
                                       TO WCMCP-COVERAGE-ID.
           MOVE POLM-ISSUE-DATE        TO WCMCP-EFFECTIVE-DATE.
           SET WCMCP-RETRIEVE-SPLITS TO TRUE.
           CALL PCMCTBOX USING WGLOBAL WCMCP-PARAMETERS.
           IF WCMCP-RETURN-CODE NOT = ZERO
               ADD 1 TO WS-NO-SPLIT
               EXIT PARAGRAPH
           END-IF.

      *    The split in force on the issue date wrote the business -
      *    a later reassignment does not move the persistency.
           MOVE 1 TO WS-ISSUE-SPLIT-ENTRY.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WCMCP-OUT-LAST-SPLIT-ENTRY
               OR WS-ENTRY-IDX > WCMCP-MAX-SPLIT-ENTRIES
               IF WCMCP-OUT-EFFECTIVE-DATE (WS-ENTRY-IDX)
                       NOT > POLM-ISSUE-DATE
                   AND (WCMCP-OUT-END-DATE (WS-ENTRY-IDX) = ZERO
                       OR WCMCP-OUT-END-DATE (WS-ENTRY-IDX)
                           NOT < POLM-ISSUE-DATE)
                   MOVE WS-ENTRY-IDX TO WS-ISSUE-SPLIT-ENTRY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WCMCP-MAX-AGENTS
               IF WCMCP-OUT-AGENT
                       (WS-ISSUE-SPLIT-ENTRY, WS-SPLIT-IDX) NOT = SPACES
                   AND WCMCP-OUT-COMM-PCNT
                       (WS-ISSUE-SPLIT-ENTRY, WS-SPLIT-IDX) > ZERO
                   AND WCMCP-OUT-AGENT-LEVEL
                       (WS-ISSUE-SPLIT-ENTRY, WS-SPLIT-IDX) NOT = 'GA  '
                   AND WCMCP-OUT-AGENT-LEVEL
                       (WS-ISSUE-SPLIT-ENTRY, WS-SPLIT-IDX) NOT = 'MGA '
                   PERFORM 2100-CREDIT-WRITING-AGENT
               END-IF
           END-PERFORM.

      ******************************************************************
       2100-CREDIT-WRITING-AGENT.

           PERFORM VARYING WS-AGENT-JDX FROM 1 BY 1
               UNTIL WS-AGENT-JDX > WS-AGENT-COUNT
               IF WS-AGT-AGENT (WS-AGENT-JDX) =
                   WCMCP-OUT-AGENT (WS-ISSUE-SPLIT-ENTRY, WS-SPLIT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-AGENT-JDX > WS-AGENT-COUNT
               IF WS-AGENT-COUNT >= WS-MAX-AGENTS
      *            An agent past the table cap would silently miss a
      *            bonus - flag the whole run.
                   SET WS-TABLE-OVERFLOWED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AGENT-COUNT
               MOVE WS-AGENT-COUNT TO WS-AGENT-JDX
               INITIALIZE WS-AGENT-ENTRY (WS-AGENT-JDX)
               MOVE WCMCP-OUT-AGENT (WS-ISSUE-SPLIT-ENTRY, WS-SPLIT-IDX)
                   TO WS-AGT-AGENT (WS-AGENT-JDX)
           END-IF.

           ADD 1 TO WS-AGT-ISSUED (WS-AGENT-JDX).
           IF POLM-STATUS-CODE = 'IF'
               ADD 1 TO WS-AGT-IN-FORCE (WS-AGENT-JDX)
               EXIT PARAGRAPH
           END-IF.

           IF WS-LAPSE-COUNT >= WS-MAX-LAPSES
               SET WS-LAPSE-TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LAPSE-COUNT.
           MOVE WS-AGT-AGENT (WS-AGENT-JDX)
               TO WS-LAPSE-AGENT (WS-LAPSE-COUNT).
           MOVE WS-POL-COMPANY (WS-POLICY-IDX)
               TO WS-LAPSE-COMPANY (WS-LAPSE-COUNT).
           MOVE WS-POL-POLICY (WS-POLICY-IDX)
               TO WS-LAPSE-POLICY (WS-LAPSE-COUNT).
           MOVE POLM-ISSUE-DATE
               TO WS-LAPSE-ISSUE-DATE (WS-LAPSE-COUNT).
           MOVE POLM-STATUS-CODE
               TO WS-LAPSE-STATUS (WS-LAPSE-COUNT).

      ******************************************************************
       3000-SORT-AGENTS.
      *    Selection sort by agent number - one statement per agent
      *    in the order the compensation desk files them.

           IF WS-AGENT-COUNT > 1
               PERFORM VARYING WS-AGENT-IDX FROM 1 BY 1
                   UNTIL WS-AGENT-IDX >= WS-AGENT-COUNT
                   PERFORM VARYING WS-AGENT-JDX
                       FROM WS-AGENT-IDX BY 1
                       UNTIL WS-AGENT-JDX > WS-AGENT-COUNT
                       IF WS-AGT-AGENT (WS-AGENT-JDX)
                           < WS-AGT-AGENT (WS-AGENT-IDX)
                           MOVE WS-AGENT-ENTRY (WS-AGENT-IDX)
                               TO WS-AGENT-SWAP
                           MOVE WS-AGENT-ENTRY (WS-AGENT-JDX)
                               TO WS-AGENT-ENTRY (WS-AGENT-IDX)
                           MOVE WS-AGENT-SWAP
                               TO WS-AGENT-ENTRY (WS-AGENT-JDX)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      ******************************************************************
       3100-SETTLE-ONE-AGENT.

           COMPUTE WS-AGT-PERSIST-PCNT (WS-AGENT-IDX) ROUNDED =
               WS-AGT-IN-FORCE (WS-AGENT-IDX) * 100
                   / WS-AGT-ISSUED (WS-AGENT-IDX).

      *    Richest tier in the set in force whose floors are met.
           SET WS-AGT-NO-TIER (WS-AGENT-IDX) TO TRUE.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > WS-TIER-COUNT
               IF WS-TIER-SET-DATE NOT = ZERO
                   AND WS-TIER-EFF-DATE (WS-TIER-IDX) = WS-TIER-SET-DATE
                   AND WS-AGT-PERSIST-PCNT (WS-AGENT-IDX)
                       NOT < WS-TIER-MIN-PERSIST (WS-TIER-IDX)
                   AND WS-AGT-ISSUED (WS-AGENT-IDX)
                       NOT < WS-TIER-MIN-POLICIES (WS-TIER-IDX)
                   AND WS-TIER-BONUS-PER-POLICY (WS-TIER-IDX)
                       > WS-AGT-BONUS-PER-POLICY (WS-AGENT-IDX)
                   MOVE WS-TIER-MIN-PERSIST (WS-TIER-IDX)
                       TO WS-AGT-MIN-PERSIST (WS-AGENT-IDX)
                   MOVE WS-TIER-BONUS-PER-POLICY (WS-TIER-IDX)
                       TO WS-AGT-BONUS-PER-POLICY (WS-AGENT-IDX)
                   SET WS-AGT-BONUS-POSTED (WS-AGENT-IDX) TO TRUE
               END-IF
           END-PERFORM.

           IF WS-AGT-NO-TIER (WS-AGENT-IDX)
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-AGT-BONUS (WS-AGENT-IDX) =
               WS-AGT-BONUS-PER-POLICY (WS-AGENT-IDX)
                   * WS-AGT-IN-FORCE (WS-AGENT-IDX).
           IF WS-AGT-BONUS (WS-AGENT-IDX) = ZERO
      *        A floor-only tier met with nothing left in force pays
      *        nothing - no zero record on the ledger.
               SET WS-AGT-NO-TIER (WS-AGENT-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF.

      *    Already paid for this window - a rerun.  With the paid
      *    list incomplete nobody can be proved unpaid, and with the
      *    policy, agent or tier table short the bonus itself is
      *    wrong - either way the whole run's postings are held.
           IF WS-POSTED-TABLE-OVERFLOWED
               OR WS-TABLE-OVERFLOWED
               OR WS-TIER-TABLE-OVERFLOWED
               SET WS-AGT-POSTING-HELD (WS-AGENT-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-POSTED-IDX FROM 1 BY 1
               UNTIL WS-POSTED-IDX > WS-POSTED-COUNT
               IF WS-POSTED-AGENT (WS-POSTED-IDX)
                       = WS-AGT-AGENT (WS-AGENT-IDX)
                   SET WS-AGT-ALREADY-POSTED (WS-AGENT-IDX) TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           PERFORM 3200-APPEND-BONUS-LEDGER.

      ******************************************************************
       3200-APPEND-BONUS-LEDGER.
      *    Open-append-close per record, the same crash-safe idiom
      *    EXTRFEED's ledger appends use.

           OPEN EXTEND COMMISSION-LEDGER-FILE.
           IF COMMISSION-STATUS = '35' OR '05'
               OPEN OUTPUT COMMISSION-LEDGER-FILE
           END-IF.

           MOVE SPACES                     TO COML-LEDGER-RECORD.
           MOVE WS-AGT-AGENT (WS-AGENT-IDX) TO COML-AGENT-NUMBER.
           MOVE WS-POSTING-DATE            TO COML-RUN-DATE.
           MOVE WS-BONUS-PERIOD            TO COML-BONUS-PERIOD.
           MOVE WS-AGT-BONUS (WS-AGENT-IDX) TO COML-COMMISSION-AMOUNT.
           MOVE ZERO                       TO COML-PREMIUM-AMOUNT.
           SET COML-PERSISTENCY-BONUS      TO TRUE.
           WRITE COML-LEDGER-RECORD.

           CLOSE COMMISSION-LEDGER-FILE.

           ADD 1                           TO WS-BONUSES-POSTED.
           ADD WS-AGT-BONUS (WS-AGENT-IDX) TO WS-BONUS-TOTAL.

      ******************************************************************
       4000-WRITE-AGENT-STATEMENT.

           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE WS-AGT-PERSIST-PCNT (WS-AGENT-IDX) TO WS-PERSIST-EDIT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING 'PERSISTENCY STATEMENT - AGENT '
                  WS-AGT-AGENT (WS-AGENT-IDX)
                  '  ISSUED ' WS-ISSUE-FROM-MONTH
                  ' THRU ' WS-ISSUE-TO-MONTH
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING.
           WRITE STATEMENT-RECORD.

           MOVE SPACES TO STATEMENT-RECORD.
           STRING '    POLICIES ISSUED ' WS-AGT-ISSUED (WS-AGENT-IDX)
                  '   IN FORCE ' WS-AGT-IN-FORCE (WS-AGENT-IDX)
                  '   13-MONTH PERSISTENCY ' WS-PERSIST-EDIT '%'
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING.
           WRITE STATEMENT-RECORD.

           MOVE SPACES TO STATEMENT-RECORD.
           IF WS-AGT-NO-TIER (WS-AGENT-IDX)
               MOVE '    NO BONUS TIER REACHED' TO STATEMENT-RECORD
           ELSE
               MOVE WS-AGT-MIN-PERSIST (WS-AGENT-IDX)
                                       TO WS-PERSIST-EDIT
               MOVE WS-AGT-BONUS-PER-POLICY (WS-AGENT-IDX)
                                       TO WS-RATE-EDIT
               MOVE WS-AGT-BONUS (WS-AGENT-IDX) TO WS-BONUS-EDIT
               STRING '    TIER ' WS-PERSIST-EDIT '%  AT '
                      WS-RATE-EDIT ' PER POLICY IN FORCE  BONUS '
                      WS-BONUS-EDIT
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               END-STRING
               EVALUATE TRUE
                   WHEN WS-AGT-BONUS-POSTED (WS-AGENT-IDX)
                       MOVE '  POSTED'
                           TO STATEMENT-RECORD (90:8)
                   WHEN WS-AGT-ALREADY-POSTED (WS-AGENT-IDX)
                       MOVE '  ALREADY PAID FOR THIS WINDOW'
                           TO STATEMENT-RECORD (90:30)
                   WHEN OTHER
                       MOVE '  HELD - SEE SUMMARY'
                           TO STATEMENT-RECORD (90:20)
               END-EVALUATE
           END-IF.
           WRITE STATEMENT-RECORD.

           IF WS-AGT-IN-FORCE (WS-AGENT-IDX)
                   < WS-AGT-ISSUED (WS-AGENT-IDX)
               MOVE '    POLICIES LAPSED AGAINST THIS AGENT:'
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               PERFORM VARYING WS-LAPSE-IDX FROM 1 BY 1
                   UNTIL WS-LAPSE-IDX > WS-LAPSE-COUNT
                   IF WS-LAPSE-AGENT (WS-LAPSE-IDX)
                           = WS-AGT-AGENT (WS-AGENT-IDX)
                       MOVE SPACES TO STATEMENT-RECORD
                       STRING '        '
                              WS-LAPSE-COMPANY (WS-LAPSE-IDX) '-'
                              WS-LAPSE-POLICY (WS-LAPSE-IDX)
                              '  ISSUED '
                              WS-LAPSE-ISSUE-DATE (WS-LAPSE-IDX)
                              '  STATUS '
                              WS-LAPSE-STATUS (WS-LAPSE-IDX)
                           DELIMITED BY SIZE INTO STATEMENT-RECORD
                       END-STRING
                       WRITE STATEMENT-RECORD
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       8000-WRITE-SUMMARY.

           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING 'PERSISTENCY BONUS RUN ' WS-RUN-DATE-YYYYMMDD
                  '  ISSUE WINDOW ' WS-ISSUE-FROM-MONTH
                  ' THRU ' WS-ISSUE-TO-MONTH
                  '  TIERS EFFECTIVE ' WS-TIER-SET-DATE
                  '  POSTED AS OF ' WS-POSTING-DATE
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING.
           WRITE STATEMENT-RECORD.

           MOVE SPACES TO STATEMENT-RECORD.
           MOVE 'POLICIES ISSUED IN WINDOW:' TO STATEMENT-RECORD (1:26).
           MOVE WS-POLICIES-IN-WINDOW  TO STATEMENT-RECORD (30:7).
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE 'NOT ON POLICY MASTER:'  TO STATEMENT-RECORD (1:21).
           MOVE WS-NO-POLICY-MASTER    TO STATEMENT-RECORD (30:7).
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE 'NO SPLIT ON FILE:'      TO STATEMENT-RECORD (1:17).
           MOVE WS-NO-SPLIT            TO STATEMENT-RECORD (30:7).
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE 'AGENTS STATED:'         TO STATEMENT-RECORD (1:14).
           MOVE WS-AGENT-COUNT         TO STATEMENT-RECORD (33:4).
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE WS-BONUS-TOTAL         TO WS-BONUS-EDIT.
           STRING 'BONUSES POSTED:' '              '
                  WS-BONUSES-POSTED '   TOTAL ' WS-BONUS-EDIT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING.
           WRITE STATEMENT-RECORD.

           IF WS-POSTED-TABLE-OVERFLOWED
               MOVE '** PAID-AGENT LIST FULL - NO BONUSES POSTED **'
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.
           IF WS-TABLE-OVERFLOWED
               MOVE '** POLICY/AGENT TABLE FULL - NO BONUSES POSTED **'
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.
           IF WS-TIER-TABLE-OVERFLOWED
               MOVE '** TIER SET TOO LARGE - NO BONUSES POSTED **'
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.
           IF WS-LAPSE-TABLE-OVERFLOWED
               MOVE '** LAPSE TABLE FULL - LAPSE LISTS INCOMPLETE **'
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CPERSBON'         TO WRUNC-JOB-NAME.
           MOVE WS-BONUSES-POSTED  TO WRUNC-RECORD-COUNT.
           IF WS-TABLE-OVERFLOWED OR WS-POSTED-TABLE-OVERFLOWED
               OR WS-TIER-TABLE-OVERFLOWED OR WS-LAPSE-TABLE-OVERFLOWED
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
