      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CUNCLAIM.
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
      *D   CUNCLAIM walks policies on returned-mail hold in
      *D   ADDRSTAT.PDM down the unclaimed property path, aged from
      *D   ADRS-RETURNED-DATE - the date the owner became lost:
      *D     - one year lost: first due-diligence letter to the
      *D       last known address;
      *D     - within 120 days of the dormancy period ending: the
      *D       final due-diligence letter (sent late, at once, if a
      *D       hold reaches that point without it);
      *D     - dormancy ended, still no contact, and the final
      *D       letter at least 60 days old: the policy value is
      *D       reported on the NAUPA unclaimed property file under
      *D       the state of last known address.
      *D   Dormancy is three years, the shortest among the states we
      *D   write in - the same threshold CSUSPAGE escheats agent
      *D   commission at.
      *D
      *D   Owner name, address and value (the statement ending
      *D   value) come from the latest delimited annual statement
      *D   extract.  Contact is the hold clearing - CRTNMAIL 'C', or
      *D   ASTFMT29 seeing a new address - and takes the policy off
      *D   the path; a held address that differs from the extract's
      *D   is treated the same, since the next statement run clears
      *D   it.  Every letter, report and path exit is appended to the
      *D   shared due-diligence log UPDDLOG.PDM; the log is what
      *D   says how far along each hold is.
      *D
      *D   Outputs, under the running coder:
      *D     UPDDLTR.PDM - the letters, print image;
      *D     UPNAUPA.PDM - the NAUPA file, a holder '1' record,
      *D       '2' property records and a '9' summary per company
      *D       and state;
      *D     UPCLMRPT.PDM - what the run did to each hold.
101526*D   Each letter is also logged to the correspondence log
101526*D   (CCORRLOG) with the address it went to.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-023-01 MAINT New program.
101526*H 20261015-028-08 MAINT Log each letter to the correspondence
101526*H                       log (CCORRLOG).
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

           SELECT ADDRESS-STATUS-FILE
       COPY WVARYCPY.
                                       ADDRESS-STATUS-NAME
       COPY WLORGCPY.
                                       STATUS IS ADDRESS-STATUS-FS.

           SELECT DUE-DILIGENCE-LOG-FILE
       COPY WVARYCPY.
                                       DUE-DILIGENCE-LOG-NAME
       COPY WLORGCPY.
                                       STATUS IS DD-LOG-STATUS.

           SELECT EXTRACT-FILE
       COPY WVARYCPY.
                                       EXTRACT-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS EXTRACT-STATUS.

           SELECT LETTER-FILE
       COPY WVARYCPY.
                                       LETTER-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS LETTER-STATUS.

           SELECT NAUPA-FILE
       COPY WVARYCPY.
                                       NAUPA-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS NAUPA-STATUS.

           SELECT CLAIM-REPORT-FILE
       COPY WVARYCPY.
                                       CLAIM-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS CLAIM-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  ADDRESS-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WADRSCPY.

       FD  DUE-DILIGENCE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WUPDLCPY.

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD                  PIC X(250).

       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-RECORD                   PIC X(80).

       FD  NAUPA-FILE
           LABEL RECORDS ARE STANDARD.
       01  NAUPA-RECORD.
      *        '1' holder, '2' property, '9' summary.
           05  NAUPA-RECORD-TYPE          PIC X(01).
           05  NAUPA-DATA                 PIC X(299).
       01  NAUPA-HOLDER-RECORD.
           05  FILLER                     PIC X(01).
           05  NAUPA-H-REPORT-YEAR        PIC 9(04).
           05  NAUPA-H-REPORT-DATE        PIC 9(08).
           05  NAUPA-H-HOLDER-ID          PIC X(02).
           05  NAUPA-H-STATE              PIC X(02).
           05  FILLER                     PIC X(283).
       01  NAUPA-PROPERTY-RECORD.
           05  FILLER                     PIC X(01).
           05  NAUPA-P-SEQUENCE           PIC 9(06).
           05  NAUPA-P-OWNER-NAME         PIC X(50).
           05  NAUPA-P-OWNER-ADDR-1       PIC X(35).
           05  NAUPA-P-OWNER-ADDR-2       PIC X(35).
           05  NAUPA-P-OWNER-ADDR-3       PIC X(35).
           05  NAUPA-P-OWNER-CITY         PIC X(30).
           05  NAUPA-P-OWNER-STATE        PIC X(02).
           05  NAUPA-P-OWNER-ZIP          PIC X(10).
      *            IN01 - individual policy benefits.
           05  NAUPA-P-PROPERTY-TYPE      PIC X(04).
           05  NAUPA-P-AMOUNT             PIC 9(10)V99.
           05  NAUPA-P-LAST-CONTACT-DATE  PIC 9(08).
           05  NAUPA-P-POLICY-NUMBER      PIC X(12).
           05  NAUPA-P-FINAL-LETTER-DATE  PIC 9(08).
           05  FILLER                     PIC X(52).
       01  NAUPA-SUMMARY-RECORD.
           05  FILLER                     PIC X(01).
           05  NAUPA-S-HOLDER-ID          PIC X(02).
           05  NAUPA-S-STATE              PIC X(02).
           05  NAUPA-S-PROPERTY-COUNT     PIC 9(06).
           05  NAUPA-S-TOTAL-AMOUNT       PIC 9(12)V99.
           05  FILLER                     PIC X(275).

       FD  CLAIM-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-REPORT-RECORD             PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-OWNER-STATE             PIC X(02).
           05  SW-COMPANY-CODE            PIC X(02).
           05  SW-POLICY-NUMBER           PIC X(12).
           05  SW-OWNER-NAME              PIC X(50).
           05  SW-OWNER-ADDR-1            PIC X(35).
           05  SW-OWNER-ADDR-2            PIC X(35).
           05  SW-OWNER-ADDR-3            PIC X(35).
           05  SW-OWNER-CITY              PIC X(30).
           05  SW-OWNER-ZIP               PIC X(10).
           05  SW-AMOUNT                  PIC S9(09)V99.
           05  SW-RETURNED-DATE           PIC 9(08).
           05  SW-FINAL-LETTER-DATE       PIC 9(08).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRUNCCPY.
101526     COPY WCORWCPY.

       01  CALLED-MODULES.
           05  PFILEINS                   PIC X(08) VALUE 'PFILEINS'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CCORRLOG                   PIC X(08) VALUE 'CCORRLOG'.

       01  ADDRESS-STATUS-FS               PIC XX.
       01  DD-LOG-STATUS                   PIC XX.
       01  EXTRACT-STATUS                  PIC XX.
           88  EXTRACT-STATUS-OK               VALUE '00'.
       01  LETTER-STATUS                   PIC XX.
       01  NAUPA-STATUS                    PIC XX.
       01  CLAIM-REPORT-STATUS             PIC XX.

      *    Same shared status file CRTNMAIL and ASTFMT29 maintain.
       01  ADDRESS-STATUS-NAME.
           05  WS-ADRSTAT-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'ADDRSTAT.PDM'.

       01  DUE-DILIGENCE-LOG-NAME.
           05  WS-DDLOG-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'UPDDLOG.PDM'.

       01  EXTRACT-FILE-NAME.
           05  WS-EXTRACT-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  EXTRACT-CODER               PIC X(04) VALUE '____'.
           05  FILLER                      PIC X(07) VALUE 'U01.PDM'.
           05  FILLER                      PIC X(241) VALUE SPACES.

       01  WS-ASCII-FILE-NAME              PIC X(255).
       01  WS-NEW-ASCII-FILE-NAME          PIC X(255).

       01  LETTER-FILE-NAME.
           05  WS-LETTER-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  LETTER-CODER                PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'UPDDLTR.PDM'.

       01  NAUPA-FILE-NAME.
           05  WS-NAUPA-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  NAUPA-CODER                 PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'UPNAUPA.PDM'.

       01  CLAIM-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  CLAIM-REPORT-CODER          PIC X(04) VALUE '____'.
           05  FILLER                    PIC X(12) VALUE 'UPCLMRPT.PDM'.

      *    Statutory points, in days since the owner became lost.
      *    Dormancy matches CSUSPAGE's escheatment threshold; the
      *    final letter goes out no more than 120 and no fewer than
      *    60 days before the value is reported.
       78  WS-FIRST-LETTER-DAYS                VALUE 365.
       78  WS-DORMANCY-DAYS                    VALUE 1095.
       78  WS-FINAL-LETTER-LEAD-DAYS           VALUE 120.
       78  WS-FINAL-LETTER-WAIT-DAYS           VALUE 60.
       01  WS-FINAL-LETTER-DAYS            PIC S9(09) COMP-5.

       01  WS-RUN-DATE-YYYYMMDD            PIC 9(08).
       01  WS-RUN-JULIAN                   PIC S9(09) COMP-5.
       01  WS-DAYS-LOST                    PIC S9(09) COMP-5.
       01  WS-DAYS-SINCE-FINAL             PIC S9(09) COMP-5.

       01  WS-DELIM-CHAR                   PIC X(01) VALUE '|'.
       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.

      *    Per-policy block state machine - see C1099RWH.
       01  WS-BLOCK-STATE                  PIC X(01) VALUE 'K'.
           88  WS-EXPECT-KEY1                  VALUE 'K'.
           88  WS-EXPECT-KEY2                  VALUE '2'.
           88  WS-EXPECT-KEY3                  VALUE '3'.
           88  WS-EXPECT-B-LINE                VALUE 'B'.
           88  WS-IN-NAME-LINES                VALUE 'N'.
           88  WS-IN-VARIABLE-SECTION          VALUE 'V'.
       01  WS-NAME-LINE-NO                 PIC 9(02) VALUE ZERO.

       01  WS-TOKEN-COUNT                  PIC 9(02).
       01  WS-TOKENS.
           05  WS-TOKEN OCCURS 14 TIMES   PIC X(50).

       01  WS-CUR-LOOKUP                   PIC X(14).
       01  WS-VALUE-EDIT                   PIC -9(08).99.

      *    Every address status row, with how far its current hold
      *    has come along the path and what the extract says about
      *    the owner.
       78  WS-MAX-ADDR-ROWS                    VALUE 2000.
       01  WS-ADR-COUNT                    PIC 9(04) VALUE ZERO.
       01  WS-ADR-IDX                      PIC 9(04).
       01  WS-ADR-CUR-IDX                  PIC 9(04) VALUE ZERO.
       01  WS-ADR-TABLE.
           05  WS-ADR-ENTRY OCCURS WS-MAX-ADDR-ROWS TIMES.
               10  WS-ADR-KEY                  PIC X(14).
               10  WS-ADR-STATUS               PIC X(01).
               10  WS-ADR-RETURNED-DATE        PIC 9(08).
               10  WS-ADR-HELD-ADDR            PIC X(35).
      *            Furthest log event for this hold - SPACE, '1',
      *            '2', 'R' or 'X'.
               10  WS-ADR-STAGE                PIC X(01).
               10  WS-ADR-FINAL-LETTER-DATE    PIC 9(08).
               10  WS-ADR-ON-EXTRACT-FLAG      PIC X(01).
                   88  WS-ADR-ON-EXTRACT           VALUE 'Y'.
               10  WS-ADR-OWNER-NAME           PIC X(50).
               10  WS-ADR-OWNER-ADDR-1         PIC X(35).
               10  WS-ADR-OWNER-ADDR-2         PIC X(35).
               10  WS-ADR-OWNER-ADDR-3         PIC X(35).
               10  WS-ADR-OWNER-CITY           PIC X(30).
               10  WS-ADR-OWNER-STATE          PIC X(02).
               10  WS-ADR-OWNER-ZIP            PIC X(10).
               10  WS-ADR-VALUE                PIC S9(09)V99.
       01  WS-ADR-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.
           88  WS-ADR-OVERFLOWED               VALUE 'Y'.

       01  WS-LETTER-TYPE                  PIC X(01).
           88  WS-FIRST-NOTICE                 VALUE '1'.
           88  WS-FINAL-NOTICE                 VALUE '2'.
       01  WS-ACTION-TEXT                  PIC X(24).

       01  WS-COUNTS.
           05  WS-HOLDS-READ               PIC 9(07) VALUE ZERO.
           05  WS-LOG-READ                 PIC 9(07) VALUE ZERO.
           05  WS-FIRST-LETTERS            PIC 9(07) VALUE ZERO.
           05  WS-FINAL-LETTERS            PIC 9(07) VALUE ZERO.
           05  WS-REPORTED                 PIC 9(07) VALUE ZERO.
           05  WS-OFF-PATH                 PIC 9(07) VALUE ZERO.
           05  WS-NOT-ON-EXTRACT           PIC 9(07) VALUE ZERO.
           05  WS-NAUPA-SEQUENCE           PIC 9(06) VALUE ZERO.
       01  WS-REPORTED-AMOUNT              PIC S9(11)V99 VALUE ZERO.

      *    NAUPA holder/state breaks.
       01  WS-SORT-EOF-FLAG                PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.
       01  WS-FIRST-GROUP-FLAG             PIC X(01) VALUE 'Y'.
           88  WS-FIRST-GROUP                  VALUE 'Y'.
       01  WS-BREAK-STATE                  PIC X(02).
       01  WS-BREAK-COMPANY                PIC X(02).
       01  WS-GROUP-COUNT                  PIC 9(06).
       01  WS-GROUP-AMOUNT                 PIC S9(12)V99.

       01  WS-AMOUNT-EDIT                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT                   PIC Z,ZZZ,ZZ9.

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
                   CONTINUE
               ELSE
               PERFORM 1100-LOAD-ADDRESS-STATUS
               PERFORM 1200-LOAD-DUE-DILIGENCE-LOG
               OPEN OUTPUT LETTER-FILE
                           NAUPA-FILE
                           CLAIM-REPORT-FILE
               PERFORM 1500-WRITE-REPORT-HEADING
               IF WGLOB-EXTRACT-FIXED-FORMAT
      *            No owner addresses or values to work from - only
      *            cleared holds can move (off the path).
                   MOVE 'FIXED-FORMAT EXTRACT - NO LETTERS OR REPORTS'
                       TO CLAIM-REPORT-RECORD
                   WRITE CLAIM-REPORT-RECORD
               ELSE
                   PERFORM 1300-OPEN-EXTRACT
                   IF EXTRACT-STATUS-OK
                       PERFORM 1400-WALK-EXTRACT
                       CLOSE EXTRACT-FILE
                   ELSE
                       MOVE 'EXTRACT FILE NOT FOUND - NO LETTERS'
                           TO CLAIM-REPORT-RECORD
                       WRITE CLAIM-REPORT-RECORD
                   END-IF
               END-IF
               OPEN EXTEND DUE-DILIGENCE-LOG-FILE
               IF DD-LOG-STATUS = '35' OR '05'
                   OPEN OUTPUT DUE-DILIGENCE-LOG-FILE
               END-IF
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-OWNER-STATE
                                    SW-COMPANY-CODE
                                    SW-POLICY-NUMBER
                   INPUT PROCEDURE 2000-AGE-HOLDS
                   OUTPUT PROCEDURE 4000-WRITE-NAUPA-FILE
               CLOSE DUE-DILIGENCE-LOG-FILE
               PERFORM 5000-WRITE-SUMMARY
               CLOSE LETTER-FILE
                     NAUPA-FILE
                     CLAIM-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START  TO TRUE.
           MOVE 'CUNCLAIM'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.
           IF WRUNC-START-REFUSED
               EXIT PARAGRAPH
           END-IF.

           MOVE WCODER-ID              TO LETTER-CODER.
           INSPECT LETTER-CODER REPLACING ALL ' ' BY '_'.
           MOVE LETTER-CODER           TO NAUPA-CODER
                                          CLAIM-REPORT-CODER.
           MOVE WOPTION-WORK-DRIVE     TO WS-ADRSTAT-FILE-DRIVE
                                          WS-DDLOG-FILE-DRIVE
                                          WS-LETTER-FILE-DRIVE
                                          WS-NAUPA-FILE-DRIVE
                                          WS-REPORT-FILE-DRIVE.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD).
           COMPUTE WS-FINAL-LETTER-DAYS =
               WS-DORMANCY-DAYS - WS-FINAL-LETTER-LEAD-DAYS.

      ******************************************************************
       1100-LOAD-ADDRESS-STATUS.
      *    No status file means no holds.  Rows past the table cap
      *    wait for a later run; the report says so.

           MOVE ZERO TO WS-ADR-COUNT.
           OPEN INPUT ADDRESS-STATUS-FILE.
           IF ADDRESS-STATUS-FS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ADDRESS-STATUS-FS NOT = '00'
               READ ADDRESS-STATUS-FILE
                   AT END
                       MOVE '10' TO ADDRESS-STATUS-FS
                   NOT AT END
                       ADD 1 TO WS-HOLDS-READ
                       IF WS-ADR-COUNT < WS-MAX-ADDR-ROWS
                           ADD 1 TO WS-ADR-COUNT
                           INITIALIZE WS-ADR-ENTRY (WS-ADR-COUNT)
                           MOVE ADRS-COMPANY-CODE
                               TO WS-ADR-KEY (WS-ADR-COUNT) (1:2)
                           MOVE ADRS-POLICY-NUMBER
                               TO WS-ADR-KEY (WS-ADR-COUNT) (3:12)
                           MOVE ADRS-STATUS
                               TO WS-ADR-STATUS (WS-ADR-COUNT)
                           MOVE ADRS-RETURNED-DATE
                               TO WS-ADR-RETURNED-DATE (WS-ADR-COUNT)
                           MOVE ADRS-HELD-ADDR-1
                               TO WS-ADR-HELD-ADDR (WS-ADR-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-ADR-OVERFLOW-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADDRESS-STATUS-FILE.

      ******************************************************************
       1200-LOAD-DUE-DILIGENCE-LOG.
      *    The log is append-only, so the last event read for a hold
      *    is how far it has come.  Rows for an earlier hold on the
      *    same policy (a different returned date) are history.

           OPEN INPUT DUE-DILIGENCE-LOG-FILE.
           IF DD-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL DD-LOG-STATUS NOT = '00'
               READ DUE-DILIGENCE-LOG-FILE
                   AT END
                       MOVE '10' TO DD-LOG-STATUS
                   NOT AT END
                       ADD 1 TO WS-LOG-READ
                       PERFORM 1210-APPLY-LOG-EVENT
               END-READ
           END-PERFORM.
           CLOSE DUE-DILIGENCE-LOG-FILE.

      ******************************************************************
       1210-APPLY-LOG-EVENT.

           MOVE UPDL-COMPANY-CODE  TO WS-CUR-LOOKUP (1:2).
           MOVE UPDL-POLICY-NUMBER TO WS-CUR-LOOKUP (3:12).
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1
               UNTIL WS-ADR-IDX > WS-ADR-COUNT
               IF WS-ADR-KEY (WS-ADR-IDX) = WS-CUR-LOOKUP
                   AND WS-ADR-RETURNED-DATE (WS-ADR-IDX)
                       = UPDL-RETURNED-DATE
                   MOVE UPDL-EVENT TO WS-ADR-STAGE (WS-ADR-IDX)
                   IF UPDL-FINAL-LETTER
                       MOVE UPDL-EVENT-DATE
                           TO WS-ADR-FINAL-LETTER-DATE (WS-ADR-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       1300-OPEN-EXTRACT.

           IF WGLOB-EXTRACT-BATCH-CODER NOT = SPACES
               MOVE WGLOB-EXTRACT-BATCH-CODER TO EXTRACT-CODER
           ELSE
               MOVE WCODER-ID          TO EXTRACT-CODER
           END-IF.
           INSPECT EXTRACT-CODER REPLACING ALL ' ' BY '_'.

           IF WGLOB-EXTRACT-NETWORK-PATH NOT = SPACES
               MOVE SPACES TO WS-ASCII-FILE-NAME
               STRING FUNCTION TRIM (WGLOB-EXTRACT-NETWORK-PATH)
                      'R' EXTRACT-CODER 'U01.PDM'
                                                    DELIMITED BY SIZE
                 INTO WS-ASCII-FILE-NAME
           ELSE
               MOVE WOPTION-WORK-DRIVE TO WS-EXTRACT-FILE-DRIVE
               MOVE EXTRACT-FILE-NAME  TO WS-ASCII-FILE-NAME
           END-IF.

           CALL PFILEINS USING WGLOBAL
                               WS-ASCII-FILE-NAME
                               WS-NEW-ASCII-FILE-NAME
           END-CALL.

           MOVE WS-NEW-ASCII-FILE-NAME TO EXTRACT-FILE-NAME.
           CANCEL PFILEINS.

           IF WGLOB-EXTRACT-CSV-DELIM
               MOVE ',' TO WS-DELIM-CHAR
           ELSE
               MOVE '|' TO WS-DELIM-CHAR
           END-IF.

           OPEN INPUT EXTRACT-FILE.

      ******************************************************************
      *Extract walk - picks up the owner block and statement ending
      *value of each policy that is on hold.
      ******************************************************************
       1400-WALK-EXTRACT.

           MOVE 'K' TO WS-BLOCK-STATE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 1410-HANDLE-ONE-LINE
               END-READ
           END-PERFORM.

      ******************************************************************
       1410-HANDLE-ONE-LINE.

           IF EXTRACT-RECORD (1:7) = 'TRAILER'
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-TOKEN-COUNT.
           INITIALIZE WS-TOKENS.
           UNSTRING FUNCTION TRIM (EXTRACT-RECORD)
               DELIMITED BY WS-DELIM-CHAR
               INTO WS-TOKEN (1)  WS-TOKEN (2)  WS-TOKEN (3)
                    WS-TOKEN (4)  WS-TOKEN (5)  WS-TOKEN (6)
                    WS-TOKEN (7)  WS-TOKEN (8)  WS-TOKEN (9)
                    WS-TOKEN (10) WS-TOKEN (11) WS-TOKEN (12)
                    WS-TOKEN (13) WS-TOKEN (14)
               TALLYING IN WS-TOKEN-COUNT
           END-UNSTRING.

           EVALUATE TRUE
               WHEN WS-EXPECT-KEY1
                   PERFORM 1420-TAKE-KEY1
               WHEN WS-EXPECT-KEY2
                   MOVE '3' TO WS-BLOCK-STATE
               WHEN WS-EXPECT-KEY3
                   MOVE 'B' TO WS-BLOCK-STATE
               WHEN WS-EXPECT-B-LINE
      *            Statement ending value - what the owner is owed.
                   IF WS-ADR-CUR-IDX > ZERO
                       MOVE WS-TOKEN (5) (1:12) TO WS-VALUE-EDIT
                       MOVE WS-VALUE-EDIT
                           TO WS-ADR-VALUE (WS-ADR-CUR-IDX)
                   END-IF
                   MOVE 'N' TO WS-BLOCK-STATE
                   MOVE ZERO TO WS-NAME-LINE-NO
               WHEN WS-IN-NAME-LINES
                   ADD 1 TO WS-NAME-LINE-NO
                   IF WS-ADR-CUR-IDX > ZERO
                       PERFORM 1430-TAKE-OWNER-LINE
                   END-IF
                   IF WS-NAME-LINE-NO = 15
                       MOVE 'V' TO WS-BLOCK-STATE
                   END-IF
               WHEN WS-IN-VARIABLE-SECTION
                   IF EXTRACT-RECORD (1:1) NOT = '('
                       AND WS-TOKEN (1) NOT = 'L'
                       AND WS-TOKEN (1) NOT = 'W'
                       AND WS-TOKEN (1) NOT = 'V'
      *                Next policy's first key line.
                       PERFORM 1420-TAKE-KEY1
                   END-IF
           END-EVALUATE.

      ******************************************************************
       1420-TAKE-KEY1.
      *    Only a policy whose hold is still open is of interest.

           MOVE SPACES TO WS-CUR-LOOKUP.
           MOVE WS-TOKEN (1) (1:2)  TO WS-CUR-LOOKUP (1:2).
           MOVE WS-TOKEN (2) (1:12) TO WS-CUR-LOOKUP (3:12).
           MOVE ZERO TO WS-ADR-CUR-IDX.
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1
               UNTIL WS-ADR-IDX > WS-ADR-COUNT
               IF WS-ADR-KEY (WS-ADR-IDX) = WS-CUR-LOOKUP
                   AND WS-ADR-STATUS (WS-ADR-IDX) = 'R'
                   MOVE WS-ADR-IDX TO WS-ADR-CUR-IDX
                   MOVE 'Y' TO WS-ADR-ON-EXTRACT-FLAG (WS-ADR-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE '2' TO WS-BLOCK-STATE.

      ******************************************************************
       1430-TAKE-OWNER-LINE.
      *    Lines 11-15 are the owner section - name, three address
      *    lines, then city, state and ZIP.

           EVALUATE WS-NAME-LINE-NO
               WHEN 11
                   MOVE WS-TOKEN (3) (1:50)
                       TO WS-ADR-OWNER-NAME (WS-ADR-CUR-IDX)
               WHEN 12
                   MOVE WS-TOKEN (1) (1:35)
                       TO WS-ADR-OWNER-ADDR-1 (WS-ADR-CUR-IDX)
               WHEN 13
                   MOVE WS-TOKEN (1) (1:35)
                       TO WS-ADR-OWNER-ADDR-2 (WS-ADR-CUR-IDX)
               WHEN 14
                   MOVE WS-TOKEN (1) (1:35)
                       TO WS-ADR-OWNER-ADDR-3 (WS-ADR-CUR-IDX)
               WHEN 15
                   MOVE FUNCTION TRIM (WS-TOKEN (1))
                       TO WS-ADR-OWNER-CITY (WS-ADR-CUR-IDX)
                   MOVE WS-TOKEN (2) (1:2)
                       TO WS-ADR-OWNER-STATE (WS-ADR-CUR-IDX)
                   MOVE WS-TOKEN (3) (1:10)
                       TO WS-ADR-OWNER-ZIP (WS-ADR-CUR-IDX)
           END-EVALUATE.

      ******************************************************************
       1500-WRITE-REPORT-HEADING.

           MOVE SPACES TO CLAIM-REPORT-RECORD.
           STRING 'UNCLAIMED PROPERTY DUE DILIGENCE  RUN '
                  WS-RUN-DATE-YYYYMMDD
               DELIMITED BY SIZE INTO CLAIM-REPORT-RECORD
           END-STRING.
           WRITE CLAIM-REPORT-RECORD.
           MOVE SPACES TO CLAIM-REPORT-RECORD.
           WRITE CLAIM-REPORT-RECORD.
           IF WS-ADR-OVERFLOWED
               MOVE '** ADDRESS STATUS FILE OVER 2000 ROWS - REST WAIT'
                   TO CLAIM-REPORT-RECORD
               WRITE CLAIM-REPORT-RECORD
           END-IF.

      ******************************************************************
      *Sort input procedure - moves each hold one step along the path
      *and releases the policies due to be reported.
      ******************************************************************
       2000-AGE-HOLDS.

           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1
               UNTIL WS-ADR-IDX > WS-ADR-COUNT
               PERFORM 2100-AGE-ONE-HOLD
           END-PERFORM.

      ******************************************************************
       2100-AGE-ONE-HOLD.

      *    Already reported, or already off the path - nothing left
      *    to do for this hold.
           IF WS-ADR-STAGE (WS-ADR-IDX) = 'R'
               OR WS-ADR-STAGE (WS-ADR-IDX) = 'X'
               EXIT PARAGRAPH
           END-IF.

      *    The hold cleared - contact was made.  A hold with letters
      *    behind it comes off the path on the log.
           IF WS-ADR-STATUS (WS-ADR-IDX) NOT = 'R'
               IF WS-ADR-STAGE (WS-ADR-IDX) NOT = SPACE
                   MOVE 'X' TO UPDL-EVENT
                   PERFORM 3100-WRITE-LOG-EVENT
                   ADD 1 TO WS-OFF-PATH
                   MOVE 'OFF PATH - HOLD CLEARED' TO WS-ACTION-TEXT
                   PERFORM 3200-WRITE-ACTION-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-ADR-RETURNED-DATE (WS-ADR-IDX) < 19000101
               MOVE 9999 TO WS-DAYS-LOST
           ELSE
               COMPUTE WS-DAYS-LOST = WS-RUN-JULIAN -
                   FUNCTION INTEGER-OF-DATE
                       (WS-ADR-RETURNED-DATE (WS-ADR-IDX))
           END-IF.
           IF WS-DAYS-LOST < WS-FIRST-LETTER-DAYS
               EXIT PARAGRAPH
           END-IF.

           IF NOT WS-ADR-ON-EXTRACT (WS-ADR-IDX)
               ADD 1 TO WS-NOT-ON-EXTRACT
               MOVE 'NOT ON EXTRACT - WAITS' TO WS-ACTION-TEXT
               PERFORM 3200-WRITE-ACTION-LINE
               EXIT PARAGRAPH
           END-IF.

      *    The admin system has a new address the next statement run
      *    will clear the hold on - that is contact, not a lost owner.
           IF WS-ADR-HELD-ADDR (WS-ADR-IDX) NOT = SPACES
               AND WS-ADR-HELD-ADDR (WS-ADR-IDX)
                   NOT = WS-ADR-OWNER-ADDR-1 (WS-ADR-IDX)
               IF WS-ADR-STAGE (WS-ADR-IDX) NOT = SPACE
                   MOVE 'X' TO UPDL-EVENT
                   PERFORM 3100-WRITE-LOG-EVENT
                   ADD 1 TO WS-OFF-PATH
               END-IF
               MOVE 'OFF PATH - NEW ADDRESS' TO WS-ACTION-TEXT
               PERFORM 3200-WRITE-ACTION-LINE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-LOST >= WS-DORMANCY-DAYS
                   AND WS-ADR-STAGE (WS-ADR-IDX) = '2'
                   COMPUTE WS-DAYS-SINCE-FINAL = WS-RUN-JULIAN -
                       FUNCTION INTEGER-OF-DATE
                           (WS-ADR-FINAL-LETTER-DATE (WS-ADR-IDX))
                   IF WS-DAYS-SINCE-FINAL >= WS-FINAL-LETTER-WAIT-DAYS
                       PERFORM 2200-RELEASE-FOR-REPORT
                   END-IF
               WHEN WS-DAYS-LOST >= WS-FINAL-LETTER-DAYS
                   AND WS-ADR-STAGE (WS-ADR-IDX) NOT = '2'
                   MOVE '2' TO WS-LETTER-TYPE
                   PERFORM 3000-WRITE-LETTER
               WHEN WS-DAYS-LOST < WS-FINAL-LETTER-DAYS
                   AND WS-ADR-STAGE (WS-ADR-IDX) = SPACE
                   MOVE '1' TO WS-LETTER-TYPE
                   PERFORM 3000-WRITE-LETTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
       2200-RELEASE-FOR-REPORT.

           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE WS-ADR-OWNER-STATE (WS-ADR-IDX)  TO SW-OWNER-STATE.
           MOVE WS-ADR-KEY (WS-ADR-IDX) (1:2)    TO SW-COMPANY-CODE.
           MOVE WS-ADR-KEY (WS-ADR-IDX) (3:12)   TO SW-POLICY-NUMBER.
           MOVE WS-ADR-OWNER-NAME (WS-ADR-IDX)   TO SW-OWNER-NAME.
           MOVE WS-ADR-OWNER-ADDR-1 (WS-ADR-IDX) TO SW-OWNER-ADDR-1.
           MOVE WS-ADR-OWNER-ADDR-2 (WS-ADR-IDX) TO SW-OWNER-ADDR-2.
           MOVE WS-ADR-OWNER-ADDR-3 (WS-ADR-IDX) TO SW-OWNER-ADDR-3.
           MOVE WS-ADR-OWNER-CITY (WS-ADR-IDX)   TO SW-OWNER-CITY.
           MOVE WS-ADR-OWNER-ZIP (WS-ADR-IDX)    TO SW-OWNER-ZIP.
           MOVE WS-ADR-VALUE (WS-ADR-IDX)        TO SW-AMOUNT.
           MOVE WS-ADR-RETURNED-DATE (WS-ADR-IDX)
                                                 TO SW-RETURNED-DATE.
           MOVE WS-ADR-FINAL-LETTER-DATE (WS-ADR-IDX)
               TO SW-FINAL-LETTER-DATE.
           RELEASE SORT-WORK-RECORD.

           MOVE 'R' TO UPDL-EVENT.
           PERFORM 3100-WRITE-LOG-EVENT.
           ADD 1 TO WS-REPORTED.
           ADD WS-ADR-VALUE (WS-ADR-IDX) TO WS-REPORTED-AMOUNT.
           MOVE 'REPORTED ON NAUPA FILE' TO WS-ACTION-TEXT.
           PERFORM 3200-WRITE-ACTION-LINE.

      ******************************************************************
       3000-WRITE-LETTER.

           MOVE ALL '=' TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING 'DATE: ' WS-RUN-DATE-YYYYMMDD
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.

           MOVE WS-ADR-OWNER-NAME (WS-ADR-IDX) TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE WS-ADR-OWNER-ADDR-1 (WS-ADR-IDX) TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           IF WS-ADR-OWNER-ADDR-2 (WS-ADR-IDX) NOT = SPACES
               MOVE WS-ADR-OWNER-ADDR-2 (WS-ADR-IDX) TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF.
           IF WS-ADR-OWNER-ADDR-3 (WS-ADR-IDX) NOT = SPACES
               MOVE WS-ADR-OWNER-ADDR-3 (WS-ADR-IDX) TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF.
           MOVE SPACES TO LETTER-RECORD.
           STRING FUNCTION TRIM (WS-ADR-OWNER-CITY (WS-ADR-IDX)) ', '
                  WS-ADR-OWNER-STATE (WS-ADR-IDX) ' '
                  WS-ADR-OWNER-ZIP (WS-ADR-IDX)
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.

           MOVE SPACES TO LETTER-RECORD.
           STRING 'RE:   POLICY ' WS-ADR-KEY (WS-ADR-IDX) (1:2) '-'
                  WS-ADR-KEY (WS-ADR-IDX) (3:12)
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           IF WS-FINAL-NOTICE
               MOVE '      FINAL NOTICE - UNCLAIMED PROPERTY'
                   TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.

           MOVE 'Mail we sent to you at this address has been returned'
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING 'as undeliverable since '
                  WS-ADR-RETURNED-DATE (WS-ADR-IDX)
                  '.  The value of your policy is'
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE WS-ADR-VALUE (WS-ADR-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO LETTER-RECORD.
           STRING FUNCTION TRIM (WS-AMOUNT-EDIT) '.'
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           IF WS-FINAL-NOTICE
               MOVE 'Unless you contact us, state law requires us to'
                   TO LETTER-RECORD
               WRITE LETTER-RECORD
               MOVE 'report and deliver this value to the state as'
                   TO LETTER-RECORD
               WRITE LETTER-RECORD
               MOVE 'unclaimed property.'
                   TO LETTER-RECORD
               WRITE LETTER-RECORD
           ELSE
               MOVE 'Please contact us to confirm your address so we'
                   TO LETTER-RECORD
               WRITE LETTER-RECORD
               MOVE 'can keep you informed about your policy.'
                   TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE 'Please call or write to us at the address on this'
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE 'letter.' TO LETTER-RECORD.
           WRITE LETTER-RECORD.

           MOVE WS-LETTER-TYPE TO UPDL-EVENT.
           PERFORM 3100-WRITE-LOG-EVENT.
           IF WS-FINAL-NOTICE
               ADD 1 TO WS-FINAL-LETTERS
               MOVE 'FINAL LETTER MAILED' TO WS-ACTION-TEXT
           ELSE
               ADD 1 TO WS-FIRST-LETTERS
               MOVE 'FIRST LETTER MAILED' TO WS-ACTION-TEXT
           END-IF.
101526     PERFORM 3050-LOG-CORRESPONDENCE.
           PERFORM 3200-WRITE-ACTION-LINE.

101526******************************************************************
101526 3050-LOG-CORRESPONDENCE.
101526*    The letters share one print file - the sequence is this
101526*    letter's place in it.

101526     INITIALIZE WCORW-PARAMETERS.
101526     MOVE 'CUNCLAIM'             TO WCORW-JOB-NAME.
101526     MOVE WS-ADR-KEY (WS-ADR-IDX) (1:2)  TO WCORW-COMPANY-CODE.
101526     MOVE WS-ADR-KEY (WS-ADR-IDX) (3:12) TO WCORW-POLICY-NUMBER.
101526     SET WCORW-DUE-DILIGENCE-LETTER TO TRUE.
101526     MOVE LETTER-FILE-NAME       TO WCORW-OUTPUT-FILE.
101526     COMPUTE WCORW-DOCUMENT-SEQ = WS-FIRST-LETTERS
101526                                + WS-FINAL-LETTERS.
101526     MOVE WS-ADR-OWNER-NAME (WS-ADR-IDX)
101526                                 TO WCORW-ADDRESSEE-NAME.
101526     MOVE WS-ADR-OWNER-ADDR-1 (WS-ADR-IDX)
101526                                 TO WCORW-ADDR-LINE-1.
101526     MOVE WS-ADR-OWNER-ADDR-2 (WS-ADR-IDX)
101526                                 TO WCORW-ADDR-LINE-2.
101526     MOVE WS-ADR-OWNER-ADDR-3 (WS-ADR-IDX)
101526                                 TO WCORW-ADDR-LINE-3.
101526     STRING FUNCTION TRIM (WS-ADR-OWNER-CITY (WS-ADR-IDX)) ', '
101526            WS-ADR-OWNER-STATE (WS-ADR-IDX) ' '
101526            WS-ADR-OWNER-ZIP (WS-ADR-IDX)
101526         DELIMITED BY SIZE INTO WCORW-CITY-LINE
101526     END-STRING.
101526     MOVE WS-ADR-OWNER-ZIP (WS-ADR-IDX) TO WCORW-POSTAL-CODE.
101526     CALL CCORRLOG USING WGLOBAL WCORW-PARAMETERS.

      ******************************************************************
       3100-WRITE-LOG-EVENT.
      *    UPDL-EVENT is set by the caller.

           MOVE WS-ADR-KEY (WS-ADR-IDX) (1:2)  TO UPDL-COMPANY-CODE.
           MOVE WS-ADR-KEY (WS-ADR-IDX) (3:12) TO UPDL-POLICY-NUMBER.
           MOVE WS-ADR-RETURNED-DATE (WS-ADR-IDX)
                                               TO UPDL-RETURNED-DATE.
           MOVE WS-RUN-DATE-YYYYMMDD           TO UPDL-EVENT-DATE.
           MOVE WS-ADR-OWNER-STATE (WS-ADR-IDX) TO UPDL-OWNER-STATE.
           MOVE WS-ADR-VALUE (WS-ADR-IDX)      TO UPDL-AMOUNT.
           MOVE WCODER-ID                      TO UPDL-CODER-ID.
           WRITE DUE-DILIGENCE-LOG-RECORD.

      ******************************************************************
       3200-WRITE-ACTION-LINE.

           MOVE WS-ADR-VALUE (WS-ADR-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO CLAIM-REPORT-RECORD.
           STRING WS-ADR-KEY (WS-ADR-IDX) (1:2) '-'
                  WS-ADR-KEY (WS-ADR-IDX) (3:12)
                  '  RETURNED ' WS-ADR-RETURNED-DATE (WS-ADR-IDX)
                  '  ' WS-ADR-OWNER-STATE (WS-ADR-IDX)
                  '  ' WS-AMOUNT-EDIT
                  '  ' WS-ACTION-TEXT
               DELIMITED BY SIZE INTO CLAIM-REPORT-RECORD
           END-STRING.
           WRITE CLAIM-REPORT-RECORD.

      ******************************************************************
      *Sort output procedure - the NAUPA file, one holder report per
      *company and state of last known address.
      ******************************************************************
       4000-WRITE-NAUPA-FILE.

           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 4100-WRITE-PROPERTY
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-GROUP
               PERFORM 4300-WRITE-NAUPA-SUMMARY
           END-IF.

      ******************************************************************
       4100-WRITE-PROPERTY.

           IF WS-FIRST-GROUP
               OR SW-OWNER-STATE NOT = WS-BREAK-STATE
               OR SW-COMPANY-CODE NOT = WS-BREAK-COMPANY
               IF NOT WS-FIRST-GROUP
                   PERFORM 4300-WRITE-NAUPA-SUMMARY
               END-IF
               MOVE 'N' TO WS-FIRST-GROUP-FLAG
               MOVE SW-OWNER-STATE  TO WS-BREAK-STATE
               MOVE SW-COMPANY-CODE TO WS-BREAK-COMPANY
               PERFORM 4200-WRITE-NAUPA-HOLDER
           END-IF.

           ADD 1 TO WS-NAUPA-SEQUENCE
                    WS-GROUP-COUNT.
           ADD SW-AMOUNT TO WS-GROUP-AMOUNT.
           MOVE SPACES TO NAUPA-PROPERTY-RECORD.
           MOVE '2'                  TO NAUPA-RECORD-TYPE.
           MOVE WS-NAUPA-SEQUENCE    TO NAUPA-P-SEQUENCE.
           MOVE SW-OWNER-NAME        TO NAUPA-P-OWNER-NAME.
           MOVE SW-OWNER-ADDR-1      TO NAUPA-P-OWNER-ADDR-1.
           MOVE SW-OWNER-ADDR-2      TO NAUPA-P-OWNER-ADDR-2.
           MOVE SW-OWNER-ADDR-3      TO NAUPA-P-OWNER-ADDR-3.
           MOVE SW-OWNER-CITY        TO NAUPA-P-OWNER-CITY.
           MOVE SW-OWNER-STATE       TO NAUPA-P-OWNER-STATE.
           MOVE SW-OWNER-ZIP         TO NAUPA-P-OWNER-ZIP.
           MOVE 'IN01'               TO NAUPA-P-PROPERTY-TYPE.
           MOVE SW-AMOUNT            TO NAUPA-P-AMOUNT.
           MOVE SW-RETURNED-DATE     TO NAUPA-P-LAST-CONTACT-DATE.
           MOVE SW-POLICY-NUMBER     TO NAUPA-P-POLICY-NUMBER.
           MOVE SW-FINAL-LETTER-DATE TO NAUPA-P-FINAL-LETTER-DATE.
           WRITE NAUPA-PROPERTY-RECORD.

      ******************************************************************
       4200-WRITE-NAUPA-HOLDER.

           MOVE SPACES TO NAUPA-HOLDER-RECORD.
           MOVE '1'                  TO NAUPA-RECORD-TYPE.
           MOVE WS-RUN-DATE-YYYYMMDD (1:4) TO NAUPA-H-REPORT-YEAR.
           MOVE WS-RUN-DATE-YYYYMMDD TO NAUPA-H-REPORT-DATE.
           MOVE WS-BREAK-COMPANY     TO NAUPA-H-HOLDER-ID.
           MOVE WS-BREAK-STATE       TO NAUPA-H-STATE.
           WRITE NAUPA-HOLDER-RECORD.
           MOVE ZERO TO WS-GROUP-COUNT
                        WS-GROUP-AMOUNT.

      ******************************************************************
       4300-WRITE-NAUPA-SUMMARY.

           MOVE SPACES TO NAUPA-SUMMARY-RECORD.
           MOVE '9'                  TO NAUPA-RECORD-TYPE.
           MOVE WS-BREAK-COMPANY     TO NAUPA-S-HOLDER-ID.
           MOVE WS-BREAK-STATE       TO NAUPA-S-STATE.
           MOVE WS-GROUP-COUNT       TO NAUPA-S-PROPERTY-COUNT.
           MOVE WS-GROUP-AMOUNT      TO NAUPA-S-TOTAL-AMOUNT.
           WRITE NAUPA-SUMMARY-RECORD.

      ******************************************************************
       5000-WRITE-SUMMARY.

           MOVE SPACES TO CLAIM-REPORT-RECORD.
           WRITE CLAIM-REPORT-RECORD.
           MOVE SPACES TO CLAIM-REPORT-RECORD.
           STRING 'HOLD ROWS READ       ' WS-HOLDS-READ
                  '   LOG ROWS READ ' WS-LOG-READ
               DELIMITED BY SIZE INTO CLAIM-REPORT-RECORD
           END-STRING.
           WRITE CLAIM-REPORT-RECORD.
           MOVE SPACES TO CLAIM-REPORT-RECORD.
           STRING 'FIRST LETTERS        ' WS-FIRST-LETTERS
                  '   FINAL LETTERS   ' WS-FINAL-LETTERS
               DELIMITED BY SIZE INTO CLAIM-REPORT-RECORD
           END-STRING.
           WRITE CLAIM-REPORT-RECORD.
           MOVE SPACES TO CLAIM-REPORT-RECORD.
           STRING 'OFF PATH             ' WS-OFF-PATH
                  '   NOT ON EXTRACT  ' WS-NOT-ON-EXTRACT
               DELIMITED BY SIZE INTO CLAIM-REPORT-RECORD
           END-STRING.
           WRITE CLAIM-REPORT-RECORD.
           MOVE WS-REPORTED-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO CLAIM-REPORT-RECORD.
           STRING 'REPORTED TO STATES   ' WS-REPORTED
                  '   AMOUNT ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO CLAIM-REPORT-RECORD
           END-STRING.
           WRITE CLAIM-REPORT-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CUNCLAIM'         TO WRUNC-JOB-NAME.
           MOVE WS-HOLDS-READ      TO WRUNC-RECORD-COUNT.
           MOVE 'COMPLETE'         TO WRUNC-RUN-STATUS.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
