      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CPREMTAX.
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
      *D   CPREMTAX builds the annual state premium tax report and
      *D   filing extract from the annual statement extract, so the
      *D   premium tax returns use the same premiums the statements
      *D   told policyholders they paid.  Premiums received (the
      *D   P period rows' premium amount) in the tax year - the
      *D   calendar year before the run, taken by the period's end
      *D   date - are totalled by company and owner state, split
      *D   qualified / non-qualified on the policy's tax
      *D   qualification code (blank, N or 0 is non-qualified).
      *D
      *D   Outputs, under the running coder:
      *D     PTAXRPT.PDM - the report: company/state lines with a
      *D       company subtotal, the exceptions (policies whose
      *D       owner state is blank or not a postal state code -
      *D       their premiums are on no state line), and control
      *D       totals tied back to the extract trailer's policy and
      *D       P row counts;
      *D     PTAXEXT.PDM - the filing extract: one 'D' record per
      *D       company/state, a 'W' record carrying the exception
      *D       premiums when there are any, and a 'T' trailer.
      *D
      *D   Walks the DELIMITED extract with the C1099RWH state
      *D   machine; the fixed-column format has no tags to follow
      *D   and is reported as unusable.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-022-01 MAINT New program.
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

           SELECT EXTRACT-FILE
       COPY WVARYCPY.
                                       EXTRACT-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS EXTRACT-STATUS.

           SELECT PREMIUM-TAX-FILE
       COPY WVARYCPY.
                                       PREMIUM-TAX-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS PREMIUM-TAX-STATUS.

           SELECT PREMIUM-TAX-REPORT-FILE
       COPY WVARYCPY.
                                       PREMIUM-TAX-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS PTAX-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD                  PIC X(250).

       FD  PREMIUM-TAX-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREMIUM-TAX-RECORD.
      *        'D' company/state, 'W' exceptions, 'T' trailer.
           05  PTX-RECORD-TYPE            PIC X(01).
           05  PTX-TAX-YEAR               PIC 9(04).
           05  PTX-COMPANY-CODE           PIC X(02).
           05  PTX-STATE                  PIC X(02).
           05  PTX-QUAL-PREMIUMS          PIC S9(11)V9(02).
           05  PTX-NONQUAL-PREMIUMS       PIC S9(11)V9(02).
           05  PTX-TOTAL-PREMIUMS         PIC S9(11)V9(02).
           05  PTX-POLICY-COUNT           PIC 9(07).
           05  PTX-RECORD-COUNT           PIC 9(07).

       FD  PREMIUM-TAX-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREMIUM-TAX-REPORT-RECORD      PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
      *        '1' company/state premiums, '2' state exception.
           05  SW-SECTION                 PIC X(01).
           05  SW-COMPANY-CODE            PIC X(02).
           05  SW-STATE                   PIC X(02).
           05  SW-POLICY-NUMBER           PIC X(12).
           05  SW-QUALIFIED-FLAG          PIC X(01).
               88  SW-QUALIFIED               VALUE 'Q'.
           05  SW-PREMIUMS                PIC S9(09)V99.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRUNCCPY.

       01  CALLED-MODULES.
           05  PFILEINS                   PIC X(08) VALUE 'PFILEINS'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

       01  EXTRACT-STATUS                  PIC XX.
           88  EXTRACT-STATUS-OK               VALUE '00'.
       01  PREMIUM-TAX-STATUS              PIC XX.
       01  PTAX-REPORT-STATUS              PIC XX.

       01  EXTRACT-FILE-NAME.
           05  WS-EXTRACT-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  EXTRACT-CODER               PIC X(04) VALUE '____'.
           05  FILLER                      PIC X(07) VALUE 'U01.PDM'.
           05  FILLER                      PIC X(241) VALUE SPACES.

       01  WS-ASCII-FILE-NAME              PIC X(255).
       01  WS-NEW-ASCII-FILE-NAME          PIC X(255).

       01  PREMIUM-TAX-FILE-NAME.
           05  WS-OUTPUT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  PREMIUM-TAX-CODER           PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'PTAXEXT.PDM'.

       01  PREMIUM-TAX-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  PTAX-REPORT-CODER           PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'PTAXRPT.PDM'.

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

      *    The policy being walked.
       01  WS-POLICY-OPEN-FLAG             PIC X(01) VALUE 'N'.
           88  WS-POLICY-IS-OPEN               VALUE 'Y'.
       01  WS-CUR-COMPANY                  PIC X(02).
       01  WS-CUR-POLICY                   PIC X(12).
       01  WS-CUR-TAX-QUAL                 PIC X(01).
           88  WS-CUR-NONQUALIFIED             VALUE SPACE 'N' '0'.
       01  WS-CUR-STATE                    PIC X(02).
       01  WS-CUR-PREMIUMS                 PIC S9(09)V99.

       01  WS-PERIOD-END-DATE              PIC X(08).
       01  WS-PREMIUMS-EDIT                PIC -9(08).99.
       01  WS-PREMIUMS-AMT                 PIC S9(08)V99.

       01  WS-RUN-DATE-YYYYMMDD            PIC 9(08).
       01  WS-TAX-YEAR                     PIC 9(04).

      *    Postal state and territory codes a premium tax return can
      *    be filed under.
       01  WS-STATE-CODE-VALUES.
           05  FILLER                      PIC X(20) VALUE
                                           'ALAKAZARCACOCTDEDCFL'.
           05  FILLER                      PIC X(20) VALUE
                                           'GAHIIDILINIAKSKYLAME'.
           05  FILLER                      PIC X(20) VALUE
                                           'MDMAMIMNMSMOMTNENVNH'.
           05  FILLER                      PIC X(20) VALUE
                                           'NJNMNYNCNDOHOKORPARI'.
           05  FILLER                      PIC X(20) VALUE
                                           'SCSDTNTXUTVTVAWAWVWI'.
           05  FILLER                      PIC X(12) VALUE
                                           'WYPRVIGUASMP'.
       01  WS-STATE-CODE-TABLE REDEFINES WS-STATE-CODE-VALUES.
           05  WS-STATE-CODE OCCURS 56 TIMES PIC X(02).
       01  WS-STATE-IDX                    PIC 9(02).
       01  WS-STATE-FOUND-FLAG             PIC X(01).
           88  WS-STATE-FOUND                  VALUE 'Y'.

      *    Control totals - what the walk saw against what the
      *    extract trailer says it wrote.
       01  WS-COUNTS.
           05  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
           05  WS-POLICIES-READ            PIC 9(07) VALUE ZERO.
           05  WS-P-ROWS-READ              PIC 9(07) VALUE ZERO.
           05  WS-P-ROWS-IN-YEAR           PIC 9(07) VALUE ZERO.
           05  WS-TRAILER-POLICIES         PIC 9(07) VALUE ZERO.
           05  WS-TRAILER-P-ROWS           PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-POLICIES       PIC 9(07) VALUE ZERO.
           05  WS-DETAIL-RECORDS           PIC 9(07) VALUE ZERO.
       01  WS-TRAILER-FOUND-FLAG           PIC X(01) VALUE 'N'.
           88  WS-TRAILER-FOUND                VALUE 'Y'.
       01  WS-TRAILER-TOKENS.
           05  WS-TRAILER-TOKEN OCCURS 8 TIMES PIC X(20).
       01  WS-TRAILER-IDX                  PIC 9(02).

       01  WS-ALL-PREMIUMS                 PIC S9(11)V99 VALUE ZERO.
       01  WS-YEAR-PREMIUMS                PIC S9(11)V99 VALUE ZERO.
       01  WS-OTHER-YEAR-PREMIUMS          PIC S9(11)V99 VALUE ZERO.
       01  WS-STATE-LINE-PREMIUMS          PIC S9(11)V99 VALUE ZERO.
       01  WS-EXCEPTION-PREMIUMS           PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-QUAL                   PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-NONQUAL                PIC S9(11)V99 VALUE ZERO.

      *    Control breaks for the sorted output.
       01  WS-SORT-EOF-FLAG                PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.
       01  WS-FIRST-GROUP-FLAG             PIC X(01) VALUE 'Y'.
           88  WS-FIRST-GROUP                  VALUE 'Y'.
       01  WS-BREAK-SECTION                PIC X(01).
       01  WS-BREAK-COMPANY                PIC X(02).
       01  WS-BREAK-STATE                  PIC X(02).
       01  WS-STATE-QUAL                   PIC S9(11)V99.
       01  WS-STATE-NONQUAL                PIC S9(11)V99.
       01  WS-STATE-POLICIES               PIC 9(07).
       01  WS-COMPANY-QUAL                 PIC S9(11)V99.
       01  WS-COMPANY-NONQUAL              PIC S9(11)V99.
       01  WS-COMPANY-POLICIES             PIC 9(07).

       01  WS-AMOUNT-EDIT-1                PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT-2                PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT-3                PIC Z,ZZZ,ZZZ,ZZ9.99-.
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
               OPEN OUTPUT PREMIUM-TAX-FILE
                           PREMIUM-TAX-REPORT-FILE
               IF WGLOB-EXTRACT-FIXED-FORMAT
      *            Nothing usable to total - leave a zero trailer and
      *            say why rather than abending.
                   MOVE 'FIXED-FORMAT EXTRACT - NO TAGS TO TOTAL FROM'
                       TO PREMIUM-TAX-REPORT-RECORD
                   WRITE PREMIUM-TAX-REPORT-RECORD
               ELSE
                   PERFORM 1100-OPEN-EXTRACT
                   IF EXTRACT-STATUS-OK
                       SORT SORT-WORK-FILE
                           ON ASCENDING KEY SW-SECTION
                                            SW-COMPANY-CODE
                                            SW-STATE
                                            SW-POLICY-NUMBER
                           INPUT PROCEDURE 2000-WALK-EXTRACT
                           OUTPUT PROCEDURE 4000-WRITE-REPORT
                       CLOSE EXTRACT-FILE
                   ELSE
                       MOVE 'EXTRACT FILE NOT FOUND - NOTHING TO TOTAL'
                           TO PREMIUM-TAX-REPORT-RECORD
                       WRITE PREMIUM-TAX-REPORT-RECORD
                   END-IF
               END-IF
               PERFORM 5000-WRITE-CONTROL-TOTALS
               PERFORM 6000-WRITE-FILING-TRAILER
               CLOSE PREMIUM-TAX-FILE
                     PREMIUM-TAX-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START  TO TRUE.
           MOVE 'CPREMTAX'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.
           IF WRUNC-START-REFUSED
               EXIT PARAGRAPH
           END-IF.

           MOVE WCODER-ID              TO PREMIUM-TAX-CODER.
           INSPECT PREMIUM-TAX-CODER REPLACING ALL ' ' BY '_'.
           MOVE PREMIUM-TAX-CODER      TO PTAX-REPORT-CODER.
           MOVE WOPTION-WORK-DRIVE     TO WS-OUTPUT-FILE-DRIVE
                                          WS-REPORT-FILE-DRIVE.

      *    Returns are filed early in the year for the year before.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           COMPUTE WS-TAX-YEAR = WS-RUN-DATE-YYYYMMDD / 10000 - 1.

      ******************************************************************
       1100-OPEN-EXTRACT.

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
      *Sort input procedure - walks the extract once, releasing one
      *row per policy with tax-year premiums (or a state exception).
      ******************************************************************
       2000-WALK-EXTRACT.

           MOVE 'K' TO WS-BLOCK-STATE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 2100-HANDLE-ONE-LINE
               END-READ
           END-PERFORM.
           PERFORM 2500-RELEASE-POLICY.

      ******************************************************************
       2100-HANDLE-ONE-LINE.

           IF EXTRACT-RECORD (1:7) = 'TRAILER'
               PERFORM 2600-TAKE-TRAILER
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
                   PERFORM 2200-TAKE-KEY1
               WHEN WS-EXPECT-KEY2
                   MOVE '3' TO WS-BLOCK-STATE
               WHEN WS-EXPECT-KEY3
                   MOVE WS-TOKEN (5) (1:1) TO WS-CUR-TAX-QUAL
                   MOVE 'B' TO WS-BLOCK-STATE
               WHEN WS-EXPECT-B-LINE
                   MOVE 'N' TO WS-BLOCK-STATE
                   MOVE ZERO TO WS-NAME-LINE-NO
               WHEN WS-IN-NAME-LINES
      *            Name line 15 closes the owner section: city,
      *            state, ZIP.
                   ADD 1 TO WS-NAME-LINE-NO
                   IF WS-NAME-LINE-NO = 15
                       MOVE WS-TOKEN (2) (1:2) TO WS-CUR-STATE
                       MOVE 'V' TO WS-BLOCK-STATE
                   END-IF
               WHEN WS-IN-VARIABLE-SECTION
                   PERFORM 2300-HANDLE-VARIABLE-LINE
           END-EVALUATE.

      ******************************************************************
       2200-TAKE-KEY1.

           PERFORM 2500-RELEASE-POLICY.
           ADD 1 TO WS-POLICIES-READ.
           SET WS-POLICY-IS-OPEN TO TRUE.
           MOVE WS-TOKEN (1) (1:2)  TO WS-CUR-COMPANY.
           MOVE WS-TOKEN (2) (1:12) TO WS-CUR-POLICY.
           MOVE SPACES TO WS-CUR-TAX-QUAL
                          WS-CUR-STATE.
           MOVE ZERO   TO WS-CUR-PREMIUMS.
           MOVE '2' TO WS-BLOCK-STATE.

      ******************************************************************
       2300-HANDLE-VARIABLE-LINE.

           EVALUATE TRUE
               WHEN EXTRACT-RECORD (1:1) = '('
      *            The 11-token '(' lines are the 'P' period rows -
      *            C (12), F (4) and I (3) token lines pass through.
                   IF WS-TOKEN-COUNT = 11
                       PERFORM 2400-ACCUMULATE-P-ROW
                   END-IF
               WHEN WS-TOKEN (1) = 'L' OR WS-TOKEN (1) = 'W'
                   OR WS-TOKEN (1) = 'V'
                   CONTINUE
               WHEN OTHER
      *            Not a section line - this is the next policy's
      *            first key line.
                   PERFORM 2200-TAKE-KEY1
           END-EVALUATE.

      ******************************************************************
       2400-ACCUMULATE-P-ROW.
      *    P row: '(nn) start-date', end-date, then nine amounts of
      *    which premiums is the first.  A period counts in the tax
      *    year its end date falls in.

           ADD 1 TO WS-P-ROWS-READ.
           MOVE WS-TOKEN (2) (1:8) TO WS-PERIOD-END-DATE.
           MOVE WS-TOKEN (3)       TO WS-PREMIUMS-EDIT.
           MOVE WS-PREMIUMS-EDIT   TO WS-PREMIUMS-AMT.
           ADD WS-PREMIUMS-AMT     TO WS-ALL-PREMIUMS.

           IF WS-PERIOD-END-DATE (1:4) = WS-TAX-YEAR
               ADD 1 TO WS-P-ROWS-IN-YEAR
               ADD WS-PREMIUMS-AMT TO WS-CUR-PREMIUMS
                                      WS-YEAR-PREMIUMS
           ELSE
               ADD WS-PREMIUMS-AMT TO WS-OTHER-YEAR-PREMIUMS
           END-IF.

      ******************************************************************
       2500-RELEASE-POLICY.
      *    A policy with a usable state and tax-year premiums goes to
      *    its company/state line; one with no usable state is an
      *    exception whatever its premiums.

           IF NOT WS-POLICY-IS-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-POLICY-OPEN-FLAG.

           MOVE 'N' TO WS-STATE-FOUND-FLAG.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > 56
               IF WS-STATE-CODE (WS-STATE-IDX) = WS-CUR-STATE
                   SET WS-STATE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE WS-CUR-COMPANY     TO SW-COMPANY-CODE.
           MOVE WS-CUR-STATE       TO SW-STATE.
           MOVE WS-CUR-POLICY      TO SW-POLICY-NUMBER.
           MOVE WS-CUR-PREMIUMS    TO SW-PREMIUMS.
           IF WS-CUR-NONQUALIFIED
               MOVE 'N' TO SW-QUALIFIED-FLAG
           ELSE
               MOVE 'Q' TO SW-QUALIFIED-FLAG
           END-IF.

           IF NOT WS-STATE-FOUND
               MOVE '2' TO SW-SECTION
               ADD 1 TO WS-EXCEPTION-POLICIES
               ADD WS-CUR-PREMIUMS TO WS-EXCEPTION-PREMIUMS
               RELEASE SORT-WORK-RECORD
           ELSE
               IF WS-CUR-PREMIUMS NOT = ZERO
                   MOVE '1' TO SW-SECTION
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

      ******************************************************************
       2600-TAKE-TRAILER.
      *    'TRAILER POLICIES=n B=n ...' then 'TRAILER C=n P=n ...'.

           SET WS-TRAILER-FOUND TO TRUE.
           INITIALIZE WS-TRAILER-TOKENS.
           UNSTRING EXTRACT-RECORD DELIMITED BY ALL SPACE
               INTO WS-TRAILER-TOKEN (1) WS-TRAILER-TOKEN (2)
                    WS-TRAILER-TOKEN (3) WS-TRAILER-TOKEN (4)
                    WS-TRAILER-TOKEN (5) WS-TRAILER-TOKEN (6)
                    WS-TRAILER-TOKEN (7) WS-TRAILER-TOKEN (8)
           END-UNSTRING.
           PERFORM VARYING WS-TRAILER-IDX FROM 2 BY 1
               UNTIL WS-TRAILER-IDX > 8
               EVALUATE TRUE
                   WHEN WS-TRAILER-TOKEN (WS-TRAILER-IDX) (1:9)
                           = 'POLICIES='
                       MOVE WS-TRAILER-TOKEN (WS-TRAILER-IDX) (10:7)
                           TO WS-TRAILER-POLICIES
                   WHEN WS-TRAILER-TOKEN (WS-TRAILER-IDX) (1:2)
                           = 'P='
                       MOVE WS-TRAILER-TOKEN (WS-TRAILER-IDX) (3:7)
                           TO WS-TRAILER-P-ROWS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      *Sort output procedure - company/state lines with a subtotal
      *per company, then the state exceptions by company and policy.
      ******************************************************************
       4000-WRITE-REPORT.

           PERFORM 4400-WRITE-REPORT-HEADING.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 4100-HANDLE-SORTED-RECORD
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-GROUP
               AND WS-BREAK-SECTION = '1'
               PERFORM 4200-WRITE-STATE-LINE
               PERFORM 4300-WRITE-COMPANY-SUBTOTAL
           END-IF.

      ******************************************************************
       4100-HANDLE-SORTED-RECORD.

           IF WS-FIRST-GROUP
               OR SW-SECTION NOT = WS-BREAK-SECTION
               IF NOT WS-FIRST-GROUP
                   AND WS-BREAK-SECTION = '1'
                   PERFORM 4200-WRITE-STATE-LINE
                   PERFORM 4300-WRITE-COMPANY-SUBTOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-GROUP-FLAG
               MOVE SW-SECTION      TO WS-BREAK-SECTION
               MOVE SW-COMPANY-CODE TO WS-BREAK-COMPANY
               MOVE SW-STATE        TO WS-BREAK-STATE
               PERFORM 4500-WRITE-SECTION-HEADING
           ELSE
               IF SW-SECTION = '1'
                   IF SW-COMPANY-CODE NOT = WS-BREAK-COMPANY
                       PERFORM 4200-WRITE-STATE-LINE
                       PERFORM 4300-WRITE-COMPANY-SUBTOTAL
                       MOVE SW-COMPANY-CODE TO WS-BREAK-COMPANY
                       MOVE SW-STATE        TO WS-BREAK-STATE
                   ELSE
                       IF SW-STATE NOT = WS-BREAK-STATE
                           PERFORM 4200-WRITE-STATE-LINE
                           MOVE SW-STATE TO WS-BREAK-STATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF SW-SECTION = '1'
               ADD 1 TO WS-STATE-POLICIES
               IF SW-QUALIFIED
                   ADD SW-PREMIUMS TO WS-STATE-QUAL
               ELSE
                   ADD SW-PREMIUMS TO WS-STATE-NONQUAL
               END-IF
           ELSE
               MOVE SPACES TO PREMIUM-TAX-REPORT-RECORD
               MOVE SW-PREMIUMS TO WS-AMOUNT-EDIT-1
               STRING '  ' SW-COMPANY-CODE
                      ' '  SW-POLICY-NUMBER
                      '  STATE CODE "' SW-STATE '"'
                      '  ' SW-QUALIFIED-FLAG
                      '  TAX-YEAR PREMIUMS ' WS-AMOUNT-EDIT-1
                   DELIMITED BY SIZE INTO PREMIUM-TAX-REPORT-RECORD
               END-STRING
               WRITE PREMIUM-TAX-REPORT-RECORD
           END-IF.

      ******************************************************************
       4200-WRITE-STATE-LINE.

           MOVE SPACES TO PREMIUM-TAX-RECORD.
           MOVE 'D'                TO PTX-RECORD-TYPE.
           MOVE WS-TAX-YEAR        TO PTX-TAX-YEAR.
           MOVE WS-BREAK-COMPANY   TO PTX-COMPANY-CODE.
           MOVE WS-BREAK-STATE     TO PTX-STATE.
           MOVE WS-STATE-QUAL      TO PTX-QUAL-PREMIUMS.
           MOVE WS-STATE-NONQUAL   TO PTX-NONQUAL-PREMIUMS.
           COMPUTE PTX-TOTAL-PREMIUMS =
               WS-STATE-QUAL + WS-STATE-NONQUAL.
           MOVE WS-STATE-POLICIES  TO PTX-POLICY-COUNT.
           MOVE ZERO               TO PTX-RECORD-COUNT.
           WRITE PREMIUM-TAX-RECORD.
           ADD 1 TO WS-DETAIL-RECORDS.

           MOVE SPACES TO PREMIUM-TAX-REPORT-RECORD.
           MOVE WS-STATE-QUAL      TO WS-AMOUNT-EDIT-1.
           MOVE WS-STATE-NONQUAL   TO WS-AMOUNT-EDIT-2.
           MOVE PTX-TOTAL-PREMIUMS TO WS-AMOUNT-EDIT-3.
           MOVE WS-STATE-POLICIES  TO WS-COUNT-EDIT.
           STRING '  ' WS-BREAK-COMPANY '    ' WS-BREAK-STATE
                  '   ' WS-AMOUNT-EDIT-1
                  '  '  WS-AMOUNT-EDIT-2
                  '  '  WS-AMOUNT-EDIT-3
                  '   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO PREMIUM-TAX-REPORT-RECORD
           END-STRING.
           WRITE PREMIUM-TAX-REPORT-RECORD.

           ADD WS-STATE-QUAL       TO WS-COMPANY-QUAL
                                      WS-TOTAL-QUAL.
           ADD WS-STATE-NONQUAL    TO WS-COMPANY-NONQUAL
                                      WS-TOTAL-NONQUAL.
           ADD WS-STATE-POLICIES   TO WS-COMPANY-POLICIES.
           MOVE ZERO TO WS-STATE-QUAL
                        WS-STATE-NONQUAL
                        WS-STATE-POLICIES.

      ******************************************************************
       4300-WRITE-COMPANY-SUBTOTAL.

           MOVE SPACES TO PREMIUM-TAX-REPORT-RECORD.
           MOVE WS-COMPANY-QUAL    TO WS-AMOUNT-EDIT-1.
           MOVE WS-COMPANY-NONQUAL TO WS-AMOUNT-EDIT-2.
           COMPUTE WS-AMOUNT-EDIT-3 =
               WS-COMPANY-QUAL + WS-COMPANY-NONQUAL.
           MOVE WS-COMPANY-POLICIES TO WS-COUNT-EDIT.
           STRING '  ' WS-BREAK-COMPANY ' TOTAL'
                  '   ' WS-AMOUNT-EDIT-1
                  '  '  WS-AMOUNT-EDIT-2
                  '  '  WS-AMOUNT-EDIT-3
                  '   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO PREMIUM-TAX-REPORT-RECORD
           END-STRING.
           WRITE PREMIUM-TAX-REPORT-RECORD.
           MOVE SPACES TO PREMIUM-TAX-REPORT-RECORD.
           WRITE PREMIUM-TAX-REPORT-RECORD.

           MOVE ZERO TO WS-COMPANY-QUAL
                        WS-COMPANY-NONQUAL
                        WS-COMPANY-POLICIES.

      ******************************************************************
       4400-WRITE-REPORT-HEADING.

           MOVE SPACES TO PREMIUM-TAX-REPORT-RECORD.
           STRING 'STATE PREMIUM TAX REPORT - PREMIUMS RECEIVED IN '
                  WS-TAX-YEAR
                  '  RUN ' WS-RUN-DATE-YYYYMMDD
               DELIMITED BY SIZE INTO PREMIUM-TAX-REPORT-RECORD
           END-STRING.
           WRITE PREMIUM-TAX-REPORT-RECORD.

      ******************************************************************
       4500-WRITE-SECTION-HEADING.

           MOVE SPACES TO PREMIUM-TAX-REPORT-RECORD.
           WRITE PREMIUM-TAX-REPORT-RECORD.
           IF SW-SECTION = '1'
               MOVE '  CO  STATE           QUALIFIED      NON-QUALIFIED'
                   TO PREMIUM-TAX-REPORT-RECORD
               MOVE '              TOTAL    POLICIES'
                   TO PREMIUM-TAX-REPORT-RECORD (51:31)
           ELSE
               MOVE 'EXCEPTIONS - NO USABLE OWNER STATE CODE'
                   TO PREMIUM-TAX-REPORT-RECORD
           END-IF.
           WRITE PREMIUM-TAX-REPORT-RECORD.

      ******************************************************************
      *Control totals - every P row and policy the extract trailer
      *counted is accounted for, and every tax-year premium lands on
      *a state line or the exception list.
      ******************************************************************
       5000-WRITE-CONTROL-TOTALS.

           COMPUTE WS-STATE-LINE-PREMIUMS =
               WS-TOTAL-QUAL + WS-TOTAL-NONQUAL.

           MOVE SPACES TO PREMIUM-TAX-REPORT-RECORD.
           WRITE PREMIUM-TAX-REPORT-RECORD.
           MOVE 'CONTROL TOTALS' TO PREMIUM-TAX-REPORT-RECORD.
           WRITE PREMIUM-TAX-REPORT-RECORD.

           MOVE SPACES TO PREMIUM-TAX-REPORT-RECORD.
           STRING '  POLICIES READ=' WS-POLICIES-READ
                  '  TRAILER POLICIES=' WS-TRAILER-POLICIES
                  '  P ROWS READ=' WS-P-ROWS-READ
                  '  TRAILER P=' WS-TRAILER-P-ROWS
               DELIMITED BY SIZE INTO PREMIUM-TAX-REPORT-RECORD
           END-STRING.
           WRITE PREMIUM-TAX-REPORT-RECORD.

           MOVE SPACES TO PREMIUM-TAX-REPORT-RECORD.
           MOVE WS-ALL-PREMIUMS        TO WS-AMOUNT-EDIT-1.
           MOVE WS-YEAR-PREMIUMS       TO WS-AMOUNT-EDIT-2.
           MOVE WS-OTHER-YEAR-PREMIUMS TO WS-AMOUNT-EDIT-3.
           STRING '  ALL P-ROW PREMIUMS ' WS-AMOUNT-EDIT-1
                  '  IN ' WS-TAX-YEAR ' ' WS-AMOUNT-EDIT-2
                  '  OTHER YEARS ' WS-AMOUNT-EDIT-3
               DELIMITED BY SIZE INTO PREMIUM-TAX-REPORT-RECORD
           END-STRING.
           WRITE PREMIUM-TAX-REPORT-RECORD.

           MOVE SPACES TO PREMIUM-TAX-REPORT-RECORD.
           MOVE WS-STATE-LINE-PREMIUMS TO WS-AMOUNT-EDIT-1.
           MOVE WS-EXCEPTION-PREMIUMS  TO WS-AMOUNT-EDIT-2.
           MOVE WS-EXCEPTION-POLICIES  TO WS-COUNT-EDIT.
           STRING '  ON STATE LINES ' WS-AMOUNT-EDIT-1
                  '  EXCEPTIONS ' WS-AMOUNT-EDIT-2
                  '  EXCEPTION POLICIES ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO PREMIUM-TAX-REPORT-RECORD
           END-STRING.
           WRITE PREMIUM-TAX-REPORT-RECORD.

           MOVE SPACES TO PREMIUM-TAX-REPORT-RECORD.
           IF NOT WS-TRAILER-FOUND
               MOVE '** NO EXTRACT TRAILER - MAY BE INCOMPLETE **'
                   TO PREMIUM-TAX-REPORT-RECORD
           ELSE
               IF WS-POLICIES-READ = WS-TRAILER-POLICIES
                   AND WS-P-ROWS-READ = WS-TRAILER-P-ROWS
                   AND WS-YEAR-PREMIUMS =
                       WS-STATE-LINE-PREMIUMS + WS-EXCEPTION-PREMIUMS
                   MOVE 'PREMIUM TAX TOTALS BALANCE TO EXTRACT TRAILER'
                       TO PREMIUM-TAX-REPORT-RECORD
               ELSE
                   MOVE '** PREMIUM TAX TOTALS OUT OF BALANCE **'
                       TO PREMIUM-TAX-REPORT-RECORD
               END-IF
           END-IF.
           WRITE PREMIUM-TAX-REPORT-RECORD.

      ******************************************************************
       6000-WRITE-FILING-TRAILER.
      *    Exception premiums ride a 'W' record so the filing side
      *    sees premiums no state line carries.

           IF WS-EXCEPTION-POLICIES > ZERO
               MOVE SPACES TO PREMIUM-TAX-RECORD
               MOVE 'W'                   TO PTX-RECORD-TYPE
               MOVE WS-TAX-YEAR           TO PTX-TAX-YEAR
               MOVE ZERO                  TO PTX-QUAL-PREMIUMS
                                             PTX-NONQUAL-PREMIUMS
                                             PTX-RECORD-COUNT
               MOVE WS-EXCEPTION-PREMIUMS TO PTX-TOTAL-PREMIUMS
               MOVE WS-EXCEPTION-POLICIES TO PTX-POLICY-COUNT
               WRITE PREMIUM-TAX-RECORD
           END-IF.

           MOVE SPACES TO PREMIUM-TAX-RECORD.
           MOVE 'T'                    TO PTX-RECORD-TYPE.
           MOVE WS-TAX-YEAR            TO PTX-TAX-YEAR.
           MOVE WS-TOTAL-QUAL          TO PTX-QUAL-PREMIUMS.
           MOVE WS-TOTAL-NONQUAL       TO PTX-NONQUAL-PREMIUMS.
           MOVE WS-STATE-LINE-PREMIUMS TO PTX-TOTAL-PREMIUMS.
           MOVE WS-POLICIES-READ       TO PTX-POLICY-COUNT.
           MOVE WS-DETAIL-RECORDS      TO PTX-RECORD-COUNT.
           WRITE PREMIUM-TAX-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CPREMTAX'         TO WRUNC-JOB-NAME.
           MOVE WS-POLICIES-READ   TO WRUNC-RECORD-COUNT.
           MOVE 'COMPLETE'         TO WRUNC-RUN-STATUS.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
