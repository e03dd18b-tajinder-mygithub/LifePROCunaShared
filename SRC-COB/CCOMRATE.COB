      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CCOMRATE.
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
      *D   CCOMRATE prices one commission transaction against the
      *D   commission rate schedule COMMSCHD.PDM (WCSCHCPY) that
      *D   CCSCHMNT maintains.  The policy year comes from the issue
      *D   date (year 01 is the first twelve months from issue); the
      *D   rate is the schedule row for the transaction's company,
      *D   product and policy year in effect on the transaction
      *D   date.  A product's own rows beat the company's SPACES-
      *D   product default, the highest policy year not past the
      *D   transaction's wins (a row applies from its year onward),
      *D   and among those the latest effective date wins.  No row
      *D   - or no issue date - prices at 100% of premium, what the
      *D   feed paid before the schedule existed.  The schedule is
      *D   loaded on the first call and held for the run.
101526*D
101526*D   A benefit increase's added premium (WCRAT-RATE-TYPE 'I')
101526*D   prices off the increase rows of the schedule by the same
101526*D   rules; a company with no increase row that applies pays
101526*D   the increase at its ordinary rate instead.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-001-03 MAINT New program.
101526*H 20261015-035-03 MAINT Increase schedule rows (rate type 'I')
101526*H                       for benefit-increase premium.
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

           SELECT SCHEDULE-FILE
       COPY WVARYCPY.
                                       SCHEDULE-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS SCHEDULE-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCSCHCPY.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.

       01  SCHEDULE-STATUS                 PIC XX.

       01  SCHEDULE-FILE-NAME.
           05  WS-SCHEDULE-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'COMMSCHD.PDM'.

       78  WS-MAX-SCHEDULE-ROWS                VALUE 1000.
       01  WS-SCHED-LOADED-FLAG            PIC X(01) VALUE 'N'.
           88  WS-SCHED-LOADED                     VALUE 'Y'.
       01  WS-SCHED-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-SCHED-IDX                    PIC 9(04).
       01  WS-SCHED-BEST-IDX               PIC 9(04).
       01  WS-SCHED-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  END-OF-SCHEDULE-FILE                VALUE 'Y'.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-ENTRY OCCURS WS-MAX-SCHEDULE-ROWS TIMES.
               10  WS-SCHED-COMPANY            PIC X(02).
               10  WS-SCHED-PRODUCT            PIC X(10).
               10  WS-SCHED-POLICY-YEAR        PIC 9(02).
               10  WS-SCHED-EFFECTIVE-DATE     PIC 9(08).
               10  WS-SCHED-RATE               PIC 9(03)V9(04).
101526         10  WS-SCHED-RATE-TYPE          PIC X(01).

101526*    Which schedule rows the current search ranks - the
101526*    increase rows first for an increase, then the ordinary.
101526 01  WS-SEARCH-RATE-TYPE             PIC X(01).

       01  WS-ISSUE-DATE                   PIC 9(08).
       01  WS-ISSUE-DATE-SPLIT REDEFINES WS-ISSUE-DATE.
           05  WS-ISSUE-YYYY               PIC 9(04).
           05  WS-ISSUE-MMDD               PIC 9(04).
       01  WS-TRANS-DATE                   PIC 9(08).
       01  WS-TRANS-DATE-SPLIT REDEFINES WS-TRANS-DATE.
           05  WS-TRANS-YYYY               PIC 9(04).
           05  WS-TRANS-MMDD               PIC 9(04).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WCRATCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WCRAT-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE ZERO TO WCRAT-RETURN-CODE
               IF NOT WS-SCHED-LOADED
                   PERFORM 1000-LOAD-SCHEDULE
               END-IF
               PERFORM 2000-FIGURE-POLICY-YEAR
               PERFORM 3000-FIND-SCHEDULE-RATE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-LOAD-SCHEDULE.
      *    No schedule file on the work drive leaves the table empty
      *    and every transaction prices at 100% of premium.

           SET WS-SCHED-LOADED TO TRUE.
           MOVE ZERO TO WS-SCHED-COUNT.
           MOVE WOPTION-WORK-DRIVE TO WS-SCHEDULE-FILE-DRIVE.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SCHED-EOF-FLAG.
           PERFORM UNTIL END-OF-SCHEDULE-FILE
                      OR WS-SCHED-COUNT >= WS-MAX-SCHEDULE-ROWS
               READ SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-SCHED-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SCHED-COUNT
                       MOVE CSCH-COMPANY-CODE
                           TO WS-SCHED-COMPANY (WS-SCHED-COUNT)
                       MOVE CSCH-PRODUCT-ID
                           TO WS-SCHED-PRODUCT (WS-SCHED-COUNT)
                       MOVE CSCH-POLICY-YEAR
                           TO WS-SCHED-POLICY-YEAR (WS-SCHED-COUNT)
                       MOVE CSCH-EFFECTIVE-DATE
                           TO WS-SCHED-EFFECTIVE-DATE
                                                   (WS-SCHED-COUNT)
                       MOVE CSCH-RATE-PCNT
                           TO WS-SCHED-RATE (WS-SCHED-COUNT)
101526                 MOVE CSCH-RATE-TYPE
101526                     TO WS-SCHED-RATE-TYPE (WS-SCHED-COUNT)
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

      ******************************************************************
       2000-FIGURE-POLICY-YEAR.

           MOVE ZERO TO WCRAT-OUT-POLICY-YEAR.
           MOVE WCRAT-ISSUE-DATE       TO WS-ISSUE-DATE.
           MOVE WCRAT-TRANSACTION-DATE TO WS-TRANS-DATE.
           IF WS-ISSUE-DATE = ZERO
               OR WS-ISSUE-DATE > WS-TRANS-DATE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WCRAT-OUT-POLICY-YEAR =
               WS-TRANS-YYYY - WS-ISSUE-YYYY + 1.
           IF WS-TRANS-MMDD < WS-ISSUE-MMDD
               SUBTRACT 1 FROM WCRAT-OUT-POLICY-YEAR
           END-IF.

      ******************************************************************
       3000-FIND-SCHEDULE-RATE.

           MOVE 100 TO WCRAT-OUT-RATE-PCNT.
           MOVE 'N' TO WCRAT-OUT-SCHEDULED-FLAG.
           MOVE ZERO TO WS-SCHED-BEST-IDX.

           IF WCRAT-OUT-POLICY-YEAR = ZERO
               EXIT PARAGRAPH
           END-IF.

101526     IF WCRAT-INCREASE-RATE
101526         MOVE 'I' TO WS-SEARCH-RATE-TYPE
101526         PERFORM 3050-SEARCH-SCHEDULE
101526     END-IF.
101526     IF WS-SCHED-BEST-IDX = ZERO
101526         MOVE SPACE TO WS-SEARCH-RATE-TYPE
101526         PERFORM 3050-SEARCH-SCHEDULE
101526     END-IF.

           IF WS-SCHED-BEST-IDX > ZERO
               MOVE WS-SCHED-RATE (WS-SCHED-BEST-IDX)
                                       TO WCRAT-OUT-RATE-PCNT
               SET WCRAT-OUT-SCHEDULED TO TRUE
           END-IF.

      ******************************************************************
101526 3050-SEARCH-SCHEDULE.

           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF WS-SCHED-COMPANY (WS-SCHED-IDX)
                       = WCRAT-COMPANY-CODE
                   AND (WS-SCHED-PRODUCT (WS-SCHED-IDX)
                           = WCRAT-PRODUCT-ID
                       OR WS-SCHED-PRODUCT (WS-SCHED-IDX) = SPACES)
                   AND WS-SCHED-POLICY-YEAR (WS-SCHED-IDX)
                       NOT > WCRAT-OUT-POLICY-YEAR
                   AND WS-SCHED-EFFECTIVE-DATE (WS-SCHED-IDX)
                       NOT > WCRAT-TRANSACTION-DATE
101526             AND WS-SCHED-RATE-TYPE (WS-SCHED-IDX)
101526                 = WS-SEARCH-RATE-TYPE
                   PERFORM 3100-RANK-SCHEDULE-ROW
               END-IF
           END-PERFORM.

      ******************************************************************
       3100-RANK-SCHEDULE-ROW.
      *    This row replaces the best so far when it is more specific
      *    (own product over the default), then when it starts at a
      *    later policy year, then when it took effect later.

           IF WS-SCHED-BEST-IDX = ZERO
               MOVE WS-SCHED-IDX TO WS-SCHED-BEST-IDX
               EXIT PARAGRAPH
           END-IF.

           IF WS-SCHED-PRODUCT (WS-SCHED-IDX) NOT = SPACES
               AND WS-SCHED-PRODUCT (WS-SCHED-BEST-IDX) = SPACES
               MOVE WS-SCHED-IDX TO WS-SCHED-BEST-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCHED-PRODUCT (WS-SCHED-IDX) = SPACES
               AND WS-SCHED-PRODUCT (WS-SCHED-BEST-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-SCHED-POLICY-YEAR (WS-SCHED-IDX)
                   > WS-SCHED-POLICY-YEAR (WS-SCHED-BEST-IDX)
               MOVE WS-SCHED-IDX TO WS-SCHED-BEST-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCHED-POLICY-YEAR (WS-SCHED-IDX)
                   = WS-SCHED-POLICY-YEAR (WS-SCHED-BEST-IDX)
               AND WS-SCHED-EFFECTIVE-DATE (WS-SCHED-IDX)
                   > WS-SCHED-EFFECTIVE-DATE (WS-SCHED-BEST-IDX)
               MOVE WS-SCHED-IDX TO WS-SCHED-BEST-IDX
           END-IF.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
