      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CABNKMNT.
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
      *D   CABNKMNT maintains the agent bank account master
      *D   AGTBANK.PDM (WABNKCPY) - where the CAGTEFT payment run
      *D   sends each agent's commission by ACH.  'P' puts an
      *D   agent's routing/account/type; an add, or a change to any
      *D   of the three, resets the account to prenote pending, so
      *D   money never follows a new account number until a
      *D   zero-dollar prenote has gone through clean.  'D' deletes
      *D   the row.  'S'/'V'/'R' move the prenote along: sent (by
      *D   the payment run), verified and rejected.  Every change
      *D   leaves a before/after record on the AGTBAUDT.PDM audit
      *D   trail, the same stance CPAYMNTC takes for the payee
      *D   master.  The routing number must pass the ABA check
      *D   digit.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-002-01 MAINT New program.
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

           SELECT BANK-MASTER-FILE
       COPY WVARYCPY.
                                       BANK-MASTER-NAME
       COPY WLORGCPY.
                                       STATUS IS BANK-MASTER-STATUS.

           SELECT BANK-WORK-FILE
       COPY WVARYCPY.
                                       BANK-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS BANK-WORK-STATUS.

           SELECT BANK-AUDIT-FILE
       COPY WVARYCPY.
                                       BANK-AUDIT-NAME
       COPY WLORGCPY.
                                       STATUS IS BANK-AUDIT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  BANK-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WABNKCPY.

      *    Sized to the WABNKCPY record it streams.
       FD  BANK-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-WORK-RECORD                PIC X(60).

       FD  BANK-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-AUDIT-RECORD.
           05  BAUD-DATE                   PIC 9(08).
           05  BAUD-TIME                   PIC 9(06).
           05  BAUD-CODER-ID               PIC X(04).
           05  BAUD-FUNCTION               PIC X(01).
           05  BAUD-AGENT-NUMBER           PIC X(12).
           05  BAUD-BEFORE-ROUTING         PIC X(09).
           05  BAUD-BEFORE-ACCOUNT         PIC X(17).
           05  BAUD-BEFORE-TYPE            PIC X(01).
           05  BAUD-BEFORE-PRENOTE         PIC X(01).
           05  BAUD-AFTER-ROUTING          PIC X(09).
           05  BAUD-AFTER-ACCOUNT          PIC X(17).
           05  BAUD-AFTER-TYPE             PIC X(01).
           05  BAUD-AFTER-PRENOTE          PIC X(01).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  BANK-MASTER-STATUS              PIC XX.
       01  BANK-WORK-STATUS                PIC XX.
       01  BANK-AUDIT-STATUS               PIC XX.

      *    Shared master, one per work drive - the accounts belong
      *    to treasury, not to one coder.
       01  BANK-MASTER-NAME.
           05  WS-BANK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'AGTBANK.PDM'.

       01  BANK-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'AGTBANKW.PDM'.

       01  BANK-AUDIT-NAME.
           05  WS-AUDIT-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'AGTBAUDT.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-BANK-FILE                    VALUE 'Y'.

       01  WS-ROW-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                        VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME-RAW                 PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(06).

      *    The row as it stood before this change, and as it will
      *    stand after.
       01  WS-BEFORE-ROW.
           05  WS-BEFORE-AGENT             PIC X(12).
           05  WS-BEFORE-ROUTING           PIC X(09).
           05  WS-BEFORE-ACCOUNT           PIC X(17).
           05  WS-BEFORE-TYPE              PIC X(01).
           05  WS-BEFORE-PRENOTE           PIC X(01).
           05  WS-BEFORE-PRENOTE-DATE      PIC 9(08).
           05  FILLER                      PIC X(12).
       01  WS-AFTER-PRENOTE                PIC X(01).
       01  WS-AFTER-PRENOTE-DATE           PIC 9(08).

      *    ABA check digit - 3/7/1 weights over the nine digits must
      *    sum to a multiple of ten.
       01  WS-ROUTING-DIGITS               PIC 9(09).
       01  WS-ROUTING-DIGIT-TABLE REDEFINES WS-ROUTING-DIGITS.
           05  WS-ROUTING-DIGIT OCCURS 9 TIMES
                                           PIC 9(01).
       01  WS-ABA-SUM                      PIC 9(04).
       01  WS-ABA-QUOTIENT                 PIC 9(04).
       01  WS-ABA-REMAINDER                PIC 9(02).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WABMNCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WABMN-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-BANK-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
                                           WS-AUDIT-FILE-DRIVE
               MOVE ZERO   TO WABMN-RETURN-CODE
               MOVE SPACES TO WABMN-ERROR-MESSAGE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME-RAW FROM TIME
               MOVE WS-NOW-TIME-RAW (1:6) TO WS-NOW-TIME
               PERFORM 1000-VALIDATE-REQUEST
               IF WABMN-RETURN-CODE = ZERO
                   PERFORM 2000-APPLY-CHANGE
               END-IF
               IF WABMN-RETURN-CODE = ZERO
                   PERFORM 4000-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-VALIDATE-REQUEST.

           IF NOT (WABMN-PUT-ACCOUNT OR WABMN-DELETE-ACCOUNT
                   OR WABMN-PRENOTE-SENT OR WABMN-PRENOTE-VERIFIED
                   OR WABMN-PRENOTE-REJECTED)
               OR WABMN-AGENT-NUMBER = SPACES
               MOVE LP-RC-BANK-REQUEST-INVALID TO WABMN-RETURN-CODE
               MOVE LP-MSG-BANK-REQUEST-INVALID
                                       TO WABMN-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF WABMN-PUT-ACCOUNT
               IF WABMN-ACCOUNT-NUMBER = SPACES
                   OR NOT (WABMN-ACCOUNT-TYPE = 'C' OR 'S')
                   OR WABMN-ROUTING-NUMBER NOT NUMERIC
                   MOVE LP-RC-BANK-REQUEST-INVALID
                                       TO WABMN-RETURN-CODE
                   MOVE LP-MSG-BANK-REQUEST-INVALID
                                       TO WABMN-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               PERFORM 1100-CHECK-ROUTING-DIGIT
           END-IF.

      ******************************************************************
       1100-CHECK-ROUTING-DIGIT.

           MOVE WABMN-ROUTING-NUMBER TO WS-ROUTING-DIGITS.
           COMPUTE WS-ABA-SUM =
               3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)
                    + WS-ROUTING-DIGIT (7))
             + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)
                    + WS-ROUTING-DIGIT (8))
             +     (WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)
                    + WS-ROUTING-DIGIT (9)).
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
               REMAINDER WS-ABA-REMAINDER.
           IF WS-ABA-REMAINDER NOT = ZERO
               OR WS-ABA-SUM = ZERO
               MOVE LP-RC-BANK-REQUEST-INVALID TO WABMN-RETURN-CODE
               MOVE LP-MSG-BANK-REQUEST-INVALID
                                       TO WABMN-ERROR-MESSAGE
           END-IF.

      ******************************************************************
       2000-APPLY-CHANGE.
      *    Stream the master to the work copy, dropping the agent's
      *    row (remembered for the audit and for a status change);
      *    anything but a delete then appends the replacement.  Same
      *    rewrite idiom CPAYMNTC uses.

           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           MOVE SPACES TO WS-BEFORE-ROW.
           MOVE ZERO TO WS-BEFORE-PRENOTE-DATE.

           OPEN INPUT BANK-MASTER-FILE.
           IF BANK-MASTER-STATUS NOT = '00'
               IF NOT WABMN-PUT-ACCOUNT
                   MOVE LP-RC-BANK-ROW-NOT-FOUND
                                       TO WABMN-RETURN-CODE
                   MOVE LP-MSG-BANK-ROW-NOT-FOUND
                                       TO WABMN-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
      *        First account ever creates the master.
               PERFORM 2500-SET-AFTER-PRENOTE
               OPEN OUTPUT BANK-MASTER-FILE
               PERFORM 3000-WRITE-BANK-ROW
               CLOSE BANK-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT BANK-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-BANK-FILE
               READ BANK-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ABNK-AGENT-NUMBER = WABMN-AGENT-NUMBER
                           SET WS-ROW-FOUND TO TRUE
                           MOVE AGENT-BANK-RECORD TO WS-BEFORE-ROW
                       ELSE
                           WRITE BANK-WORK-RECORD
                               FROM AGENT-BANK-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANK-MASTER-FILE
                 BANK-WORK-FILE.

           IF NOT WABMN-PUT-ACCOUNT AND NOT WS-ROW-FOUND
               MOVE LP-RC-BANK-ROW-NOT-FOUND TO WABMN-RETURN-CODE
               MOVE LP-MSG-BANK-ROW-NOT-FOUND
                                       TO WABMN-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2500-SET-AFTER-PRENOTE.
           IF WABMN-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BANK-WORK-FILE.
           OPEN OUTPUT BANK-MASTER-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-BANK-FILE
               READ BANK-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE AGENT-BANK-RECORD
                           FROM BANK-WORK-RECORD
               END-READ
           END-PERFORM.
           IF NOT WABMN-DELETE-ACCOUNT
               PERFORM 3000-WRITE-BANK-ROW
           END-IF.
           CLOSE BANK-MASTER-FILE
                 BANK-WORK-FILE.

      ******************************************************************
       2500-SET-AFTER-PRENOTE.
      *    A put of the same routing/account/type keeps the row's
      *    prenote standing; anything new starts over at pending.
      *    A prenote can only be verified once it has been sent.

           MOVE WS-BEFORE-PRENOTE      TO WS-AFTER-PRENOTE.
           MOVE WS-BEFORE-PRENOTE-DATE TO WS-AFTER-PRENOTE-DATE.

           EVALUATE TRUE
               WHEN WABMN-PUT-ACCOUNT
                   IF NOT WS-ROW-FOUND
                       OR WABMN-ROUTING-NUMBER NOT = WS-BEFORE-ROUTING
                       OR WABMN-ACCOUNT-NUMBER NOT = WS-BEFORE-ACCOUNT
                       OR WABMN-ACCOUNT-TYPE NOT = WS-BEFORE-TYPE
                       MOVE 'P'  TO WS-AFTER-PRENOTE
                       MOVE ZERO TO WS-AFTER-PRENOTE-DATE
                   END-IF
               WHEN WABMN-PRENOTE-SENT
                   MOVE 'S'         TO WS-AFTER-PRENOTE
                   MOVE WS-NOW-DATE TO WS-AFTER-PRENOTE-DATE
               WHEN WABMN-PRENOTE-VERIFIED
                   IF WS-BEFORE-PRENOTE NOT = 'S'
                       MOVE LP-RC-BANK-REQUEST-INVALID
                                       TO WABMN-RETURN-CODE
                       MOVE LP-MSG-BANK-REQUEST-INVALID
                                       TO WABMN-ERROR-MESSAGE
                   ELSE
                       MOVE 'V'         TO WS-AFTER-PRENOTE
                   END-IF
               WHEN WABMN-PRENOTE-REJECTED
                   MOVE 'R'         TO WS-AFTER-PRENOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Only a put carries the account fields - a status change
      *    re-writes the row exactly as it stood.
           IF NOT WABMN-PUT-ACCOUNT
               MOVE WS-BEFORE-ROUTING  TO WABMN-ROUTING-NUMBER
               MOVE WS-BEFORE-ACCOUNT  TO WABMN-ACCOUNT-NUMBER
               MOVE WS-BEFORE-TYPE     TO WABMN-ACCOUNT-TYPE
           END-IF.

      ******************************************************************
       3000-WRITE-BANK-ROW.

           MOVE SPACES                 TO AGENT-BANK-RECORD.
           MOVE WABMN-AGENT-NUMBER     TO ABNK-AGENT-NUMBER.
           MOVE WABMN-ROUTING-NUMBER   TO ABNK-ROUTING-NUMBER.
           MOVE WABMN-ACCOUNT-NUMBER   TO ABNK-ACCOUNT-NUMBER.
           MOVE WABMN-ACCOUNT-TYPE     TO ABNK-ACCOUNT-TYPE.
           MOVE WS-AFTER-PRENOTE       TO ABNK-PRENOTE-STATUS.
           MOVE WS-AFTER-PRENOTE-DATE  TO ABNK-PRENOTE-DATE.
           MOVE WS-NOW-DATE            TO ABNK-MAINT-DATE.
           MOVE WCODER-ID              TO ABNK-CODER-ID.
           WRITE AGENT-BANK-RECORD.

      ******************************************************************
       4000-WRITE-AUDIT-RECORD.

           OPEN EXTEND BANK-AUDIT-FILE.
           IF BANK-AUDIT-STATUS = '35' OR '05'
               OPEN OUTPUT BANK-AUDIT-FILE
           END-IF.
           MOVE WS-NOW-DATE            TO BAUD-DATE.
           MOVE WS-NOW-TIME            TO BAUD-TIME.
           MOVE WCODER-ID              TO BAUD-CODER-ID.
           MOVE WABMN-FUNCTION         TO BAUD-FUNCTION.
           MOVE WABMN-AGENT-NUMBER     TO BAUD-AGENT-NUMBER.
           MOVE WS-BEFORE-ROUTING      TO BAUD-BEFORE-ROUTING.
           MOVE WS-BEFORE-ACCOUNT      TO BAUD-BEFORE-ACCOUNT.
           MOVE WS-BEFORE-TYPE         TO BAUD-BEFORE-TYPE.
           MOVE WS-BEFORE-PRENOTE      TO BAUD-BEFORE-PRENOTE.
           IF WABMN-DELETE-ACCOUNT
               MOVE SPACES             TO BAUD-AFTER-ROUTING
                                          BAUD-AFTER-ACCOUNT
                                          BAUD-AFTER-TYPE
                                          BAUD-AFTER-PRENOTE
           ELSE
               MOVE WABMN-ROUTING-NUMBER
                                       TO BAUD-AFTER-ROUTING
               MOVE WABMN-ACCOUNT-NUMBER
                                       TO BAUD-AFTER-ACCOUNT
               MOVE WABMN-ACCOUNT-TYPE TO BAUD-AFTER-TYPE
               MOVE WS-AFTER-PRENOTE   TO BAUD-AFTER-PRENOTE
           END-IF.
           WRITE BANK-AUDIT-RECORD.
           CLOSE BANK-AUDIT-FILE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
