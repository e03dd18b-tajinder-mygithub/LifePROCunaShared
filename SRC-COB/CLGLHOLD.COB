      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CLGLHOLD.
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
      *D   CLGLHOLD is the legal hold registry over the shared hold
      *D   file LGLHOLD.PDM (WLGLHCPY).  When litigation or a
      *D   regulatory exam opens on a policy or an agent, legal
      *D   places a hold on the company + policy or agent number
      *D   under the matter ID ('P'), and releases it when the
      *D   matter closes ('R').  Every place and release goes on
      *D   the audit file LGLHAUDT.PDM (WLGLACPY).
      *D
      *D   'Q' tells OFILEBTV, PLONPOST and OCOMCTRL whether the
      *D   key they are about to change is held - they refuse the
      *D   change unless a supervisor has overridden it, and an
      *D   override on a held key is itself audit-logged here.
      *D
      *D   'S' tells CRETNMGR and CSNAPSHT whether a file holds a
      *D   held policy or agent number anywhere in it.  The file is
      *D   searched byte by byte for each open hold's 12-byte key
      *D   exactly as the registry carries it (trailing spaces
      *D   included), so it is found in any record layout that
      *D   carries the full policy or agent number field.  With no
      *D   open holds the file is not read at all; with more open
      *D   holds than can be loaded the file is not read either -
      *D   it is reported held (matter TABLE FULL) so nothing under
      *D   a hold that was not loaded can be purged or overwritten.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-027-01 MAINT New program.
101526*H 20261015-038-01 MAINT 'S' reports every file held when the
101526*H                       open holds overflow the key table.
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

           SELECT LEGAL-HOLD-FILE
       COPY WVARYCPY.
                                       LEGAL-HOLD-NAME
       COPY WLORGCPY.
                                       STATUS IS LEGAL-HOLD-FS.

           SELECT HOLD-WORK-FILE
       COPY WVARYCPY.
                                       HOLD-WORK-NAME
       COPY WLORGCPY.
                                       STATUS IS HOLD-WORK-FS.

           SELECT HOLD-AUDIT-FILE
       COPY WVARYCPY.
                                       HOLD-AUDIT-NAME
       COPY WLORGCPY.
                                       STATUS IS HOLD-AUDIT-FS.

      *    Single-byte records - the files searched range from
      *    checkpoints to journal images (the CRETNMGR copy stance).
           SELECT SCAN-FILE
       COPY WVARYCPY.
                                       WLGLM-SCAN-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS SCAN-FS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  LEGAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLGLHCPY.

       FD  HOLD-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-WORK-RECORD                PIC X(64).

       FD  HOLD-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WLGLACPY.

       FD  SCAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCAN-RECORD                     PIC X(01).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  LEGAL-HOLD-FS                   PIC XX.
       01  HOLD-WORK-FS                    PIC XX.
       01  HOLD-AUDIT-FS                   PIC XX.
       01  SCAN-FS                         PIC XX.

      *    Shared registry, work copy and audit file, one set per
      *    work drive.
       01  LEGAL-HOLD-NAME.
           05  WS-HOLD-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LGLHOLD.PDM'.

       01  HOLD-WORK-NAME.
           05  WS-WORK-FILE-DRIVE           PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LGLHOLDW.PDM'.

       01  HOLD-AUDIT-NAME.
           05  WS-AUDIT-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'LGLHAUDT.PDM'.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-HOLD-FILE                    VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG                PIC X(01) VALUE 'N'.
           88  END-OF-SCAN-FILE                    VALUE 'Y'.

       01  WS-ROW-FOUND-FLAG               PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                        VALUE 'Y'.
       01  WS-ROW-MATCH-FLAG               PIC X(01) VALUE 'N'.
           88  WS-ROW-MATCHES                      VALUE 'Y'.
       01  WS-HELD-TYPE                    PIC X(01).

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(08).

      *    Open holds, loaded for a file search.
       78  WS-MAX-HELD-KEYS                    VALUE 500.
       01  WS-HELD-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-HELD-IDX                     PIC 9(03).
       01  WS-HELD-OVERFLOW-FLAG           PIC X(01) VALUE 'N'.
           88  WS-HELD-TABLE-OVERFLOWED            VALUE 'Y'.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS WS-MAX-HELD-KEYS TIMES.
               10  WS-HELD-KEY              PIC X(12).
               10  WS-HELD-MATTER-ID        PIC X(12).

      *    The last 12 bytes read from the file being searched.
       01  WS-SCAN-WINDOW                  PIC X(12).
       01  WS-SCAN-SHIFT                   PIC X(11).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WLGLMCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WLGLM-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-HOLD-FILE-DRIVE
                                           WS-WORK-FILE-DRIVE
                                           WS-AUDIT-FILE-DRIVE
               MOVE ZERO   TO WLGLM-RETURN-CODE
               MOVE SPACES TO WLGLM-ERROR-MESSAGE
                              WLGLM-HELD-MATTER-ID
                              WLGLM-HELD-KEY
               MOVE 'N'    TO WLGLM-ON-HOLD-FLAG
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               EVALUATE TRUE
                   WHEN WLGLM-PLACE-HOLD
                       PERFORM 1000-PLACE-HOLD
                   WHEN WLGLM-RELEASE-HOLD
                       PERFORM 2000-RELEASE-HOLD
                   WHEN WLGLM-QUERY-HOLD
                       PERFORM 3000-QUERY-HOLD
                   WHEN WLGLM-SCAN-FILE
                       PERFORM 4000-SCAN-FILE
                   WHEN OTHER
                       PERFORM 9100-REQUEST-INVALID
               END-EVALUATE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-PLACE-HOLD.
      *    One open hold per matter and key - a second matter on the
      *    same key gets its own row, so each releases on its own.

           PERFORM 9000-EDIT-HOLD-KEY.
           IF WLGLM-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF LEGAL-HOLD-FS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-HOLD-FILE OR WS-ROW-FOUND
                   READ LEGAL-HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 9200-MATCH-MAINTAINED-ROW
                           IF WS-ROW-MATCHES
                               SET WS-ROW-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.
           IF WS-ROW-FOUND
               MOVE LP-RC-LEGAL-HOLD-EXISTS TO WLGLM-RETURN-CODE
               MOVE LP-MSG-LEGAL-HOLD-EXISTS TO WLGLM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND LEGAL-HOLD-FILE.
           IF LEGAL-HOLD-FS = '35' OR '05'
               OPEN OUTPUT LEGAL-HOLD-FILE
           END-IF.
           MOVE SPACES              TO LEGAL-HOLD-RECORD.
           MOVE WLGLM-MATTER-ID     TO LGLH-MATTER-ID.
           MOVE WLGLM-COMPANY-CODE  TO LGLH-COMPANY-CODE.
           MOVE WLGLM-HOLD-TYPE     TO LGLH-HOLD-TYPE.
           MOVE WLGLM-HOLD-KEY      TO LGLH-HOLD-KEY.
           SET LGLH-HELD            TO TRUE.
           MOVE WS-NOW-DATE         TO LGLH-PLACED-DATE.
           MOVE WCODER-ID           TO LGLH-PLACED-BY.
           MOVE ZERO                TO LGLH-RELEASED-DATE.
           WRITE LEGAL-HOLD-RECORD.
           CLOSE LEGAL-HOLD-FILE.

           MOVE SPACES              TO LEGAL-HOLD-AUDIT-RECORD.
           SET LGLA-HOLD-PLACED     TO TRUE.
           MOVE WLGLM-MATTER-ID     TO LGLA-MATTER-ID.
           MOVE WLGLM-HOLD-TYPE     TO LGLA-HOLD-TYPE.
           PERFORM 8000-WRITE-AUDIT-ROW.

      ******************************************************************
       2000-RELEASE-HOLD.
      *    Streams the registry to the work copy marking the matter's
      *    hold on the key released, then streams it back - the
      *    rewrite idiom CDTHMNT uses.

           PERFORM 9000-EDIT-HOLD-KEY.
           IF WLGLM-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF LEGAL-HOLD-FS NOT = '00'
               MOVE LP-RC-LEGAL-HOLD-NOT-FOUND TO WLGLM-RETURN-CODE
               MOVE LP-MSG-LEGAL-HOLD-NOT-FOUND
                                       TO WLGLM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HOLD-WORK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-HOLD-FILE
               READ LEGAL-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 9200-MATCH-MAINTAINED-ROW
                       IF WS-ROW-MATCHES
                           SET WS-ROW-FOUND  TO TRUE
                           SET LGLH-RELEASED TO TRUE
                           MOVE WS-NOW-DATE TO LGLH-RELEASED-DATE
                           MOVE WCODER-ID   TO LGLH-RELEASED-BY
                       END-IF
                       WRITE HOLD-WORK-RECORD
                           FROM LEGAL-HOLD-RECORD
               END-READ
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE
                 HOLD-WORK-FILE.

           IF NOT WS-ROW-FOUND
               MOVE LP-RC-LEGAL-HOLD-NOT-FOUND TO WLGLM-RETURN-CODE
               MOVE LP-MSG-LEGAL-HOLD-NOT-FOUND
                                       TO WLGLM-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT HOLD-WORK-FILE.
           OPEN OUTPUT LEGAL-HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-HOLD-FILE
               READ HOLD-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE LEGAL-HOLD-RECORD
                           FROM HOLD-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE
                 HOLD-WORK-FILE.

           MOVE SPACES              TO LEGAL-HOLD-AUDIT-RECORD.
           SET LGLA-HOLD-RELEASED   TO TRUE.
           MOVE WLGLM-MATTER-ID     TO LGLA-MATTER-ID.
           MOVE WLGLM-HOLD-TYPE     TO LGLA-HOLD-TYPE.
           PERFORM 8000-WRITE-AUDIT-ROW.

      ******************************************************************
       3000-QUERY-HOLD.
      *    No registry means nothing is held.  A policy key and an
      *    agent key are both company + 12 bytes, so the hold type
      *    is not needed to match.

           IF WLGLM-COMPANY-CODE = SPACES
               OR WLGLM-HOLD-KEY = SPACES
               PERFORM 9100-REQUEST-INVALID
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LEGAL-HOLD-FILE.
           IF LEGAL-HOLD-FS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-HOLD-FILE OR WLGLM-ON-HOLD
               READ LEGAL-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LGLH-COMPANY-CODE = WLGLM-COMPANY-CODE
                           AND LGLH-HOLD-KEY = WLGLM-HOLD-KEY
                           AND LGLH-HELD
                           SET WLGLM-ON-HOLD TO TRUE
                           MOVE LGLH-MATTER-ID
                                       TO WLGLM-HELD-MATTER-ID
                           MOVE LGLH-HOLD-KEY
                                       TO WLGLM-HELD-KEY
                           MOVE LGLH-HOLD-TYPE TO WS-HELD-TYPE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE.

      *    The caller goes ahead on a supervisor's say-so - legal
      *    sees the change against the matter.
           IF WLGLM-ON-HOLD
               AND WLGLM-SUPV-OVERRIDE
               MOVE SPACES              TO LEGAL-HOLD-AUDIT-RECORD
               SET LGLA-HOLD-OVERRIDDEN TO TRUE
               MOVE WLGLM-HELD-MATTER-ID
                                        TO LGLA-MATTER-ID
               MOVE WS-HELD-TYPE        TO LGLA-HOLD-TYPE
               MOVE WLGLM-CALLER-ID     TO LGLA-CALLER-ID
               PERFORM 8000-WRITE-AUDIT-ROW
           END-IF.

      ******************************************************************
       4000-SCAN-FILE.

           IF WLGLM-SCAN-FILE-NAME = SPACES
               PERFORM 9100-REQUEST-INVALID
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4100-LOAD-HELD-KEYS.
      *    Holds past the table were never loaded, so any file may
      *    carry one of them - keep it rather than search it.
           IF WS-HELD-TABLE-OVERFLOWED
               SET WLGLM-ON-HOLD TO TRUE
               MOVE 'TABLE FULL'   TO WLGLM-HELD-MATTER-ID
               MOVE 'ALL KEYS'     TO WLGLM-HELD-KEY
               EXIT PARAGRAPH
           END-IF.
           IF WS-HELD-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

      *    A file that will not open holds nothing to keep - the
      *    caller meets the same open failure on its own side.
           OPEN INPUT SCAN-FILE.
           IF SCAN-FS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO WS-SCAN-WINDOW.
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           PERFORM UNTIL END-OF-SCAN-FILE OR WLGLM-ON-HOLD
               READ SCAN-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   NOT AT END
                       PERFORM 4200-SLIDE-AND-MATCH
               END-READ
           END-PERFORM.
           CLOSE SCAN-FILE.

      ******************************************************************
       4100-LOAD-HELD-KEYS.

           MOVE ZERO TO WS-HELD-COUNT.
           MOVE 'N'  TO WS-HELD-OVERFLOW-FLAG.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF LEGAL-HOLD-FS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-HOLD-FILE
               OR WS-HELD-TABLE-OVERFLOWED
               READ LEGAL-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LGLH-HELD
                           IF WS-HELD-COUNT >= WS-MAX-HELD-KEYS
                               SET WS-HELD-TABLE-OVERFLOWED TO TRUE
                           ELSE
                               ADD 1 TO WS-HELD-COUNT
                               MOVE LGLH-HOLD-KEY
                                   TO WS-HELD-KEY (WS-HELD-COUNT)
                               MOVE LGLH-MATTER-ID
                                   TO WS-HELD-MATTER-ID (WS-HELD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE.

      ******************************************************************
       4200-SLIDE-AND-MATCH.

           MOVE WS-SCAN-WINDOW (2:11) TO WS-SCAN-SHIFT.
           MOVE WS-SCAN-SHIFT         TO WS-SCAN-WINDOW (1:11).
           MOVE SCAN-RECORD           TO WS-SCAN-WINDOW (12:1).

           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-COUNT
                  OR WLGLM-ON-HOLD
               IF WS-SCAN-WINDOW = WS-HELD-KEY (WS-HELD-IDX)
                   SET WLGLM-ON-HOLD TO TRUE
                   MOVE WS-HELD-MATTER-ID (WS-HELD-IDX)
                                       TO WLGLM-HELD-MATTER-ID
                   MOVE WS-HELD-KEY (WS-HELD-IDX)
                                       TO WLGLM-HELD-KEY
               END-IF
           END-PERFORM.

      ******************************************************************
       8000-WRITE-AUDIT-ROW.
      *    The caller sets the action, matter and hold type (and
      *    the caller ID on an override).

           OPEN EXTEND HOLD-AUDIT-FILE.
           IF HOLD-AUDIT-FS = '35' OR '05'
               OPEN OUTPUT HOLD-AUDIT-FILE
           END-IF.
           MOVE WS-NOW-DATE         TO LGLA-ACTION-DATE.
           MOVE WS-NOW-TIME         TO LGLA-ACTION-TIME.
           MOVE WCODER-ID           TO LGLA-CODER-ID.
           MOVE WLGLM-COMPANY-CODE  TO LGLA-COMPANY-CODE.
           MOVE WLGLM-HOLD-KEY      TO LGLA-HOLD-KEY.
           WRITE LEGAL-HOLD-AUDIT-RECORD.
           CLOSE HOLD-AUDIT-FILE.

      ******************************************************************
       9000-EDIT-HOLD-KEY.

           IF WLGLM-MATTER-ID = SPACES
               OR WLGLM-COMPANY-CODE = SPACES
               OR WLGLM-HOLD-KEY = SPACES
               OR (WLGLM-HOLD-TYPE NOT = 'P'
                   AND WLGLM-HOLD-TYPE NOT = 'A')
               PERFORM 9100-REQUEST-INVALID
           END-IF.

      ******************************************************************
       9100-REQUEST-INVALID.

           MOVE LP-RC-LEGAL-HOLD-INVALID TO WLGLM-RETURN-CODE.
           MOVE LP-MSG-LEGAL-HOLD-INVALID TO WLGLM-ERROR-MESSAGE.

      ******************************************************************
       9200-MATCH-MAINTAINED-ROW.
      *    An open hold for this request's matter, company, type and
      *    key.

           MOVE 'N' TO WS-ROW-MATCH-FLAG.
           IF LGLH-HELD
               AND LGLH-MATTER-ID    = WLGLM-MATTER-ID
               AND LGLH-COMPANY-CODE = WLGLM-COMPANY-CODE
               AND LGLH-HOLD-TYPE    = WLGLM-HOLD-TYPE
               AND LGLH-HOLD-KEY     = WLGLM-HOLD-KEY
               SET WS-ROW-MATCHES TO TRUE
           END-IF.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
