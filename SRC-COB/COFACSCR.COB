      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     COFACSCR.
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
      *D   COFACSCR screens a payee against the Treasury OFAC
      *D   Specially Designated Nationals list before money goes
      *D   out - a loan take (CLONAPLY), a commission payment
      *D   (CAGTEFT) or a surrender.
      *D
      *D   The list is loaded on the first call of the run from the
      *D   pipe-delimited files OFAC publishes: the SDN entries
      *D   (SDN.PIP, kept as OFACSDN.PDM - entity number, name,
      *D   type, program) and their addresses (ADD.PIP, kept as
      *D   OFACADD.PDM - entity number, address number, street,
      *D   city/state/postal code, country).  The caller refreshes
      *D   the two files from each list publication.
      *D
      *D   Matching is by name word, so word order and punctuation
      *D   do not matter ("SMITH, John" finds JOHN A SMITH): each
      *D   significant word of an SDN name scores 2 against an
      *D   identical word of the payee name and 1 against one a
      *D   single letter off (one letter changed, added or
      *D   dropped), and the total is taken over the words of both
      *D   names, 0-100.  A near-miss name is lifted by 15
      *D   when the payee's city appears in one of that entry's
      *D   SDN addresses.  At WS-HIT-SCORE or over the payee is a
      *D   potential match.
      *D
      *D   A potential match opens a pending item on the review
      *D   queue (OFACREVW.PDM) and the caller holds the payment
      *D   until a second coder decides it through COFACRVW.  A
      *D   later screening of the same payee, name and SDN entry
      *D   follows that decision - cleared releases, confirmed
      *D   blocks, pending stays held - rather than opening
      *D   another item.  With no list loaded nothing is released,
      *D   nor with a list (or address file) too long to load whole
      *D   - a payee is never passed on part of the list.
      *D
      *D   Every screening, hit or not, is appended to the
      *D   screening log (OFACLOG.PDM) - COFACINQ searches it.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-025-01 MAINT New program.
101526*H 20261015-038-03 MAINT Payee word no longer left in place of
101526*H                       the SDN word after a length-swapped
101526*H                       compare; nothing screened on a list
101526*H                       or address file cut short by the table.
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

           SELECT SDN-LIST-FILE
       COPY WVARYCPY.
                                       SDN-LIST-NAME
       COPY WLORGCPY.
                                       STATUS IS SDN-LIST-STATUS.

           SELECT SDN-ADDRESS-FILE
       COPY WVARYCPY.
                                       SDN-ADDRESS-NAME
       COPY WLORGCPY.
                                       STATUS IS SDN-ADDRESS-STATUS.

           SELECT OFAC-LOG-FILE
       COPY WVARYCPY.
                                       OFAC-LOG-NAME
       COPY WLORGCPY.
                                       STATUS IS OFAC-LOG-STATUS.

           SELECT OFAC-REVIEW-FILE
       COPY WVARYCPY.
                                       OFAC-REVIEW-NAME
       COPY WLORGCPY.
                                       STATUS IS OFAC-REVIEW-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SDN-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDN-LIST-RECORD                 PIC X(1000).

       FD  SDN-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDN-ADDRESS-RECORD              PIC X(600).

       FD  OFAC-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WOFLGCPY.

       FD  OFAC-REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WOFRVCPY.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  SDN-LIST-STATUS                 PIC XX.
       01  SDN-ADDRESS-STATUS              PIC XX.
       01  OFAC-LOG-STATUS                 PIC XX.
       01  OFAC-REVIEW-STATUS              PIC XX.

      *    All four shared, one per work drive.
       01  SDN-LIST-NAME.
           05  WS-SDN-FILE-DRIVE            PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'OFACSDN.PDM'.

       01  SDN-ADDRESS-NAME.
           05  WS-ADDRESS-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'OFACADD.PDM'.

       01  OFAC-LOG-NAME.
           05  WS-LOG-FILE-DRIVE            PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'OFACLOG.PDM'.

       01  OFAC-REVIEW-NAME.
           05  WS-REVIEW-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'OFACREVW.PDM'.

      *    Potential match at WS-HIT-SCORE; a name at WS-NEAR-SCORE
      *    or over is lifted by WS-ADDRESS-LIFT on a city match.
       78  WS-HIT-SCORE                        VALUE 80.
       78  WS-NEAR-SCORE                       VALUE 60.
       78  WS-ADDRESS-LIFT                     VALUE 15.

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

      *    The list is loaded once per run - the program stays
      *    resident between a batch's calls.
       01  WS-LIST-LOADED-FLAG             PIC X(01) VALUE 'N'.
           88  WS-LIST-LOADED                      VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(08).
       01  WS-REQUESTED-BY                 PIC X(04).

      *    One SDN.PIP / ADD.PIP line split at the pipes.
       01  WS-PIP-FIELDS.
           05  WS-PIP-FIELD OCCURS 6 TIMES PIC X(120).
       01  WS-PIP-IDX                      PIC 9(02).

       78  WS-MAX-SDN-ROWS                     VALUE 20000.
       01  WS-SDN-COUNT                    PIC 9(07) VALUE ZERO.
       01  WS-SDN-IDX                      PIC 9(07).
       01  WS-SDN-TABLE.
           05  WS-SDN-ENTRY OCCURS WS-MAX-SDN-ROWS TIMES.
               10  WS-SDN-ENTITY               PIC X(10).
               10  WS-SDN-NAME                 PIC X(60).
               10  WS-SDN-PROGRAM              PIC X(20).
               10  WS-SDN-WORD-COUNT           PIC 9(01).
               10  WS-SDN-WORD OCCURS 6 TIMES  PIC X(15).
               10  WS-SDN-WORD-LEN OCCURS 6 TIMES
                                               PIC 9(02).
       01  WS-SDN-DROPPED                  PIC 9(07) VALUE ZERO.

       78  WS-MAX-ADDR-ROWS                    VALUE 20000.
       01  WS-ADDR-COUNT                   PIC 9(07) VALUE ZERO.
       01  WS-ADDR-IDX                     PIC 9(07).
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS WS-MAX-ADDR-ROWS TIMES.
               10  WS-ADDR-ENTITY              PIC X(10).
               10  WS-ADDR-CITY                PIC X(50).
       01  WS-ADDR-DROPPED                 PIC 9(07) VALUE ZERO.

      *    Name normalized to its significant words - upper case,
      *    punctuation out, one-letter words and titles/suffixes
      *    dropped.
       01  WS-NORM-TEXT                    PIC X(60).
       01  WS-NORM-RAW-WORDS.
           05  WS-NORM-RAW OCCURS 10 TIMES PIC X(15).
       01  WS-NORM-RAW-IDX                 PIC 9(02).
       01  WS-NORM-CANDIDATE               PIC X(15).
           88  WS-NOISE-WORD                   VALUE 'THE' 'AND' 'OF'
                   'INC' 'LLC' 'LTD' 'CO' 'CORP' 'MR' 'MRS' 'MS'
                   'DR' 'JR' 'SR' 'II' 'III'.
       01  WS-NORM-COUNT                   PIC 9(01).
       01  WS-NORM-WORDS.
           05  WS-NORM-WORD OCCURS 6 TIMES PIC X(15).
       01  WS-NORM-LENS.
           05  WS-NORM-WORD-LEN OCCURS 6 TIMES
                                           PIC 9(02).
       01  WS-TRAIL-COUNT                  PIC 9(02).

      *    The payee, normalized.
       01  WS-SUBJ-COUNT                   PIC 9(01).
       01  WS-SUBJ-WORDS.
           05  WS-SUBJ-WORD OCCURS 6 TIMES PIC X(15).
       01  WS-SUBJ-LENS.
           05  WS-SUBJ-WORD-LEN OCCURS 6 TIMES
                                           PIC 9(02).
       01  WS-SUBJ-CITY                    PIC X(24).
       01  WS-SUBJ-CITY-LEN                PIC 9(02).

       01  WS-SDN-WORD-IDX                 PIC 9(02).
       01  WS-SUBJ-WORD-IDX                PIC 9(02).
       01  WS-WORD-POINTS                  PIC 9(01).
       01  WS-BEST-WORD-POINTS             PIC 9(01).
       01  WS-NAME-POINTS                  PIC 9(03).
       01  WS-WORD-BASE                    PIC 9(02).
       01  WS-ENTRY-SCORE                  PIC 9(03).
       01  WS-BEST-SCORE                   PIC 9(03).
       01  WS-BEST-SDN-IDX                 PIC 9(07).
       01  WS-BEST-ADDRESS-FLAG            PIC X(01).
       01  WS-HIT-COUNT                    PIC 9(04).

      *    Word comparison work.
       01  WS-WORD-A                       PIC X(15).
       01  WS-WORD-B                       PIC X(15).
       01  WS-LEN-A                        PIC 9(02).
       01  WS-LEN-B                        PIC 9(02).
      *    The longer and shorter of the two when they differ by a
      *    letter - A and B themselves are left as loaded.
       01  WS-LONG-WORD                    PIC X(15).
       01  WS-SHORT-WORD                   PIC X(15).
       01  WS-LONG-LEN                     PIC 9(02).
       01  WS-SHORT-LEN                    PIC 9(02).
       01  WS-CHAR-IDX                     PIC 9(02).
       01  WS-CHAR-IDX-B                   PIC 9(02).
       01  WS-DIFF-COUNT                   PIC 9(02).

      *    Review queue state for the payee and its best entry.
       01  WS-REVIEW-FOUND-FLAG            PIC X(01).
           88  WS-REVIEW-FOUND                     VALUE 'Y'.
       01  WS-REVIEW-STATUS                PIC X(01).
       01  WS-REVIEW-NUMBER                PIC 9(09).
       01  WS-LAST-REVIEW-NUMBER           PIC 9(09).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.

       COPY WOFSCCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WOFSC-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE WOPTION-WORK-DRIVE TO WS-SDN-FILE-DRIVE
                                           WS-ADDRESS-FILE-DRIVE
                                           WS-LOG-FILE-DRIVE
                                           WS-REVIEW-FILE-DRIVE
               MOVE ZERO   TO WOFSC-RETURN-CODE
                              WOFSC-SCORE
                              WOFSC-REVIEW-NUMBER
               MOVE SPACES TO WOFSC-ERROR-MESSAGE
                              WOFSC-SDN-ENTITY
                              WOFSC-SDN-NAME
                              WOFSC-SDN-PROGRAM
               MOVE 'N'    TO WOFSC-ADDRESS-MATCH-FLAG
               SET WOFSC-UNSCREENED TO TRUE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               IF WOFSC-REQUESTED-BY = SPACES
                   MOVE WCODER-ID          TO WS-REQUESTED-BY
               ELSE
                   MOVE WOFSC-REQUESTED-BY TO WS-REQUESTED-BY
               END-IF
               IF NOT WS-LIST-LOADED
                   PERFORM 1000-LOAD-SDN-LIST
               END-IF
               EVALUATE TRUE
                   WHEN NOT WOFSC-SOURCE-VALID
                       OR WOFSC-NAME = SPACES
                       MOVE LP-RC-OFAC-REQUEST-INVALID
                                       TO WOFSC-RETURN-CODE
                       MOVE LP-MSG-OFAC-REQUEST-INVALID
                                       TO WOFSC-ERROR-MESSAGE
                   WHEN WS-SDN-COUNT = ZERO
                       MOVE LP-RC-OFAC-LIST-MISSING
                                       TO WOFSC-RETURN-CODE
                       MOVE LP-MSG-OFAC-LIST-MISSING
                                       TO WOFSC-ERROR-MESSAGE
      *            Entries past the table were never loaded - a clear
      *            screening could miss them, so it stays unscreened.
                   WHEN WS-SDN-DROPPED > ZERO
                       OR WS-ADDR-DROPPED > ZERO
                       MOVE LP-RC-OFAC-LIST-INCOMPLETE
                                       TO WOFSC-RETURN-CODE
                       MOVE LP-MSG-OFAC-LIST-INCOMPLETE
                                       TO WOFSC-ERROR-MESSAGE
                   WHEN OTHER
                       PERFORM 2000-SCREEN-PAYEE
               END-EVALUATE
               PERFORM 7000-WRITE-LOG-ROW
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-LOAD-SDN-LIST.

           SET WS-LIST-LOADED TO TRUE.
           MOVE ZERO TO WS-SDN-COUNT
                        WS-ADDR-COUNT
                        WS-SDN-DROPPED
                        WS-ADDR-DROPPED.

           OPEN INPUT SDN-LIST-FILE.
           IF SDN-LIST-STATUS NOT = '00'
      *        No list - every screening comes back unscreened and
      *        nothing is paid on it.
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ SDN-LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 1100-ADD-SDN-ENTRY
               END-READ
           END-PERFORM.
           CLOSE SDN-LIST-FILE.

           OPEN INPUT SDN-ADDRESS-FILE.
           IF SDN-ADDRESS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ SDN-ADDRESS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 1200-ADD-SDN-ADDRESS
               END-READ
           END-PERFORM.
           CLOSE SDN-ADDRESS-FILE.

      ******************************************************************
       1100-ADD-SDN-ENTRY.
      *    ent_num | "SDN_Name" | "SDN_Type" | "Program" | ...

           IF SDN-LIST-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1500-SPLIT-PIP-LINE.
           IF WS-PIP-FIELD (1) = SPACES
               OR WS-PIP-FIELD (2) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-SDN-COUNT NOT < WS-MAX-SDN-ROWS
               ADD 1 TO WS-SDN-DROPPED
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PIP-FIELD (2) TO WS-NORM-TEXT.
           PERFORM 5000-NORMALIZE-NAME.
           IF WS-NORM-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SDN-COUNT.
           MOVE WS-PIP-FIELD (1) TO WS-SDN-ENTITY (WS-SDN-COUNT).
           MOVE WS-PIP-FIELD (2) TO WS-SDN-NAME (WS-SDN-COUNT).
           MOVE WS-PIP-FIELD (4) TO WS-SDN-PROGRAM (WS-SDN-COUNT).
           MOVE WS-NORM-COUNT    TO WS-SDN-WORD-COUNT (WS-SDN-COUNT).
           PERFORM VARYING WS-SDN-WORD-IDX FROM 1 BY 1
               UNTIL WS-SDN-WORD-IDX > 6
               MOVE WS-NORM-WORD (WS-SDN-WORD-IDX)
                   TO WS-SDN-WORD (WS-SDN-COUNT, WS-SDN-WORD-IDX)
               MOVE WS-NORM-WORD-LEN (WS-SDN-WORD-IDX)
                   TO WS-SDN-WORD-LEN (WS-SDN-COUNT, WS-SDN-WORD-IDX)
           END-PERFORM.

      ******************************************************************
       1200-ADD-SDN-ADDRESS.
      *    ent_num | add_num | "Address" | "City/State/Zip" |
      *    "Country" | ...  Only the city line is matched on.

           IF SDN-ADDRESS-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PIP-FIELDS.
           UNSTRING SDN-ADDRESS-RECORD DELIMITED BY '|'
               INTO WS-PIP-FIELD (1) WS-PIP-FIELD (2)
                    WS-PIP-FIELD (3) WS-PIP-FIELD (4)
                    WS-PIP-FIELD (5) WS-PIP-FIELD (6)
           END-UNSTRING.
           PERFORM 1600-CLEAN-PIP-FIELDS.
           IF WS-PIP-FIELD (4) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-ADDR-COUNT NOT < WS-MAX-ADDR-ROWS
               ADD 1 TO WS-ADDR-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ADDR-COUNT.
           MOVE WS-PIP-FIELD (1) TO WS-ADDR-ENTITY (WS-ADDR-COUNT).
           MOVE FUNCTION UPPER-CASE (WS-PIP-FIELD (4))
               TO WS-ADDR-CITY (WS-ADDR-COUNT).

      ******************************************************************
       1500-SPLIT-PIP-LINE.

           MOVE SPACES TO WS-PIP-FIELDS.
           UNSTRING SDN-LIST-RECORD DELIMITED BY '|'
               INTO WS-PIP-FIELD (1) WS-PIP-FIELD (2)
                    WS-PIP-FIELD (3) WS-PIP-FIELD (4)
                    WS-PIP-FIELD (5) WS-PIP-FIELD (6)
           END-UNSTRING.
           PERFORM 1600-CLEAN-PIP-FIELDS.

      ******************************************************************
       1600-CLEAN-PIP-FIELDS.
      *    Quotes off, left-justified, and the list's "-0-" (no
      *    value) as SPACES.

           PERFORM VARYING WS-PIP-IDX FROM 1 BY 1
               UNTIL WS-PIP-IDX > 6
               INSPECT WS-PIP-FIELD (WS-PIP-IDX)
                   REPLACING ALL '"' BY SPACE
               MOVE FUNCTION TRIM (WS-PIP-FIELD (WS-PIP-IDX))
                   TO WS-PIP-FIELD (WS-PIP-IDX)
               IF WS-PIP-FIELD (WS-PIP-IDX) = '-0-'
                   MOVE SPACES TO WS-PIP-FIELD (WS-PIP-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       2000-SCREEN-PAYEE.

           MOVE WOFSC-NAME TO WS-NORM-TEXT.
           PERFORM 5000-NORMALIZE-NAME.
           MOVE WS-NORM-COUNT TO WS-SUBJ-COUNT.
           MOVE WS-NORM-WORDS TO WS-SUBJ-WORDS.
           MOVE WS-NORM-LENS  TO WS-SUBJ-LENS.
           SET WOFSC-NO-MATCH TO TRUE.
           IF WS-SUBJ-COUNT = ZERO
      *        Nothing but initials and titles - nothing to match.
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE (WOFSC-CITY) TO WS-SUBJ-CITY.
           MOVE ZERO TO WS-TRAIL-COUNT.
           INSPECT FUNCTION REVERSE (WS-SUBJ-CITY)
               TALLYING WS-TRAIL-COUNT FOR LEADING SPACES.
           COMPUTE WS-SUBJ-CITY-LEN = 24 - WS-TRAIL-COUNT.

           MOVE ZERO TO WS-BEST-SCORE
                        WS-BEST-SDN-IDX.
           MOVE 'N'  TO WS-BEST-ADDRESS-FLAG.
           PERFORM VARYING WS-SDN-IDX FROM 1 BY 1
               UNTIL WS-SDN-IDX > WS-SDN-COUNT
               PERFORM 2100-SCORE-ONE-ENTRY
           END-PERFORM.

           MOVE WS-BEST-SCORE        TO WOFSC-SCORE.
           MOVE WS-BEST-ADDRESS-FLAG TO WOFSC-ADDRESS-MATCH-FLAG.
           IF WS-BEST-SDN-IDX > ZERO
               MOVE WS-SDN-ENTITY (WS-BEST-SDN-IDX)
                                       TO WOFSC-SDN-ENTITY
               MOVE WS-SDN-NAME (WS-BEST-SDN-IDX)
                                       TO WOFSC-SDN-NAME
               MOVE WS-SDN-PROGRAM (WS-BEST-SDN-IDX)
                                       TO WOFSC-SDN-PROGRAM
           END-IF.
           IF WS-BEST-SCORE NOT < WS-HIT-SCORE
               PERFORM 6000-REVIEW-POTENTIAL-MATCH
           END-IF.

      ******************************************************************
       2100-SCORE-ONE-ENTRY.
      *    Each SDN word's best showing in the payee name, over the
      *    longer of the two names.

           MOVE ZERO TO WS-NAME-POINTS.
           PERFORM VARYING WS-SDN-WORD-IDX FROM 1 BY 1
               UNTIL WS-SDN-WORD-IDX > WS-SDN-WORD-COUNT (WS-SDN-IDX)
               MOVE ZERO TO WS-BEST-WORD-POINTS
               MOVE WS-SDN-WORD (WS-SDN-IDX, WS-SDN-WORD-IDX)
                   TO WS-WORD-A
               MOVE WS-SDN-WORD-LEN (WS-SDN-IDX, WS-SDN-WORD-IDX)
                   TO WS-LEN-A
               PERFORM VARYING WS-SUBJ-WORD-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-WORD-IDX > WS-SUBJ-COUNT
                      OR WS-BEST-WORD-POINTS = 2
                   MOVE WS-SUBJ-WORD (WS-SUBJ-WORD-IDX) TO WS-WORD-B
                   MOVE WS-SUBJ-WORD-LEN (WS-SUBJ-WORD-IDX)
                       TO WS-LEN-B
                   PERFORM 5500-COMPARE-WORDS
                   IF WS-WORD-POINTS > WS-BEST-WORD-POINTS
                       MOVE WS-WORD-POINTS TO WS-BEST-WORD-POINTS
                   END-IF
               END-PERFORM
               ADD WS-BEST-WORD-POINTS TO WS-NAME-POINTS
           END-PERFORM.
           IF WS-NAME-POINTS = ZERO
               EXIT PARAGRAPH
           END-IF.

      *    Over both names' words, so a missing middle name costs
      *    less than a wrong surname.
           COMPUTE WS-WORD-BASE =
               WS-SDN-WORD-COUNT (WS-SDN-IDX) + WS-SUBJ-COUNT.
           COMPUTE WS-ENTRY-SCORE =
               WS-NAME-POINTS * 100 / WS-WORD-BASE.

           MOVE 'N' TO WOFSC-ADDRESS-MATCH-FLAG.
           IF WS-ENTRY-SCORE NOT < WS-NEAR-SCORE
               AND WS-SUBJ-CITY-LEN > ZERO
               PERFORM 2200-CHECK-ADDRESS
               IF WOFSC-ADDRESS-MATCHED
                   ADD WS-ADDRESS-LIFT TO WS-ENTRY-SCORE
                   IF WS-ENTRY-SCORE > 100
                       MOVE 100 TO WS-ENTRY-SCORE
                   END-IF
               END-IF
           END-IF.

           IF WS-ENTRY-SCORE > WS-BEST-SCORE
               MOVE WS-ENTRY-SCORE TO WS-BEST-SCORE
               MOVE WS-SDN-IDX     TO WS-BEST-SDN-IDX
               MOVE WOFSC-ADDRESS-MATCH-FLAG
                                   TO WS-BEST-ADDRESS-FLAG
           END-IF.

      ******************************************************************
       2200-CHECK-ADDRESS.

           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
               UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                  OR WOFSC-ADDRESS-MATCHED
               IF WS-ADDR-ENTITY (WS-ADDR-IDX)
                   = WS-SDN-ENTITY (WS-SDN-IDX)
                   MOVE ZERO TO WS-HIT-COUNT
                   INSPECT WS-ADDR-CITY (WS-ADDR-IDX)
                       TALLYING WS-HIT-COUNT
                       FOR ALL WS-SUBJ-CITY (1:WS-SUBJ-CITY-LEN)
                   IF WS-HIT-COUNT > ZERO
                       SET WOFSC-ADDRESS-MATCHED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       5000-NORMALIZE-NAME.
      *    WS-NORM-TEXT in, WS-NORM-WORDS/-LENS/-COUNT out.

           MOVE FUNCTION UPPER-CASE (WS-NORM-TEXT) TO WS-NORM-TEXT.
           INSPECT WS-NORM-TEXT CONVERTING ',.-''"/()&;:'
                                        TO '           '.
           MOVE SPACES TO WS-NORM-RAW-WORDS
                          WS-NORM-WORDS.
           MOVE ZEROS  TO WS-NORM-LENS.
           MOVE ZERO   TO WS-NORM-COUNT.
           UNSTRING FUNCTION TRIM (WS-NORM-TEXT)
               DELIMITED BY ALL SPACE
               INTO WS-NORM-RAW (1)  WS-NORM-RAW (2)
                    WS-NORM-RAW (3)  WS-NORM-RAW (4)
                    WS-NORM-RAW (5)  WS-NORM-RAW (6)
                    WS-NORM-RAW (7)  WS-NORM-RAW (8)
                    WS-NORM-RAW (9)  WS-NORM-RAW (10)
           END-UNSTRING.
           PERFORM VARYING WS-NORM-RAW-IDX FROM 1 BY 1
               UNTIL WS-NORM-RAW-IDX > 10
                  OR WS-NORM-COUNT = 6
               MOVE WS-NORM-RAW (WS-NORM-RAW-IDX) TO WS-NORM-CANDIDATE
               IF WS-NORM-CANDIDATE (2:1) NOT = SPACE
                   AND NOT WS-NOISE-WORD
                   ADD 1 TO WS-NORM-COUNT
                   MOVE WS-NORM-CANDIDATE
                       TO WS-NORM-WORD (WS-NORM-COUNT)
                   MOVE ZERO TO WS-TRAIL-COUNT
                   INSPECT FUNCTION REVERSE (WS-NORM-CANDIDATE)
                       TALLYING WS-TRAIL-COUNT FOR LEADING SPACES
                   COMPUTE WS-NORM-WORD-LEN (WS-NORM-COUNT) =
                       15 - WS-TRAIL-COUNT
               END-IF
           END-PERFORM.

      ******************************************************************
       5500-COMPARE-WORDS.
      *    2 identical; 1 a single letter changed, added or dropped
      *    on a word of four letters or more; else 0.

           MOVE ZERO TO WS-WORD-POINTS.
           IF WS-WORD-A = WS-WORD-B
               MOVE 2 TO WS-WORD-POINTS
               EXIT PARAGRAPH
           END-IF.
           IF WS-LEN-A < 4 OR WS-LEN-B < 4
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-DIFF-COUNT.
           EVALUATE TRUE
               WHEN WS-LEN-A = WS-LEN-B
                   PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > WS-LEN-A
                          OR WS-DIFF-COUNT > 1
                       IF WS-WORD-A (WS-CHAR-IDX:1)
                           NOT = WS-WORD-B (WS-CHAR-IDX:1)
                           ADD 1 TO WS-DIFF-COUNT
                       END-IF
                   END-PERFORM
               WHEN WS-LEN-A = WS-LEN-B + 1
                   MOVE WS-WORD-A TO WS-LONG-WORD
                   MOVE WS-LEN-A  TO WS-LONG-LEN
                   MOVE WS-WORD-B TO WS-SHORT-WORD
                   MOVE WS-LEN-B  TO WS-SHORT-LEN
                   PERFORM 5600-ONE-LETTER-DROPPED
               WHEN WS-LEN-B = WS-LEN-A + 1
                   MOVE WS-WORD-B TO WS-LONG-WORD
                   MOVE WS-LEN-B  TO WS-LONG-LEN
                   MOVE WS-WORD-A TO WS-SHORT-WORD
                   MOVE WS-LEN-A  TO WS-SHORT-LEN
                   PERFORM 5600-ONE-LETTER-DROPPED
               WHEN OTHER
                   MOVE 2 TO WS-DIFF-COUNT
           END-EVALUATE.
           IF WS-DIFF-COUNT NOT > 1
               MOVE 1 TO WS-WORD-POINTS
           END-IF.

      ******************************************************************
       5600-ONE-LETTER-DROPPED.
      *    The short word must be the long one with a single
      *    letter taken out.

           MOVE 1 TO WS-CHAR-IDX-B.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-LONG-LEN
                  OR WS-DIFF-COUNT > 1
               IF WS-CHAR-IDX-B > WS-SHORT-LEN
                   ADD 1 TO WS-DIFF-COUNT
               ELSE
                   IF WS-LONG-WORD (WS-CHAR-IDX:1)
                       = WS-SHORT-WORD (WS-CHAR-IDX-B:1)
                       ADD 1 TO WS-CHAR-IDX-B
                   ELSE
                       ADD 1 TO WS-DIFF-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       6000-REVIEW-POTENTIAL-MATCH.
      *    The payee's last item for this SDN entry decides; with
      *    none, a new pending item is opened.

           MOVE 'N'  TO WS-REVIEW-FOUND-FLAG.
           MOVE ZERO TO WS-LAST-REVIEW-NUMBER.
           OPEN INPUT OFAC-REVIEW-FILE.
           IF OFAC-REVIEW-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ OFAC-REVIEW-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 6100-CHECK-REVIEW-ROW
                   END-READ
               END-PERFORM
               CLOSE OFAC-REVIEW-FILE
           END-IF.

           IF WS-REVIEW-FOUND
               MOVE WS-REVIEW-NUMBER TO WOFSC-REVIEW-NUMBER
               EVALUATE WS-REVIEW-STATUS
                   WHEN 'C'
                       SET WOFSC-RELEASED  TO TRUE
                   WHEN 'F'
                       SET WOFSC-CONFIRMED TO TRUE
                   WHEN OTHER
                       SET WOFSC-HELD      TO TRUE
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND OFAC-REVIEW-FILE.
           IF OFAC-REVIEW-STATUS = '35' OR '05'
               OPEN OUTPUT OFAC-REVIEW-FILE
           END-IF.
           MOVE SPACES                 TO OFAC-REVIEW-RECORD.
           ADD 1 TO WS-LAST-REVIEW-NUMBER
               GIVING OFRV-REVIEW-NUMBER.
           SET OFRV-PENDING            TO TRUE.
           MOVE WOFSC-SOURCE           TO OFRV-SOURCE.
           MOVE WOFSC-COMPANY-CODE     TO OFRV-COMPANY-CODE.
           MOVE WOFSC-SUBJECT-KEY      TO OFRV-SUBJECT-KEY.
           MOVE WOFSC-TRANSACTION-REF  TO OFRV-TRANSACTION-REF.
           MOVE WOFSC-AMOUNT           TO OFRV-AMOUNT.
           MOVE WOFSC-NAME             TO OFRV-NAME.
           MOVE WOFSC-CITY             TO OFRV-CITY.
           MOVE WOFSC-STATE            TO OFRV-STATE.
           MOVE WOFSC-SCORE            TO OFRV-SCORE.
           MOVE WOFSC-ADDRESS-MATCH-FLAG
                                       TO OFRV-ADDRESS-MATCH-FLAG.
           MOVE WOFSC-SDN-ENTITY       TO OFRV-SDN-ENTITY.
           MOVE WOFSC-SDN-NAME         TO OFRV-SDN-NAME.
           MOVE WOFSC-SDN-PROGRAM      TO OFRV-SDN-PROGRAM.
           MOVE WS-NOW-DATE            TO OFRV-OPENED-DATE.
           MOVE WCODER-ID              TO OFRV-SCREENED-BY.
           MOVE WS-REQUESTED-BY        TO OFRV-REQUESTED-BY.
           MOVE ZERO                   TO OFRV-DECIDED-DATE.
           WRITE OFAC-REVIEW-RECORD.
           CLOSE OFAC-REVIEW-FILE.
           MOVE OFRV-REVIEW-NUMBER     TO WOFSC-REVIEW-NUMBER.
           SET WOFSC-HELD              TO TRUE.

      ******************************************************************
       6100-CHECK-REVIEW-ROW.

           IF OFRV-REVIEW-NUMBER > WS-LAST-REVIEW-NUMBER
               MOVE OFRV-REVIEW-NUMBER TO WS-LAST-REVIEW-NUMBER
           END-IF.
           IF OFRV-SOURCE = WOFSC-SOURCE
               AND OFRV-COMPANY-CODE = WOFSC-COMPANY-CODE
               AND OFRV-SUBJECT-KEY = WOFSC-SUBJECT-KEY
               AND OFRV-NAME = WOFSC-NAME
               AND OFRV-SDN-ENTITY = WOFSC-SDN-ENTITY
               SET WS-REVIEW-FOUND TO TRUE
               MOVE OFRV-STATUS        TO WS-REVIEW-STATUS
               MOVE OFRV-REVIEW-NUMBER TO WS-REVIEW-NUMBER
           END-IF.

      ******************************************************************
       7000-WRITE-LOG-ROW.

           OPEN EXTEND OFAC-LOG-FILE.
           IF OFAC-LOG-STATUS = '35' OR '05'
               OPEN OUTPUT OFAC-LOG-FILE
           END-IF.
           MOVE SPACES                 TO OFAC-LOG-RECORD.
           MOVE WS-NOW-DATE            TO OFLG-LOG-DATE.
           MOVE WS-NOW-TIME            TO OFLG-LOG-TIME.
           MOVE WCODER-ID              TO OFLG-CODER-ID.
           MOVE WS-REQUESTED-BY        TO OFLG-REQUESTED-BY.
           MOVE WOFSC-SOURCE           TO OFLG-SOURCE.
           MOVE WOFSC-COMPANY-CODE     TO OFLG-COMPANY-CODE.
           MOVE WOFSC-SUBJECT-KEY      TO OFLG-SUBJECT-KEY.
           MOVE WOFSC-TRANSACTION-REF  TO OFLG-TRANSACTION-REF.
           MOVE WOFSC-AMOUNT           TO OFLG-AMOUNT.
           MOVE WOFSC-NAME             TO OFLG-NAME.
           MOVE WOFSC-CITY             TO OFLG-CITY.
           MOVE WOFSC-STATE            TO OFLG-STATE.
           MOVE WOFSC-COUNTRY          TO OFLG-COUNTRY.
           MOVE WOFSC-RESULT           TO OFLG-RESULT.
           MOVE WOFSC-SCORE            TO OFLG-SCORE.
           MOVE WOFSC-ADDRESS-MATCH-FLAG
                                       TO OFLG-ADDRESS-MATCH-FLAG.
           MOVE WOFSC-SDN-ENTITY       TO OFLG-SDN-ENTITY.
           MOVE WOFSC-SDN-NAME         TO OFLG-SDN-NAME.
           MOVE WOFSC-SDN-PROGRAM      TO OFLG-SDN-PROGRAM.
           MOVE WOFSC-REVIEW-NUMBER    TO OFLG-REVIEW-NUMBER.
           MOVE WS-SDN-COUNT           TO OFLG-LIST-ENTRIES.
           WRITE OFAC-LOG-RECORD.
           CLOSE OFAC-LOG-FILE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
