      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CFILECDC.
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
      *D   CFILECDC is the nightly change-data-capture extract to
      *D   the data warehouse.  It reads the universal update
      *D   journal (FILEJRNL.PDM, WFJRLCPY) from the last run's
      *D   high-water mark, kept in the CDC control file
      *D   (CDCCTL.PDM), and writes one pipe-delimited feed per run
      *D   (R CDC mmdd hhmm .PDM on the work drive) in place of
      *D   the full CFILEXPT dumps the warehouse used to ask for.
      *D
      *D   Each journal entry becomes an insert (no before image),
      *D   delete (no after image) or update row for its file
      *D   number, with the record image decoded into named fields
      *D   by the record layout catalog CFLDCAT writes
      *D   (FLDLAYOT.PDM, WFLAYCPY) - the after image for inserts
      *D   and updates, the before image for deletes.  A file with
      *D   no catalogued layout is carried as its whole image.  A
      *D   column row names each file's fields ahead of its first
      *D   data row.
      *D
      *D   On a file CFILPERM marks sensitive, every field the
      *D   catalog flags as personal data is masked, and a
      *D   sensitive file with no layout has its whole image
      *D   masked - the warehouse never holds what the read log
      *D   exists to watch.
      *D
      *D   Rows:  H header (run, mark extracted from)
      *D          C file number, file name, KEY, field names
      *D          I/U/D file number, file name, journal date/time,
      *D            coder, key, field values
      *D          T file number, file name, inserts, updates,
      *D            deletes, rows - one per file, for the load to
      *D            balance to
      *D          E rows, journal entries, new high-water mark
      *D
      *D   The mark only moves once the feed is closed.  Start/end
      *D   go to the common run-control file (CRUNCTRL).
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-014-02 MAINT New program.
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

           SELECT FILE-JOURNAL
       COPY WVARYCPY.
                                       FILE-JOURNAL-NAME
       COPY WLORGCPY.
                                       STATUS IS FILE-JOURNAL-STATUS.

           SELECT LAYOUT-FILE
       COPY WVARYCPY.
                                       LAYOUT-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS LAYOUT-STATUS.

           SELECT CDC-CONTROL-FILE
       COPY WVARYCPY.
                                       CDC-CONTROL-NAME
       COPY WLORGCPY.
                                       STATUS IS CDC-CONTROL-STATUS.

           SELECT CDC-FEED-FILE
       COPY WVARYCPY.
                                       CDC-FEED-NAME
       COPY WLORGCPY.
                                       STATUS IS CDC-FEED-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  FILE-JOURNAL
           LABEL RECORDS ARE STANDARD.
       COPY WGLB2CPY.
       COPY WFJRLCPY.

       FD  LAYOUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WFLAYCPY.

      *    The high-water mark - the journal stamp last extracted.
       FD  CDC-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CDC-CONTROL-RECORD.
           05  CDCC-MARK-DATE               PIC 9(08).
           05  CDCC-MARK-TIME               PIC 9(08).
           05  CDCC-LAST-RUN-DATE           PIC 9(08).
           05  CDCC-LAST-RUN-TIME           PIC 9(08).
           05  CDCC-LAST-FEED-NAME          PIC X(30).
           05  CDCC-LAST-ROW-COUNT          PIC 9(09).

       FD  CDC-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CDC-FEED-RECORD                 PIC X(2000).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WAPPLCPY.
           COPY WBTRVCPY.
           COPY WFPRMCPY.

       01  CALLED-MODULES.
           05  PFILEBTV                   PIC X(08) VALUE 'PFILEBTV'.
           05  CFILPERM                   PIC X(08) VALUE 'CFILPERM'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

           COPY WRUNCCPY.

       01  FILE-JOURNAL-STATUS             PIC XX.
       01  LAYOUT-STATUS                   PIC XX.
       01  CDC-CONTROL-STATUS              PIC XX.
       01  CDC-FEED-STATUS                 PIC XX.

      *    The same shared journal CFILEJRN appends to.
       01  FILE-JOURNAL-NAME.
           05  WS-JOURNAL-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'FILEJRNL.PDM'.

       01  LAYOUT-FILE-NAME.
           05  WS-LAYOUT-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'FLDLAYOT.PDM'.

      *    Shared - the mark belongs to the warehouse feed, not to
      *    one coder.
       01  CDC-CONTROL-NAME.
           05  WS-CONTROL-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'CDCCTL.PDM'.

      *    One feed per run, named for the run's date and time so a
      *    second run never overwrites a feed not yet picked up.
       01  CDC-FEED-NAME                   PIC X(30).

       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE                   VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(08).

       01  WS-MARK.
           05  WS-MARK-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-MARK-TIME                 PIC 9(08) VALUE ZERO.
       01  WS-NEW-MARK.
           05  WS-NEW-MARK-DATE             PIC 9(08) VALUE ZERO.
           05  WS-NEW-MARK-TIME             PIC 9(08) VALUE ZERO.
       01  WS-ENTRY-STAMP.
           05  WS-ENTRY-DATE                PIC 9(08).
           05  WS-ENTRY-TIME                PIC 9(08).

      *    Logical names from the layout catalog, resolved to the
      *    file numbers the journal carries.
       01  WS-NAME-NUMBER.
           05  WS-NAME                     PIC X(30).
           05  WS-NUMBER                   PIC 9(05).

      *    The record layout catalog.
       78  WS-MAX-LAYOUT-FIELDS                VALUE 500.
       01  WS-LAYOUT-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-LAYOUT-IDX                   PIC 9(04).
       01  WS-LAYOUT-TABLE.
           05  WS-LAYOUT-ENTRY OCCURS WS-MAX-LAYOUT-FIELDS TIMES.
               10  WS-LAY-FILE-NAME            PIC X(08).
               10  WS-LAY-FILE-NUMBER          PIC 9(05).
               10  WS-LAY-FIELD-NAME           PIC X(30).
               10  WS-LAY-OFFSET               PIC 9(05).
               10  WS-LAY-LENGTH               PIC 9(05).
               10  WS-LAY-DATA-TYPE            PIC X(01).
               10  WS-LAY-SIGNED-FLAG          PIC X(01).
               10  WS-LAY-SCALE                PIC 9(02).
               10  WS-LAY-PII-FLAG             PIC X(01).

      *    Files seen in this extract and their trailer counts.
       78  WS-MAX-FILES                        VALUE 100.
       01  WS-FILE-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-FILE-IDX                     PIC 9(04).
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS WS-MAX-FILES TIMES.
               10  WS-FIL-NUMBER               PIC 9(04).
               10  WS-FIL-NAME                 PIC X(08).
               10  WS-FIL-FIRST-FIELD          PIC 9(04).
               10  WS-FIL-LAST-FIELD           PIC 9(04).
               10  WS-FIL-SENSITIVE-FLAG       PIC X(01).
                   88  WS-FIL-SENSITIVE                VALUE 'Y'.
               10  WS-FIL-COLUMNS-FLAG         PIC X(01).
                   88  WS-FIL-COLUMNS-WRITTEN          VALUE 'Y'.
               10  WS-FIL-INSERTS              PIC 9(09).
               10  WS-FIL-UPDATES              PIC 9(09).
               10  WS-FIL-DELETES              PIC 9(09).
       01  WS-FILE-FOUND-FLAG              PIC X(01).
           88  WS-FILE-FOUND                       VALUE 'Y'.

       01  WS-OPERATION                    PIC X(01).
           88  WS-OP-INSERT                        VALUE 'I'.
           88  WS-OP-UPDATE                        VALUE 'U'.
           88  WS-OP-DELETE                        VALUE 'D'.
       01  WS-IMAGE                        PIC X(WGLB2-DA-LEN2).
       01  WS-IMAGE-LENGTH                 PIC S9(09) COMP-5.

      *    Row under construction.
       01  WS-ROW                          PIC X(2000).
       01  WS-ROW-POINTER                  PIC S9(09) COMP-5.
       01  WS-ROW-TRUNCATED-FLAG           PIC X(01).
           88  WS-ROW-TRUNCATED                    VALUE 'Y'.
       01  WS-DELIM                        PIC X(01) VALUE '|'.
       01  WS-MASK-TEXT                    PIC X(05) VALUE '*****'.
       01  WS-VALUE-TEXT                   PIC X(1500).
       01  WS-VALUE-LENGTH                 PIC S9(09) COMP-5.
       01  WS-FIELD-OFFSET                 PIC S9(09) COMP-5.
       01  WS-FIELD-LENGTH                 PIC S9(09) COMP-5.

      *    Numeric decoding - the field right-aligned in a full-width
      *    work area of its own storage type.
       01  WS-ZONED-AREA                   PIC X(18).
       01  WS-ZONED-VALUE REDEFINES WS-ZONED-AREA
                                           PIC S9(18).
       01  WS-PACKED-AREA                  PIC X(10).
       01  WS-PACKED-VALUE REDEFINES WS-PACKED-AREA
                                           PIC S9(18) COMP-3.
       01  WS-BINARY-2-AREA                PIC X(02).
       01  WS-BINARY-2-VALUE REDEFINES WS-BINARY-2-AREA
                                           PIC S9(04) COMP.
       01  WS-BINARY-4-AREA                PIC X(04).
       01  WS-BINARY-4-VALUE REDEFINES WS-BINARY-4-AREA
                                           PIC S9(09) COMP.
       01  WS-BINARY-8-AREA                PIC X(08).
       01  WS-BINARY-8-VALUE REDEFINES WS-BINARY-8-AREA
                                           PIC S9(18) COMP.
       01  WS-INTEGER-VALUE                PIC S9(18).
       01  WS-DECIMAL-VALUE                PIC S9(13)V9(05).
       01  WS-INTEGER-EDIT                 PIC -(18)9.
       01  WS-DECIMAL-EDIT                 PIC -(13)9.9(05).
       01  WS-NUMERIC-OK-FLAG              PIC X(01).
           88  WS-NUMERIC-OK                       VALUE 'Y'.

       01  WS-COUNTS.
           05  WS-ENTRIES-READ              PIC 9(09) VALUE ZERO.
           05  WS-ENTRIES-EXTRACTED         PIC 9(09) VALUE ZERO.
           05  WS-ROWS-WRITTEN              PIC 9(09) VALUE ZERO.
           05  WS-ROWS-TRUNCATED            PIC 9(09) VALUE ZERO.
           05  WS-FILES-DROPPED             PIC 9(09) VALUE ZERO.
           05  WS-FILE-ROWS                 PIC 9(09).

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
      *            fail fast instead of extracting the same changes
      *            into two feeds.
                   CONTINUE
               ELSE
               PERFORM 1500-LOAD-LAYOUTS
               OPEN OUTPUT CDC-FEED-FILE
               PERFORM 2000-WRITE-HEADER
               PERFORM 3000-EXTRACT-CHANGES
               PERFORM 6000-WRITE-TRAILERS
               CLOSE CDC-FEED-FILE
               PERFORM 7000-ADVANCE-MARK
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'CFILECDC'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

           MOVE WOPTION-WORK-DRIVE     TO WS-JOURNAL-FILE-DRIVE
                                           WS-LAYOUT-FILE-DRIVE
                                           WS-CONTROL-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.

      *    No control record yet - the whole journal is extracted.
           OPEN INPUT CDC-CONTROL-FILE.
           IF CDC-CONTROL-STATUS = '00'
               READ CDC-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CDCC-MARK-DATE TO WS-MARK-DATE
                       MOVE CDCC-MARK-TIME TO WS-MARK-TIME
               END-READ
               CLOSE CDC-CONTROL-FILE
           END-IF.
           MOVE WS-MARK TO WS-NEW-MARK.

           MOVE SPACES TO CDC-FEED-NAME.
           STRING WOPTION-WORK-DRIVE          DELIMITED BY SIZE
                  ':RCDC'                     DELIMITED BY SIZE
                  WS-NOW-DATE (5:4)           DELIMITED BY SIZE
                  WS-NOW-TIME (1:4)           DELIMITED BY SIZE
                  '.PDM'                      DELIMITED BY SIZE
             INTO CDC-FEED-NAME.

      ******************************************************************
       1500-LOAD-LAYOUTS.

           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-STATUS NOT = '00'
      *        No catalog - every file goes as its whole image.
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
                           PERFORM 1600-KEEP-LAYOUT-FIELD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LAYOUT-FILE.

      ******************************************************************
       1600-KEEP-LAYOUT-FIELD.

           MOVE FLAY-FILE-NAME
               TO WS-LAY-FILE-NAME (WS-LAYOUT-COUNT).
           MOVE FLAY-FIELD-NAME
               TO WS-LAY-FIELD-NAME (WS-LAYOUT-COUNT).
           MOVE FLAY-OFFSET    TO WS-LAY-OFFSET (WS-LAYOUT-COUNT).
           MOVE FLAY-LENGTH    TO WS-LAY-LENGTH (WS-LAYOUT-COUNT).
           MOVE FLAY-DATA-TYPE TO WS-LAY-DATA-TYPE (WS-LAYOUT-COUNT).
           MOVE FLAY-SIGNED-FLAG
               TO WS-LAY-SIGNED-FLAG (WS-LAYOUT-COUNT).
           MOVE FLAY-SCALE     TO WS-LAY-SCALE (WS-LAYOUT-COUNT).
           MOVE FLAY-PII-FLAG  TO WS-LAY-PII-FLAG (WS-LAYOUT-COUNT).

      *    A file's first field resolves its number; the rest of its
      *    fields take it from there.
           IF WS-LAYOUT-COUNT > 1
               IF FLAY-FILE-NAME
                   = WS-LAY-FILE-NAME (WS-LAYOUT-COUNT - 1)
                   MOVE WS-LAY-FILE-NUMBER (WS-LAYOUT-COUNT - 1)
                       TO WS-LAY-FILE-NUMBER (WS-LAYOUT-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ZERO TO WS-LAY-FILE-NUMBER (WS-LAYOUT-COUNT).
           MOVE SPACES TO WS-NAME.
           MOVE FLAY-FILE-NAME TO WS-NAME.
           SET WAPPL-GET-FILE-NUMBER TO TRUE.
           MOVE WS-NAME-NUMBER TO DATA-AREA.
           CALL PFILEBTV USING WGLOBAL
                               WAPPL-CALL-PARAMETERS
                               WBTRIEVE.
           MOVE DATA-AREA TO WS-NAME-NUMBER.
           IF WBTRV-RETURN-CODE = ZERO
               MOVE WS-NUMBER TO WS-LAY-FILE-NUMBER (WS-LAYOUT-COUNT)
           END-IF.

      ******************************************************************
       2000-WRITE-HEADER.

           MOVE SPACES TO CDC-FEED-RECORD.
           STRING 'H' WS-DELIM 'CDC' WS-DELIM
                  WS-NOW-DATE WS-DELIM WS-NOW-TIME WS-DELIM
                  WS-MARK-DATE WS-DELIM WS-MARK-TIME
               DELIMITED BY SIZE INTO CDC-FEED-RECORD
           END-STRING.
           WRITE CDC-FEED-RECORD.
           ADD 1 TO WS-ROWS-WRITTEN.

      ******************************************************************
       3000-EXTRACT-CHANGES.

           OPEN INPUT FILE-JOURNAL.
           IF FILE-JOURNAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT-FILE
               READ FILE-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       MOVE FJRL-DATE TO WS-ENTRY-DATE
                       MOVE FJRL-TIME TO WS-ENTRY-TIME
                       IF WS-ENTRY-STAMP > WS-MARK
                           PERFORM 3100-EXTRACT-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FILE-JOURNAL.

      ******************************************************************
       3100-EXTRACT-ONE-ENTRY.

           EVALUATE TRUE
               WHEN FJRL-BEFORE-IMAGE = SPACES
                 OR FJRL-BEFORE-IMAGE = LOW-VALUES
                   SET WS-OP-INSERT TO TRUE
                   MOVE FJRL-AFTER-IMAGE  TO WS-IMAGE
               WHEN FJRL-AFTER-IMAGE = SPACES
                 OR FJRL-AFTER-IMAGE = LOW-VALUES
                   SET WS-OP-DELETE TO TRUE
                   MOVE FJRL-BEFORE-IMAGE TO WS-IMAGE
               WHEN OTHER
                   SET WS-OP-UPDATE TO TRUE
                   MOVE FJRL-AFTER-IMAGE  TO WS-IMAGE
           END-EVALUATE.

           PERFORM 3200-FIND-FILE.
           IF NOT WS-FILE-FOUND
               ADD 1 TO WS-FILES-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ENTRIES-EXTRACTED.
           IF WS-ENTRY-STAMP > WS-NEW-MARK
               MOVE WS-ENTRY-STAMP TO WS-NEW-MARK
           END-IF.

           IF NOT WS-FIL-COLUMNS-WRITTEN (WS-FILE-IDX)
               PERFORM 4000-WRITE-COLUMN-ROW
               SET WS-FIL-COLUMNS-WRITTEN (WS-FILE-IDX) TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-OP-INSERT
                   ADD 1 TO WS-FIL-INSERTS (WS-FILE-IDX)
               WHEN WS-OP-DELETE
                   ADD 1 TO WS-FIL-DELETES (WS-FILE-IDX)
               WHEN OTHER
                   ADD 1 TO WS-FIL-UPDATES (WS-FILE-IDX)
           END-EVALUATE.

           MOVE SPACES TO WS-ROW.
           MOVE 1 TO WS-ROW-POINTER.
           MOVE 'N' TO WS-ROW-TRUNCATED-FLAG.
           STRING WS-OPERATION WS-DELIM
                  WS-FIL-NUMBER (WS-FILE-IDX) WS-DELIM
                  WS-FIL-NAME (WS-FILE-IDX) WS-DELIM
                  FJRL-DATE WS-DELIM FJRL-TIME WS-DELIM
                  FJRL-CODER-ID
               DELIMITED BY SIZE INTO WS-ROW
               WITH POINTER WS-ROW-POINTER
           END-STRING.
           MOVE FJRL-RECORD-KEY TO WS-VALUE-TEXT.
           INSPECT WS-VALUE-TEXT REPLACING ALL '|' BY SPACE
                                           ALL LOW-VALUE BY SPACE.
           PERFORM 5900-APPEND-VALUE.

           IF WS-FIL-FIRST-FIELD (WS-FILE-IDX) = ZERO
               PERFORM 5100-APPEND-WHOLE-IMAGE
           ELSE
               PERFORM VARYING WS-LAYOUT-IDX
                   FROM WS-FIL-FIRST-FIELD (WS-FILE-IDX) BY 1
                   UNTIL WS-LAYOUT-IDX
                       > WS-FIL-LAST-FIELD (WS-FILE-IDX)
                   PERFORM 5000-APPEND-FIELD-VALUE
               END-PERFORM
           END-IF.

           PERFORM 5950-WRITE-ROW.

      ******************************************************************
       3200-FIND-FILE.
      *    First sight of a file number sets up its entry: its
      *    layout fields and whether CFILPERM marks it sensitive.

           MOVE 'N' TO WS-FILE-FOUND-FLAG.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
                  OR WS-FILE-FOUND
               IF WS-FIL-NUMBER (WS-FILE-IDX) = FJRL-FILE-NUMBER
                   SET WS-FILE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FILE-FOUND
               SUBTRACT 1 FROM WS-FILE-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-COUNT NOT < WS-MAX-FILES
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FILE-COUNT.
           MOVE WS-FILE-COUNT TO WS-FILE-IDX.
           SET WS-FILE-FOUND TO TRUE.
           MOVE FJRL-FILE-NUMBER TO WS-FIL-NUMBER (WS-FILE-IDX).
           MOVE SPACES           TO WS-FIL-NAME (WS-FILE-IDX).
           MOVE ZERO             TO WS-FIL-FIRST-FIELD (WS-FILE-IDX)
                                    WS-FIL-LAST-FIELD (WS-FILE-IDX)
                                    WS-FIL-INSERTS (WS-FILE-IDX)
                                    WS-FIL-UPDATES (WS-FILE-IDX)
                                    WS-FIL-DELETES (WS-FILE-IDX).
           MOVE 'N'              TO WS-FIL-COLUMNS-FLAG (WS-FILE-IDX).
           PERFORM VARYING WS-LAYOUT-IDX FROM 1 BY 1
               UNTIL WS-LAYOUT-IDX > WS-LAYOUT-COUNT
               IF WS-LAY-FILE-NUMBER (WS-LAYOUT-IDX)
                   = FJRL-FILE-NUMBER
                   IF WS-FIL-FIRST-FIELD (WS-FILE-IDX) = ZERO
                       MOVE WS-LAYOUT-IDX
                           TO WS-FIL-FIRST-FIELD (WS-FILE-IDX)
                       MOVE WS-LAY-FILE-NAME (WS-LAYOUT-IDX)
                           TO WS-FIL-NAME (WS-FILE-IDX)
                   END-IF
                   MOVE WS-LAYOUT-IDX
                       TO WS-FIL-LAST-FIELD (WS-FILE-IDX)
               END-IF
           END-PERFORM.

           INITIALIZE WFPRM-PARAMETERS.
           MOVE WCODER-ID        TO WFPRM-CODER-ID.
           MOVE FJRL-FILE-NUMBER TO WFPRM-FILE-NUMBER.
           SET WFPRM-READ-ACCESS TO TRUE.
           CALL CFILPERM USING WGLOBAL WFPRM-PARAMETERS.
           MOVE WFPRM-SENSITIVE-FLAG
                                 TO WS-FIL-SENSITIVE-FLAG (WS-FILE-IDX).

      ******************************************************************
       4000-WRITE-COLUMN-ROW.

           MOVE SPACES TO WS-ROW.
           MOVE 1 TO WS-ROW-POINTER.
           MOVE 'N' TO WS-ROW-TRUNCATED-FLAG.
           STRING 'C' WS-DELIM
                  WS-FIL-NUMBER (WS-FILE-IDX) WS-DELIM
                  WS-FIL-NAME (WS-FILE-IDX) WS-DELIM
                  'DATE' WS-DELIM 'TIME' WS-DELIM 'CODER' WS-DELIM
                  'KEY'
               DELIMITED BY SIZE INTO WS-ROW
               WITH POINTER WS-ROW-POINTER
           END-STRING.
           IF WS-FIL-FIRST-FIELD (WS-FILE-IDX) = ZERO
               MOVE 'RECORD-IMAGE' TO WS-VALUE-TEXT
               PERFORM 5900-APPEND-VALUE
           ELSE
               PERFORM VARYING WS-LAYOUT-IDX
                   FROM WS-FIL-FIRST-FIELD (WS-FILE-IDX) BY 1
                   UNTIL WS-LAYOUT-IDX
                       > WS-FIL-LAST-FIELD (WS-FILE-IDX)
                   MOVE WS-LAY-FIELD-NAME (WS-LAYOUT-IDX)
                       TO WS-VALUE-TEXT
                   PERFORM 5900-APPEND-VALUE
               END-PERFORM
           END-IF.
           PERFORM 5950-WRITE-ROW.

      ******************************************************************
       5000-APPEND-FIELD-VALUE.

           MOVE SPACES TO WS-VALUE-TEXT.
           IF WS-FIL-SENSITIVE (WS-FILE-IDX)
               AND WS-LAY-PII-FLAG (WS-LAYOUT-IDX) = 'Y'
               MOVE WS-MASK-TEXT TO WS-VALUE-TEXT
               PERFORM 5900-APPEND-VALUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LAY-OFFSET (WS-LAYOUT-IDX) TO WS-FIELD-OFFSET.
           MOVE WS-LAY-LENGTH (WS-LAYOUT-IDX) TO WS-FIELD-LENGTH.
           IF WS-FIELD-OFFSET < 1
               OR WS-FIELD-LENGTH < 1
               OR WS-FIELD-OFFSET + WS-FIELD-LENGTH - 1
                   > WGLB2-DA-LEN2
               PERFORM 5900-APPEND-VALUE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-NUMERIC-OK-FLAG.
           EVALUATE WS-LAY-DATA-TYPE (WS-LAYOUT-IDX)
               WHEN 'N'
                   PERFORM 5200-DECODE-ZONED
               WHEN 'P'
                   PERFORM 5300-DECODE-PACKED
               WHEN 'B'
                   PERFORM 5400-DECODE-BINARY
               WHEN OTHER
                   MOVE 'N' TO WS-NUMERIC-OK-FLAG
           END-EVALUATE.

           IF WS-NUMERIC-OK
               PERFORM 5500-EDIT-NUMBER
           ELSE
      *        Text, or a number whose bytes will not decode - carried
      *        as it stands.
               MOVE WS-IMAGE (WS-FIELD-OFFSET:WS-FIELD-LENGTH)
                   TO WS-VALUE-TEXT
               INSPECT WS-VALUE-TEXT REPLACING ALL '|' BY SPACE
                                               ALL LOW-VALUE BY SPACE
           END-IF.
           PERFORM 5900-APPEND-VALUE.

      ******************************************************************
       5100-APPEND-WHOLE-IMAGE.

           IF WS-FIL-SENSITIVE (WS-FILE-IDX)
               MOVE WS-MASK-TEXT TO WS-VALUE-TEXT
           ELSE
               MOVE WS-IMAGE TO WS-VALUE-TEXT
               INSPECT WS-VALUE-TEXT REPLACING ALL '|' BY SPACE
                                               ALL LOW-VALUE BY SPACE
           END-IF.
           PERFORM 5900-APPEND-VALUE.

      ******************************************************************
       5200-DECODE-ZONED.

           IF WS-FIELD-LENGTH > 18
               MOVE 'N' TO WS-NUMERIC-OK-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-ZONED-AREA.
           MOVE WS-IMAGE (WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               TO WS-ZONED-AREA (19 - WS-FIELD-LENGTH:WS-FIELD-LENGTH).
           IF WS-ZONED-VALUE IS NOT NUMERIC
               MOVE 'N' TO WS-NUMERIC-OK-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ZONED-VALUE TO WS-INTEGER-VALUE.

      ******************************************************************
       5300-DECODE-PACKED.

           IF WS-FIELD-LENGTH > 10
               MOVE 'N' TO WS-NUMERIC-OK-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO WS-PACKED-AREA.
           MOVE WS-IMAGE (WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               TO WS-PACKED-AREA (11 - WS-FIELD-LENGTH:WS-FIELD-LENGTH).
           IF WS-PACKED-VALUE IS NOT NUMERIC
               MOVE 'N' TO WS-NUMERIC-OK-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PACKED-VALUE TO WS-INTEGER-VALUE.

      ******************************************************************
       5400-DECODE-BINARY.

           EVALUATE WS-FIELD-LENGTH
               WHEN 2
                   MOVE WS-IMAGE (WS-FIELD-OFFSET:2)
                       TO WS-BINARY-2-AREA
                   MOVE WS-BINARY-2-VALUE TO WS-INTEGER-VALUE
               WHEN 4
                   MOVE WS-IMAGE (WS-FIELD-OFFSET:4)
                       TO WS-BINARY-4-AREA
                   MOVE WS-BINARY-4-VALUE TO WS-INTEGER-VALUE
               WHEN 8
                   MOVE WS-IMAGE (WS-FIELD-OFFSET:8)
                       TO WS-BINARY-8-AREA
                   MOVE WS-BINARY-8-VALUE TO WS-INTEGER-VALUE
               WHEN OTHER
                   MOVE 'N' TO WS-NUMERIC-OK-FLAG
           END-EVALUATE.

      ******************************************************************
       5500-EDIT-NUMBER.
      *    Plain signed number with the field's own decimal places.

           IF WS-LAY-SCALE (WS-LAYOUT-IDX) = ZERO
               MOVE WS-INTEGER-VALUE TO WS-INTEGER-EDIT
               MOVE FUNCTION TRIM (WS-INTEGER-EDIT) TO WS-VALUE-TEXT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DECIMAL-VALUE = WS-INTEGER-VALUE
               / (10 ** WS-LAY-SCALE (WS-LAYOUT-IDX)).
           MOVE WS-DECIMAL-VALUE TO WS-DECIMAL-EDIT.
           MOVE FUNCTION TRIM (WS-DECIMAL-EDIT) TO WS-VALUE-TEXT.
           MOVE ZERO TO WS-VALUE-LENGTH.
           INSPECT WS-VALUE-TEXT TALLYING WS-VALUE-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LAY-SCALE (WS-LAYOUT-IDX) < 5
               COMPUTE WS-VALUE-LENGTH = WS-VALUE-LENGTH
                   - (5 - WS-LAY-SCALE (WS-LAYOUT-IDX))
               MOVE SPACES TO WS-VALUE-TEXT (WS-VALUE-LENGTH + 1:)
           END-IF.

      ******************************************************************
       5900-APPEND-VALUE.

           STRING WS-DELIM DELIMITED BY SIZE
                  FUNCTION TRIM (WS-VALUE-TEXT TRAILING)
                                 DELIMITED BY SIZE
               INTO WS-ROW
               WITH POINTER WS-ROW-POINTER
               ON OVERFLOW
                   SET WS-ROW-TRUNCATED TO TRUE
           END-STRING.

      ******************************************************************
       5950-WRITE-ROW.

           MOVE WS-ROW TO CDC-FEED-RECORD.
           WRITE CDC-FEED-RECORD.
           ADD 1 TO WS-ROWS-WRITTEN.
           IF WS-ROW-TRUNCATED
               ADD 1 TO WS-ROWS-TRUNCATED
           END-IF.

      ******************************************************************
       6000-WRITE-TRAILERS.
      *    One count row per file for the load to balance to, then
      *    the run totals.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
               COMPUTE WS-FILE-ROWS = WS-FIL-INSERTS (WS-FILE-IDX)
                   + WS-FIL-UPDATES (WS-FILE-IDX)
                   + WS-FIL-DELETES (WS-FILE-IDX)
               MOVE SPACES TO CDC-FEED-RECORD
               STRING 'T' WS-DELIM
                      WS-FIL-NUMBER (WS-FILE-IDX) WS-DELIM
                      WS-FIL-NAME (WS-FILE-IDX) WS-DELIM
                      WS-FIL-INSERTS (WS-FILE-IDX) WS-DELIM
                      WS-FIL-UPDATES (WS-FILE-IDX) WS-DELIM
                      WS-FIL-DELETES (WS-FILE-IDX) WS-DELIM
                      WS-FILE-ROWS
                   DELIMITED BY SIZE INTO CDC-FEED-RECORD
               END-STRING
               WRITE CDC-FEED-RECORD
               ADD 1 TO WS-ROWS-WRITTEN
           END-PERFORM.

           ADD 1 TO WS-ROWS-WRITTEN.
           MOVE SPACES TO CDC-FEED-RECORD.
           STRING 'E' WS-DELIM
                  WS-ROWS-WRITTEN WS-DELIM
                  WS-ENTRIES-EXTRACTED WS-DELIM
                  WS-NEW-MARK-DATE WS-DELIM WS-NEW-MARK-TIME
               DELIMITED BY SIZE INTO CDC-FEED-RECORD
           END-STRING.
           WRITE CDC-FEED-RECORD.

      ******************************************************************
       7000-ADVANCE-MARK.
      *    Only after the feed is closed - a run that dies part way
      *    re-extracts from the old mark next time.  Entries past the
      *    file table's limit hold the mark back so none are lost.

           IF WS-FILES-DROPPED > ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CDC-CONTROL-FILE.
           MOVE WS-NEW-MARK-DATE       TO CDCC-MARK-DATE.
           MOVE WS-NEW-MARK-TIME       TO CDCC-MARK-TIME.
           MOVE WS-NOW-DATE            TO CDCC-LAST-RUN-DATE.
           MOVE WS-NOW-TIME            TO CDCC-LAST-RUN-TIME.
           MOVE CDC-FEED-NAME          TO CDCC-LAST-FEED-NAME.
           MOVE WS-ROWS-WRITTEN        TO CDCC-LAST-ROW-COUNT.
           WRITE CDC-CONTROL-RECORD.
           CLOSE CDC-CONTROL-FILE.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'CFILECDC'         TO WRUNC-JOB-NAME.
           MOVE WS-ENTRIES-EXTRACTED TO WRUNC-RECORD-COUNT.
           IF WS-ROWS-TRUNCATED > ZERO
               OR WS-FILES-DROPPED > ZERO
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
