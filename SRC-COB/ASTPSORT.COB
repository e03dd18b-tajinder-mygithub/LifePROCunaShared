      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     ASTPSORT.
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
      *D   ASTPSORT is the postal presort pass between the annual
      *D   statement composition and the mail shop.  It takes the
      *D   batch print file ASTFMT29 writes (ASTPRN.PDM, one page
      *D   per piece, with the ASTPCE.PDM piece index beside it)
      *D   and, when ASTGRPPK has run, the group package file
      *D   (U01.GPK, one package per piece), and:
      *D
      *D     - sequences the pieces by ZIP, carrier route (from the
      *D       CRRTZIP.PDM scheme), ZIP+4 and delivery point within
      *D       their tray level - 5-digit, 3-digit, mixed AADC, and
      *D       single-piece for an address with no usable ZIP;
      *D     - gives every piece an Intelligent Mail barcode - the
      *D       mailer ID and service type off IMBPARM.PDM, the next
      *D       serial number, and the ZIP+4 and delivery point as
      *D       the routing code - as an IMB line under a page's
      *D       address block or an IMB record behind a package's
      *D       GROUP cover, for the print stream to render in bars;
      *D     - breaks the pieces into trays (a tray level needs the
      *D       tray minimum to qualify, a tray holds the tray
      *D       capacity) and reports each tray and the piece and
      *D       tray counts by level the postage statement asks for;
      *D     - appends each barcoded piece's serial, company and
      *D       policy to the IMb trace IMBTRACE.PDM, which CRTNMAIL
      *D       reads to resolve a returned piece to its policy.
      *D
      *D   Sorted output: ASTPSO.PDM (statement pages) and U01.GPS
      *D   (packages); report: ASTPSR.PDM.  With no IMb control
      *D   record on file the pieces are still presorted, but go
      *D   out unbarcoded and untraced, and the report says so.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-021-03 MAINT New program.
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

           SELECT PRINT-FILE
       COPY WVARYCPY.
                                       PRINT-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS PRINT-STATUS.

           SELECT PIECE-INDEX-FILE
       COPY WVARYCPY.
                                       PIECE-INDEX-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS PIECE-INDEX-STATUS.

           SELECT PACKAGE-FILE
       COPY WVARYCPY.
                                       PACKAGE-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS PACKAGE-STATUS.

           SELECT SORTED-PRINT-FILE
       COPY WVARYCPY.
                                       SORTED-PRINT-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS SORTED-PRINT-STATUS.

           SELECT SORTED-PACKAGE-FILE
       COPY WVARYCPY.
                                       SORTED-PACKAGE-FILE-NAME
       COPY WLORGCPY.
                                       STATUS IS SORTED-PACKAGE-STATUS.

           SELECT PRESORT-REPORT-FILE
       COPY WVARYCPY.
                                       PRESORT-REPORT-NAME
       COPY WLORGCPY.
                                       STATUS IS PRESORT-REPORT-STATUS.

           SELECT IMB-CONTROL-FILE
       COPY WVARYCPY.
                                       IMB-CONTROL-NAME
       COPY WLORGCPY.
                                       STATUS IS IMB-CONTROL-STATUS.

           SELECT IMB-TRACE-FILE
       COPY WVARYCPY.
                                       IMB-TRACE-NAME
       COPY WLORGCPY.
                                       STATUS IS IMB-TRACE-STATUS.

           SELECT CARRIER-ROUTE-FILE
       COPY WVARYCPY.
                                       CARRIER-ROUTE-NAME
       COPY WLORGCPY.
                                       STATUS IS CARRIER-ROUTE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-RECORD                    PIC X(132).

       FD  PIECE-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WMPCECPY.

       FD  PACKAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PACKAGE-RECORD                  PIC X(250).

       FD  SORTED-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-PRINT-RECORD             PIC X(132).

       FD  SORTED-PACKAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORTED-PACKAGE-RECORD           PIC X(250).

       FD  PRESORT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRESORT-REPORT-RECORD           PIC X(132).

       FD  IMB-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WIMBPCPY.

       FD  IMB-TRACE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WIMBTCPY.

       FD  CARRIER-ROUTE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCRRTCPY.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-PIECE-KEY.
      *            'S' statement page, 'G' group package.
               10  SW-SOURCE               PIC X(01).
      *            '0' lines ahead of the first piece, '1' 5-digit,
      *            '2' 3-digit, '3' mixed AADC, '4' single-piece,
      *            '9' control records that trail the file.
               10  SW-LEVEL                PIC X(01).
               10  SW-ZIP5                 PIC X(05).
               10  SW-ROUTE                PIC X(04).
               10  SW-ZIP4                 PIC X(04).
               10  SW-DELIVERY-POINT       PIC X(02).
               10  SW-PIECE-SEQ            PIC 9(07).
           05  SW-LINE-SEQ                 PIC 9(05).
      *        'L' a line of the piece, 'B' where its barcode goes.
           05  SW-LINE-TYPE                PIC X(01).
           05  SW-LINE                     PIC X(250).

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRUNCCPY.

       01  CALLED-MODULES.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

       01  PRINT-STATUS                    PIC XX.
       01  PIECE-INDEX-STATUS              PIC XX.
       01  PACKAGE-STATUS                  PIC XX.
       01  SORTED-PRINT-STATUS             PIC XX.
       01  SORTED-PACKAGE-STATUS           PIC XX.
       01  PRESORT-REPORT-STATUS           PIC XX.
       01  IMB-CONTROL-STATUS              PIC XX.
       01  IMB-TRACE-STATUS                PIC XX.
       01  CARRIER-ROUTE-STATUS            PIC XX.

      *    ASTFMT29's batch print file and piece index, and the
      *    presorted copy, all under the running coder.
       01  PRINT-FILE-NAME.
           05  WS-PRINT-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  PRINT-CODER                 PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'ASTPRN.PDM'.

       01  PIECE-INDEX-FILE-NAME.
           05  WS-PIECE-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  PIECE-INDEX-CODER           PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'ASTPCE.PDM'.

       01  SORTED-PRINT-FILE-NAME.
           05  WS-SORTED-PRINT-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  SORTED-PRINT-CODER          PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'ASTPSO.PDM'.

       01  PRESORT-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  PRESORT-REPORT-CODER        PIC X(04) VALUE '____'.
           05  FILLER                     PIC X(11) VALUE 'ASTPSR.PDM'.

      *    ASTGRPPK's package file, under the batch extract coder
      *    the way ASTGRPPK names it, and the presorted copy.
       01  PACKAGE-FILE-NAME.
           05  WS-PACKAGE-FILE-DRIVE       PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  PACKAGE-CODER               PIC X(04) VALUE '____'.
           05  FILLER                      PIC X(07) VALUE 'U01.GPK'.

       01  SORTED-PACKAGE-FILE-NAME.
           05  WS-SORTED-PACKAGE-DRIVE     PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  SORTED-PACKAGE-CODER        PIC X(04) VALUE '____'.
           05  FILLER                      PIC X(07) VALUE 'U01.GPS'.

      *    Shared postal files, one per work drive.
       01  IMB-CONTROL-NAME.
           05  WS-IMB-CONTROL-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'IMBPARM.PDM'.

       01  IMB-TRACE-NAME.
           05  WS-IMB-TRACE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'IMBTRACE.PDM'.

       01  CARRIER-ROUTE-NAME.
           05  WS-ROUTE-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  FILLER                      PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'CRRTZIP.PDM'.

       01  WS-DELIM-CHAR                   PIC X(01) VALUE '|'.
       01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       01  WS-RUN-DATE-YYYYMMDD            PIC 9(08).

       01  WS-TOKEN-COUNT                  PIC 9(02).
       01  WS-TOKENS.
           05  WS-TOKEN OCCURS 4 TIMES     PIC X(60).

      *    IMb control - barcoding is off when no usable record.
       01  WS-IMB-ACTIVE-FLAG              PIC X(01) VALUE 'N'.
           88  WS-IMB-ACTIVE                   VALUE 'Y'.
       01  WS-MAILER-ID                    PIC X(09).
       01  WS-MAILER-ID-LENGTH             PIC 9(01).
       01  WS-SERIAL-MAXIMUM               PIC 9(09).
       01  WS-SERIAL-NUMBER                PIC 9(09) VALUE ZERO.
       01  WS-SERIAL-DIGITS REDEFINES WS-SERIAL-NUMBER
                                           PIC X(09).
       01  WS-FIRST-SERIAL                 PIC 9(09) VALUE ZERO.
       01  WS-TRAY-MINIMUM                 PIC 9(04).
       01  WS-TRAY-CAPACITY                PIC 9(04).

      *    Carrier route scheme, loaded once.
       78  WS-MAX-ROUTES                       VALUE 5000.
       01  WS-RT-COUNT                     PIC 9(04) VALUE ZERO.
       01  WS-RT-IDX                       PIC 9(04).
       01  WS-RT-OVERFLOW-FLAG             PIC X(01) VALUE 'N'.
           88  WS-RT-TABLE-OVERFLOWED          VALUE 'Y'.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS WS-MAX-ROUTES TIMES.
               10  WS-RT-ZIP5              PIC X(05).
               10  WS-RT-ZIP4-LOW          PIC X(04).
               10  WS-RT-ZIP4-HIGH         PIC X(04).
               10  WS-RT-ROUTE             PIC X(04).

      *    One entry per mail piece - statement pages first, in
      *    print-file order, then packages in package-file order.
      *    Sized for the annual mailing; a piece past the cap still
      *    mails, single-piece and unbarcoded, and is flagged.
       78  WS-MAX-PIECES                       VALUE 50000.
       01  WS-PIECE-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-PIECE-IDX                    PIC 9(05).
       01  WS-STMT-PIECES                  PIC 9(05) VALUE ZERO.
       01  WS-PIECE-OVERFLOW-FLAG          PIC X(01) VALUE 'N'.
           88  WS-PIECE-TABLE-OVERFLOWED       VALUE 'Y'.
       01  WS-PIECE-TABLE.
           05  WS-PIECE-ENTRY OCCURS WS-MAX-PIECES TIMES.
               10  WS-PC-COMPANY           PIC X(02).
               10  WS-PC-POLICY            PIC X(12).
               10  WS-PC-ZIP5              PIC X(05).
               10  WS-PC-ZIP4              PIC X(04).
               10  WS-PC-DELIVERY-POINT    PIC X(02).
               10  WS-PC-ROUTE             PIC X(04).
               10  WS-PC-LEVEL             PIC X(01).
               10  WS-PC-Z5-IDX            PIC 9(05).
               10  WS-PC-Z3-IDX            PIC 9(04).

      *    Piece counts by source and ZIP, then by source and
      *    3-digit prefix net of the 5-digit trays - what decides
      *    each piece's tray level.
       78  WS-MAX-ZIP5                         VALUE 20000.
       01  WS-Z5-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-Z5-IDX                       PIC 9(05).
       01  WS-Z5-TABLE.
           05  WS-Z5-ENTRY OCCURS WS-MAX-ZIP5 TIMES.
               10  WS-Z5-KEY               PIC X(06).
               10  WS-Z5-PIECES            PIC 9(07).
               10  WS-Z5-LEVEL             PIC X(01).
               10  WS-Z5-Z3-IDX            PIC 9(04).
       78  WS-MAX-ZIP3                         VALUE 2000.
       01  WS-Z3-COUNT                     PIC 9(04) VALUE ZERO.
       01  WS-Z3-IDX                       PIC 9(04).
       01  WS-Z3-TABLE.
           05  WS-Z3-ENTRY OCCURS WS-MAX-ZIP3 TIMES.
               10  WS-Z3-KEY               PIC X(04).
               10  WS-Z3-RESIDUAL          PIC 9(07).
               10  WS-Z3-LEVEL             PIC X(01).
       01  WS-ZIP-KEY                      PIC X(06).
       01  WS-ZIP-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.
           88  WS-ZIP-TABLE-OVERFLOWED         VALUE 'Y'.

      *    Postal-code parse work.
       01  WS-PARSE-ZIP                    PIC X(10).
       01  WS-PARSE-ADDR                   PIC X(35).
       01  WS-ADDR-POS                     PIC 9(02).
       01  WS-BOX-OFFSET                   PIC 9(02).
       01  WS-DIGITS-FOUND                 PIC 9(02).
       01  WS-DPC-WORK                     PIC X(02).

      *    Pass counts - the index must pair off with the pages.
       01  WS-INDEX-ROWS                   PIC 9(07) VALUE ZERO.
       01  WS-PAGES-READ                   PIC 9(07) VALUE ZERO.
       01  WS-PACKAGES-READ                PIC 9(07) VALUE ZERO.
       01  WS-PKG-LINE-NO                  PIC 9(05) VALUE ZERO.
       01  WS-PACKAGE-FOUND-FLAG           PIC X(01) VALUE 'N'.
           88  WS-PACKAGE-FILE-FOUND           VALUE 'Y'.
       01  WS-PRINT-FOUND-FLAG             PIC X(01) VALUE 'N'.
           88  WS-PRINT-FILE-FOUND             VALUE 'Y'.

      *    Release state - the key every line of the current piece
      *    goes out under.
       01  WS-CURRENT-KEY.
           05  WS-CK-SOURCE                PIC X(01).
           05  WS-CK-LEVEL                 PIC X(01).
           05  WS-CK-ZIP5                  PIC X(05).
           05  WS-CK-ROUTE                 PIC X(04).
           05  WS-CK-ZIP4                  PIC X(04).
           05  WS-CK-DELIVERY-POINT        PIC X(02).
           05  WS-CK-PIECE-SEQ             PIC 9(07).
       01  WS-LINE-SEQ                     PIC 9(05) VALUE ZERO.
       01  WS-PAGE-LINE-NO                 PIC 9(05) VALUE ZERO.
       01  WS-SLOT-DONE-FLAG               PIC X(01) VALUE 'N'.
           88  WS-SLOT-DONE                    VALUE 'Y'.
       01  WS-CONTROL-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-IN-CONTROL-RECORDS           VALUE 'Y'.

      *    Output state - source, tray and piece breaks.
       01  WS-SORT-EOF-FLAG                PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.
       01  WS-BREAK-SOURCE                 PIC X(01) VALUE SPACES.
       01  WS-BREAK-PIECE-KEY              PIC X(30) VALUE SPACES.
       01  WS-OUT-PIECE-IDX                PIC 9(05) VALUE ZERO.
       01  WS-OUT-SOURCE-IDX               PIC 9(01).
       01  WS-OUT-LEVEL-IDX                PIC 9(01).
       01  WS-PIECE-BARCODED-FLAG          PIC X(01) VALUE 'N'.
           88  WS-PIECE-BARCODED               VALUE 'Y'.
       01  WS-TRAY-NUMBER                  PIC 9(05) VALUE ZERO.
       01  WS-TRAY-OPEN-FLAG               PIC X(01) VALUE 'N'.
           88  WS-TRAY-IS-OPEN                 VALUE 'Y'.
       01  WS-TRAY-LEVEL                   PIC X(01).
       01  WS-TRAY-LEVEL-IDX               PIC 9(01).
       01  WS-TRAY-DEST                    PIC X(05).
       01  WS-TRAY-PIECES                  PIC 9(05).
       01  WS-TRAY-FIRST-SERIAL            PIC X(09).
       01  WS-TRAY-LAST-SERIAL             PIC X(09).
       01  WS-PIECE-DEST                   PIC X(05).
       01  WS-IMB-TRACKING-CODE            PIC X(20).
       01  WS-IMB-ROUTING-CODE             PIC X(11).
       01  WS-SERIAL-TEXT                  PIC X(09).

      *    Postage statement counts - source (1 statements, 2
      *    packages) by tray level (1 5-digit .. 4 single-piece).
       01  WS-POSTAGE-COUNTS.
           05  WS-PSTG-SOURCE OCCURS 2 TIMES.
               10  WS-PSTG-BARCODED        PIC 9(07).
               10  WS-PSTG-LEVEL OCCURS 4 TIMES.
                   15  WS-PSTG-PIECES      PIC 9(07).
                   15  WS-PSTG-TRAYS       PIC 9(05).
       01  WS-TOTAL-PIECES                 PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-BARCODED               PIC 9(07) VALUE ZERO.

       01  WS-LEVEL-NAME-VALUES.
           05  FILLER                      PIC X(12) VALUE '5-DIGIT'.
           05  FILLER                      PIC X(12) VALUE '3-DIGIT'.
           05  FILLER                      PIC X(12) VALUE 'MIXED AADC'.
           05  FILLER                    PIC X(12) VALUE 'SINGLE-PIECE'.
       01  WS-LEVEL-NAMES REDEFINES WS-LEVEL-NAME-VALUES.
           05  WS-LEVEL-NAME OCCURS 4 TIMES PIC X(12).

       01  WS-SOURCE-NAME-VALUES.
           05  FILLER                      PIC X(17) VALUE
                                           'ANNUAL STATEMENTS'.
           05  FILLER                      PIC X(17) VALUE
                                           'GROUP PACKAGES'.
       01  WS-SOURCE-NAMES REDEFINES WS-SOURCE-NAME-VALUES.
           05  WS-SOURCE-NAME OCCURS 2 TIMES PIC X(17).

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
               PERFORM 2000-BUILD-PIECE-TABLE
               PERFORM 2500-ASSIGN-TRAY-LEVELS
               OPEN OUTPUT PRESORT-REPORT-FILE
               IF WS-PRINT-FILE-FOUND
                   OR WS-PACKAGE-FILE-FOUND
                   OPEN OUTPUT SORTED-PRINT-FILE
                   IF WS-PACKAGE-FILE-FOUND
                       OPEN OUTPUT SORTED-PACKAGE-FILE
                   END-IF
                   IF WS-IMB-ACTIVE
                       OPEN EXTEND IMB-TRACE-FILE
                       IF IMB-TRACE-STATUS = '35' OR '05'
                           OPEN OUTPUT IMB-TRACE-FILE
                       END-IF
                   END-IF
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SW-PIECE-KEY
                                        SW-LINE-SEQ
                       INPUT PROCEDURE 3000-RELEASE-PIECES
                       OUTPUT PROCEDURE 4000-WRITE-SORTED
                   CLOSE SORTED-PRINT-FILE
                   IF WS-PACKAGE-FILE-FOUND
                       CLOSE SORTED-PACKAGE-FILE
                   END-IF
                   IF WS-IMB-ACTIVE
                       CLOSE IMB-TRACE-FILE
                       PERFORM 6000-SAVE-IMB-CONTROL
                   END-IF
                   PERFORM 5000-WRITE-POSTAGE-SUMMARY
               ELSE
                   MOVE 'NO STATEMENT PRINT FILE OR PACKAGE FILE'
                       TO PRESORT-REPORT-RECORD
                   WRITE PRESORT-REPORT-RECORD
               END-IF
               CLOSE PRESORT-REPORT-FILE
               PERFORM 9000-RECORD-RUN-END
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-INITIALIZE.

           SET WRUNC-RECORD-START TO TRUE.
           MOVE 'ASTPSORT'         TO WRUNC-JOB-NAME.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.
           IF WRUNC-START-REFUSED
               EXIT PARAGRAPH
           END-IF.

           MOVE WCODER-ID              TO PRINT-CODER.
           INSPECT PRINT-CODER REPLACING ALL ' ' BY '_'.
           MOVE PRINT-CODER            TO PIECE-INDEX-CODER
                                          SORTED-PRINT-CODER
                                          PRESORT-REPORT-CODER.
           IF WGLOB-EXTRACT-BATCH-CODER NOT = SPACES
               MOVE WGLOB-EXTRACT-BATCH-CODER TO PACKAGE-CODER
           ELSE
               MOVE WCODER-ID          TO PACKAGE-CODER
           END-IF.
           INSPECT PACKAGE-CODER REPLACING ALL ' ' BY '_'.
           MOVE PACKAGE-CODER          TO SORTED-PACKAGE-CODER.

           MOVE WOPTION-WORK-DRIVE     TO WS-PRINT-FILE-DRIVE
                                          WS-PIECE-FILE-DRIVE
                                          WS-SORTED-PRINT-DRIVE
                                          WS-REPORT-FILE-DRIVE
                                          WS-PACKAGE-FILE-DRIVE
                                          WS-SORTED-PACKAGE-DRIVE
                                          WS-IMB-CONTROL-DRIVE
                                          WS-IMB-TRACE-DRIVE
                                          WS-ROUTE-FILE-DRIVE.

           IF WGLOB-EXTRACT-CSV-DELIM
               MOVE ',' TO WS-DELIM-CHAR
           ELSE
               MOVE '|' TO WS-DELIM-CHAR
           END-IF.

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           INITIALIZE WS-POSTAGE-COUNTS.

           PERFORM 1100-LOAD-IMB-CONTROL.
           PERFORM 1200-LOAD-CARRIER-ROUTES.

      ******************************************************************
       1100-LOAD-IMB-CONTROL.
      *    A 9-digit mailer ID (leading 9) leaves six digits for the
      *    serial; a 6-digit one leaves nine.

           MOVE 150 TO WS-TRAY-MINIMUM.
           MOVE 500 TO WS-TRAY-CAPACITY.
           MOVE 'N' TO WS-IMB-ACTIVE-FLAG.
           OPEN INPUT IMB-CONTROL-FILE.
           IF IMB-CONTROL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ IMB-CONTROL-FILE
               AT END
                   MOVE '10' TO IMB-CONTROL-STATUS
           END-READ.
           CLOSE IMB-CONTROL-FILE.
           IF IMB-CONTROL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           IF IMBP-TRAY-MINIMUM IS NUMERIC
               AND IMBP-TRAY-MINIMUM > ZERO
               MOVE IMBP-TRAY-MINIMUM  TO WS-TRAY-MINIMUM
           END-IF.
           IF IMBP-TRAY-CAPACITY IS NUMERIC
               AND IMBP-TRAY-CAPACITY > ZERO
               MOVE IMBP-TRAY-CAPACITY TO WS-TRAY-CAPACITY
           END-IF.
           IF IMBP-BARCODE-ID = SPACES
               MOVE '00'  TO IMBP-BARCODE-ID
           END-IF.
           IF IMBP-SERVICE-TYPE = SPACES
               MOVE '300' TO IMBP-SERVICE-TYPE
           END-IF.
           IF IMBP-LAST-SERIAL IS NOT NUMERIC
               MOVE ZERO TO IMBP-LAST-SERIAL
           END-IF.

           MOVE SPACES TO WS-MAILER-ID.
           IF IMBP-MAILER-ID (1:1) = '9'
               IF IMBP-MAILER-ID (1:9) IS NUMERIC
                   MOVE IMBP-MAILER-ID (1:9) TO WS-MAILER-ID
                   MOVE 9 TO WS-MAILER-ID-LENGTH
                   MOVE 999999 TO WS-SERIAL-MAXIMUM
               END-IF
           ELSE
               IF IMBP-MAILER-ID (1:6) IS NUMERIC
                   AND IMBP-MAILER-ID (7:3) = SPACES
                   MOVE IMBP-MAILER-ID (1:6) TO WS-MAILER-ID
                   MOVE 6 TO WS-MAILER-ID-LENGTH
                   MOVE 999999999 TO WS-SERIAL-MAXIMUM
               END-IF
           END-IF.
           IF WS-MAILER-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE IMBP-LAST-SERIAL TO WS-SERIAL-NUMBER.
           IF WS-SERIAL-NUMBER > WS-SERIAL-MAXIMUM
               MOVE ZERO TO WS-SERIAL-NUMBER
           END-IF.
           SET WS-IMB-ACTIVE TO TRUE.

      ******************************************************************
       1200-LOAD-CARRIER-ROUTES.
      *    No scheme on file means pieces sort by ZIP+4 alone.

           MOVE ZERO TO WS-RT-COUNT.
           OPEN INPUT CARRIER-ROUTE-FILE.
           IF CARRIER-ROUTE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ CARRIER-ROUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-RT-COUNT >= WS-MAX-ROUTES
                           SET WS-RT-TABLE-OVERFLOWED TO TRUE
                       ELSE
                           ADD 1 TO WS-RT-COUNT
                           MOVE CRRT-ZIP5
                               TO WS-RT-ZIP5 (WS-RT-COUNT)
                           MOVE CRRT-ZIP4-LOW
                               TO WS-RT-ZIP4-LOW (WS-RT-COUNT)
                           MOVE CRRT-ZIP4-HIGH
                               TO WS-RT-ZIP4-HIGH (WS-RT-COUNT)
                           MOVE CRRT-ROUTE
                               TO WS-RT-ROUTE (WS-RT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARRIER-ROUTE-FILE.

      ******************************************************************
      *First pass - one piece table entry per statement page (off the
      *piece index) and per package (off its first member's block),
      *with the postal codes the sort and the barcode need.
      ******************************************************************
       2000-BUILD-PIECE-TABLE.

           MOVE ZERO TO WS-PIECE-COUNT
                        WS-INDEX-ROWS
                        WS-PACKAGES-READ.

           OPEN INPUT PRINT-FILE.
           IF PRINT-STATUS = '00'
               SET WS-PRINT-FILE-FOUND TO TRUE
               CLOSE PRINT-FILE
           END-IF.

           OPEN INPUT PIECE-INDEX-FILE.
           IF PIECE-INDEX-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PIECE-INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-INDEX-ROWS
                           PERFORM 2100-TABLE-STATEMENT-PIECE
                   END-READ
               END-PERFORM
               CLOSE PIECE-INDEX-FILE
           END-IF.
           MOVE WS-PIECE-COUNT TO WS-STMT-PIECES.

           OPEN INPUT PACKAGE-FILE.
           IF PACKAGE-STATUS = '00'
               SET WS-PACKAGE-FILE-FOUND TO TRUE
               MOVE ZERO TO WS-PKG-LINE-NO
               MOVE ZERO TO WS-PIECE-IDX
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PACKAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 2200-TABLE-PACKAGE-LINE
                   END-READ
               END-PERFORM
               CLOSE PACKAGE-FILE
           END-IF.

      ******************************************************************
       2100-TABLE-STATEMENT-PIECE.

           PERFORM 2300-ADD-PIECE.
           IF WS-PIECE-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE MPCE-COMPANY-CODE  TO WS-PC-COMPANY (WS-PIECE-IDX).
           MOVE MPCE-POLICY-NUMBER TO WS-PC-POLICY (WS-PIECE-IDX).
           MOVE MPCE-OWNER-ZIP     TO WS-PARSE-ZIP.
           MOVE MPCE-OWNER-ADDR-1  TO WS-PARSE-ADDR.
           PERFORM 2400-PARSE-POSTAL-CODES.

      ******************************************************************
       2200-TABLE-PACKAGE-LINE.
      *    A GROUP cover opens a package; its first member's key-1
      *    line (1) names the policy the piece traces to, and that
      *    member's owner section - name line 12 (16) and the
      *    city/state/ZIP line 15 (19) - addresses the envelope.
      *    GRPSUM and the control records ASTGRPPK trails the file
      *    with ('GROUP' with a '*' key) are not member lines.

           PERFORM 2210-SPLIT-PACKAGE-LINE.

           IF WS-TOKEN (1) = 'GROUP'
               IF WS-TOKEN (2) (1:1) = '*'
                   MOVE ZERO TO WS-PIECE-IDX
               ELSE
                   ADD 1 TO WS-PACKAGES-READ
                   PERFORM 2300-ADD-PIECE
               END-IF
               MOVE ZERO TO WS-PKG-LINE-NO
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOKEN (1) = 'GRPSUM'
               OR WS-PIECE-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PKG-LINE-NO.
           EVALUATE WS-PKG-LINE-NO
               WHEN 1
                   MOVE WS-TOKEN (1) (1:2)
                       TO WS-PC-COMPANY (WS-PIECE-IDX)
                   MOVE WS-TOKEN (2) (1:12)
                       TO WS-PC-POLICY (WS-PIECE-IDX)
               WHEN 16
                   MOVE WS-TOKEN (1) (1:35) TO WS-PARSE-ADDR
               WHEN 19
                   MOVE WS-TOKEN (3) (1:10) TO WS-PARSE-ZIP
                   PERFORM 2400-PARSE-POSTAL-CODES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
       2210-SPLIT-PACKAGE-LINE.

           MOVE ZERO TO WS-TOKEN-COUNT.
           INITIALIZE WS-TOKENS.
           UNSTRING FUNCTION TRIM (PACKAGE-RECORD)
               DELIMITED BY WS-DELIM-CHAR
               INTO WS-TOKEN (1) WS-TOKEN (2)
                    WS-TOKEN (3) WS-TOKEN (4)
               TALLYING IN WS-TOKEN-COUNT
           END-UNSTRING.

      ******************************************************************
       2300-ADD-PIECE.

           IF WS-PIECE-COUNT >= WS-MAX-PIECES
               SET WS-PIECE-TABLE-OVERFLOWED TO TRUE
               MOVE ZERO TO WS-PIECE-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PIECE-COUNT.
           MOVE WS-PIECE-COUNT TO WS-PIECE-IDX.
           MOVE SPACES TO WS-PC-COMPANY (WS-PIECE-IDX)
                          WS-PC-POLICY (WS-PIECE-IDX)
                          WS-PC-ZIP5 (WS-PIECE-IDX)
                          WS-PC-ZIP4 (WS-PIECE-IDX)
                          WS-PC-DELIVERY-POINT (WS-PIECE-IDX)
                          WS-PC-ROUTE (WS-PIECE-IDX).
           MOVE '4'  TO WS-PC-LEVEL (WS-PIECE-IDX).
           MOVE ZERO TO WS-PC-Z5-IDX (WS-PIECE-IDX)
                        WS-PC-Z3-IDX (WS-PIECE-IDX).

      ******************************************************************
       2400-PARSE-POSTAL-CODES.
      *    ZIP as 12345, 12345-6789 or 123456789.  Only a ZIP+4
      *    carries a delivery point and a carrier route.

           IF WS-PARSE-ZIP (1:5) IS NOT NUMERIC
               OR WS-PARSE-ZIP (1:5) = '00000'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARSE-ZIP (1:5) TO WS-PC-ZIP5 (WS-PIECE-IDX).
           EVALUATE TRUE
               WHEN WS-PARSE-ZIP (6:1) = '-'
                   AND WS-PARSE-ZIP (7:4) IS NUMERIC
                   MOVE WS-PARSE-ZIP (7:4)
                       TO WS-PC-ZIP4 (WS-PIECE-IDX)
               WHEN WS-PARSE-ZIP (6:4) IS NUMERIC
                   MOVE WS-PARSE-ZIP (6:4)
                       TO WS-PC-ZIP4 (WS-PIECE-IDX)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM 2410-DELIVERY-POINT.
           MOVE WS-DPC-WORK TO WS-PC-DELIVERY-POINT (WS-PIECE-IDX).

           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-ZIP5 (WS-RT-IDX) = WS-PC-ZIP5 (WS-PIECE-IDX)
                   AND WS-PC-ZIP4 (WS-PIECE-IDX)
                       NOT < WS-RT-ZIP4-LOW (WS-RT-IDX)
                   AND WS-PC-ZIP4 (WS-PIECE-IDX)
                       NOT > WS-RT-ZIP4-HIGH (WS-RT-IDX)
                   MOVE WS-RT-ROUTE (WS-RT-IDX)
                       TO WS-PC-ROUTE (WS-PIECE-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       2410-DELIVERY-POINT.
      *    The last two digits of the primary number - the house
      *    number, or the box number of a PO box; 99 when the first
      *    delivery line has neither.

           MOVE '00' TO WS-DPC-WORK.
           MOVE ZERO TO WS-DIGITS-FOUND.
           MOVE 1 TO WS-ADDR-POS.
           PERFORM UNTIL WS-ADDR-POS > 35
               OR WS-PARSE-ADDR (WS-ADDR-POS:1) NOT = SPACE
               ADD 1 TO WS-ADDR-POS
           END-PERFORM.
           IF WS-ADDR-POS > 35
               MOVE '99' TO WS-DPC-WORK
               EXIT PARAGRAPH
           END-IF.

           IF WS-PARSE-ADDR (WS-ADDR-POS:1) IS NOT NUMERIC
               MOVE ZERO TO WS-BOX-OFFSET
               INSPECT WS-PARSE-ADDR TALLYING WS-BOX-OFFSET
                   FOR CHARACTERS BEFORE INITIAL 'BOX '
               COMPUTE WS-ADDR-POS = WS-BOX-OFFSET + 5
               PERFORM UNTIL WS-ADDR-POS > 35
                   OR WS-PARSE-ADDR (WS-ADDR-POS:1) NOT = SPACE
                   ADD 1 TO WS-ADDR-POS
               END-PERFORM
           END-IF.

           PERFORM UNTIL WS-ADDR-POS > 35
               OR WS-PARSE-ADDR (WS-ADDR-POS:1) IS NOT NUMERIC
               MOVE WS-DPC-WORK (2:1) TO WS-DPC-WORK (1:1)
               MOVE WS-PARSE-ADDR (WS-ADDR-POS:1)
                   TO WS-DPC-WORK (2:1)
               ADD 1 TO WS-DIGITS-FOUND
               ADD 1 TO WS-ADDR-POS
           END-PERFORM.
           IF WS-DIGITS-FOUND = ZERO
               MOVE '99' TO WS-DPC-WORK
           END-IF.

      ******************************************************************
       2500-ASSIGN-TRAY-LEVELS.
      *    A ZIP with the tray minimum makes 5-digit trays; what is
      *    left of a 3-digit prefix makes 3-digit trays if it still
      *    reaches the minimum, else goes to mixed AADC.  Statements
      *    and packages tray separately.

           MOVE ZERO TO WS-Z5-COUNT
                        WS-Z3-COUNT.
           PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1
               UNTIL WS-PIECE-IDX > WS-PIECE-COUNT
               IF WS-PC-ZIP5 (WS-PIECE-IDX) NOT = SPACES
                   PERFORM 2510-TALLY-ONE-PIECE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-Z5-IDX FROM 1 BY 1
               UNTIL WS-Z5-IDX > WS-Z5-COUNT
               IF WS-Z5-PIECES (WS-Z5-IDX) NOT < WS-TRAY-MINIMUM
                   MOVE '1' TO WS-Z5-LEVEL (WS-Z5-IDX)
                   IF WS-Z5-Z3-IDX (WS-Z5-IDX) > ZERO
                       SUBTRACT WS-Z5-PIECES (WS-Z5-IDX) FROM
                           WS-Z3-RESIDUAL (WS-Z5-Z3-IDX (WS-Z5-IDX))
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-Z3-IDX FROM 1 BY 1
               UNTIL WS-Z3-IDX > WS-Z3-COUNT
               IF WS-Z3-RESIDUAL (WS-Z3-IDX) NOT < WS-TRAY-MINIMUM
                   MOVE '2' TO WS-Z3-LEVEL (WS-Z3-IDX)
               ELSE
                   MOVE '3' TO WS-Z3-LEVEL (WS-Z3-IDX)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1
               UNTIL WS-PIECE-IDX > WS-PIECE-COUNT
               EVALUATE TRUE
                   WHEN WS-PC-ZIP5 (WS-PIECE-IDX) = SPACES
                       MOVE '4' TO WS-PC-LEVEL (WS-PIECE-IDX)
                   WHEN WS-PC-Z5-IDX (WS-PIECE-IDX) > ZERO
                     AND WS-Z5-LEVEL (WS-PC-Z5-IDX (WS-PIECE-IDX))
                         = '1'
                       MOVE '1' TO WS-PC-LEVEL (WS-PIECE-IDX)
                   WHEN WS-PC-Z3-IDX (WS-PIECE-IDX) > ZERO
                       MOVE WS-Z3-LEVEL (WS-PC-Z3-IDX (WS-PIECE-IDX))
                           TO WS-PC-LEVEL (WS-PIECE-IDX)
                   WHEN OTHER
                       MOVE '3' TO WS-PC-LEVEL (WS-PIECE-IDX)
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
       2510-TALLY-ONE-PIECE.

           MOVE SPACES TO WS-ZIP-KEY.
           IF WS-PIECE-IDX > WS-STMT-PIECES
               MOVE 'G' TO WS-ZIP-KEY (1:1)
           ELSE
               MOVE 'S' TO WS-ZIP-KEY (1:1)
           END-IF.

           MOVE WS-PC-ZIP5 (WS-PIECE-IDX) (1:3) TO WS-ZIP-KEY (2:3).
           PERFORM VARYING WS-Z3-IDX FROM 1 BY 1
               UNTIL WS-Z3-IDX > WS-Z3-COUNT
               IF WS-Z3-KEY (WS-Z3-IDX) = WS-ZIP-KEY (1:4)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Z3-IDX > WS-Z3-COUNT
               IF WS-Z3-COUNT < WS-MAX-ZIP3
                   ADD 1 TO WS-Z3-COUNT
                   MOVE WS-ZIP-KEY (1:4) TO WS-Z3-KEY (WS-Z3-IDX)
                   MOVE ZERO TO WS-Z3-RESIDUAL (WS-Z3-IDX)
               ELSE
                   SET WS-ZIP-TABLE-OVERFLOWED TO TRUE
                   MOVE ZERO TO WS-Z3-IDX
               END-IF
           END-IF.
           IF WS-Z3-IDX > ZERO
               ADD 1 TO WS-Z3-RESIDUAL (WS-Z3-IDX)
           END-IF.
           MOVE WS-Z3-IDX TO WS-PC-Z3-IDX (WS-PIECE-IDX).

           MOVE WS-PC-ZIP5 (WS-PIECE-IDX) TO WS-ZIP-KEY (2:5).
           PERFORM VARYING WS-Z5-IDX FROM 1 BY 1
               UNTIL WS-Z5-IDX > WS-Z5-COUNT
               IF WS-Z5-KEY (WS-Z5-IDX) = WS-ZIP-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Z5-IDX > WS-Z5-COUNT
               IF WS-Z5-COUNT < WS-MAX-ZIP5
                   ADD 1 TO WS-Z5-COUNT
                   MOVE WS-ZIP-KEY TO WS-Z5-KEY (WS-Z5-IDX)
                   MOVE ZERO  TO WS-Z5-PIECES (WS-Z5-IDX)
                   MOVE SPACE TO WS-Z5-LEVEL (WS-Z5-IDX)
                   MOVE WS-Z3-IDX TO WS-Z5-Z3-IDX (WS-Z5-IDX)
               ELSE
      *            An untabled ZIP still counts toward its prefix -
      *            it trays 3-digit or mixed, never 5-digit.
                   SET WS-ZIP-TABLE-OVERFLOWED TO TRUE
                   MOVE ZERO TO WS-Z5-IDX
               END-IF
           END-IF.
           IF WS-Z5-IDX > ZERO
               ADD 1 TO WS-Z5-PIECES (WS-Z5-IDX)
           END-IF.
           MOVE WS-Z5-IDX TO WS-PC-Z5-IDX (WS-PIECE-IDX).

      ******************************************************************
      *Sort input procedure - second pass over the print and package
      *files, every line released under its piece's key, with a
      *barcode slot marked where the IMb goes.
      ******************************************************************
       3000-RELEASE-PIECES.

           MOVE ZERO TO WS-PAGES-READ.
           IF WS-PRINT-FILE-FOUND
               PERFORM 3100-RELEASE-PRINT-FILE
           END-IF.
           IF WS-PACKAGE-FILE-FOUND
               PERFORM 3200-RELEASE-PACKAGE-FILE
           END-IF.

      ******************************************************************
       3100-RELEASE-PRINT-FILE.

      *    Anything ahead of the first page stays ahead of it.
           MOVE SPACES TO WS-CURRENT-KEY.
           MOVE 'S'  TO WS-CK-SOURCE.
           MOVE '0'  TO WS-CK-LEVEL.
           MOVE ZERO TO WS-CK-PIECE-SEQ
                        WS-LINE-SEQ.
           MOVE 'Y'  TO WS-SLOT-DONE-FLAG.

           OPEN INPUT PRINT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PRINT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 3110-TAKE-PRINT-LINE
               END-READ
           END-PERFORM.
           CLOSE PRINT-FILE.

      ******************************************************************
       3110-TAKE-PRINT-LINE.
      *    A page opens on its '=' rule.  Its address block runs from
      *    the owner name (line 5) to the first blank line after it
      *    - the IMb slot goes there, under the city line.

           IF PRINT-RECORD = ALL '='
               ADD 1 TO WS-PAGES-READ
               MOVE WS-PAGES-READ TO WS-PIECE-IDX
               IF WS-PIECE-IDX > WS-STMT-PIECES
                   OR WS-PAGES-READ > WS-MAX-PIECES
                   MOVE ZERO TO WS-PIECE-IDX
               END-IF
               MOVE 'S' TO WS-CK-SOURCE
               MOVE WS-PAGES-READ TO WS-CK-PIECE-SEQ
               PERFORM 3300-SET-PIECE-KEY
               MOVE ZERO TO WS-PAGE-LINE-NO
               MOVE 'N'  TO WS-SLOT-DONE-FLAG
           END-IF.

           ADD 1 TO WS-PAGE-LINE-NO.
           IF NOT WS-SLOT-DONE
               AND WS-PAGE-LINE-NO > 5
               AND PRINT-RECORD = SPACES
               MOVE SPACES TO SW-LINE
               MOVE 'B' TO SW-LINE-TYPE
               PERFORM 3400-RELEASE-SW-LINE
               SET WS-SLOT-DONE TO TRUE
           END-IF.

           MOVE PRINT-RECORD TO SW-LINE.
           MOVE 'L' TO SW-LINE-TYPE.
           PERFORM 3400-RELEASE-SW-LINE.

      ******************************************************************
       3200-RELEASE-PACKAGE-FILE.

           MOVE SPACES TO WS-CURRENT-KEY.
           MOVE 'G'  TO WS-CK-SOURCE.
           MOVE '0'  TO WS-CK-LEVEL.
           MOVE ZERO TO WS-CK-PIECE-SEQ
                        WS-LINE-SEQ
                        WS-PACKAGES-READ.
           MOVE 'N'  TO WS-CONTROL-FLAG.

           OPEN INPUT PACKAGE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ PACKAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 3210-TAKE-PACKAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE PACKAGE-FILE.

      ******************************************************************
       3210-TAKE-PACKAGE-LINE.
      *    The IMb record rides right behind the GROUP cover.  The
      *    trailing control records keep their place at the end.

           PERFORM 2210-SPLIT-PACKAGE-LINE.

           IF WS-TOKEN (1) = 'GROUP'
               AND WS-TOKEN (2) (1:1) = '*'
               AND NOT WS-IN-CONTROL-RECORDS
               SET WS-IN-CONTROL-RECORDS TO TRUE
               MOVE SPACES TO WS-CURRENT-KEY
               MOVE 'G'  TO WS-CK-SOURCE
               MOVE '9'  TO WS-CK-LEVEL
               MOVE ZERO TO WS-CK-PIECE-SEQ
                            WS-LINE-SEQ
           END-IF.

           IF WS-TOKEN (1) = 'GROUP'
               AND WS-TOKEN (2) (1:1) NOT = '*'
               ADD 1 TO WS-PACKAGES-READ
               COMPUTE WS-PIECE-IDX = WS-STMT-PIECES + WS-PACKAGES-READ
               MOVE 'G' TO WS-CK-SOURCE
               MOVE WS-PIECE-IDX TO WS-CK-PIECE-SEQ
               IF WS-PIECE-IDX > WS-PIECE-COUNT
                   MOVE ZERO TO WS-PIECE-IDX
               END-IF
               PERFORM 3300-SET-PIECE-KEY
               MOVE PACKAGE-RECORD TO SW-LINE
               MOVE 'L' TO SW-LINE-TYPE
               PERFORM 3400-RELEASE-SW-LINE
               MOVE SPACES TO SW-LINE
               MOVE 'B' TO SW-LINE-TYPE
               PERFORM 3400-RELEASE-SW-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE PACKAGE-RECORD TO SW-LINE.
           MOVE 'L' TO SW-LINE-TYPE.
           PERFORM 3400-RELEASE-SW-LINE.

      ******************************************************************
       3300-SET-PIECE-KEY.
      *    A page with no piece entry (index short, table full) goes
      *    single-piece with no barcode.

           MOVE ZERO TO WS-LINE-SEQ.
           MOVE SPACES TO WS-CK-ZIP5
                          WS-CK-ROUTE
                          WS-CK-ZIP4
                          WS-CK-DELIVERY-POINT.
           IF WS-PIECE-IDX = ZERO
               MOVE '4' TO WS-CK-LEVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PC-LEVEL (WS-PIECE-IDX)   TO WS-CK-LEVEL.
           MOVE WS-PC-ZIP5 (WS-PIECE-IDX)    TO WS-CK-ZIP5.
           MOVE WS-PC-ROUTE (WS-PIECE-IDX)   TO WS-CK-ROUTE.
           MOVE WS-PC-ZIP4 (WS-PIECE-IDX)    TO WS-CK-ZIP4.
           MOVE WS-PC-DELIVERY-POINT (WS-PIECE-IDX)
                                             TO WS-CK-DELIVERY-POINT.

      ******************************************************************
       3400-RELEASE-SW-LINE.

           MOVE WS-CURRENT-KEY TO SW-PIECE-KEY.
           ADD 1 TO WS-LINE-SEQ.
           MOVE WS-LINE-SEQ    TO SW-LINE-SEQ.
           RELEASE SORT-WORK-RECORD.

      ******************************************************************
      *Sort output procedure - pieces come back in mailing order;
      *each new piece is counted into its tray and barcoded, and its
      *lines go to the presorted file for its source.
      ******************************************************************
       4000-WRITE-SORTED.

           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 4100-HANDLE-SORTED-LINE
               END-RETURN
           END-PERFORM.

           IF WS-TRAY-IS-OPEN
               PERFORM 4300-CLOSE-TRAY
           END-IF.

      ******************************************************************
       4100-HANDLE-SORTED-LINE.

           IF SW-SOURCE NOT = WS-BREAK-SOURCE
               IF WS-TRAY-IS-OPEN
                   PERFORM 4300-CLOSE-TRAY
               END-IF
               MOVE SW-SOURCE TO WS-BREAK-SOURCE
               PERFORM 4600-WRITE-SOURCE-HEADING
           END-IF.

           IF SW-PIECE-KEY NOT = WS-BREAK-PIECE-KEY
               MOVE SW-PIECE-KEY TO WS-BREAK-PIECE-KEY
               IF SW-LEVEL NOT = '0' AND SW-LEVEL NOT = '9'
                   PERFORM 4200-START-PIECE
               END-IF
           END-IF.

           IF SW-LINE-TYPE = 'B'
               IF WS-PIECE-BARCODED
                   PERFORM 4500-WRITE-BARCODE-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF SW-SOURCE = 'S'
               MOVE SW-LINE (1:132) TO SORTED-PRINT-RECORD
               WRITE SORTED-PRINT-RECORD
           ELSE
               MOVE SW-LINE TO SORTED-PACKAGE-RECORD
               WRITE SORTED-PACKAGE-RECORD
           END-IF.

      ******************************************************************
       4200-START-PIECE.

           IF SW-SOURCE = 'S'
               MOVE 1 TO WS-OUT-SOURCE-IDX
           ELSE
               MOVE 2 TO WS-OUT-SOURCE-IDX
           END-IF.
           MOVE SW-LEVEL TO WS-OUT-LEVEL-IDX.

           MOVE SW-PIECE-SEQ TO WS-OUT-PIECE-IDX.
           IF SW-SOURCE = 'S'
               IF SW-PIECE-SEQ > WS-STMT-PIECES
                   MOVE ZERO TO WS-OUT-PIECE-IDX
               END-IF
           ELSE
               IF SW-PIECE-SEQ > WS-PIECE-COUNT
                   MOVE ZERO TO WS-OUT-PIECE-IDX
               END-IF
           END-IF.

      *    Tray destination - the ZIP, the 3-digit prefix, or the
      *    level's own tray.
           EVALUATE SW-LEVEL
               WHEN '1'
                   MOVE SW-ZIP5 TO WS-PIECE-DEST
               WHEN '2'
                   MOVE SW-ZIP5 (1:3) TO WS-PIECE-DEST
               WHEN '3'
                   MOVE 'MXD'   TO WS-PIECE-DEST
               WHEN OTHER
                   MOVE 'SGL'   TO WS-PIECE-DEST
           END-EVALUATE.
           IF NOT WS-TRAY-IS-OPEN
               OR SW-LEVEL NOT = WS-TRAY-LEVEL
               OR WS-PIECE-DEST NOT = WS-TRAY-DEST
               OR WS-TRAY-PIECES NOT < WS-TRAY-CAPACITY
               IF WS-TRAY-IS-OPEN
                   PERFORM 4300-CLOSE-TRAY
               END-IF
               PERFORM 4310-OPEN-TRAY
           END-IF.

           ADD 1 TO WS-TRAY-PIECES
                    WS-TOTAL-PIECES
                    WS-PSTG-PIECES (WS-OUT-SOURCE-IDX
                                    WS-OUT-LEVEL-IDX).

           MOVE 'N' TO WS-PIECE-BARCODED-FLAG.
           IF WS-IMB-ACTIVE
               AND WS-OUT-PIECE-IDX > ZERO
               PERFORM 4400-ASSIGN-BARCODE
           END-IF.

      ******************************************************************
       4300-CLOSE-TRAY.

           MOVE SPACES TO PRESORT-REPORT-RECORD.
           STRING 'TRAY '       WS-TRAY-NUMBER
                  '  '          WS-LEVEL-NAME (WS-TRAY-LEVEL-IDX)
                  '  DEST '     WS-TRAY-DEST
                  '  PIECES '   WS-TRAY-PIECES
               DELIMITED BY SIZE INTO PRESORT-REPORT-RECORD
           END-STRING.
           IF WS-TRAY-FIRST-SERIAL NOT = SPACES
               MOVE '  SERIALS ' TO PRESORT-REPORT-RECORD (60:10)
               MOVE WS-TRAY-FIRST-SERIAL TO PRESORT-REPORT-RECORD (70:9)
               MOVE ' - '       TO PRESORT-REPORT-RECORD (79:3)
               MOVE WS-TRAY-LAST-SERIAL  TO PRESORT-REPORT-RECORD (82:9)
           END-IF.
           WRITE PRESORT-REPORT-RECORD.
           MOVE 'N' TO WS-TRAY-OPEN-FLAG.

      ******************************************************************
       4310-OPEN-TRAY.

           ADD 1 TO WS-TRAY-NUMBER.
           ADD 1 TO WS-PSTG-TRAYS (WS-OUT-SOURCE-IDX WS-OUT-LEVEL-IDX).
           SET WS-TRAY-IS-OPEN TO TRUE.
           MOVE SW-LEVEL      TO WS-TRAY-LEVEL.
           MOVE WS-OUT-LEVEL-IDX TO WS-TRAY-LEVEL-IDX.
           MOVE WS-PIECE-DEST TO WS-TRAY-DEST.
           MOVE ZERO          TO WS-TRAY-PIECES.
           MOVE SPACES        TO WS-TRAY-FIRST-SERIAL
                                 WS-TRAY-LAST-SERIAL.

      ******************************************************************
       4400-ASSIGN-BARCODE.
      *    Tracking code: barcode ID, service type, mailer ID and
      *    serial (20 digits); routing code: ZIP, ZIP+4 and delivery
      *    point as far as the address has them.

           ADD 1 TO WS-SERIAL-NUMBER.
           IF WS-SERIAL-NUMBER > WS-SERIAL-MAXIMUM
               MOVE 1 TO WS-SERIAL-NUMBER
           END-IF.
           IF WS-FIRST-SERIAL = ZERO
               MOVE WS-SERIAL-NUMBER TO WS-FIRST-SERIAL
           END-IF.

           MOVE SPACES TO WS-SERIAL-TEXT.
           IF WS-MAILER-ID-LENGTH = 9
               MOVE WS-SERIAL-DIGITS (4:6) TO WS-SERIAL-TEXT
           ELSE
               MOVE WS-SERIAL-DIGITS       TO WS-SERIAL-TEXT
           END-IF.

           MOVE SPACES TO WS-IMB-TRACKING-CODE.
           STRING IMBP-BARCODE-ID
                  IMBP-SERVICE-TYPE
                  WS-MAILER-ID (1:WS-MAILER-ID-LENGTH)
                  WS-SERIAL-TEXT
               DELIMITED BY SPACE INTO WS-IMB-TRACKING-CODE
           END-STRING.

           MOVE SPACES TO WS-IMB-ROUTING-CODE.
           STRING SW-ZIP5 SW-ZIP4 SW-DELIVERY-POINT
               DELIMITED BY SPACE INTO WS-IMB-ROUTING-CODE
           END-STRING.

           IF WS-TRAY-FIRST-SERIAL = SPACES
               MOVE WS-SERIAL-TEXT TO WS-TRAY-FIRST-SERIAL
           END-IF.
           MOVE WS-SERIAL-TEXT TO WS-TRAY-LAST-SERIAL.

           MOVE SPACES              TO IMB-TRACE-RECORD.
           MOVE WS-MAILER-ID        TO IMBT-MAILER-ID.
           MOVE WS-SERIAL-TEXT      TO IMBT-SERIAL.
           MOVE WS-PC-COMPANY (WS-OUT-PIECE-IDX)
                                    TO IMBT-COMPANY-CODE.
           MOVE WS-PC-POLICY (WS-OUT-PIECE-IDX)
                                    TO IMBT-POLICY-NUMBER.
           MOVE WS-IMB-ROUTING-CODE TO IMBT-ROUTING-CODE.
           MOVE WS-RUN-DATE-YYYYMMDD
                                    TO IMBT-MAIL-DATE.
           MOVE SW-SOURCE           TO IMBT-PIECE-SOURCE.
           MOVE WS-TRAY-NUMBER      TO IMBT-TRAY-NUMBER.
           WRITE IMB-TRACE-RECORD.

           SET WS-PIECE-BARCODED TO TRUE.
           ADD 1 TO WS-TOTAL-BARCODED
                    WS-PSTG-BARCODED (WS-OUT-SOURCE-IDX).

      ******************************************************************
       4500-WRITE-BARCODE-LINE.
      *    The print stream renders the IMB line's digits in bars.

           IF SW-SOURCE = 'S'
               MOVE SPACES TO SORTED-PRINT-RECORD
               STRING 'IMB '               DELIMITED BY SIZE
                      WS-IMB-TRACKING-CODE DELIMITED BY SPACE
                      WS-IMB-ROUTING-CODE  DELIMITED BY SPACE
                 INTO SORTED-PRINT-RECORD
               END-STRING
               WRITE SORTED-PRINT-RECORD
           ELSE
               MOVE SPACES TO SORTED-PACKAGE-RECORD
               STRING 'IMB'                DELIMITED BY SIZE
                      WS-DELIM-CHAR        DELIMITED BY SIZE
                      WS-IMB-TRACKING-CODE DELIMITED BY SPACE
                      WS-DELIM-CHAR        DELIMITED BY SIZE
                      WS-IMB-ROUTING-CODE  DELIMITED BY SPACE
                      WS-DELIM-CHAR        DELIMITED BY SIZE
                      WS-TRAY-NUMBER       DELIMITED BY SIZE
                 INTO SORTED-PACKAGE-RECORD
               END-STRING
               WRITE SORTED-PACKAGE-RECORD
           END-IF.

      ******************************************************************
       4600-WRITE-SOURCE-HEADING.

           MOVE SPACES TO PRESORT-REPORT-RECORD.
           WRITE PRESORT-REPORT-RECORD.
           IF SW-SOURCE = 'S'
               MOVE 1 TO WS-OUT-SOURCE-IDX
           ELSE
               MOVE 2 TO WS-OUT-SOURCE-IDX
           END-IF.
           STRING 'PRESORT TRAYS - '
                  WS-SOURCE-NAME (WS-OUT-SOURCE-IDX)
                  '  MAILING ' WS-RUN-DATE-YYYYMMDD
               DELIMITED BY SIZE INTO PRESORT-REPORT-RECORD
           END-STRING.
           WRITE PRESORT-REPORT-RECORD.

      ******************************************************************
      *Postage statement counts - pieces and trays by level for each
      *mailing, then the balance and table checks.
      ******************************************************************
       5000-WRITE-POSTAGE-SUMMARY.

           PERFORM VARYING WS-OUT-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-OUT-SOURCE-IDX > 2
               PERFORM 5100-WRITE-SOURCE-SUMMARY
           END-PERFORM.

           MOVE SPACES TO PRESORT-REPORT-RECORD.
           WRITE PRESORT-REPORT-RECORD.
           STRING 'STATEMENT PAGES=' WS-PAGES-READ
                  ' PIECE INDEX ROWS=' WS-INDEX-ROWS
                  ' PACKAGES=' WS-PACKAGES-READ
               DELIMITED BY SIZE INTO PRESORT-REPORT-RECORD
           END-STRING.
           WRITE PRESORT-REPORT-RECORD.
           IF WS-PAGES-READ NOT = WS-INDEX-ROWS
               MOVE '** PAGES AND PIECE INDEX OUT OF BALANCE **'
                   TO PRESORT-REPORT-RECORD
               WRITE PRESORT-REPORT-RECORD
           END-IF.

           IF WS-IMB-ACTIVE
               IF WS-TOTAL-BARCODED > ZERO
                   MOVE SPACES TO PRESORT-REPORT-RECORD
                   STRING 'IMB MAILER ID ' WS-MAILER-ID
                          ' SERIALS ' WS-FIRST-SERIAL
                          ' THRU ' WS-SERIAL-NUMBER
                       DELIMITED BY SIZE INTO PRESORT-REPORT-RECORD
                   END-STRING
                   WRITE PRESORT-REPORT-RECORD
               END-IF
           ELSE
               MOVE '** NO IMB CONTROL RECORD - PIECES NOT BARCODED **'
                   TO PRESORT-REPORT-RECORD
               WRITE PRESORT-REPORT-RECORD
           END-IF.

           IF WS-PIECE-TABLE-OVERFLOWED
               MOVE '** PIECE TABLE FULL - SOME PIECES SINGLE-PIECE **'
                   TO PRESORT-REPORT-RECORD
               WRITE PRESORT-REPORT-RECORD
           END-IF.
           IF WS-ZIP-TABLE-OVERFLOWED
               MOVE '** ZIP TABLE FULL - SOME ZIPS NOT 5-DIGIT **'
                   TO PRESORT-REPORT-RECORD
               WRITE PRESORT-REPORT-RECORD
           END-IF.
           IF WS-RT-TABLE-OVERFLOWED
               MOVE '** ROUTE TABLE FULL - SOME ROUTES NOT SEQUENCED **'
                   TO PRESORT-REPORT-RECORD
               WRITE PRESORT-REPORT-RECORD
           END-IF.

      ******************************************************************
       5100-WRITE-SOURCE-SUMMARY.

           MOVE SPACES TO PRESORT-REPORT-RECORD.
           WRITE PRESORT-REPORT-RECORD.
           STRING 'POSTAGE STATEMENT - '
                  WS-SOURCE-NAME (WS-OUT-SOURCE-IDX)
               DELIMITED BY SIZE INTO PRESORT-REPORT-RECORD
           END-STRING.
           WRITE PRESORT-REPORT-RECORD.

           PERFORM VARYING WS-OUT-LEVEL-IDX FROM 1 BY 1
               UNTIL WS-OUT-LEVEL-IDX > 4
               MOVE SPACES TO PRESORT-REPORT-RECORD
               STRING '  ' WS-LEVEL-NAME (WS-OUT-LEVEL-IDX)
                      '  PIECES '
                      WS-PSTG-PIECES (WS-OUT-SOURCE-IDX
                                      WS-OUT-LEVEL-IDX)
                      '  TRAYS '
                      WS-PSTG-TRAYS (WS-OUT-SOURCE-IDX
                                     WS-OUT-LEVEL-IDX)
                   DELIMITED BY SIZE INTO PRESORT-REPORT-RECORD
               END-STRING
               WRITE PRESORT-REPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO PRESORT-REPORT-RECORD.
           STRING '  FULL-SERVICE IMB PIECES '
                  WS-PSTG-BARCODED (WS-OUT-SOURCE-IDX)
               DELIMITED BY SIZE INTO PRESORT-REPORT-RECORD
           END-STRING.
           WRITE PRESORT-REPORT-RECORD.

      ******************************************************************
       6000-SAVE-IMB-CONTROL.
      *    The next mailing carries on from the last serial used.

           MOVE WS-SERIAL-NUMBER     TO IMBP-LAST-SERIAL.
           MOVE WS-RUN-DATE-YYYYMMDD TO IMBP-LAST-MAIL-DATE.
           OPEN OUTPUT IMB-CONTROL-FILE.
           WRITE IMB-CONTROL-RECORD.
           CLOSE IMB-CONTROL-FILE.

      ******************************************************************
       9000-RECORD-RUN-END.

           SET WRUNC-RECORD-END    TO TRUE.
           MOVE 'ASTPSORT'         TO WRUNC-JOB-NAME.
           MOVE WS-TOTAL-PIECES    TO WRUNC-RECORD-COUNT.
           MOVE 'COMPLETE'         TO WRUNC-RUN-STATUS.
           CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
