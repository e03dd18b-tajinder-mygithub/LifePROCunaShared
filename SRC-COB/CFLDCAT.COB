080826*D  of the usual WOPTION-WORK-DRIVE/WCODER-ID built name.  The
080826*D  catalog OUTPUT file keeps the normal per-coder naming
080826*D  scheme since that is a real per-run work file.
101526*D
101526*D  It also writes the record layout catalog (FLDLAYOT.PDM,
101526*D  WFLAYCPY): every elementary field of the Btrieve master
101526*D  record copybooks named below, with its offset, length and
101526*D  storage type worked out from the PIC/USAGE clauses and a
101526*D  personal-data flag from the field name.  CFILECDC decodes
101526*D  journal images with it, and CTSTEXTR masks test data
101526*D  with it - so the shared agent and payee masters are laid
101526*D  out here as well.  Kept on the work drive under a
101526*D  shared name - it describes the files, not one coder's run.
      *D
      *H**********************************************************
      *H        PROGRAM HISTORY
      *H
080826*H 20260808-030-01 MAINT Created - generated field catalog for
080826*H                       the commission/loan/file APIs.
101526*H 20261015-014-01 MAINT Record layout catalog of the Btrieve
101526*H                       master copybooks for the CDC extract.
101526*H 20261015-015-01 MAINT Agent and payee masters added to the
101526*H                       layout catalog; TIN flagged personal.
      *H
      *H**********************************************************

       COPY WLORGCPY.
                                       STATUS IS CATALOG-STATUS.

101526     SELECT LAYOUT-FILE
101526 COPY WVARYCPY.
101526                                 LAYOUT-FILE-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS LAYOUT-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
080826     LABEL RECORDS ARE STANDARD.
080826 01  CATALOG-RECORD                  PIC X(200).

101526 FD  LAYOUT-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WFLAYCPY.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
080826 01  SOURCE-STATUS                   PIC XX.
080826 01  COPYBOOK-STATUS                 PIC XX.
080826 01  CATALOG-STATUS                  PIC XX.
101526 01  LAYOUT-STATUS                   PIC XX.

080826*    Fixed repo-relative names - see program description above.
080826 01  WS-SOURCE-FILE-NAME             PIC X(40).
080826     05  CATALOG-CODER               PIC X(04) VALUE '____'.
080826     05  FILLER                      PIC X(11) VALUE 'U01.FCT'.

101526 01  LAYOUT-FILE-NAME.
101526     05  WS-LAYOUT-FILE-DRIVE        PIC X(01) VALUE 'H'.
101526     05  FILLER                      PIC X(01) VALUE ':'.
101526     05  FILLER                      PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'FLDLAYOT.PDM'.

080826 01  WS-EOF-FLAG                     PIC X(01) VALUE 'N'.
080826     88  END-OF-FILE                 VALUE 'Y'.

080826         10  WS-COPYBOOK-FILE-NM     PIC X(40).
080826 01  WS-COPYBOOK-IDX                 PIC 9(02) COMP-5.

101526*    Btrieve master record copybooks laid out for the CDC
101526*    extract - logical file name, then the copybook.
101526 01  WS-LAYOUT-TABLE-VALUES.
101526     05  FILLER                      PIC X(48) VALUE
101526         'POLMASTRCOPYLIB/WPOLMCPY.CPY                   '.
101526     05  FILLER                      PIC X(48) VALUE
101526         'LOANMASTCOPYLIB/WLONMCPY.CPY                   '.
101526     05  FILLER                      PIC X(48) VALUE
101526         'AGTMASTRCOPYLIB/WAGTMCPY.CPY                   '.
101526     05  FILLER                      PIC X(48) VALUE
101526         'PAYEMASTCOPYLIB/WPAYECPY.CPY                   '.
101526 01  WS-LAYOUT-TABLE REDEFINES WS-LAYOUT-TABLE-VALUES.
101526     05  WS-LAYOUT-ENTRY OCCURS 4 TIMES.
101526         10  WS-LAYOUT-FILE          PIC X(08).
101526         10  WS-LAYOUT-COPYBOOK-NM   PIC X(40).
101526 01  WS-LAYOUT-IDX                   PIC 9(02) COMP-5.

101526*    A field whose name carries one of these is personal data.
101526 01  WS-PII-TABLE-VALUES.
101526     05  FILLER PIC X(14) VALUE 'SSN         03'.
101526     05  FILLER PIC X(14) VALUE 'SOC-SEC     07'.
101526     05  FILLER PIC X(14) VALUE 'TAX-ID      06'.
101526     05  FILLER PIC X(14) VALUE 'BIRTH       05'.
101526     05  FILLER PIC X(14) VALUE '-NAME       05'.
101526     05  FILLER PIC X(14) VALUE 'ADDR        04'.
101526     05  FILLER PIC X(14) VALUE 'PHONE       05'.
101526     05  FILLER PIC X(14) VALUE 'EMAIL       05'.
101526     05  FILLER PIC X(14) VALUE 'ACCOUNT     07'.
101526     05  FILLER PIC X(14) VALUE 'ROUTING     07'.
101526     05  FILLER PIC X(14) VALUE 'ZIP         03'.
101526     05  FILLER PIC X(14) VALUE '-TIN        04'.
101526 01  WS-PII-TABLE REDEFINES WS-PII-TABLE-VALUES.
101526     05  WS-PII-ENTRY OCCURS 12 TIMES.
101526         10  WS-PII-TOKEN            PIC X(12).
101526         10  WS-PII-LENGTH           PIC 9(02).
101526 01  WS-PII-IDX                      PIC 9(02) COMP-5.
101526 01  WS-PII-TALLY                    PIC 9(04) COMP-5.

101526*    Layout parsing work fields.
101526 01  WS-LAY-LEVEL                    PIC 9(02).
101526 01  WS-LAY-REDEF-LEVEL              PIC 9(02).
101526 01  WS-LAY-PENDING-FLAG             PIC X(01) VALUE 'N'.
101526     88  WS-LAY-PENDING              VALUE 'Y'.
101526 01  WS-LAY-PENDING-NAME             PIC X(30).
101526 01  WS-LAY-FIELD-NAME               PIC X(30).
101526 01  WS-LAY-PIC-TEXT                 PIC X(30).
101526 01  WS-LAY-USAGE-TEXT               PIC X(30).
101526 01  WS-LAY-OFFSET                   PIC 9(05) COMP-5.
101526 01  WS-LAY-LENGTH                   PIC 9(05) COMP-5.
101526 01  WS-LAY-SEQUENCE                 PIC 9(03) COMP-5.
101526 01  WS-LAY-POS                      PIC 9(02) COMP-5.
101526 01  WS-LAY-TEXT-LENGTH              PIC 9(02) COMP-5.
101526 01  WS-LAY-CHAR                     PIC X(01).
101526 01  WS-LAY-DIGIT-X                  PIC X(01).
101526 01  WS-LAY-DIGIT REDEFINES WS-LAY-DIGIT-X
101526                                     PIC 9(01).
101526 01  WS-LAY-LAST-SYMBOL              PIC X(01).
101526 01  WS-LAY-NUMBER                   PIC 9(04) COMP-5.
101526 01  WS-LAY-REPEAT                   PIC 9(04) COMP-5.
101526 01  WS-LAY-CHARS                    PIC 9(04) COMP-5.
101526 01  WS-LAY-DIGITS                   PIC 9(04) COMP-5.
101526 01  WS-LAY-SCALE                    PIC 9(04) COMP-5.
101526 01  WS-LAY-ALPHA-FLAG               PIC X(01).
101526 01  WS-LAY-SIGNED-FLAG              PIC X(01).
101526 01  WS-LAY-AFTER-V-FLAG             PIC X(01).
101526 01  WS-LAY-PERIOD-TALLY             PIC 9(02) COMP-5.

080826*    Field/PIC lookup table, built once from the four copybooks
080826*    above, then consulted for every get/set method found.
080826 01  WS-MAX-FIELDS                   PIC 9(04) COMP-5 VALUE 200.
080826 01  WS-DESCRIPTION                  PIC X(60).

080826 01  WS-TOTAL-ROWS                   PIC 9(05) VALUE ZERO.
101526 01  WS-LAYOUT-ROWS                  PIC 9(05) VALUE ZERO.
080826 01  WS-DELIM-CHAR-01                PIC X(01) VALUE '|'.

      ******************************************************************
080826         PERFORM 1000-INITIALIZE
080826         PERFORM 2000-BUILD-FIELD-TABLE
080826         PERFORM 3000-SCAN-PROGRAMS
101526         PERFORM 5000-BUILD-LAYOUT-CATALOG
080826         PERFORM 4000-WRITE-SUMMARY
080826         CLOSE CATALOG-FILE
080826     END-IF.

080826     MOVE WCODER-ID              TO CATALOG-CODER.
080826     INSPECT CATALOG-CODER REPLACING ALL ' ' BY '_'.
101526     MOVE WOPTION-WORK-DRIVE     TO WS-CATALOG-FILE-DRIVE
101526                                     WS-LAYOUT-FILE-DRIVE.

080826     OPEN OUTPUT CATALOG-FILE.
080826     MOVE SPACES TO CATALOG-RECORD.
080826         INTO CATALOG-RECORD
080826     END-STRING.
080826     WRITE CATALOG-RECORD.
101526     MOVE SPACES TO CATALOG-RECORD.
101526     STRING 'TOTAL LAYOUT FIELDS CATALOGED:' WS-DELIM-CHAR-01
101526            WS-LAYOUT-ROWS DELIMITED BY SIZE
101526         INTO CATALOG-RECORD
101526     END-STRING.
101526     WRITE CATALOG-RECORD.

101526******************************************************************
101526 5000-BUILD-LAYOUT-CATALOG.

101526     OPEN OUTPUT LAYOUT-FILE.
101526     PERFORM VARYING WS-LAYOUT-IDX FROM 1 BY 1
101526         UNTIL WS-LAYOUT-IDX > 4
101526         MOVE WS-LAYOUT-COPYBOOK-NM (WS-LAYOUT-IDX)
101526                                 TO WS-COPYBOOK-FILE-NAME
101526         MOVE 1                  TO WS-LAY-OFFSET
101526         MOVE ZERO               TO WS-LAY-SEQUENCE
101526                                    WS-LAY-REDEF-LEVEL
101526         MOVE 'N'                TO WS-EOF-FLAG
101526                                    WS-LAY-PENDING-FLAG
101526         OPEN INPUT COPYBOOK-FILE
101526         PERFORM UNTIL END-OF-FILE
101526             READ COPYBOOK-FILE
101526                 AT END
101526                     MOVE 'Y' TO WS-EOF-FLAG
101526                 NOT AT END
101526                     IF COPYBOOK-RECORD (7:1) NOT = '*'
101526                         AND COPYBOOK-RECORD (8:65) NOT = SPACES
101526                         PERFORM 5100-PARSE-LAYOUT-LINE
101526                     END-IF
101526             END-READ
101526         END-PERFORM
101526         CLOSE COPYBOOK-FILE
101526     END-PERFORM.
101526     CLOSE LAYOUT-FILE.

101526******************************************************************
101526*    Same two shapes 2100 recognizes, read from the program
101526*    text area so sequence stamps in 1-6 do not shift the
101526*    tokens.  Group items take no room of their own; a
101526*    REDEFINES and everything under it is skipped so the
101526*    offsets follow the primary layout.
101526******************************************************************
101526 5100-PARSE-LAYOUT-LINE.

101526     MOVE ZERO TO WS-CPY-TOKEN-COUNT.
101526     MOVE SPACES TO WS-CPY-TOKENS.
101526     UNSTRING FUNCTION TRIM (COPYBOOK-RECORD (8:65))
101526         DELIMITED BY ALL SPACE
101526         INTO WS-CPY-TOKEN (1) WS-CPY-TOKEN (2) WS-CPY-TOKEN (3)
101526              WS-CPY-TOKEN (4) WS-CPY-TOKEN (5) WS-CPY-TOKEN (6)
101526              WS-CPY-TOKEN (7) WS-CPY-TOKEN (8)
101526         TALLYING IN WS-CPY-TOKEN-COUNT
101526     END-UNSTRING.

101526     IF WS-CPY-TOKEN (1) = 'PIC' OR 'PICTURE'
101526         IF WS-LAY-PENDING
101526             MOVE 'N' TO WS-LAY-PENDING-FLAG
101526             MOVE WS-LAY-PENDING-NAME TO WS-LAY-FIELD-NAME
101526             MOVE WS-CPY-TOKEN (2)    TO WS-LAY-PIC-TEXT
101526             MOVE WS-CPY-TOKEN (3)    TO WS-LAY-USAGE-TEXT
101526             PERFORM 5300-WRITE-LAYOUT-ROW
101526         END-IF
101526         EXIT PARAGRAPH
101526     END-IF.
101526     MOVE 'N' TO WS-LAY-PENDING-FLAG.

101526     IF WS-CPY-TOKEN (1) (1:2) IS NOT NUMERIC
101526         EXIT PARAGRAPH
101526     END-IF.
101526     MOVE WS-CPY-TOKEN (1) (1:2) TO WS-LAY-LEVEL.
101526     IF WS-LAY-LEVEL = 01 OR 66 OR 77 OR 88
101526         EXIT PARAGRAPH
101526     END-IF.
101526     IF WS-LAY-REDEF-LEVEL > ZERO
101526         IF WS-LAY-LEVEL > WS-LAY-REDEF-LEVEL
101526             EXIT PARAGRAPH
101526         END-IF
101526         MOVE ZERO TO WS-LAY-REDEF-LEVEL
101526     END-IF.
101526     IF WS-CPY-TOKEN (3) = 'REDEFINES'
101526         MOVE WS-LAY-LEVEL TO WS-LAY-REDEF-LEVEL
101526         EXIT PARAGRAPH
101526     END-IF.

101526     MOVE WS-CPY-TOKEN (2) TO WS-LAY-FIELD-NAME.
101526     MOVE ZERO TO WS-LAY-PERIOD-TALLY.
101526     INSPECT WS-LAY-FIELD-NAME TALLYING WS-LAY-PERIOD-TALLY
101526         FOR ALL '.'.
101526     INSPECT WS-LAY-FIELD-NAME REPLACING ALL '.' BY SPACE.
101526     IF WS-CPY-TOKEN (3) = 'PIC' OR 'PICTURE'
101526         MOVE WS-CPY-TOKEN (4) TO WS-LAY-PIC-TEXT
101526         MOVE WS-CPY-TOKEN (5) TO WS-LAY-USAGE-TEXT
101526         PERFORM 5300-WRITE-LAYOUT-ROW
101526     ELSE
101526*        No period - the PIC follows on the next line.
101526         IF WS-CPY-TOKEN-COUNT = 2
101526             AND WS-LAY-PERIOD-TALLY = ZERO
101526             MOVE WS-LAY-FIELD-NAME TO WS-LAY-PENDING-NAME
101526             MOVE 'Y' TO WS-LAY-PENDING-FLAG
101526         END-IF
101526     END-IF.

101526******************************************************************
101526 5300-WRITE-LAYOUT-ROW.

101526     MOVE ZERO TO WS-LAY-TEXT-LENGTH.
101526     INSPECT WS-LAY-PIC-TEXT TALLYING WS-LAY-TEXT-LENGTH
101526         FOR CHARACTERS BEFORE INITIAL SPACE.
101526     IF WS-LAY-TEXT-LENGTH > ZERO
101526         AND WS-LAY-PIC-TEXT (WS-LAY-TEXT-LENGTH:1) = '.'
101526         MOVE SPACE TO WS-LAY-PIC-TEXT (WS-LAY-TEXT-LENGTH:1)
101526     END-IF.
101526     INSPECT WS-LAY-USAGE-TEXT REPLACING ALL '.' BY SPACE.
101526     PERFORM 5400-SIZE-PICTURE.

101526     MOVE SPACES                 TO FIELD-LAYOUT-RECORD.
101526     MOVE WS-LAYOUT-FILE (WS-LAYOUT-IDX) TO FLAY-FILE-NAME.
101526     ADD 1 TO WS-LAY-SEQUENCE.
101526     MOVE WS-LAY-SEQUENCE        TO FLAY-FIELD-SEQUENCE.
101526     MOVE WS-LAY-FIELD-NAME      TO FLAY-FIELD-NAME.
101526     MOVE WS-LAY-OFFSET          TO FLAY-OFFSET.
101526     MOVE WS-LAY-SCALE           TO FLAY-SCALE.
101526     MOVE WS-LAY-SIGNED-FLAG     TO FLAY-SIGNED-FLAG.
101526     EVALUATE TRUE
101526         WHEN WS-LAY-ALPHA-FLAG = 'Y'
101526             SET FLAY-ALPHANUMERIC   TO TRUE
101526             MOVE WS-LAY-CHARS       TO WS-LAY-LENGTH
101526         WHEN WS-LAY-USAGE-TEXT = 'COMP-3'
101526           OR WS-LAY-USAGE-TEXT = 'PACKED-DECIMAL'
101526             SET FLAY-PACKED-NUMERIC TO TRUE
101526             COMPUTE WS-LAY-LENGTH = (WS-LAY-DIGITS / 2) + 1
101526         WHEN WS-LAY-USAGE-TEXT = 'COMP'
101526           OR WS-LAY-USAGE-TEXT = 'COMP-4'
101526           OR WS-LAY-USAGE-TEXT = 'COMP-5'
101526           OR WS-LAY-USAGE-TEXT = 'BINARY'
101526             SET FLAY-BINARY-NUMERIC TO TRUE
101526             EVALUATE TRUE
101526                 WHEN WS-LAY-DIGITS < 5
101526                     MOVE 2          TO WS-LAY-LENGTH
101526                 WHEN WS-LAY-DIGITS < 10
101526                     MOVE 4          TO WS-LAY-LENGTH
101526                 WHEN OTHER
101526                     MOVE 8          TO WS-LAY-LENGTH
101526             END-EVALUATE
101526         WHEN OTHER
101526             SET FLAY-ZONED-NUMERIC  TO TRUE
101526             MOVE WS-LAY-CHARS       TO WS-LAY-LENGTH
101526     END-EVALUATE.
101526     MOVE WS-LAY-LENGTH          TO FLAY-LENGTH.

101526     MOVE 'N' TO FLAY-PII-FLAG.
101526     PERFORM VARYING WS-PII-IDX FROM 1 BY 1
101526         UNTIL WS-PII-IDX > 12
101526         MOVE ZERO TO WS-PII-TALLY
101526         INSPECT WS-LAY-FIELD-NAME TALLYING WS-PII-TALLY
101526             FOR ALL WS-PII-TOKEN (WS-PII-IDX)
101526                         (1:WS-PII-LENGTH (WS-PII-IDX))
101526         IF WS-PII-TALLY > ZERO
101526             MOVE 'Y' TO FLAY-PII-FLAG
101526         END-IF
101526     END-PERFORM.

101526     WRITE FIELD-LAYOUT-RECORD.
101526     ADD 1 TO WS-LAYOUT-ROWS.
101526     ADD WS-LAY-LENGTH TO WS-LAY-OFFSET.

101526******************************************************************
101526*    Counts the picture's character positions, its digit
101526*    positions and those after the V, expanding (n) repeats.
101526******************************************************************
101526 5400-SIZE-PICTURE.

101526     MOVE ZERO  TO WS-LAY-CHARS
101526                   WS-LAY-DIGITS
101526                   WS-LAY-SCALE.
101526     MOVE 'N'   TO WS-LAY-ALPHA-FLAG
101526                   WS-LAY-SIGNED-FLAG
101526                   WS-LAY-AFTER-V-FLAG.
101526     MOVE SPACE TO WS-LAY-LAST-SYMBOL.
101526     PERFORM VARYING WS-LAY-POS FROM 1 BY 1
101526         UNTIL WS-LAY-POS > 30
101526            OR WS-LAY-PIC-TEXT (WS-LAY-POS:1) = SPACE
101526         MOVE WS-LAY-PIC-TEXT (WS-LAY-POS:1) TO WS-LAY-CHAR
101526         EVALUATE WS-LAY-CHAR
101526             WHEN 'S'
101526                 MOVE 'Y' TO WS-LAY-SIGNED-FLAG
101526             WHEN 'V'
101526                 MOVE 'Y' TO WS-LAY-AFTER-V-FLAG
101526             WHEN '('
101526                 PERFORM 5450-READ-REPEAT
101526                 IF WS-LAY-NUMBER > ZERO
101526                     COMPUTE WS-LAY-REPEAT = WS-LAY-NUMBER - 1
101526                     PERFORM 5460-ADD-SYMBOL
101526                 END-IF
101526             WHEN OTHER
101526                 MOVE WS-LAY-CHAR TO WS-LAY-LAST-SYMBOL
101526                 MOVE 1 TO WS-LAY-REPEAT
101526                 PERFORM 5460-ADD-SYMBOL
101526         END-EVALUATE
101526     END-PERFORM.

101526******************************************************************
101526*    Leaves WS-LAY-POS on the closing parenthesis.
101526******************************************************************
101526 5450-READ-REPEAT.

101526     MOVE ZERO TO WS-LAY-NUMBER.
101526     ADD 1 TO WS-LAY-POS.
101526     PERFORM UNTIL WS-LAY-POS > 30
101526                OR WS-LAY-PIC-TEXT (WS-LAY-POS:1) IS NOT NUMERIC
101526         MOVE WS-LAY-PIC-TEXT (WS-LAY-POS:1) TO WS-LAY-DIGIT-X
101526         COMPUTE WS-LAY-NUMBER = WS-LAY-NUMBER * 10
101526             + WS-LAY-DIGIT
101526         ADD 1 TO WS-LAY-POS
101526     END-PERFORM.

101526******************************************************************
101526 5460-ADD-SYMBOL.

101526     ADD WS-LAY-REPEAT TO WS-LAY-CHARS.
101526     IF WS-LAY-LAST-SYMBOL = 'X' OR 'A'
101526         MOVE 'Y' TO WS-LAY-ALPHA-FLAG
101526     END-IF.
101526     IF WS-LAY-LAST-SYMBOL = '9' OR 'Z'
101526         ADD WS-LAY-REPEAT TO WS-LAY-DIGITS
101526         IF WS-LAY-AFTER-V-FLAG = 'Y'
101526             ADD WS-LAY-REPEAT TO WS-LAY-SCALE
101526         END-IF
101526     END-IF.
