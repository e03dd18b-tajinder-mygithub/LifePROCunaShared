      *D   retention rules age and prune them like any other aged
      *D   file.  Success (or a verify failure) is recorded in the
      *D   common run-control file.
101526*D
101526*D   A generation about to be rolled over that holds a policy
101526*D   or agent number under legal hold (CLGLHOLD) is first
101526*D   copied into the legal hold container RLGLARCH.PDM behind
101526*D   the same *MEMBER/*END blocks CRETNMGR writes, and indexed
101526*D   on RARCHINDX.PDM, so CARCREST can bring it back.  CRETNMGR
101526*D   keeps the container while anything in it is still held.
      *D
      *D**********************************************************

      *H**********************************************************
      *H
090126*H 20260901-033-01 MAINT New program.
101526*H 20261015-027-06 MAINT Preserve a generation holding a
101526*H                       policy or agent under legal hold
101526*H                       before it is rolled over.
      *H
      *H**********************************************************

       COPY WLORGCPY.
                                       STATUS IS SNAPSHOT-STATUS.

101526     SELECT HOLD-ARCHIVE-FILE
101526 COPY WVARYCPY.
101526                                 HOLD-ARCHIVE-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS HOLD-ARCHIVE-STATUS.

101526     SELECT ARCHIVE-INDEX-FILE
101526 COPY WVARYCPY.
101526                                 ARCHIVE-INDEX-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS ARCHIVE-INDEX-STATUS.

           SELECT SNAP-REPORT-FILE
       COPY WVARYCPY.
                                       SNAP-REPORT-NAME
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-RECORD                PIC X(01).

101526 FD  HOLD-ARCHIVE-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 01  HOLD-ARCHIVE-RECORD            PIC X(01).

101526 FD  ARCHIVE-INDEX-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WARCXCPY.

       FD  SNAP-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAP-REPORT-RECORD             PIC X(132).

       01  CALLED-MODULES.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CLGLHOLD                   PIC X(08) VALUE 'CLGLHOLD'.

101526     COPY WLGLMCPY.

           COPY WRUNCCPY.

       01  SOURCE-STATUS                   PIC XX.
       01  SNAPSHOT-STATUS                 PIC XX.
       01  SNAP-REPORT-STATUS              PIC XX.
101526 01  HOLD-ARCHIVE-STATUS             PIC XX.
101526 01  ARCHIVE-INDEX-STATUS            PIC XX.

       01  SOURCE-FILE-NAME                PIC X(30).
       01  SNAPSHOT-FILE-NAME              PIC X(30).

101526*    Shared legal hold container and the retention archive
101526*    index, one each per work drive.
101526 01  HOLD-ARCHIVE-NAME.
101526     05  WS-HOLD-ARCHIVE-DRIVE       PIC X(01) VALUE 'H'.
101526     05  FILLER                      PIC X(01) VALUE ':'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'RLGLARCH.PDM'.

101526 01  ARCHIVE-INDEX-NAME.
101526     05  WS-ARCX-FILE-DRIVE          PIC X(01) VALUE 'H'.
101526     05  FILLER                      PIC X(01) VALUE ':'.
101526     05  FILLER                      PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'ARCHINDX.PDM'.

       01  SNAP-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.

       01  WS-COPIED-BYTES                 PIC 9(09).
       01  WS-VERIFIED-BYTES               PIC 9(09).
101526 01  WS-MEMBER-NAME                  PIC X(64).
101526 01  WS-MEMBER-BYTES                 PIC 9(09).
101526 01  WS-ARCHIVE-TEXT                 PIC X(250).
101526 01  WS-TEXT-IDX                     PIC 9(03).
       01  WS-MISMATCH-FLAG                PIC X(01).
           88  WS-VERIFY-MISMATCH                  VALUE 'Y'.

           05  WS-FILES-SNAPPED             PIC 9(01) VALUE ZERO.
           05  WS-FILES-MISSING             PIC 9(01) VALUE ZERO.
           05  WS-FILES-FAILED              PIC 9(01) VALUE ZERO.
101526     05  WS-FILES-PRESERVED           PIC 9(01) VALUE ZERO.

      ******************************************************************
       LINKAGE SECTION.

           MOVE WCODER-ID              TO SNAP-REPORT-CODER.
           INSPECT SNAP-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-REPORT-FILE-DRIVE
101526                                        WS-HOLD-ARCHIVE-DRIVE
101526                                        WS-ARCX-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           MOVE WS-NOW-DATE (7:2) TO WS-NOW-DAY.
               EXIT PARAGRAPH
           END-IF.

101526     PERFORM 2500-PRESERVE-HELD-GENERATION.

           OPEN OUTPUT SNAPSHOT-FILE.
           MOVE ZERO TO WS-COPIED-BYTES.
           MOVE 'N' TO WS-EOF-FLAG.
               WRITE SNAP-REPORT-RECORD
           END-IF.

101526******************************************************************
101526 2500-PRESERVE-HELD-GENERATION.
101526*    The generation this run is about to overwrite - a month
101526*    old, or missing on a new drive - goes to the legal hold
101526*    container first when it holds anything under legal hold.

101526     INITIALIZE WLGLM-PARAMETERS.
101526     SET WLGLM-SCAN-FILE TO TRUE.
101526     MOVE SNAPSHOT-FILE-NAME TO WLGLM-SCAN-FILE-NAME.
101526     CALL CLGLHOLD USING WGLOBAL WLGLM-PARAMETERS.
101526     IF NOT WLGLM-ON-HOLD
101526         EXIT PARAGRAPH
101526     END-IF.

101526     MOVE SPACES TO WS-MEMBER-NAME.
101526     STRING 'R' FUNCTION TRIM (WS-BASE-NAME)
101526            '.' WS-SNAP-SUFFIX
101526         DELIMITED BY SIZE INTO WS-MEMBER-NAME
101526     END-STRING.

101526     OPEN EXTEND HOLD-ARCHIVE-FILE.
101526     IF HOLD-ARCHIVE-STATUS = '35' OR '05'
101526         OPEN OUTPUT HOLD-ARCHIVE-FILE
101526     END-IF.

101526     MOVE ZERO TO WS-MEMBER-BYTES.
101526     MOVE SPACES TO WS-ARCHIVE-TEXT.
101526     STRING '*MEMBER ' FUNCTION TRIM (WS-MEMBER-NAME)
101526            ' FILED 00000000 ARCHIVED ' WS-NOW-DATE
101526         DELIMITED BY SIZE INTO WS-ARCHIVE-TEXT
101526     END-STRING.
101526     PERFORM 2550-WRITE-TEXT-BLOCK.

101526     OPEN INPUT SNAPSHOT-FILE.
101526     MOVE 'N' TO WS-SNAP-EOF-FLAG.
101526     PERFORM UNTIL END-OF-SNAPSHOT
101526         READ SNAPSHOT-FILE
101526             AT END
101526                 MOVE 'Y' TO WS-SNAP-EOF-FLAG
101526             NOT AT END
101526                 ADD 1 TO WS-MEMBER-BYTES
101526                 MOVE SNAPSHOT-RECORD TO HOLD-ARCHIVE-RECORD
101526                 WRITE HOLD-ARCHIVE-RECORD
101526         END-READ
101526     END-PERFORM.
101526     CLOSE SNAPSHOT-FILE.

101526     MOVE SPACES TO WS-ARCHIVE-TEXT.
101526     STRING '*END ' FUNCTION TRIM (WS-MEMBER-NAME)
101526            ' BYTES ' WS-MEMBER-BYTES
101526         DELIMITED BY SIZE INTO WS-ARCHIVE-TEXT
101526     END-STRING.
101526     PERFORM 2550-WRITE-TEXT-BLOCK.
101526     CLOSE HOLD-ARCHIVE-FILE.

101526*    The generation's own write date is not known here - the
101526*    index row carries zeros, and CARCREST finds it by name.
101526     OPEN EXTEND ARCHIVE-INDEX-FILE.
101526     IF ARCHIVE-INDEX-STATUS = '35' OR '05'
101526         OPEN OUTPUT ARCHIVE-INDEX-FILE
101526     END-IF.
101526     MOVE SPACES          TO ARCHIVE-INDEX-RECORD.
101526     MOVE WS-MEMBER-NAME  TO ARCX-FILE-NAME.
101526     MOVE ZERO            TO ARCX-FILE-DATE.
101526     MOVE WS-NOW-DATE     TO ARCX-ARCHIVED-DATE.
101526     MOVE 'RLGLARCH.PDM'  TO ARCX-CONTAINER-NAME.
101526     MOVE WS-MEMBER-BYTES TO ARCX-MEMBER-BYTES.
101526     WRITE ARCHIVE-INDEX-RECORD.
101526     CLOSE ARCHIVE-INDEX-FILE.

101526     ADD 1 TO WS-FILES-PRESERVED.
101526     MOVE SPACES TO SNAP-REPORT-RECORD.
101526     STRING WS-SNAP-NAME (WS-SNAP-IDX)
101526            ' OLD .' WS-SNAP-SUFFIX ' HOLDS '
101526            WLGLM-HELD-KEY ' (MATTER '
101526            WLGLM-HELD-MATTER-ID ') - PRESERVED TO RLGLARCH.PDM'
101526         DELIMITED BY SIZE INTO SNAP-REPORT-RECORD
101526     END-STRING.
101526     WRITE SNAP-REPORT-RECORD.

101526******************************************************************
101526 2550-WRITE-TEXT-BLOCK.
101526*    A fixed 250-byte text block in the single-byte stream - the
101526*    CRETNMGR member header convention.

101526     PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
101526         UNTIL WS-TEXT-IDX > 250
101526         MOVE WS-ARCHIVE-TEXT (WS-TEXT-IDX:1)
101526                                 TO HOLD-ARCHIVE-RECORD
101526         WRITE HOLD-ARCHIVE-RECORD
101526     END-PERFORM.

      ******************************************************************
       3000-VERIFY-ONE-FILE.
      *    The copy is only a safety net if it is byte-identical -
           MOVE WS-FILES-FAILED        TO SNAP-REPORT-RECORD (26:1).
           WRITE SNAP-REPORT-RECORD.

101526     MOVE SPACES TO SNAP-REPORT-RECORD.
101526     MOVE 'HELD GENS PRESERVED:' TO SNAP-REPORT-RECORD (1:20).
101526     MOVE WS-FILES-PRESERVED     TO SNAP-REPORT-RECORD (26:1).
101526     WRITE SNAP-REPORT-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

