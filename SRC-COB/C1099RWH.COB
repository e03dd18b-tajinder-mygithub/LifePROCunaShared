082326*H 20260823-023-02 MAINT Write a 'W' warning record when the
082326*H                       owner table overflows - a balanced
082326*H                       trailer must not hide dropped 1099-Rs.
101526*H 20261015-019-06 MAINT Pass the extract's new 'V' in-force
101526*H                       projection rows through as section
101526*H                       lines - not the next policy's key.
101526*H 20261015-038-07 MAINT Start/end recorded through CRUNCTRL,
101526*H                       which applies the job's registry
101526*H                       settings (extract format) first.
      *H
      *H**********************************************************


       01  CALLED-MODULES.
           05  PFILEINS                   PIC X(08) VALUE 'PFILEINS'.
101526     05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

101526     COPY WRUNCCPY.

       01  EXTRACT-STATUS                  PIC XX.
           88  EXTRACT-STATUS-OK               VALUE '00'.

           IF NOT PRELOADING-PROGRAM
               PERFORM 1000-INITIALIZE
101526         IF WRUNC-START-REFUSED
101526*            Another submission of this job has an open start -
101526*            fail fast instead of interleaving its files.
101526             CONTINUE
101526         ELSE
               IF WGLOB-EXTRACT-FIXED-FORMAT
                   MOVE 'D' TO X9R-RECORD-TYPE
                   MOVE SPACES TO X9R-OWNER-SSN
                   PERFORM 4000-WRITE-TRAILER
               END-IF
               CLOSE TAX-EXTRACT-FILE
101526         PERFORM 9000-RECORD-RUN-END
101526         END-IF
           END-IF.

           EXIT PROGRAM.
      ******************************************************************
       1000-INITIALIZE.

101526*    The start goes on record before any flag is read -
101526*    CRUNCTRL applies the job's registry settings (the
101526*    extract format among them) to WGLOBAL.
101526     SET WRUNC-RECORD-START TO TRUE.
101526     MOVE 'C1099RWH'         TO WRUNC-JOB-NAME.
101526     CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.
101526     IF WRUNC-START-REFUSED
101526         EXIT PARAGRAPH
101526     END-IF.

           MOVE WCODER-ID              TO TAX-EXTRACT-CODER.
           INSPECT TAX-EXTRACT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-OUTPUT-FILE-DRIVE.
                       PERFORM 2300-ACCUMULATE-P-ROW
                   END-IF
               WHEN WS-TOKEN (1) = 'L' OR WS-TOKEN (1) = 'W'
101526             OR WS-TOKEN (1) = 'V'
                   CONTINUE
               WHEN OTHER
      *            Not a section line - this is the next policy's
082326         WRITE TAX-EXTRACT-RECORD
082326     END-IF.

101526******************************************************************
101526 9000-RECORD-RUN-END.
101526*    A fixed-format extract rolls up nothing; dropped owners
101526*    are on the 'W' record and must be chased before filing.

101526     SET WRUNC-RECORD-END    TO TRUE.
101526     MOVE 'C1099RWH'         TO WRUNC-JOB-NAME.
101526     MOVE WS-OWNERS-WRITTEN  TO WRUNC-RECORD-COUNT.
101526     EVALUATE TRUE
101526         WHEN WGLOB-EXTRACT-FIXED-FORMAT
101526             MOVE 'INCOMPLETE'        TO WRUNC-RUN-STATUS
101526         WHEN WS-ROWS-DROPPED > ZERO
101526             MOVE 'COMPLETE/FAILURES' TO WRUNC-RUN-STATUS
101526         WHEN OTHER
101526             MOVE 'COMPLETE'          TO WRUNC-RUN-STATUS
101526     END-EVALUATE.
101526     CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
