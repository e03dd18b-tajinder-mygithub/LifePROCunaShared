090226*H                       snapshot holds nothing for the tax
090226*H                       year - there is nothing to amend
090226*H                       until the annual extract has filed.
101526*H 20261015-038-06 MAINT Start/end recorded through CRUNCTRL,
101526*H                       which applies the job's registry
101526*H                       settings (1099 run mode) first.
      *H
      *H**********************************************************

           COPY WWSCRCPY.
           COPY WGLB2CPY.

101526 01  CALLED-MODULES.
101526     05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

101526     COPY WRUNCCPY.

       01  COMMISSION-STATUS               PIC XX.
       01  CHARGEBACK-STATUS               PIC XX.
       01  TAX-EXTRACT-STATUS              PIC XX.

           IF NOT PRELOADING-PROGRAM
               PERFORM 1000-INITIALIZE
101526         IF WRUNC-START-REFUSED
101526*            Another submission of this job has an open start -
101526*            fail fast instead of interleaving its files.
101526             CONTINUE
101526         ELSE
               PERFORM 2000-ROLL-UP-COMMISSION
               PERFORM 3000-ROLL-UP-CHARGEBACKS
090126         PERFORM 3500-WRITE-BNOTICE-LIST
090126             PERFORM 5000-SNAPSHOT-FILED-FIGURES
090126         END-IF
               CLOSE TAX-EXTRACT-FILE
101526         PERFORM 9000-RECORD-RUN-END
101526         END-IF
           END-IF.

           EXIT PROGRAM.
      ******************************************************************
       1000-INITIALIZE.

101526*    The start goes on record before any flag is read -
101526*    CRUNCTRL applies the job's registry settings (the 1099
101526*    run mode among them) to WGLOBAL.
101526     SET WRUNC-RECORD-START TO TRUE.
101526     MOVE 'C1099EXT'         TO WRUNC-JOB-NAME.
101526     CALL CRUNCTRL USING WGLOBAL WRUNC-PARAMETERS.
101526     IF WRUNC-START-REFUSED
101526         EXIT PARAGRAPH
101526     END-IF.

           MOVE WCODER-ID              TO TAX-EXTRACT-CODER.
           INSPECT TAX-EXTRACT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-COMMISSION-FILE-DRIVE
090126     CLOSE FILED-SNAPSHOT-FILE
090126           SNAPSHOT-WORK-FILE.

101526******************************************************************
101526 9000-RECORD-RUN-END.
101526*    A refused corrections run filed nothing; dropped agents
101526*    are on the 'W' record and must be chased before filing.

101526     SET WRUNC-RECORD-END    TO TRUE.
101526     MOVE 'C1099EXT'         TO WRUNC-JOB-NAME.
101526     MOVE WS-AGENTS-WRITTEN  TO WRUNC-RECORD-COUNT.
101526     EVALUATE TRUE
101526         WHEN WGLOB-1099-CORRECTION-RUN
101526             AND WS-FILED-COUNT = ZERO
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
