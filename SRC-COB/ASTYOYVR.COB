090126*H                       run-control file (CRUNCTRL), with
090126*H                       the open-start interlock - the
090126*H                       chain runner reads both.
101526*H 20261015-019-05 MAINT Pass the extract's new 'V' in-force
101526*H                       projection rows through as section
101526*H                       lines - not the next policy's key.
      *H
      *H**********************************************************

                   ADD 1 TO WS-CNT-L (WS-SIDE-SUB)
               WHEN WS-TOKEN (1) = 'W'
                   CONTINUE
101526         WHEN WS-TOKEN (1) = 'V'
101526             CONTINUE
               WHEN OTHER
      *            Next policy's first key line.
                   PERFORM 2200-START-POLICY-BLOCK
