090126*H                       run-control file (CRUNCTRL), with
090126*H                       the open-start interlock - the
090126*H                       chain runner reads both.
101526*H 20261015-019-03 MAINT Pass the extract's new 'V' in-force
101526*H                       projection rows through as section
101526*H                       lines - not the next policy's key.
      *H
      *H**********************************************************

                   CONTINUE
               WHEN WS-TOKEN (1) = 'W'
                   CONTINUE
101526         WHEN WS-TOKEN (1) = 'V'
101526             CONTINUE
               WHEN OTHER
      *            Next policy's first key line.
                   PERFORM 2200-TAKE-KEY1
