090126*H                       run-control file (CRUNCTRL), with
090126*H                       the open-start interlock - the
090126*H                       chain runner reads both.
101526*H 20261015-019-08 MAINT Pass the extract's new 'V' in-force
101526*H                       projection rows through as section
101526*H                       lines - not the next policy's key.
      *H
      *H**********************************************************

090126             CONTINUE
090126         WHEN WS-TOKEN-COUNT >= 4 AND WS-TAG = 'L'
090126             PERFORM 3200-LOAD-ONE-ROW
101526         WHEN WS-TAG = 'L' OR WS-TAG = 'W' OR WS-TAG = 'V'
090126             CONTINUE
090126         WHEN OTHER
090126*            Not a section line - this is the next policy's
