090126*H                       and the run status - a completeness
090126*H                       check must never silently become an
090126*H                       incomplete one.
101526*H 20261015-019-07 MAINT Pass the extract's new 'V' in-force
101526*H                       projection rows through as section
101526*H                       lines - not the next policy's key.
      *H
      *H**********************************************************

               WHEN EXTRACT-RECORD (1:1) = '('
                   CONTINUE
               WHEN WS-TOKEN (1) = 'L' OR WS-TOKEN (1) = 'W'
101526             OR WS-TOKEN (1) = 'V'
                   CONTINUE
               WHEN OTHER
      *            Not a section line - this is the next policy's
