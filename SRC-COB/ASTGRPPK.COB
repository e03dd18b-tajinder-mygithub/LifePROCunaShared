090126*H                       run-control file (CRUNCTRL), with
090126*H                       the open-start interlock - the
090126*H                       chain runner reads both.
101526*H 20261015-019-09 MAINT Pass the extract's new 'V' in-force
101526*H                       projection rows through as section
101526*H                       lines - not the next policy's key.
      *H
      *H**********************************************************

                   IF EXTRACT-RECORD (1:1) = '('
                       OR WS-TOKEN (1) = 'L'
                       OR WS-TOKEN (1) = 'W'
101526                 OR WS-TOKEN (1) = 'V'
090126                 IF WS-TOKEN (1) = 'L'
090126*                    The member's last L row stands as its loan
090126*                    balance.
