090126*H                       run-control file (CRUNCTRL), with
090126*H                       the open-start interlock - the
090126*H                       chain runner reads both.
101526*H 20261015-019-10 MAINT Count the extract's new 'V' in-force
101526*H                       projection rows into each company's
101526*H                       trailer (V=) - they were read as the
101526*H                       next policy's key.
      *H
      *H**********************************************************

               10  WS-CO-F                     PIC 9(07).
               10  WS-CO-L                     PIC 9(07).
               10  WS-CO-I                     PIC 9(07).
101526         10  WS-CO-V                     PIC 9(07).

      ******************************************************************
       LINKAGE SECTION.
                   ADD 1 TO WS-CO-L (WS-CO-IDX)
               WHEN WS-TOKEN (1) = 'W'
                   CONTINUE
101526         WHEN WS-TOKEN (1) = 'V'
101526             ADD 1 TO WS-CO-V (WS-CO-IDX)
               WHEN OTHER
      *            Next policy's first key line.
                   PERFORM 2200-START-POLICY-BLOCK
                            WS-CO-F (WS-CO-IDX)
                            WS-CO-L (WS-CO-IDX)
                            WS-CO-I (WS-CO-IDX)
101526                      WS-CO-V (WS-CO-IDX)
           END-IF.

           IF WS-CO-IDX > WS-CO-COUNT
                      ' F='  WS-CO-F (WS-CO-IDX)
                      ' L='  WS-CO-L (WS-CO-IDX)
                      ' I='  WS-CO-I (WS-CO-IDX)
101526                ' V='  WS-CO-V (WS-CO-IDX)
                      DELIMITED BY SIZE
                   INTO COMPANY-RECORD
               END-STRING
