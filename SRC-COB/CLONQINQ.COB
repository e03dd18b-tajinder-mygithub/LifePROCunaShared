      *H**********************************************************
      *H
082326*H 20260823-015-02 MAINT New program.
101526*H 20261015-010-03 MAINT Second report line with the surrender
101526*H                       figures of an 'S' quote.
      *H
      *H**********************************************************

       01  WS-ACCRUED-EDIT                 PIC -9(09).99.
       01  WS-AVAIL-EDIT                   PIC -9(09).99.
       01  WS-RATE-EDIT                    PIC -9(03).9999.
101526 01  WS-GROSS-EDIT                   PIC -9(09).99.
101526 01  WS-CHARGE-EDIT                  PIC -9(09).99.
101526 01  WS-PAYOFF-EDIT                  PIC -9(09).99.
101526 01  WS-WITHHOLD-EDIT                PIC -9(09).99.
101526 01  WS-NET-CSV-EDIT                 PIC -9(09).99.

      ******************************************************************
       LINKAGE SECTION.
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
101526         IF LQLG-QUOTE-TYPE = 'S'
101526             MOVE LQLG-SURR-GROSS-VALUE   TO WS-GROSS-EDIT
101526             MOVE LQLG-SURRENDER-CHARGE   TO WS-CHARGE-EDIT
101526             MOVE LQLG-SURR-LOAN-PAYOFF   TO WS-PAYOFF-EDIT
101526             MOVE LQLG-SURR-WITHHOLDING   TO WS-WITHHOLD-EDIT
101526             MOVE LQLG-SURR-NET-VALUE     TO WS-NET-CSV-EDIT
101526             MOVE SPACES TO INQUIRY-REPORT-RECORD
101526             STRING '                  SURR GROSS '
101526                    WS-GROSS-EDIT        ' CHG '
101526                    WS-CHARGE-EDIT       ' LOAN '
101526                    WS-PAYOFF-EDIT       ' WH '
101526                    WS-WITHHOLD-EDIT     ' NET CSV '
101526                    WS-NET-CSV-EDIT
101526                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
101526             END-STRING
101526             WRITE INQUIRY-REPORT-RECORD
101526         END-IF
           END-IF.

      ******************************************************************
