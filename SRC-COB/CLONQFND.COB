      *H**********************************************************
      *H
090126*H 20260901-012-02 MAINT New program.
101526*H 20261015-010-02 MAINT A surrender quote is not a loan quote -
101526*H                       not found for the loan take path.
      *H
      *H**********************************************************

                   NOT AT END
                       IF LQLG-QUOTE-ID = WLQFD-QUOTE-ID
                           AND LQLG-QUOTE-ID NOT = SPACES
101526                     AND LQLG-QUOTE-TYPE NOT = 'S'
                           SET WS-QUOTE-FOUND TO TRUE
                           PERFORM 2000-RETURN-QUOTE
                       END-IF
