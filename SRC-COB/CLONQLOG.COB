      *D   Called by OLONQUOT after every successful RunQuote ('Q')
      *D   and RunPayoffQuote ('P'), the same append-and-query
      *D   pattern CSPLTLOG established for split changes.
101526*D   RunSurrenderQuote logs as its own type ('S') with the
101526*D   surrender figures, under an 'S' quote reference so the
101526*D   loan take path never mistakes it for a loan quote.
      *D
      *D**********************************************************

090126*H 20260901-012-01 MAINT Generate a quote ID per entry, handed
090126*H                       back in WLNQU-QUOTE-ID, so TakeLoan
090126*H                       can honor a logged quote later.
101526*H 20261015-010-01 MAINT Surrender quote type 'S' - log the
101526*H                       surrender figures, 'S' reference.
      *H
      *H**********************************************************

           05  WS-TIMESTAMP-DATE            PIC 9(08).
           05  WS-TIMESTAMP-TIME            PIC 9(08).

101526 01  WS-QUOTE-ID-PREFIX              PIC X(01).

      ******************************************************************
       LINKAGE SECTION.

               WLNQU-NET-LOAN-AVAIL.
           COMPUTE LQLG-LOAN-INTEREST-RATE ROUNDED =
               WLNQU-LOAN-INTEREST-RATE.
101526     IF WLQLG-QUOTE-TYPE = 'S'
101526         COMPUTE LQLG-SURR-GROSS-VALUE ROUNDED =
101526             WLNQU-SURR-GROSS-VALUE
101526         COMPUTE LQLG-SURRENDER-CHARGE ROUNDED =
101526             WLNQU-SURRENDER-CHARGE
101526         COMPUTE LQLG-SURR-LOAN-PAYOFF ROUNDED =
101526             WLNQU-SURR-LOAN-PAYOFF
101526         COMPUTE LQLG-SURR-WITHHOLDING ROUNDED =
101526             WLNQU-SURR-WITHHOLDING
101526         COMPUTE LQLG-SURR-NET-VALUE ROUNDED =
101526             WLNQU-SURR-NET-VALUE
101526     ELSE
101526         MOVE ZERO TO LQLG-SURR-GROSS-VALUE
101526                      LQLG-SURRENDER-CHARGE
101526                      LQLG-SURR-LOAN-PAYOFF
101526                      LQLG-SURR-WITHHOLDING
101526                      LQLG-SURR-NET-VALUE
101526     END-IF.
090126*    The quote's reference - date, time and coder make it
090126*    unique enough to find again, and readable over the phone.
090126*    Handed back to the caller so the letter can print it.
090126     MOVE SPACES TO WLNQU-QUOTE-ID.
101526*    A surrender quote's reference starts 'S' - it is not a
101526*    loan quote and the take path must not honor it as one.
101526     IF WLQLG-QUOTE-TYPE = 'S'
101526         MOVE 'S' TO WS-QUOTE-ID-PREFIX
101526     ELSE
101526         MOVE 'Q' TO WS-QUOTE-ID-PREFIX
101526     END-IF.
101526     STRING WS-QUOTE-ID-PREFIX WS-TIMESTAMP-DATE
090126            WS-TIMESTAMP-TIME (1:6)
090126            WCODER-ID
090126         DELIMITED BY SIZE INTO WLNQU-QUOTE-ID
