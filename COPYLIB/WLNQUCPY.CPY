090126*        act on the letter in hand days later instead of being
090126*        re-quoted.
090126     05  WLNQU-QUOTE-ID              PIC X(20).
101526*        Surrender figures - set by OLONQUOT's RunSurrenderQuote
101526*        off the quoted values (PLONQUOT does not touch them),
101526*        then logged by CLONQLOG and printed by CLONLETR.
101526     05  WLNQU-SURR-GROSS-VALUE      USAGE COMP-2.
101526     05  WLNQU-SURR-LOAN-PAYOFF      USAGE COMP-2.
101526     05  WLNQU-SURR-WITHHOLDING      USAGE COMP-2.
101526     05  WLNQU-SURR-NET-VALUE        USAGE COMP-2.
101526*        'S' - CLONLETR writes the surrender quote letter in
101526*        place of the loan quote letter.
101526     05  WLNQU-LETTER-TYPE           PIC X(01).
101526         88  WLNQU-SURRENDER-LETTER          VALUE 'S'.
