082326*  WLQLGCPY - Loan quote compliance log record.  Appended to
082326*  the shared quote log file by CLONQLOG after every successful
082326*  RunQuote ('Q') or RunPayoffQuote ('P') so market-conduct
101526*  (and RunSurrenderQuote ('S'), with its surrender figures)
082326*  examiners can be shown exactly what figures were quoted to a
082326*  policyholder on a given date.  Read back by the CLONQINQ
082326*  inquiry.  COPYed under the FD in both programs so the layout
090126*        CLONQFND looks the logged figures back up by it so
090126*        TakeLoanFromQuote can honor the letter in hand.
090126     05  LQLG-QUOTE-ID               PIC X(20).
101526*        Surrender quote ('S') only - zero on loan quotes.
101526     05  LQLG-SURR-GROSS-VALUE       PIC S9(09)V9(02).
101526     05  LQLG-SURRENDER-CHARGE       PIC S9(09)V9(02).
101526     05  LQLG-SURR-LOAN-PAYOFF       PIC S9(09)V9(02).
101526     05  LQLG-SURR-WITHHOLDING       PIC S9(09)V9(02).
101526     05  LQLG-SURR-NET-VALUE         PIC S9(09)V9(02).
