      *D   WriteQuoteLetter with the WLNQU block already holding the
      *D   quote's results; writes one print-image letter file named
      *D   for the policy.
101526*D   With WLNQU-LETTER-TYPE 'S' (WriteSurrenderLetter) it
101526*D   writes the surrender quote letter instead - gross value,
101526*D   surrender charge, loan payoff, estimated withholding and
101526*D   net cash surrender value - to its own .SLT file.
101526*D   Each letter written is logged to the correspondence log
101526*D   (CCORRLOG).
      *D
      *D**********************************************************

090126*H 20260901-012-03 MAINT Print the quote reference so the
090126*H                       customer can act on this letter's
090126*H                       figures later (TakeLoanFromQuote).
101526*H 20261015-010-04 MAINT Surrender quote letter.
101526*H 20261015-028-03 MAINT Log each letter to the correspondence
101526*H                       log (CCORRLOG).
      *H
      *H**********************************************************


           COPY WWSCRCPY.
           COPY WGLB2CPY.
101526     COPY WCORWCPY.

101526 01  CALLED-MODULES.
101526     05  CCORRLOG                   PIC X(08) VALUE 'CCORRLOG'.

       01  LETTER-STATUS                   PIC XX.

      *    One letter file per policy, named for it, like the agent
      *    statements are named for their agent.
       01  LETTER-FILE-NAME                PIC X(30).
101526 01  WS-LETTER-EXTENSION             PIC X(04).

       01  WS-RUN-DATE-YYYYMMDD            PIC 9(08).

           IF NOT PRELOADING-PROGRAM
               ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
               PERFORM 1000-OPEN-LETTER-FILE
101526         IF WLNQU-SURRENDER-LETTER
101526             PERFORM 3000-WRITE-SURRENDER-BODY
101526         ELSE
101526             PERFORM 2000-WRITE-LETTER-BODY
101526         END-IF
               CLOSE LETTER-FILE
101526         PERFORM 4000-LOG-CORRESPONDENCE
               MOVE ZERO TO WLNQU-RETURN-CODE
           END-IF.

       1000-OPEN-LETTER-FILE.

           MOVE SPACES TO LETTER-FILE-NAME.
101526     IF WLNQU-SURRENDER-LETTER
101526         MOVE '.SLT' TO WS-LETTER-EXTENSION
101526     ELSE
101526         MOVE '.LTR' TO WS-LETTER-EXTENSION
101526     END-IF.
           STRING WOPTION-WORK-DRIVE          DELIMITED BY SIZE
                  ':R'                        DELIMITED BY SIZE
                  FUNCTION TRIM (WLNQU-POLICY-NUMBER)
                                              DELIMITED BY SIZE
101526            WS-LETTER-EXTENSION         DELIMITED BY SIZE
             INTO LETTER-FILE-NAME.
           OPEN OUTPUT LETTER-FILE.

           MOVE 'POLICYHOLDER SERVICES' TO LETTER-RECORD.
           WRITE LETTER-RECORD.

101526******************************************************************
101526 3000-WRITE-SURRENDER-BODY.
101526
101526     MOVE SPACES TO LETTER-RECORD.
101526     STRING 'DATE: ' WS-RUN-DATE-YYYYMMDD
101526         DELIMITED BY SIZE INTO LETTER-RECORD
101526     END-STRING.
101526     WRITE LETTER-RECORD.
101526
101526     MOVE SPACES TO LETTER-RECORD.
101526     STRING 'RE:   POLICY ' WLNQU-COMPANY-CODE '-'
101526            WLNQU-POLICY-NUMBER
101526         DELIMITED BY SIZE INTO LETTER-RECORD
101526     END-STRING.
101526     WRITE LETTER-RECORD.
101526
101526     MOVE SPACES TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526
101526     MOVE 'DEAR POLICYHOLDER:' TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526
101526     MOVE SPACES TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526
101526     MOVE 'AS REQUESTED, HERE IS WHAT YOUR POLICY WOULD PAY'
101526         TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526     MOVE 'IF SURRENDERED AS OF THE DATE SHOWN ABOVE:'
101526         TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526
101526     MOVE SPACES TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526
101526     COMPUTE WS-AMOUNT-WORK ROUNDED = WLNQU-SURR-GROSS-VALUE.
101526     MOVE WS-AMOUNT-WORK TO WS-AMOUNT-EDIT.
101526     MOVE SPACES TO LETTER-RECORD.
101526     STRING '    GROSS POLICY VALUE ......... '
101526            WS-AMOUNT-EDIT
101526         DELIMITED BY SIZE INTO LETTER-RECORD
101526     END-STRING.
101526     WRITE LETTER-RECORD.
101526
101526     COMPUTE WS-AMOUNT-WORK ROUNDED = WLNQU-SURRENDER-CHARGE.
101526     MOVE WS-AMOUNT-WORK TO WS-AMOUNT-EDIT.
101526     MOVE SPACES TO LETTER-RECORD.
101526     STRING '    LESS SURRENDER CHARGE ...... '
101526            WS-AMOUNT-EDIT
101526         DELIMITED BY SIZE INTO LETTER-RECORD
101526     END-STRING.
101526     WRITE LETTER-RECORD.
101526
101526     COMPUTE WS-AMOUNT-WORK ROUNDED = WLNQU-SURR-LOAN-PAYOFF.
101526     MOVE WS-AMOUNT-WORK TO WS-AMOUNT-EDIT.
101526     MOVE SPACES TO LETTER-RECORD.
101526     STRING '    LESS LOAN PAYOFF ........... '
101526            WS-AMOUNT-EDIT
101526         DELIMITED BY SIZE INTO LETTER-RECORD
101526     END-STRING.
101526     WRITE LETTER-RECORD.
101526
101526     COMPUTE WS-AMOUNT-WORK ROUNDED = WLNQU-SURR-WITHHOLDING.
101526     MOVE WS-AMOUNT-WORK TO WS-AMOUNT-EDIT.
101526     MOVE SPACES TO LETTER-RECORD.
101526     STRING '    LESS ESTIMATED WITHHOLDING . '
101526            WS-AMOUNT-EDIT
101526         DELIMITED BY SIZE INTO LETTER-RECORD
101526     END-STRING.
101526     WRITE LETTER-RECORD.
101526
101526     COMPUTE WS-AMOUNT-WORK ROUNDED = WLNQU-SURR-NET-VALUE.
101526     MOVE WS-AMOUNT-WORK TO WS-AMOUNT-EDIT.
101526     MOVE SPACES TO LETTER-RECORD.
101526     STRING '    NET CASH SURRENDER VALUE ... '
101526            WS-AMOUNT-EDIT
101526         DELIMITED BY SIZE INTO LETTER-RECORD
101526     END-STRING.
101526     WRITE LETTER-RECORD.
101526
101526     MOVE SPACES TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526
101526     MOVE 'THE LOAN PAYOFF IS THE LOAN BALANCE PLUS INTEREST'
101526         TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526     MOVE 'ACCRUED TO THE DATE SHOWN.  WITHHOLDING IS AN'
101526         TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526     MOVE 'ESTIMATE ON THE TAXABLE GAIN; THE AMOUNT ACTUALLY'
101526         TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526     MOVE 'WITHHELD FOLLOWS YOUR WITHHOLDING ELECTION.'
101526         TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526
101526     MOVE SPACES TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526
101526     IF WLNQU-QUOTE-ID NOT = SPACES
101526         MOVE SPACES TO LETTER-RECORD
101526         STRING 'QUOTE REFERENCE: '
101526                WLNQU-QUOTE-ID
101526             DELIMITED BY SIZE INTO LETTER-RECORD
101526         END-STRING
101526         WRITE LETTER-RECORD
101526         MOVE SPACES TO LETTER-RECORD
101526         WRITE LETTER-RECORD
101526     END-IF.
101526
101526     MOVE 'FIGURES ARE VALID AS OF THE DATE SHOWN AND MAY'
101526         TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526     MOVE 'CHANGE WITH ANY SUBSEQUENT POLICY ACTIVITY.'
101526         TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526
101526     MOVE SPACES TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526
101526     MOVE 'SINCERELY,' TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.
101526     MOVE 'POLICYHOLDER SERVICES' TO LETTER-RECORD.
101526     WRITE LETTER-RECORD.

101526******************************************************************
101526 4000-LOG-CORRESPONDENCE.
101526*    The letter opens "DEAR POLICYHOLDER" with no address block,
101526*    so there is no address to log.

101526     INITIALIZE WCORW-PARAMETERS.
101526     MOVE 'CLONLETR'             TO WCORW-JOB-NAME.
101526     MOVE WLNQU-COMPANY-CODE     TO WCORW-COMPANY-CODE.
101526     MOVE WLNQU-POLICY-NUMBER    TO WCORW-POLICY-NUMBER.
101526     IF WLNQU-SURRENDER-LETTER
101526         SET WCORW-SURRENDER-LETTER TO TRUE
101526     ELSE
101526         SET WCORW-LOAN-QUOTE-LETTER TO TRUE
101526     END-IF.
101526     MOVE LETTER-FILE-NAME       TO WCORW-OUTPUT-FILE.
101526     MOVE 1                      TO WCORW-DOCUMENT-SEQ.
101526     CALL CCORRLOG USING WGLOBAL WCORW-PARAMETERS.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
