090126*H                 previously issued quote by its quote ID
090126*H                 (CLONQFND), honored inside the validity
090126*H                 window; getQuoteId for the letter.
101526*H 20261015-008-02 MAINT ReverseLoanPosting - offset an earlier
101526*H                 take or repayment (PLONPOST), with
101526*H                 setSupervisorOverrideFlag for one that later
101526*H                 postings were built on.
101526*H 20261015-010-05 MAINT RunSurrenderQuote - net the quoted
101526*H                 values into a full surrender quote, logged
101526*H                 as its own type (CLONQLOG); getters,
101526*H                 setWithholdingRate and WriteSurrenderLetter
101526*H                 (CLONLETR).
101526*H 20261015-026-03 MAINT Meter each public method other than
101526*H                 the get/set accessors (CAPIMETR).
101526*H 20261015-036-01 MAINT TakeLoan/TakeLoanFromQuote pass the
101526*H                 supervisor override flag to PLONPOST, so a
101526*H                 legal hold can be overridden on a new loan.
      *H****************************************************************

      ******************************************************************
092308 01  WS-PROGRAM-INFO.
092308     05  PLONQUOT           PIC X(08) VALUE 'PLONQUOT'.
080826     05  CERRLOG            PIC X(08) VALUE 'CERRLOG'.
101526     05  CAPIMETR           PIC X(08) VALUE 'CAPIMETR'.
082326     05  PLONPOST           PIC X(08) VALUE 'PLONPOST'.
082326     05  CLONQLOG           PIC X(08) VALUE 'CLONQLOG'.
090126     05  CLONQFND           PIC X(08) VALUE 'CLONQFND'.
082326*    quote.
082326 01  WS-QUOTE-LOADED-FLAG       PIC X(01) VALUE 'N'.
082326     88  WS-QUOTE-LOADED                VALUE 'Y'.
101526*    Set by setSupervisorOverrideFlag for the next reversal
101526*    only - a reversal that posts spends it.
101526 01  WS-SUPV-OVERRIDE-FLAG      PIC X(01) VALUE 'N'.
101526*    Surrender quote results - RunSurrenderQuote.
101526 01  LpSurrGrossValue           PIC S9(07)V99 COMP-5.
101526 01  LpSurrLoanPayoff           PIC S9(07)V99 COMP-5.
101526 01  LpSurrWithholding          PIC S9(07)V99 COMP-5.
101526 01  LpSurrNetValue             PIC S9(07)V99 COMP-5.
101526 01  WS-SURR-TAXABLE-GAIN       PIC S9(07)V99 COMP-5.
101526*    Federal default on a non-periodic distribution unless the
101526*    caller sets the owner's election (setWithholdingRate).
101526 01  WS-SURR-WITHHOLD-RATE      PIC S9(01)V9(04) COMP-5
101526                                VALUE 0.1000.
101526 01  WS-SURR-QUOTE-LOADED-FLAG  PIC X(01) VALUE 'N'.
101526     88  WS-SURR-QUOTE-LOADED           VALUE 'Y'.
       01  LpLastAccruedDate          PIC 9(08).
       01  LpFundOrCash               PIC X(04).
       01  LpMinEquityText            PIC X(17).
      ******************************************************************

       WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
       01  wsReturnCode         PIC S9(09) COMP-5.
       01  wsErrorMessage       PIC X(200).
       01  wsUserType           PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION USING BY VALUE lsApp, lsUserType.
      ******************************************************************

101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'NEW' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

           SET wsUserType TO lsUserType.
           SET LpApp TO lsApp.
           MOVE WGLOBAL TO WGLOBX.
           ELSE
               MOVE SPACES TO LpErrorMessage.

101526     MOVE wsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

       END METHOD NEW.

      ******************************************************************�
      ******************************************************************

       WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
       01  wsReturnCode         PIC S9(09) COMP-5.
       01  wsErrorMessage       PIC X(200).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'Dispose' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.
101526     MOVE ZERO TO wsReturnCode.

080826     IF WS-OWNS-SESSION
               MOVE WGLOBAL TO WGLOBX
               INVOKE LpApp "Logout" USING WGLOBX
080826         MOVE SPACES TO LpErrorMessage
080826     END-IF.

101526     MOVE wsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

       END METHOD Dispose.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.

       01 POPFUNCN                     PIC X(08)       VALUE 'POPFUNCN'.

       PROCEDURE DIVISION RETURNING lsReturnCode.
      ******************************************************************

101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'RunQuote' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

           MOVE wsCompanyCode TO WLNQU-COMPANY-CODE.
           MOVE wsPolicyNumber TO WLNQU-POLICY-NUMBER.
032614     MOVE SAVE-ORIG-FUTURE-REQUEST-FLAG
032614                              TO WGLOB-API-FUTURE-REQUEST-FLAG.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
           EXIT METHOD.

       END METHOD RunQuote.
080826 DATA DIVISION.
080826******************************************************************
080826 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.

082326     COPY WLNQUCPY.

080826                    RETURNING lsReturnCode.
080826******************************************************************

101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'RunPayoffQuote' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

080826     COMPUTE LpWhatIfLoanBalance =
080826         LpCurLoanBalance - lsExtraPayment.
080826     IF LpWhatIfLoanBalance < ZERO
082326*    not an issued quote, so nothing goes on the log.
082326     IF NOT WS-QUOTE-LOADED
082326         MOVE LpReturnCode TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.
082326     INITIALIZE WLNQU-PARAMETERS.

080826     MOVE LpReturnCode TO lsReturnCode.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826     EXIT METHOD.

080826 END METHOD RunPayoffQuote.
080826 DATA DIVISION.
080826******************************************************************
080826 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.

080826 01 POPFUNCN                     PIC X(08)       VALUE 'POPFUNCN'.

080826                    RETURNING lsReturnCode.
080826******************************************************************

101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'RunQuoteRange' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

080826     MOVE ZERO TO LpRangeCount.
080826     MOVE ZERO TO lsReturnCode, LpReturnCode.
080826     MOVE SPACES TO LpErrorMessage.

080826     MOVE WS-SAVE-EFFECTIVE-DATE TO wsEffectiveDate.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826     EXIT METHOD.

080826 END METHOD RunQuoteRange.
080826 DATA DIVISION.
080826******************************************************************
080826 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.

080826 01  WS-SCHED-BALANCE            PIC S9(07)V9(04) COMP-5.
080826 01  WS-MONTHLY-RATE             PIC S9(07)V9(06) COMP-5.
080826                    RETURNING lsReturnCode.
080826******************************************************************

101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'RunLoanSchedule' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

080826     MOVE ZERO TO LpScheduleCount.
080826     MOVE ZERO TO lsReturnCode.

080826         ADD 1 TO LpScheduleCount
080826     END-PERFORM.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826     EXIT METHOD.

080826 END METHOD RunLoanSchedule.
080826 DATA DIVISION.
080826******************************************************************
080826 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.

080826 01 POPFUNCN                     PIC X(08)       VALUE 'POPFUNCN'.
080826 01 CLOANSUM                     PIC X(08)       VALUE 'CLOANSUM'.
080826 PROCEDURE DIVISION RETURNING lsReturnCode.
080826******************************************************************

101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'RunLoanActivitySummary' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

080826     MOVE ZERO TO LpHistLoanCount.

080826     MOVE wsCompanyCode TO WLNQU-COMPANY-CODE.
080826         END-IF
080826     END-IF.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826     EXIT METHOD.

080826 END METHOD RunLoanActivitySummary.
082326 DATA DIVISION.
082326******************************************************************
082326 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
082326
082326 LINKAGE SECTION.
082326 01  lsLoanAmount                USAGE COMP-2.
082326                    RETURNING lsReturnCode.
082326******************************************************************
082326
101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'TakeLoan' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

082326     IF NOT WS-QUOTE-LOADED
082326         MOVE LP-RC-LOAN-NO-QUOTE TO lsReturnCode, LpReturnCode
082326         MOVE LP-MSG-LOAN-NO-QUOTE TO LpErrorMessage
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.
082326     IF lsLoanAmount NOT > ZERO
082326         MOVE LP-RC-LOAN-BAD-AMOUNT TO lsReturnCode, LpReturnCode
082326         MOVE LP-MSG-LOAN-BAD-AMOUNT TO LpErrorMessage
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.
082326     IF lsLoanAmount > LpNetLoanAvail
082326         MOVE LP-RC-LOAN-EXCEEDS-AVAIL TO lsReturnCode,
082326                                          LpReturnCode
082326         MOVE LP-MSG-LOAN-EXCEEDS-AVAIL TO LpErrorMessage
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.
082326
082326     MOVE LpNetLoanAvail       TO WLNPO-QUOTED-NET-AVAIL.
082326     MOVE LpAccruedInterest    TO WLNPO-QUOTED-ACCRUED-INT.
082326     MOVE LpLoanInterestRate   TO WLNPO-QUOTED-INTEREST-RATE.
101526     MOVE WS-SUPV-OVERRIDE-FLAG TO WLNPO-SUPV-OVERRIDE-FLAG.
082326
082326     TRY
082326         CALL PLONPOST USING WGLOBAL
082326             MOVE WLNPO-OUT-NEW-LOAN-BALANCE
082326                 TO LpNewLoanBalance
082326             MOVE 'N' TO WS-QUOTE-LOADED-FLAG
101526             MOVE 'N' TO WS-SUPV-OVERRIDE-FLAG
082326         END-IF
082326     CATCH WS-EXCEPTION
082326         INVOKE LpApp "writeErrorLog" USING WS-EXCEPTION
082326         CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
082326     END-TRY.
082326
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326     EXIT METHOD.
082326
082326 END METHOD TakeLoan.
090126 DATA DIVISION.
090126******************************************************************
090126 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
090126
090126 LINKAGE SECTION.
090126 01  lsQuoteId                   OBJECT REFERENCE CLASS-STRING.
090126                    RETURNING lsReturnCode.
090126******************************************************************
090126
101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'TakeLoanFromQuote' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

090126     IF lsLoanAmount NOT > ZERO
090126         MOVE LP-RC-LOAN-BAD-AMOUNT TO lsReturnCode, LpReturnCode
090126         MOVE LP-MSG-LOAN-BAD-AMOUNT TO LpErrorMessage
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
090126         EXIT METHOD
090126     END-IF.
090126
090126                      LpReturnCode
090126         MOVE LP-MSG-UNEXPECTED-ABEND
090126             TO LpErrorMessage
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
090126         EXIT METHOD
090126     END-TRY.
090126
090126         ELSE
090126             MOVE LP-MSG-LOAN-NO-QUOTE TO LpErrorMessage
090126         END-IF
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
090126         EXIT METHOD
090126     END-IF.
090126
090126         MOVE LP-RC-LOAN-EXCEEDS-AVAIL TO lsReturnCode,
090126                                          LpReturnCode
090126         MOVE LP-MSG-LOAN-EXCEEDS-AVAIL TO LpErrorMessage
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
090126         EXIT METHOD
090126     END-IF.
090126
090126     MOVE LpNetLoanAvail       TO WLNPO-QUOTED-NET-AVAIL.
090126     MOVE LpAccruedInterest    TO WLNPO-QUOTED-ACCRUED-INT.
090126     MOVE LpLoanInterestRate   TO WLNPO-QUOTED-INTEREST-RATE.
101526     MOVE WS-SUPV-OVERRIDE-FLAG TO WLNPO-SUPV-OVERRIDE-FLAG.
090126
090126     TRY
090126         CALL PLONPOST USING WGLOBAL
090126         IF WLNPO-RETURN-CODE = ZERO
090126             MOVE WLNPO-OUT-NEW-LOAN-BALANCE
090126                 TO LpNewLoanBalance
101526             MOVE 'N' TO WS-SUPV-OVERRIDE-FLAG
090126         END-IF
090126     CATCH WS-EXCEPTION
090126         INVOKE LpApp "writeErrorLog" USING WS-EXCEPTION
090126         CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
090126     END-TRY.
090126
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
090126     EXIT METHOD.
090126
090126 END METHOD TakeLoanFromQuote.
082326 DATA DIVISION.
082326******************************************************************
082326 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
082326
082326 LINKAGE SECTION.
082326 01  lsPaymentAmount             USAGE COMP-2.
082326                    RETURNING lsReturnCode.
082326******************************************************************
082326
101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'PostLoanRepayment' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

082326     IF NOT WS-QUOTE-LOADED
082326         MOVE LP-RC-LOAN-NO-QUOTE TO lsReturnCode, LpReturnCode
082326         MOVE LP-MSG-LOAN-NO-QUOTE TO LpErrorMessage
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.
082326     IF lsPaymentAmount NOT > ZERO
082326         MOVE LP-RC-LOAN-BAD-AMOUNT TO lsReturnCode, LpReturnCode
082326         MOVE LP-MSG-LOAN-BAD-AMOUNT TO LpErrorMessage
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.
082326
082326         CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
082326     END-TRY.
082326
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326     EXIT METHOD.
082326
082326 END METHOD PostLoanRepayment.

101526******************************************************************
101526 METHOD-ID. ReverseLoanPosting.
101526*  Reverses the take or repayment posted on this policy at
101526*  lsOrigPostedDate/lsOrigPostedTime (as LOANPOST.PDM carries
101526*  it) with an offsetting posting through PLONPOST, linked to
101526*  the original - a keying error or returned repayment check
101526*  is undone through the queue and apply path, not by hand.
101526*  Requires a successful RunQuote first, like any posting; the
101526*  offset is the original's own effect on the balance.  One
101526*  that later postings on the policy were built on is refused
101526*  unless setSupervisorOverrideFlag('Y') was called first.
101526******************************************************************
101526 DATA DIVISION.
101526******************************************************************
101526 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
101526
101526 LINKAGE SECTION.
101526 01  lsOrigPostedDate            PIC S9(09) USAGE COMP-5.
101526 01  lsOrigPostedTime            PIC S9(09) USAGE COMP-5.
101526 01  lsReturnCode                PIC S9(09) USAGE COMP-5.
101526
101526******************************************************************
101526 PROCEDURE DIVISION USING BY VALUE lsOrigPostedDate
101526                                   lsOrigPostedTime
101526                    RETURNING lsReturnCode.
101526******************************************************************
101526
101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'ReverseLoanPosting' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

101526     IF NOT WS-QUOTE-LOADED
101526         MOVE LP-RC-LOAN-NO-QUOTE TO lsReturnCode, LpReturnCode
101526         MOVE LP-MSG-LOAN-NO-QUOTE TO LpErrorMessage
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526         EXIT METHOD
101526     END-IF.
101526     IF lsOrigPostedDate NOT > ZERO
101526         MOVE LP-RC-LOAN-REV-NOT-FOUND TO lsReturnCode,
101526                                          LpReturnCode
101526         MOVE LP-MSG-LOAN-REV-NOT-FOUND TO LpErrorMessage
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526         EXIT METHOD
101526     END-IF.
101526
101526     INITIALIZE WLNPO-PARAMETERS.
101526     SET WLNPO-REVERSE-POSTING TO TRUE.
101526     MOVE wsCompanyCode        TO WLNPO-COMPANY-CODE.
101526     MOVE wsPolicyNumber       TO WLNPO-POLICY-NUMBER.
101526     MOVE LpEffectiveDateUsed  TO WLNPO-EFFECTIVE-DATE.
101526     MOVE LpCurLoanBalance     TO WLNPO-QUOTED-LOAN-BALANCE.
101526     MOVE LpNetLoanAvail       TO WLNPO-QUOTED-NET-AVAIL.
101526     MOVE LpAccruedInterest    TO WLNPO-QUOTED-ACCRUED-INT.
101526     MOVE LpLoanInterestRate   TO WLNPO-QUOTED-INTEREST-RATE.
101526     MOVE lsOrigPostedDate     TO WLNPO-ORIG-POSTED-DATE.
101526     MOVE lsOrigPostedTime     TO WLNPO-ORIG-POSTED-TIME.
101526     MOVE WS-SUPV-OVERRIDE-FLAG TO WLNPO-SUPV-OVERRIDE-FLAG.
101526
101526     TRY
101526         CALL PLONPOST USING WGLOBAL
101526                             WLNPO-PARAMETERS
101526         MOVE WLNPO-RETURN-CODE TO lsReturnCode, LpReturnCode
101526         MOVE WLNPO-ERROR-MESSAGE TO LpErrorMessage
101526         IF WLNPO-RETURN-CODE = ZERO
101526             MOVE WLNPO-OUT-NEW-LOAN-BALANCE
101526                 TO LpNewLoanBalance
101526             MOVE 'N' TO WS-QUOTE-LOADED-FLAG
101526             MOVE 'N' TO WS-SUPV-OVERRIDE-FLAG
101526         END-IF
101526     CATCH WS-EXCEPTION
101526         INVOKE LpApp "writeErrorLog" USING WS-EXCEPTION
101526         MOVE LP-RC-UNEXPECTED-ABEND TO lsReturnCode,
101526                      LpReturnCode
101526         MOVE LP-MSG-UNEXPECTED-ABEND
101526             TO LpErrorMessage
101526         MOVE 'OLONQUOT' TO WERRL-PROGRAM-ID
101526         MOVE 'ReverseLoanPosting' TO WERRL-METHOD-NAME
101526         MOVE WCODER-ID IN WGLOBAL TO WERRL-CODER-ID
101526         STRING 'CO=' wsCompanyCode ' POL=' wsPolicyNumber
101526             DELIMITED BY SIZE INTO WERRL-CONTEXT
101526         CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
101526     END-TRY.
101526
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526     EXIT METHOD.
101526
101526 END METHOD ReverseLoanPosting.

101526******************************************************************
101526 METHOD-ID. setSupervisorOverrideFlag.
101526*  'Y' lets the next posting through for the rare legitimate
101526*  exception: a ReverseLoanPosting although later postings on
101526*  the policy were built on the original, or a TakeLoan/
101526*  TakeLoanFromQuote on a policy under legal hold (CLGLHOLD
101526*  audits the override).  A successful posting clears it.
101526******************************************************************
101526 DATA DIVISION.
101526 WORKING-STORAGE SECTION.
101526 LINKAGE SECTION.
101526 01  lsSupvOverrideFlag         OBJECT REFERENCE CLASS-STRING.
101526 PROCEDURE DIVISION USING BY VALUE lsSupvOverrideFlag.
101526
101526     SET WS-SUPV-OVERRIDE-FLAG TO lsSupvOverrideFlag.
101526
101526     EXIT METHOD.
101526 END METHOD setSupervisorOverrideFlag.

082326******************************************************************
082326 METHOD-ID. getNewLoanBalance.
082326*  The loan balance PLONPOST reported after the last successful
101526*  TakeLoan/PostLoanRepayment/ReverseLoanPosting on this
101526*  instance.
082326******************************************************************
082326 DATA DIVISION.
082326 WORKING-STORAGE SECTION.
082326 DATA DIVISION.
082326******************************************************************
082326 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
082326
082326 01  CLONLETR                    PIC X(08) VALUE 'CLONLETR'.
082326
082326 PROCEDURE DIVISION RETURNING lsReturnCode.
082326******************************************************************
082326
101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'WriteQuoteLetter' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

082326     IF NOT WS-QUOTE-LOADED
082326         MOVE LP-RC-LOAN-NO-QUOTE TO lsReturnCode, LpReturnCode
082326         MOVE LP-MSG-LOAN-NO-QUOTE TO LpErrorMessage
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.
082326
082326         CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
082326     END-TRY.
082326
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326     EXIT METHOD.
082326
082326 END METHOD WriteQuoteLetter.

101526******************************************************************
101526 METHOD-ID. RunSurrenderQuote.
101526*  "What do I walk away with if I surrender" - quotes the
101526*  policy through PLONQUOT as RunQuote does and nets the values
101526*  into a surrender quote:
101526*      gross value     = fund or cash value + dividends/accums
101526*      loan payoff     = loan balance + accrued interest
101526*      withholding     = rate x gain over the cost basis passed
101526*                        (never more than is left to pay)
101526*      net cash value  = gross - surrender charge - loan payoff
101526*                        - withholding
101526*  Logged as its own quote type ('S'), printed by
101526*  WriteSurrenderLetter.  A surrender quote is not a loan
101526*  quote - a posting after it still needs RunQuote.
101526******************************************************************
101526 DATA DIVISION.
101526******************************************************************
101526 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
101526
101526     COPY WLNQUCPY.
101526
101526 LINKAGE SECTION.
101526 01  lsCostBasis                 PIC S9(07)V99 COMP-5.
101526 01  lsReturnCode                PIC S9(09) USAGE COMP-5.
101526******************************************************************
101526 PROCEDURE DIVISION USING BY VALUE lsCostBasis
101526                    RETURNING lsReturnCode.
101526******************************************************************
101526
101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'RunSurrenderQuote' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

101526     MOVE 'N' TO WS-QUOTE-LOADED-FLAG
101526                 WS-SURR-QUOTE-LOADED-FLAG.
101526     MOVE ZERO TO LpSurrGrossValue
101526                  LpSurrLoanPayoff
101526                  LpSurrWithholding
101526                  LpSurrNetValue.
101526
101526     INITIALIZE WLNQU-PARAMETERS.
101526     MOVE wsCompanyCode TO WLNQU-COMPANY-CODE.
101526     MOVE wsPolicyNumber TO WLNQU-POLICY-NUMBER.
101526     MOVE wsEffectiveDate TO WLNQU-EFFECTIVE-DATE.
101526
101526     MOVE WGLOB-INTERFACE-FLAG TO SAVE-INTERFACE-FLAG
101526     MOVE WGLOB-API-FUTURE-REQUEST-FLAG
101526                               TO SAVE-ORIG-FUTURE-REQUEST-FLAG
101526     SET WGLOB-API-LOAN-QUOTE TO TRUE
101526     MOVE SAVE-FUTURE-REQUEST-FLAG
101526                TO WGLOB-API-FUTURE-REQUEST-FLAG
101526
101526     TRY
101526         CALL PLONQUOT USING WGLOBAL
101526                             WLNQU-PARAMETERS
101526         MOVE WLNQU-RETURN-CODE TO lsReturnCode,
101526                                   LpReturnCode
101526         MOVE WLNQU-ERROR-MESSAGE TO LpErrorMessage
101526         MOVE WLNQU-EFFECTIVE-DATE to LpEffectiveDateUsed
101526         IF WLNQU-PROCESSING-OK
101526             MOVE WLNQU-DIVIDENDS-ACCUMS    TO LpDividendsAccums
101526             MOVE WLNQU-CASH-VALUE-PAIDUP   TO LpCashValuePaidup
101526             MOVE WLNQU-CUR-LOAN-BALANCE    TO LpCurLoanBalance
101526             MOVE WLNQU-FUND-OR-CASH-VALUE  TO LpFundOrCashValue
101526             MOVE WLNQU-SURRENDER-CHARGE    TO LpSurrenderCharge
101526             MOVE WLNQU-ACCRUED-INTEREST    TO LpAccruedInterest
101526             MOVE WLNQU-LOAN-INTEREST-RATE  TO LpLoanInterestRate
101526             MOVE WLNQU-FUND-OR-CASH        TO LpFundOrCash
101526
101526             COMPUTE LpSurrGrossValue =
101526                 LpFundOrCashValue + LpDividendsAccums
101526             COMPUTE LpSurrLoanPayoff =
101526                 LpCurLoanBalance + LpAccruedInterest
101526             COMPUTE WS-SURR-TAXABLE-GAIN =
101526                 LpSurrGrossValue - LpSurrenderCharge
101526                                  - lsCostBasis
101526             IF WS-SURR-TAXABLE-GAIN < ZERO
101526                 MOVE ZERO TO WS-SURR-TAXABLE-GAIN
101526             END-IF
101526             COMPUTE LpSurrWithholding ROUNDED =
101526                 WS-SURR-TAXABLE-GAIN * WS-SURR-WITHHOLD-RATE
101526             COMPUTE LpSurrNetValue =
101526                 LpSurrGrossValue - LpSurrenderCharge
101526                                  - LpSurrLoanPayoff
101526                                  - LpSurrWithholding
101526*            Withholding comes out of the check - when the loan
101526*            eats the value there is less (or nothing) to hold.
101526             IF LpSurrNetValue < ZERO
101526                 ADD LpSurrNetValue TO LpSurrWithholding
101526                 IF LpSurrWithholding < ZERO
101526                     MOVE ZERO TO LpSurrWithholding
101526                 END-IF
101526                 MOVE ZERO TO LpSurrNetValue
101526             END-IF
101526
101526             MOVE LpSurrGrossValue    TO WLNQU-SURR-GROSS-VALUE
101526             MOVE LpSurrLoanPayoff    TO WLNQU-SURR-LOAN-PAYOFF
101526             MOVE LpSurrWithholding   TO WLNQU-SURR-WITHHOLDING
101526             MOVE LpSurrNetValue      TO WLNQU-SURR-NET-VALUE
101526             SET WS-SURR-QUOTE-LOADED TO TRUE
101526             MOVE 'S' TO WS-QUOTE-LOG-TYPE
101526             CALL CLONQLOG USING WGLOBAL
101526                                 WLNQU-PARAMETERS
101526                                 WS-QUOTE-LOG-TYPE
101526             MOVE WLNQU-QUOTE-ID TO LpQuoteId
101526         END-IF
101526         MOVE WGLOBAL TO WGLOBX
101526     CATCH WS-EXCEPTION
101526         INVOKE LpApp "writeErrorLog" USING WS-EXCEPTION
101526         MOVE LP-RC-UNEXPECTED-ABEND TO lsReturnCode,
101526                      LpReturnCode
101526         MOVE LP-MSG-UNEXPECTED-ABEND
101526             TO LpErrorMessage
101526         MOVE 'OLONQUOT' TO WERRL-PROGRAM-ID
101526         MOVE 'RunSurrenderQuote' TO WERRL-METHOD-NAME
101526         MOVE WCODER-ID IN WGLOBAL TO WERRL-CODER-ID
101526         STRING 'CO=' wsCompanyCode ' POL=' wsPolicyNumber
101526             DELIMITED BY SIZE INTO WERRL-CONTEXT
101526         CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
101526     END-TRY.
101526
101526     MOVE SAVE-INTERFACE-FLAG TO WGLOB-INTERFACE-FLAG
101526     MOVE SAVE-ORIG-FUTURE-REQUEST-FLAG
101526                              TO WGLOB-API-FUTURE-REQUEST-FLAG.
101526
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526     EXIT METHOD.
101526
101526 END METHOD RunSurrenderQuote.

101526******************************************************************
101526 METHOD-ID. WriteSurrenderLetter.
101526*  The surrender quote letter (CLONLETR, .SLT file) off the
101526*  figures RunSurrenderQuote just produced.
101526******************************************************************
101526 DATA DIVISION.
101526******************************************************************
101526 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
101526
101526 01  CLONLETR                    PIC X(08) VALUE 'CLONLETR'.
101526
101526     COPY WLNQUCPY.
101526
101526 LINKAGE SECTION.
101526 01  lsReturnCode                PIC S9(09) USAGE COMP-5.
101526
101526******************************************************************
101526 PROCEDURE DIVISION RETURNING lsReturnCode.
101526******************************************************************
101526
101526     MOVE 'OLONQUOT' TO WAPMT-PROGRAM-ID.
101526     MOVE 'WriteSurrenderLetter' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

101526     IF NOT WS-SURR-QUOTE-LOADED
101526         MOVE LP-RC-LOAN-NO-QUOTE TO lsReturnCode, LpReturnCode
101526         MOVE LP-MSG-LOAN-NO-QUOTE TO LpErrorMessage
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526         EXIT METHOD
101526     END-IF.
101526
101526     INITIALIZE WLNQU-PARAMETERS.
101526     SET WLNQU-SURRENDER-LETTER TO TRUE.
101526     MOVE wsCompanyCode        TO WLNQU-COMPANY-CODE.
101526     MOVE wsPolicyNumber       TO WLNQU-POLICY-NUMBER.
101526     MOVE LpEffectiveDateUsed  TO WLNQU-EFFECTIVE-DATE.
101526     MOVE LpSurrenderCharge    TO WLNQU-SURRENDER-CHARGE.
101526     MOVE LpSurrGrossValue     TO WLNQU-SURR-GROSS-VALUE.
101526     MOVE LpSurrLoanPayoff     TO WLNQU-SURR-LOAN-PAYOFF.
101526     MOVE LpSurrWithholding    TO WLNQU-SURR-WITHHOLDING.
101526     MOVE LpSurrNetValue       TO WLNQU-SURR-NET-VALUE.
101526     MOVE LpQuoteId            TO WLNQU-QUOTE-ID.
101526
101526     TRY
101526         CALL CLONLETR USING WGLOBAL
101526                             WLNQU-PARAMETERS
101526         MOVE WLNQU-RETURN-CODE TO lsReturnCode, LpReturnCode
101526     CATCH WS-EXCEPTION
101526         INVOKE LpApp "writeErrorLog" USING WS-EXCEPTION
101526         MOVE LP-RC-UNEXPECTED-ABEND TO lsReturnCode,
101526                      LpReturnCode
101526         MOVE LP-MSG-UNEXPECTED-ABEND
101526             TO LpErrorMessage
101526         MOVE 'OLONQUOT' TO WERRL-PROGRAM-ID
101526         MOVE 'WriteSurrenderLetter' TO WERRL-METHOD-NAME
101526         MOVE WCODER-ID IN WGLOBAL TO WERRL-CODER-ID
101526         STRING 'CO=' wsCompanyCode ' POL=' wsPolicyNumber
101526             DELIMITED BY SIZE INTO WERRL-CONTEXT
101526         CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
101526     END-TRY.
101526
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526     EXIT METHOD.
101526
101526 END METHOD WriteSurrenderLetter.

      ******************************************************************
      *XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX
      ******************************************************************
      *XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX
      ******************************************************************

101526 METHOD-ID. getSurrGrossValue.
101526 DATA DIVISION.
101526******************************************************************
101526 WORKING-STORAGE SECTION.
101526******************************************************************
101526 LINKAGE SECTION.

101526 01  lsSurrGrossValue        USAGE COMP-2.
101526******************************************************************
101526 PROCEDURE DIVISION RETURNING lsSurrGrossValue.
101526******************************************************************

101526     MOVE LpSurrGrossValue TO lsSurrGrossValue.

101526     EXIT METHOD.

101526 END METHOD getSurrGrossValue.
101526******************************************************************
101526*XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX
101526******************************************************************

101526 METHOD-ID. getSurrLoanPayoff.
101526 DATA DIVISION.
101526******************************************************************
101526 WORKING-STORAGE SECTION.
101526******************************************************************
101526 LINKAGE SECTION.

101526 01  lsSurrLoanPayoff        USAGE COMP-2.
101526******************************************************************
101526 PROCEDURE DIVISION RETURNING lsSurrLoanPayoff.
101526******************************************************************

101526     MOVE LpSurrLoanPayoff TO lsSurrLoanPayoff.

101526     EXIT METHOD.

101526 END METHOD getSurrLoanPayoff.
101526******************************************************************
101526*XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX
101526******************************************************************

101526 METHOD-ID. getSurrWithholding.
101526 DATA DIVISION.
101526******************************************************************
101526 WORKING-STORAGE SECTION.
101526******************************************************************
101526 LINKAGE SECTION.

101526 01  lsSurrWithholding       USAGE COMP-2.
101526******************************************************************
101526 PROCEDURE DIVISION RETURNING lsSurrWithholding.
101526******************************************************************

101526     MOVE LpSurrWithholding TO lsSurrWithholding.

101526     EXIT METHOD.

101526 END METHOD getSurrWithholding.
101526******************************************************************
101526*XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX
101526******************************************************************

101526 METHOD-ID. getNetSurrenderValue.
101526 DATA DIVISION.
101526******************************************************************
101526 WORKING-STORAGE SECTION.
101526******************************************************************
101526 LINKAGE SECTION.

101526 01  lsSurrNetValue          USAGE COMP-2.
101526******************************************************************
101526 PROCEDURE DIVISION RETURNING lsSurrNetValue.
101526******************************************************************

101526     MOVE LpSurrNetValue TO lsSurrNetValue.

101526     EXIT METHOD.

101526 END METHOD getNetSurrenderValue.
101526******************************************************************
101526*XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX
101526******************************************************************

080826 METHOD-ID. getRangeCount.
080826 DATA DIVISION.
080826******************************************************************
           EXIT METHOD.

       END METHOD setEffectiveDate.
101526******************************************************************
101526*XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX
101526******************************************************************

101526 METHOD-ID. setWithholdingRate.
101526*  The owner's withholding election for RunSurrenderQuote, as a
101526*  decimal (0.2000 = 20 pct; zero = elected out).  Until set,
101526*  the federal default of 10 pct is estimated.
101526 DATA DIVISION.
101526******************************************************************
101526 WORKING-STORAGE SECTION.
101526******************************************************************
101526 LINKAGE SECTION.

101526 01  lsWithholdingRate      USAGE COMP-2.
101526******************************************************************
101526 PROCEDURE DIVISION USING BY VALUE lsWithholdingRate.
101526******************************************************************

101526     COMPUTE WS-SURR-WITHHOLD-RATE ROUNDED = lsWithholdingRate.

101526     EXIT METHOD.

101526 END METHOD setWithholdingRate.
      ******************************************************************
      *XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX
      ******************************************************************
