090126*H                       keys the split to a coverage within
090126*H                       the policy; audit and approval queue
090126*H                       records carry it.
101526*H 20261015-026-02 MAINT Meter each public method other than
101526*H                       the get/set accessors (CAPIMETR).
101526*H 20261015-027-03 MAINT Refuse a split change on a policy
101526*H                       under legal hold (CLGLHOLD) unless the
101526*H                       supervisor override is set.
101526*H 20261015-031-03 MAINT Named split templates - setSplit-
101526*H                       TemplateId; CSPLTTPX expands the
101526*H                       template into the add rows ahead of
101526*H                       the 100% edit on an add or a queued
101526*H                       change.
101526*H 20261015-034-03 MAINT Policy commission history inquiry by
101526*H                       date range (CPCHINQ).
      *H****************************************************************

      ******************************************************************
           05  PCMCTBOX                     PIC X(08) VALUE 'PCMCTBOX'.
080826     05  CSPLTLOG                     PIC X(08) VALUE 'CSPLTLOG'.
080826     05  CERRLOG                      PIC X(08) VALUE 'CERRLOG'.
101526     05  CAPIMETR                     PIC X(08) VALUE 'CAPIMETR'.
101526     05  CLGLHOLD                     PIC X(08) VALUE 'CLGLHOLD'.
082226     05  CAGTHIER                     PIC X(08) VALUE 'CAGTHIER'.
101526     05  CSPLTTPX                     PIC X(08) VALUE 'CSPLTTPX'.
082326     05  CSPLTAPR                     PIC X(08) VALUE 'CSPLTAPR'.
082326     05  CAGTVALD                     PIC X(08) VALUE 'CAGTVALD'.
082326     05  CSPLTINQ                     PIC X(08) VALUE 'CSPLTINQ'.
090126     05  CAGTERNQ                     PIC X(08) VALUE 'CAGTERNQ'.
101526     05  CPCHINQ                      PIC X(08) VALUE 'CPCHINQ'.

           COPY WGLOBCPY.
           COPY WGLB2CPY.
082326     COPY WSAPRCPY.
082326     COPY WSPIQCPY.
090126     COPY WAERNCPY.
101526     COPY WPCIQCPY.
101526     COPY WLGLMCPY.

082326*    Largest single-agent percentage movement a split change may
082326*    make and still post without a second coder's approval -
      ******************************************************************

       WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
       01  wsReturnCode         PIC S9(09) COMP-5.
       01  wsErrorMessage       PIC X(200).
       01  wsUserType           PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION USING BY VALUE lsApp, lsUserType.
      ******************************************************************

101526     MOVE 'OCOMCTRL' TO WAPMT-PROGRAM-ID.
101526     MOVE 'NEW' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

           SET wsUserType TO lsUserType.
           SET LpApp TO lsApp.
           MOVE WGLOBAL TO WGLOBX.
           ELSE
               MOVE SPACES TO WCMCP-ERROR-MESSAGE.

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

101526     MOVE 'OCOMCTRL' TO WAPMT-PROGRAM-ID.
101526     MOVE 'Dispose' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.
101526     MOVE ZERO TO wsReturnCode.

080826     IF WS-OWNS-SESSION
               MOVE WGLOBAL TO WGLOBX
               INVOKE LpApp "Logout" USING WGLOBX
080826         MOVE SPACES TO WCMCP-ERROR-MESSAGE
080826     END-IF.

101526     MOVE wsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

       END METHOD Dispose.

      ******************************************************************
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
080826 01  WS-SPLIT-IDX                PIC S9(04) COMP-5.
080826 01  WS-COMM-PCNT-TOTAL          USAGE COMP-2.
080826 01  WS-CURRENT-SPLIT-ENTRY      PIC S9(09) COMP-5.
       PROCEDURE DIVISION RETURNING lsReturnCode.
      ******************************************************************

101526     MOVE 'OCOMCTRL' TO WAPMT-PROGRAM-ID.
101526     MOVE 'AddNewCommissionSplit' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

101526     INVOKE Self "CheckLegalHold" RETURNING lsReturnCode.
101526     IF lsReturnCode NOT = ZERO
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526         EXIT METHOD
101526     END-IF.

082226*    Drop any GA/MGA override rows a prior call's hierarchy
082226*    expansion left in the add table - they belong to the policy
082226*    that call posted, and CAGTHIER regenerates the chain fresh
082226         END-IF
082226     END-PERFORM.

101526*    A named split template replaces the keyed writing-agent
101526*    rows with the version in effect on the split's date, so
101526*    it goes through the same edits as hand-keyed rows.
101526     IF WCMCP-TEMPLATE-ID NOT = SPACES
101526         MOVE ZERO TO WCMCP-RETURN-CODE
101526         TRY
101526             CALL CSPLTTPX USING WGLOBAL
101526                                 WCMCP-PARAMETERS
101526         CATCH WS-EXCEPTION
101526             INVOKE LpApp "writeErrorLog" USING WS-EXCEPTION
101526             MOVE LP-RC-UNEXPECTED-ABEND TO WCMCP-RETURN-CODE
101526             MOVE LP-MSG-UNEXPECTED-ABEND
101526                 TO WCMCP-ERROR-MESSAGE
101526         END-TRY
101526         IF WCMCP-RETURN-CODE NOT = ZERO
101526             MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526             MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526             SET WAPMT-METHOD-FINISH TO TRUE
101526             CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526             EXIT METHOD
101526         END-IF
101526     END-IF.

080826*    Refuse the add outright if the populated agent rows don't
080826*    sum to 100% - a mis-keyed split shouldn't reach PCMCTBOX.
080826     MOVE ZERO TO WS-COMM-PCNT-TOTAL.
080826         MOVE LP-MSG-SPLIT-TOTAL-INVALID
080826             TO WCMCP-ERROR-MESSAGE
080826         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826         EXIT METHOD
080826     END-IF.

082326         MOVE LP-MSG-UNEXPECTED-ABEND
082326             TO WCMCP-ERROR-MESSAGE
082326         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-TRY.
082326     IF WCMCP-RETURN-CODE NOT = ZERO
082326         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.

082326             MOVE LP-MSG-UNEXPECTED-ABEND
082326                 TO WCMCP-ERROR-MESSAGE
082326             MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526             MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526             SET WAPMT-METHOD-FINISH TO TRUE
101526             CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326             EXIT METHOD
082326         END-TRY
082326         MOVE LP-RC-SPLIT-NEEDS-APPROVAL TO WCMCP-RETURN-CODE
082326         MOVE LP-MSG-SPLIT-NEEDS-APPROVAL
082326             TO WCMCP-ERROR-MESSAGE
082326         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.


           MOVE WCMCP-RETURN-CODE TO lsReturnCode.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
           EXIT METHOD.

       END METHOD AddNewCommissionSplit.
082226******************************************************************
082226 DATA DIVISION.
082226 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
082226 01  WS-SPLIT-IDX                PIC S9(04) COMP-5.
082226 01  WS-COMM-PCNT-TOTAL          USAGE COMP-2.
082226 01  CSPLTQUE                    PIC X(08) VALUE 'CSPLTQUE'.
082226 PROCEDURE DIVISION RETURNING lsReturnCode.
082226******************************************************************
082226
101526     MOVE 'OCOMCTRL' TO WAPMT-PROGRAM-ID.
101526     MOVE 'QueueCommissionSplitChange' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

101526     INVOKE Self "CheckLegalHold" RETURNING lsReturnCode.
101526     IF lsReturnCode NOT = ZERO
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526         EXIT METHOD
101526     END-IF.

101526*    A named split template replaces the keyed writing-agent
101526*    rows with the version in effect on the split's date, so
101526*    it goes through the same edits as hand-keyed rows.
101526     IF WCMCP-TEMPLATE-ID NOT = SPACES
101526         MOVE ZERO TO WCMCP-RETURN-CODE
101526         TRY
101526             CALL CSPLTTPX USING WGLOBAL
101526                                 WCMCP-PARAMETERS
101526         CATCH WS-EXCEPTION
101526             INVOKE LpApp "writeErrorLog" USING WS-EXCEPTION
101526             MOVE LP-RC-UNEXPECTED-ABEND TO WCMCP-RETURN-CODE
101526             MOVE LP-MSG-UNEXPECTED-ABEND
101526                 TO WCMCP-ERROR-MESSAGE
101526         END-TRY
101526         IF WCMCP-RETURN-CODE NOT = ZERO
101526             MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526             MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526             SET WAPMT-METHOD-FINISH TO TRUE
101526             CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526             EXIT METHOD
101526         END-IF
101526     END-IF.

082226     MOVE ZERO TO WS-COMM-PCNT-TOTAL.
082226     PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
082226         UNTIL WS-SPLIT-IDX > WCMCP-MAX-AGENTS
082226         MOVE LP-MSG-SPLIT-TOTAL-INVALID
082226             TO WCMCP-ERROR-MESSAGE
082226         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082226         EXIT METHOD
082226     END-IF.
082226
082226
082226     MOVE WCMCP-RETURN-CODE TO lsReturnCode.
082226
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082226     EXIT METHOD.
082226
082226 END METHOD QueueCommissionSplitChange.
082326******************************************************************
082326 DATA DIVISION.
082326 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
082326 01  WS-SPLIT-IDX                PIC S9(04) COMP-5.
082326
082326 LINKAGE SECTION.
082326 PROCEDURE DIVISION RETURNING lsReturnCode.
082326******************************************************************
082326
101526     MOVE 'OCOMCTRL' TO WAPMT-PROGRAM-ID.
101526     MOVE 'ApproveCommissionSplitChange' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

101526     INVOKE Self "CheckLegalHold" RETURNING lsReturnCode.
101526     IF lsReturnCode NOT = ZERO
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526         EXIT METHOD
101526     END-IF.

082326     INITIALIZE WSAPR-PARAMETERS.
082326     SET WSAPR-RETRIEVE-REMOVE TO TRUE.
082326     MOVE WCODER-ID IN WGLOBAL TO WSAPR-CHECKER-CODER.
082326             DELIMITED BY SIZE INTO WERRL-CONTEXT
082326         CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
082326         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-TRY.
082326
082326                 TO WCMCP-ERROR-MESSAGE
082326         END-IF
082326         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.
082326
082326                         WCMCP-PARAMETERS.
082326     IF WCMCP-RETURN-CODE NOT = ZERO
082326         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.
082326
082326
082326     MOVE WCMCP-RETURN-CODE TO lsReturnCode.
082326
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326     EXIT METHOD.
082326
082326 END METHOD ApproveCommissionSplitChange.
082326******************************************************************
082326 DATA DIVISION.
082326 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
082326 01  WS-SPLIT-IDX                PIC S9(04) COMP-5.
082326
082326 LINKAGE SECTION.
082326 PROCEDURE DIVISION RETURNING lsReturnCode.
082326******************************************************************
082326
101526     MOVE 'OCOMCTRL' TO WAPMT-PROGRAM-ID.
101526     MOVE 'RejectCommissionSplitChange' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

082326     INITIALIZE WSAPR-PARAMETERS.
082326     SET WSAPR-RETRIEVE-REMOVE TO TRUE.
082326     PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
082326             DELIMITED BY SIZE INTO WERRL-CONTEXT
082326         CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
082326         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-TRY.
082326
082326         MOVE LP-MSG-SPLIT-APPROVAL-NOT-FOUND
082326             TO WCMCP-ERROR-MESSAGE
082326         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.
082326
082326     MOVE SPACES TO WCMCP-ERROR-MESSAGE.
082326     MOVE WCMCP-RETURN-CODE TO lsReturnCode.
082326
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326     EXIT METHOD.
082326
082326 END METHOD RejectCommissionSplitChange.
082326******************************************************************
082326 DATA DIVISION.
082326 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
082326
082326 LINKAGE SECTION.
082326 01  lsAgentNumber               OBJECT REFERENCE CLASS-STRING.
082326                    RETURNING lsReturnCode.
082326******************************************************************
082326
101526     MOVE 'OCOMCTRL' TO WAPMT-PROGRAM-ID.
101526     MOVE 'RetrieveSplitAuditHistory' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

082326     INITIALIZE WSPIQ-PARAMETERS.
082326     SET WSPIQ-AGENT-NUMBER TO lsAgentNumber.
082326     MOVE WCMCP-COMPANY-CODE  TO WSPIQ-COMPANY-CODE.
082326
082326     MOVE WSPIQ-RETURN-CODE TO lsReturnCode.
082326
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326     EXIT METHOD.
082326
082326 END METHOD RetrieveSplitAuditHistory.
090126******************************************************************
090126 DATA DIVISION.
090126 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
090126
090126 LINKAGE SECTION.
090126 01  lsAgentNumber               OBJECT REFERENCE CLASS-STRING.
090126                    RETURNING lsReturnCode.
090126******************************************************************
090126
101526     MOVE 'OCOMCTRL' TO WAPMT-PROGRAM-ID.
101526     MOVE 'RetrieveAgentEarnings' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

090126     INITIALIZE WAERN-PARAMETERS.
090126     SET WAERN-AGENT-NUMBER TO lsAgentNumber.
090126     IF lsFromDate > ZERO
090126
090126     MOVE WAERN-RETURN-CODE TO lsReturnCode.
090126
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
090126     EXIT METHOD.
090126
090126 END METHOD RetrieveAgentEarnings.
090126     EXIT METHOD.
090126 END METHOD getEarningsNet.

101526******************************************************************
101526 METHOD-ID. RetrievePolicyCommHistory.
101526*  Every commission share the feed has paid or charged back on
101526*  the company/policy already set on this instance (setCompany-
101526*  Code/setPolicyNumber, both required), narrowed to the
101526*  coverage set by setCoverageId (spaces for all coverages) and
101526*  a YYYYMMDD transaction date range (zero for open-ended).
101526*  Rows come back in date order through getPolicyCommMatch-
101526*  Count / getPolicyCommRowText, with the paid and charged-back
101526*  totals through getPolicyCommTotalPaid / -TotalChargeback;
101526*  pass lsWriteReport 'Y' to also drop the printable report
101526*  CPCHINQ writes.
101526******************************************************************
101526 DATA DIVISION.
101526 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
101526
101526 LINKAGE SECTION.
101526 01  lsFromDate                  PIC S9(09) COMP-5.
101526 01  lsToDate                    PIC S9(09) COMP-5.
101526 01  lsWriteReport               OBJECT REFERENCE CLASS-STRING.
101526 01  lsReturnCode                PIC S9(09) USAGE COMP-5.
101526
101526******************************************************************
101526 PROCEDURE DIVISION USING BY VALUE lsFromDate
101526                    BY VALUE lsToDate
101526                    BY VALUE lsWriteReport
101526                    RETURNING lsReturnCode.
101526******************************************************************
101526
101526     MOVE 'OCOMCTRL' TO WAPMT-PROGRAM-ID.
101526     MOVE 'RetrievePolicyCommHistory' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

101526     INITIALIZE WPCIQ-PARAMETERS.
101526     MOVE WCMCP-COMPANY-CODE  TO WPCIQ-COMPANY-CODE.
101526     MOVE WCMCP-POLICY-NUMBER TO WPCIQ-POLICY-NUMBER.
101526     MOVE WCMCP-COVERAGE-ID   TO WPCIQ-COVERAGE-ID.
101526     IF lsFromDate > ZERO
101526         MOVE lsFromDate TO WPCIQ-FROM-DATE
101526     END-IF.
101526     IF lsToDate > ZERO
101526         MOVE lsToDate TO WPCIQ-TO-DATE
101526     END-IF.
101526     SET WPCIQ-WRITE-REPORT-FLAG TO lsWriteReport.
101526
101526     TRY
101526         CALL CPCHINQ USING WGLOBAL
101526                            WPCIQ-PARAMETERS
101526     CATCH WS-EXCEPTION
101526         INVOKE LpApp "writeErrorLog" USING WS-EXCEPTION
101526         MOVE LP-RC-UNEXPECTED-ABEND TO WPCIQ-RETURN-CODE
101526         MOVE 'OCOMCTRL' TO WERRL-PROGRAM-ID
101526         MOVE 'RetrievePolicyCommHistory' TO WERRL-METHOD-NAME
101526         MOVE WCODER-ID IN WGLOBAL TO WERRL-CODER-ID
101526         STRING 'CO=' WPCIQ-COMPANY-CODE
101526                ' POL=' WPCIQ-POLICY-NUMBER
101526             DELIMITED BY SIZE INTO WERRL-CONTEXT
101526         CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
101526     END-TRY.
101526
101526     MOVE WPCIQ-RETURN-CODE TO lsReturnCode.
101526
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526     EXIT METHOD.
101526
101526 END METHOD RetrievePolicyCommHistory.

101526******************************************************************
101526 METHOD-ID. getPolicyCommMatchCount.
101526******************************************************************
101526 DATA DIVISION.
101526 WORKING-STORAGE SECTION.
101526 LINKAGE SECTION.
101526 01  lsPolicyCommMatchCount     PIC S9(09) COMP-5.
101526 PROCEDURE DIVISION RETURNING lsPolicyCommMatchCount.
101526
101526     MOVE WPCIQ-MATCH-COUNT TO lsPolicyCommMatchCount.
101526
101526     EXIT METHOD.
101526 END METHOD getPolicyCommMatchCount.

101526******************************************************************
101526 METHOD-ID. getPolicyCommMoreRowsAvailable.
101526*  'Y' when more history rows matched than the table holds -
101526*  narrow the date range to see the rest.
101526******************************************************************
101526 DATA DIVISION.
101526 WORKING-STORAGE SECTION.
101526 LINKAGE SECTION.
101526 01  lsPolicyCommMoreRows OBJECT REFERENCE CLASS-STRING.
101526 PROCEDURE DIVISION RETURNING lsPolicyCommMoreRows.
101526
101526     SET lsPolicyCommMoreRows TO WPCIQ-MORE-ROWS-FLAG.
101526
101526     EXIT METHOD.
101526 END METHOD getPolicyCommMoreRowsAvailable.

101526******************************************************************
101526 METHOD-ID. getPolicyCommTotalPaid.
101526******************************************************************
101526 DATA DIVISION.
101526 WORKING-STORAGE SECTION.
101526 LINKAGE SECTION.
101526 01  lsPolicyCommTotalPaid      USAGE COMP-2.
101526 PROCEDURE DIVISION RETURNING lsPolicyCommTotalPaid.

101526     MOVE WPCIQ-TOTAL-COMMISSION TO lsPolicyCommTotalPaid.

101526     EXIT METHOD.
101526 END METHOD getPolicyCommTotalPaid.

101526******************************************************************
101526 METHOD-ID. getPolicyCommTotalChargeback.
101526******************************************************************
101526 DATA DIVISION.
101526 WORKING-STORAGE SECTION.
101526 LINKAGE SECTION.
101526 01  lsPolicyCommTotalChgbk     USAGE COMP-2.
101526 PROCEDURE DIVISION RETURNING lsPolicyCommTotalChgbk.

101526     MOVE WPCIQ-TOTAL-CHARGEBACK TO lsPolicyCommTotalChgbk.

101526     EXIT METHOD.
101526 END METHOD getPolicyCommTotalChargeback.

101526******************************************************************
101526 METHOD-ID. getPolicyCommRowText.
101526*  One history row, formatted for display - transaction date,
101526*  coverage, agent, chargeback flag, premium, schedule rate,
101526*  split percentage, the agent's commission, and the date the
101526*  feed run loaded it.
101526******************************************************************
101526 DATA DIVISION.
101526 WORKING-STORAGE SECTION.
101526 01  WS-ROW-TEXT                 PIC X(132).
101526 01  WS-ROW-PREMIUM-EDIT         PIC -9(09).99.
101526 01  WS-ROW-RATE-EDIT            PIC 9(03).9999.
101526 01  WS-ROW-PCNT-EDIT            PIC -9(03).99.
101526 01  WS-ROW-COMM-EDIT            PIC -9(09).99.
101526 LINKAGE SECTION.
101526 01  lsIndex                     PIC S9(09) COMP-5.
101526 01  lsPolicyCommRowText         OBJECT REFERENCE CLASS-STRING.
101526 PROCEDURE DIVISION USING BY VALUE lsIndex
101526                    RETURNING lsPolicyCommRowText.
101526
101526     MOVE WPCIQ-ROW-PREMIUM (lsIndex)    TO WS-ROW-PREMIUM-EDIT.
101526     MOVE WPCIQ-ROW-RATE-PCNT (lsIndex)  TO WS-ROW-RATE-EDIT.
101526     MOVE WPCIQ-ROW-SPLIT-PCNT (lsIndex) TO WS-ROW-PCNT-EDIT.
101526     MOVE WPCIQ-ROW-COMMISSION (lsIndex) TO WS-ROW-COMM-EDIT.
101526     MOVE SPACES TO WS-ROW-TEXT.
101526     STRING WPCIQ-ROW-TRANSACTION-DATE (lsIndex) ' '
101526            WPCIQ-ROW-COVERAGE-ID (lsIndex)      ' '
101526            WPCIQ-ROW-AGENT-NUMBER (lsIndex)     ' '
101526            WPCIQ-ROW-CHARGEBACK-FLAG (lsIndex)  ' '
101526            WS-ROW-PREMIUM-EDIT                  ' '
101526            WS-ROW-RATE-EDIT                     ' '
101526            WS-ROW-PCNT-EDIT                     ' '
101526            WS-ROW-COMM-EDIT                     ' '
101526            WPCIQ-ROW-LOAD-DATE (lsIndex)
101526         DELIMITED BY SIZE INTO WS-ROW-TEXT
101526     END-STRING.
101526     SET lsPolicyCommRowText TO WS-ROW-TEXT.
101526
101526     EXIT METHOD.
101526 END METHOD getPolicyCommRowText.

      ******************************************************************
       METHOD-ID. RetrieveCommissionSplits.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.

       LINKAGE SECTION.
       01  lsReturnCode                PIC S9(09) USAGE COMP-5.
       PROCEDURE DIVISION RETURNING lsReturnCode.
      ******************************************************************

101526     MOVE 'OCOMCTRL' TO WAPMT-PROGRAM-ID.
101526     MOVE 'RetrieveCommissionSplits' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

           SET WCMCP-RETRIEVE-SPLITS TO TRUE.

           TRY

           MOVE WCMCP-RETURN-CODE TO lsReturnCode.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
           EXIT METHOD.

       END METHOD RetrieveCommissionSplits.
080826     EXIT METHOD.
080826 END METHOD FindCurrentSplitEntry.

101526******************************************************************
101526 METHOD-ID. CheckLegalHold IS PRIVATE.
101526*  Every split change on the policy set on this instance asks
101526*  the legal hold registry first - a held policy's split is
101526*  preserved as it stands unless WCMCP-SUPV-OVERRIDE-FLAG is set,
101526*  and CLGLHOLD logs the override against the matter.  Returns
101526*  zero, or the refusal already loaded into WCMCP-RETURN-CODE.
101526******************************************************************
101526 DATA DIVISION.
101526 LINKAGE SECTION.
101526 01  lsReturnCode                PIC S9(09) USAGE COMP-5.

101526******************************************************************
101526 PROCEDURE DIVISION RETURNING lsReturnCode.
101526******************************************************************

101526     MOVE ZERO TO lsReturnCode.
101526     INITIALIZE WLGLM-PARAMETERS.
101526     SET WLGLM-QUERY-HOLD TO TRUE.
101526     MOVE WCMCP-COMPANY-CODE  TO WLGLM-COMPANY-CODE.
101526     MOVE WCMCP-POLICY-NUMBER TO WLGLM-HOLD-KEY.
101526     MOVE WCMCP-SUPV-OVERRIDE-FLAG
101526                              TO WLGLM-SUPV-OVERRIDE-FLAG.
101526     MOVE 'OCOMCTRL'          TO WLGLM-CALLER-ID.
101526     CALL CLGLHOLD USING WGLOBAL, WLGLM-PARAMETERS.
101526     IF WLGLM-ON-HOLD
101526         AND NOT WCMCP-SUPV-OVERRIDE
101526         MOVE LP-RC-UNDER-LEGAL-HOLD TO WCMCP-RETURN-CODE
101526         MOVE LP-MSG-UNDER-LEGAL-HOLD TO WCMCP-ERROR-MESSAGE
101526         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526     END-IF.

101526     EXIT METHOD.
101526 END METHOD CheckLegalHold.

080826******************************************************************
080826 METHOD-ID. SimulateCommissionSplit.
080826*  Dry-run of AddNewCommissionSplit - runs the same PCMCTBOX split
080826******************************************************************
080826 DATA DIVISION.
080826 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
080826 01  WS-SPLIT-IDX                PIC S9(04) COMP-5.
080826 01  WS-COMM-PCNT-TOTAL          USAGE COMP-2.
080826
080826 PROCEDURE DIVISION RETURNING lsReturnCode.
080826******************************************************************
080826
101526     MOVE 'OCOMCTRL' TO WAPMT-PROGRAM-ID.
101526     MOVE 'SimulateCommissionSplit' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

080826     MOVE ZERO TO WS-COMM-PCNT-TOTAL.
080826     PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
080826         UNTIL WS-SPLIT-IDX > WCMCP-MAX-AGENTS
080826         MOVE LP-MSG-SPLIT-TOTAL-INVALID
080826             TO WCMCP-ERROR-MESSAGE
080826         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826         EXIT METHOD
080826     END-IF.
080826
080826
080826     MOVE WCMCP-RETURN-CODE TO lsReturnCode.
080826
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826     EXIT METHOD.
080826
080826 END METHOD SimulateCommissionSplit.
080826******************************************************************
080826 DATA DIVISION.
080826 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
080826 01  WS-BEFORE-AGENT             PIC X(12).
080826 01  WS-BEFORE-COMM-PCNT         USAGE COMP-2.
080826 01  WS-BEFORE-PROD-PCNT         USAGE COMP-2.
080826                    RETURNING lsReturnCode.
080826******************************************************************
080826
101526     MOVE 'OCOMCTRL' TO WAPMT-PROGRAM-ID.
101526     MOVE 'UpdateAgentSplitRow' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

101526     INVOKE Self "CheckLegalHold" RETURNING lsReturnCode.
101526     IF lsReturnCode NOT = ZERO
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526         EXIT METHOD
101526     END-IF.

080826*    Capture this one agent's row as it stands today, before it's
080826*    overlaid, so the audit log can show a before/after.  If the
080826*    refresh itself failed, WCMCP-OUT-* still holds whatever this

080826     IF WCMCP-RETURN-CODE NOT = ZERO
080826         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826         EXIT METHOD
080826     END-IF.

080826         MOVE LP-MSG-SPLIT-TOTAL-INVALID
080826             TO WCMCP-ERROR-MESSAGE
080826         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826         EXIT METHOD
080826     END-IF.
080826
082326         MOVE LP-MSG-UNEXPECTED-ABEND
082326             TO WCMCP-ERROR-MESSAGE
082326         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-TRY.
082326     IF WCMCP-RETURN-CODE NOT = ZERO
082326         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.

082326             MOVE LP-MSG-UNEXPECTED-ABEND
082326                 TO WCMCP-ERROR-MESSAGE
082326             MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526             MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526             SET WAPMT-METHOD-FINISH TO TRUE
101526             CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326             EXIT METHOD
082326         END-TRY
082326         MOVE LP-RC-SPLIT-NEEDS-APPROVAL TO WCMCP-RETURN-CODE
082326         MOVE LP-MSG-SPLIT-NEEDS-APPROVAL
082326             TO WCMCP-ERROR-MESSAGE
082326         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.

080826
080826     MOVE WCMCP-RETURN-CODE TO lsReturnCode.
080826
101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826     EXIT METHOD.
080826
080826 END METHOD UpdateAgentSplitRow.
080826******************************************************************
080826 DATA DIVISION.
080826 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
080826 01  WS-BEFORE-AGENT             PIC X(12).
080826 01  WS-BEFORE-COMM-PCNT         USAGE COMP-2.
080826 01  WS-BEFORE-PROD-PCNT         USAGE COMP-2.
080826                    RETURNING lsReturnCode.
080826******************************************************************
080826
101526     MOVE 'OCOMCTRL' TO WAPMT-PROGRAM-ID.
101526     MOVE 'EndAgentSplit' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

101526     INVOKE Self "CheckLegalHold" RETURNING lsReturnCode.
101526     IF lsReturnCode NOT = ZERO
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526         EXIT METHOD
101526     END-IF.

080826*    If the refresh itself failed, WCMCP-OUT-* still holds
080826*    whatever this instance last retrieved (or nothing at all) -
080826*    fail here rather than running FindCurrentSplitEntry and the
080826
080826     IF WCMCP-RETURN-CODE NOT = ZERO
080826         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826         EXIT METHOD
080826     END-IF.
080826
080826         MOVE LP-MSG-SPLIT-TOTAL-INVALID
080826             TO WCMCP-ERROR-MESSAGE
080826         MOVE WCMCP-RETURN-CODE TO lsReturnCode
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826         EXIT METHOD
080826     END-IF.


080826     MOVE WCMCP-RETURN-CODE TO lsReturnCode.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826     EXIT METHOD.

080826 END METHOD EndAgentSplit.
090126 END METHOD setCoverageId.
      **************************************************************************

101526 METHOD-ID. setSplitTemplateId.
101526*  Names the commission split template (CSPLTTPL) the add or
101526*  queued change takes its writing-agent rows from, in place of
101526*  keyed rows.  Left unset (or set to spaces), the keyed rows
101526*  are used exactly as before templates existed.
101526******************************************************************
101526 DATA DIVISION.
101526 WORKING-STORAGE SECTION.
101526 LINKAGE SECTION.
101526 01  lsTemplateId               OBJECT REFERENCE CLASS-STRING.
101526 PROCEDURE DIVISION USING BY VALUE lsTemplateId.

101526     SET WCMCP-TEMPLATE-ID TO lsTemplateId.

101526     EXIT METHOD.
101526 END METHOD setSplitTemplateId.
      **************************************************************************

       METHOD-ID. setSplitControl.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
