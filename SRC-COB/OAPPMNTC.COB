       IDENTIFICATION DIVISION.
       CLASS-ID. OAPPMNTC AS "LPNETAPI.OAPPMNTC".
      *AUTHOR.         MAINTENANCE.
      *DATE-WRITTEN.   October 2026.
      *DATE-COMPILED.
      *@**20160101*******************************************
      *@**
      *@** Licensed Materials - Property of
      *@** ExlService Holdings, Inc.
      *@**
      *@** (C) 1983-2026 ExlService Holdings, Inc.  All Rights Reserved.
      *@**
      *@** Contains confidential and trade secret information.
      *@** Copyright notice is precautionary only and does not
      *@** imply publication.
      *@**
      *@**20160101*******************************************

      *D****************************************************************
      *D                 PROGRAM DESCRIPTION
      *D****************************************************************
      *D
      *D API that maintains the shared carrier appointment master
      *D APPTMAST.PDM - add, update and terminate an agent's
      *D appointment in a state for a company, and record that a
      *D termination has been filed with the state, through CAPPMNTC,
      *D which validates the change and appends a before/after audit
      *D record.  Same session and method shape as OAGTMNTC.
      *D
      *D****************************************************************

      *P****************************************************************
      *P        PROGRAMMING NOTES
      *P****************************************************************
      *P
      *P
      *P
      *P****************************************************************

      *H****************************************************************
      *H        PROGRAM HISTORY
      *H****************************************************************
101526*H 20261015-018-03 MAINT New class.
      *H****************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.

           CLASS OAPPLICA AS "LPNETAPI.OAPPLICA"
           CLASS CLASS-EXCEPTION AS "System.Exception"
           CLASS CLASS-STRING AS "System.String".

      ******************************************************************
      * Object
      ******************************************************************
       IDENTIFICATION DIVISION.

       OBJECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-INFO.
           05  CAPPMNTC                     PIC X(08) VALUE 'CAPPMNTC'.
           05  CERRLOG                      PIC X(08) VALUE 'CERRLOG'.

           COPY WGLOBCPY.
           COPY WGLB2CPY.
           COPY WGLBXCPY.
           COPY WAPMNCPY.
           COPY WERRLCPY.
           COPY WRETNCPY.

       01  LpApp                      USAGE OBJECT REFERENCE OAPPLICA.
       01  WS-EXCEPTION        OBJECT REFERENCE CLASS-EXCEPTION.
       01  WS-OWNS-SESSION-FLAG       PIC X(01) VALUE 'Y'.
           88  WS-OWNS-SESSION                VALUE 'Y'.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      ******************************************************************
      * Object Methods
      ******************************************************************

      ******************************************************************
       METHOD-ID. NEW.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  wsReturnCode         PIC S9(09) COMP-5.
       01  wsErrorMessage       PIC X(200).
       01  wsUserType           PIC X(10) VALUE SPACES.

      ******************************************************************
       LINKAGE SECTION.
       01  lsApp                USAGE OBJECT REFERENCE OAPPLICA.
       01  lsUserType           USAGE OBJECT REFERENCE CLASS-STRING.

      ******************************************************************
       PROCEDURE DIVISION USING BY VALUE lsApp, lsUserType.
      ******************************************************************

           SET wsUserType TO lsUserType.
           SET LpApp TO lsApp.
           MOVE WGLOBAL TO WGLOBX.
           INVOKE lsApp "Login" USING wsUserType
                                      WGLOBX
                                      wsErrorMessage
                                RETURNING wsReturnCode

           MOVE WGLOBX TO WGLOBAL.

           MOVE wsReturnCode to WAPMN-RETURN-CODE.
           IF wsReturnCode NOT = ZERO
               MOVE wsErrorMessage to WAPMN-ERROR-MESSAGE
           ELSE
               MOVE SPACES TO WAPMN-ERROR-MESSAGE.

       END METHOD NEW.

      ******************************************************************
       METHOD-ID. NEWWITHSESSION.
      *  Alternate constructor - takes an already-authenticated session
      *  (obtained from another API object's getSessionGlobal) instead
      *  of calling Login again, the same shared-session construction
      *  OCOMCTRL offers.  Dispose on an object built this way does NOT
      *  log out the shared session.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       WORKING-STORAGE SECTION.

      ******************************************************************
       LINKAGE SECTION.
       01  lsApp                USAGE OBJECT REFERENCE OAPPLICA.
       COPY WGLOBCPY REPLACING ==WGLOBAL== BY ==lsSessionGlobal==.

      ******************************************************************
       PROCEDURE DIVISION USING BY VALUE lsApp,
                          BY REFERENCE lsSessionGlobal.
      ******************************************************************

           SET LpApp TO lsApp.
           MOVE lsSessionGlobal TO WGLOBAL.
           MOVE 'N' TO WS-OWNS-SESSION-FLAG.
           MOVE ZERO TO WAPMN-RETURN-CODE.
           MOVE SPACES TO WAPMN-ERROR-MESSAGE.

       END METHOD NEWWITHSESSION.

      ******************************************************************
       METHOD-ID. getSessionGlobal.
      *  Hands this object's already-authenticated session to another
      *  API object's NEWWITHSESSION constructor.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       COPY WGLOBCPY REPLACING ==WGLOBAL== BY ==lsSessionGlobal==.
      ******************************************************************
       PROCEDURE DIVISION USING BY REFERENCE lsSessionGlobal.
      ******************************************************************

           MOVE WGLOBAL TO lsSessionGlobal.

           EXIT METHOD.
       END METHOD getSessionGlobal.

      ******************************************************************
       METHOD-ID. Dispose.
      *  Dispose will free any resources, for now just the Coder ID.
      *  It will act as a destructor, but must be explictly called.
      *  Only logs out when this object owns the session - an object
      *  built from a shared session leaves logout to the object that
      *  actually owns it.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  wsReturnCode         PIC S9(09) COMP-5.
       01  wsErrorMessage       PIC X(200).


      ******************************************************************
       LINKAGE SECTION.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           IF WS-OWNS-SESSION
               MOVE WGLOBAL TO WGLOBX
               INVOKE LpApp "Logout" USING WGLOBX
                                           wsErrorMessage
                                     RETURNING  wsReturnCode
               MOVE WGLOBX TO WGLOBAL
               IF wsReturnCode NOT = ZERO
                   MOVE wsErrorMessage to WAPMN-ERROR-MESSAGE
               ELSE
                   MOVE SPACES TO WAPMN-ERROR-MESSAGE
               END-IF
           ELSE
               MOVE SPACES TO WAPMN-ERROR-MESSAGE
           END-IF.

       END METHOD Dispose.

      ******************************************************************
       METHOD-ID. AddAppointment.
      *  Adds a new appointment from the fields the setAgentNumber/
      *  setState/setCompanyCode/setEffectiveDate/setRenewalDate/
      *  setFeeBilled/setFeeBilledDate setters loaded.  A duplicate
      *  agent/state/company row, or a missing/implausible field,
      *  rejects with its own return code; a posted add is audit-
      *  logged by CAPPMNTC.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  lsReturnCode                PIC S9(09) USAGE COMP-5.

      ******************************************************************
       PROCEDURE DIVISION RETURNING lsReturnCode.
      ******************************************************************

           SET WAPMN-ADD-ROW TO TRUE.
           TRY
               CALL CAPPMNTC USING WGLOBAL
                                   WAPMN-PARAMETERS
           CATCH WS-EXCEPTION
               INVOKE LpApp "writeErrorLog" USING WS-EXCEPTION
               MOVE LP-RC-UNEXPECTED-ABEND TO WAPMN-RETURN-CODE
               MOVE LP-MSG-UNEXPECTED-ABEND
                   TO WAPMN-ERROR-MESSAGE
               MOVE 'OAPPMNTC' TO WERRL-PROGRAM-ID
               MOVE 'AddAppointment' TO WERRL-METHOD-NAME
               MOVE WCODER-ID IN WGLOBAL TO WERRL-CODER-ID
               STRING 'AGT=' WAPMN-AGENT-ID
                      ' ST=' WAPMN-STATE
                      ' CO=' WAPMN-COMPANY-CODE
                   DELIMITED BY SIZE INTO WERRL-CONTEXT
               CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
           END-TRY.

           MOVE WAPMN-RETURN-CODE TO lsReturnCode.

           EXIT METHOD.

       END METHOD AddAppointment.

      ******************************************************************
       METHOD-ID. UpdateAppointment.
      *  Updates an existing appointment's effective date, renewal
      *  date or billed fee - a zero date keeps the row's current
      *  value, and the fee only posts with its billed date.  A row
      *  that isn't on the master rejects.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  lsReturnCode                PIC S9(09) USAGE COMP-5.

      ******************************************************************
       PROCEDURE DIVISION RETURNING lsReturnCode.
      ******************************************************************

           SET WAPMN-UPDATE-ROW TO TRUE.
           TRY
               CALL CAPPMNTC USING WGLOBAL
                                   WAPMN-PARAMETERS
           CATCH WS-EXCEPTION
               INVOKE LpApp "writeErrorLog" USING WS-EXCEPTION
               MOVE LP-RC-UNEXPECTED-ABEND TO WAPMN-RETURN-CODE
               MOVE LP-MSG-UNEXPECTED-ABEND
                   TO WAPMN-ERROR-MESSAGE
               MOVE 'OAPPMNTC' TO WERRL-PROGRAM-ID
               MOVE 'UpdateAppointment' TO WERRL-METHOD-NAME
               MOVE WCODER-ID IN WGLOBAL TO WERRL-CODER-ID
               STRING 'AGT=' WAPMN-AGENT-ID
                      ' ST=' WAPMN-STATE
                      ' CO=' WAPMN-COMPANY-CODE
                   DELIMITED BY SIZE INTO WERRL-CONTEXT
               CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
           END-TRY.

           MOVE WAPMN-RETURN-CODE TO lsReturnCode.

           EXIT METHOD.

       END METHOD UpdateAppointment.

      ******************************************************************
       METHOD-ID. TerminateAppointment.
      *  Terminates an existing appointment - status goes to 'TR' as
      *  of lsTerminateDate (zero terminates as of today).  CAGTVALD
      *  stops posting splits to the agent in that state from the
      *  termination date, and CAPPRPT lists the termination as a
      *  state filing owed until RecordTerminationFiling is called.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  lsTerminateDate             PIC S9(09) COMP-5.
       01  lsReturnCode                PIC S9(09) USAGE COMP-5.

      ******************************************************************
       PROCEDURE DIVISION USING BY VALUE lsTerminateDate
                          RETURNING lsReturnCode.
      ******************************************************************

           IF lsTerminateDate > ZERO
               MOVE lsTerminateDate TO WAPMN-TERMINATION-DATE
           ELSE
               MOVE ZERO TO WAPMN-TERMINATION-DATE
           END-IF.
           SET WAPMN-TERMINATE-ROW TO TRUE.
           TRY
               CALL CAPPMNTC USING WGLOBAL
                                   WAPMN-PARAMETERS
           CATCH WS-EXCEPTION
               INVOKE LpApp "writeErrorLog" USING WS-EXCEPTION
               MOVE LP-RC-UNEXPECTED-ABEND TO WAPMN-RETURN-CODE
               MOVE LP-MSG-UNEXPECTED-ABEND
                   TO WAPMN-ERROR-MESSAGE
               MOVE 'OAPPMNTC' TO WERRL-PROGRAM-ID
               MOVE 'TerminateAppointment' TO WERRL-METHOD-NAME
               MOVE WCODER-ID IN WGLOBAL TO WERRL-CODER-ID
               STRING 'AGT=' WAPMN-AGENT-ID
                      ' ST=' WAPMN-STATE
                      ' CO=' WAPMN-COMPANY-CODE
                   DELIMITED BY SIZE INTO WERRL-CONTEXT
               CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
           END-TRY.

           MOVE WAPMN-RETURN-CODE TO lsReturnCode.

           EXIT METHOD.

       END METHOD TerminateAppointment.

      ******************************************************************
       METHOD-ID. RecordTerminationFiling.
      *  Records that a terminated appointment's termination notice
      *  was filed with the state on lsFiledDate (zero records it as
      *  of today), clearing it from CAPPRPT's filings-owed list.
      *  An appointment that isn't terminated rejects.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  lsFiledDate                 PIC S9(09) COMP-5.
       01  lsReturnCode                PIC S9(09) USAGE COMP-5.

      ******************************************************************
       PROCEDURE DIVISION USING BY VALUE lsFiledDate
                          RETURNING lsReturnCode.
      ******************************************************************

           IF lsFiledDate > ZERO
               MOVE lsFiledDate TO WAPMN-TERM-FILED-DATE
           ELSE
               MOVE ZERO TO WAPMN-TERM-FILED-DATE
           END-IF.
           SET WAPMN-FILING-ROW TO TRUE.
           TRY
               CALL CAPPMNTC USING WGLOBAL
                                   WAPMN-PARAMETERS
           CATCH WS-EXCEPTION
               INVOKE LpApp "writeErrorLog" USING WS-EXCEPTION
               MOVE LP-RC-UNEXPECTED-ABEND TO WAPMN-RETURN-CODE
               MOVE LP-MSG-UNEXPECTED-ABEND
                   TO WAPMN-ERROR-MESSAGE
               MOVE 'OAPPMNTC' TO WERRL-PROGRAM-ID
               MOVE 'RecordTerminationFiling' TO WERRL-METHOD-NAME
               MOVE WCODER-ID IN WGLOBAL TO WERRL-CODER-ID
               STRING 'AGT=' WAPMN-AGENT-ID
                      ' ST=' WAPMN-STATE
                      ' CO=' WAPMN-COMPANY-CODE
                   DELIMITED BY SIZE INTO WERRL-CONTEXT
               CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
           END-TRY.

           MOVE WAPMN-RETURN-CODE TO lsReturnCode.

           EXIT METHOD.

       END METHOD RecordTerminationFiling.

      ******************************************************************
      *XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX
      ******************************************************************
      * These get and set methods take as input, and provide as output,
      * types that are part of the Common Language Runtime.
      * S9(09) COMP-5 maps to Integer, COMP-2 to Double precision floating point,
      * and CLASS-STRING maps to String.  This allows these get/set methods
      * to be used in VB, C# and in COBOL.NET.
      ******************************************************************

       METHOD-ID. setAgentNumber.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       01  lsAgentNumber              OBJECT REFERENCE CLASS-STRING.
       PROCEDURE DIVISION USING BY VALUE lsAgentNumber.

           SET WAPMN-AGENT-ID TO lsAgentNumber.

           EXIT METHOD.
       END METHOD setAgentNumber.

      ******************************************************************

       METHOD-ID. setState.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       01  lsState                    OBJECT REFERENCE CLASS-STRING.
       PROCEDURE DIVISION USING BY VALUE lsState.

           SET WAPMN-STATE TO lsState.

           EXIT METHOD.
       END METHOD setState.

      ******************************************************************

       METHOD-ID. setCompanyCode.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       01  lsCompanyCode              OBJECT REFERENCE CLASS-STRING.
       PROCEDURE DIVISION USING BY VALUE lsCompanyCode.

           SET WAPMN-COMPANY-CODE TO lsCompanyCode.

           EXIT METHOD.
       END METHOD setCompanyCode.

      ******************************************************************

       METHOD-ID. setEffectiveDate.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       01  lsEffectiveDate            PIC S9(09) COMP-5.
       PROCEDURE DIVISION USING BY VALUE lsEffectiveDate.

           MOVE lsEffectiveDate TO WAPMN-EFFECTIVE-DATE.

           EXIT METHOD.
       END METHOD setEffectiveDate.

      ******************************************************************

       METHOD-ID. setRenewalDate.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       01  lsRenewalDate              PIC S9(09) COMP-5.
       PROCEDURE DIVISION USING BY VALUE lsRenewalDate.

           MOVE lsRenewalDate TO WAPMN-RENEWAL-DATE.

           EXIT METHOD.
       END METHOD setRenewalDate.

      ******************************************************************

       METHOD-ID. setFeeBilled.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       01  lsFeeBilled                USAGE COMP-2.
       PROCEDURE DIVISION USING BY VALUE lsFeeBilled.

           COMPUTE WAPMN-FEE-BILLED ROUNDED = lsFeeBilled.

           EXIT METHOD.
       END METHOD setFeeBilled.

      ******************************************************************

       METHOD-ID. setFeeBilledDate.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       01  lsFeeBilledDate            PIC S9(09) COMP-5.
       PROCEDURE DIVISION USING BY VALUE lsFeeBilledDate.

           MOVE lsFeeBilledDate TO WAPMN-FEE-BILLED-DATE.

           EXIT METHOD.
       END METHOD setFeeBilledDate.

      ******************************************************************

       METHOD-ID. getReturnCode.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       01  lsReturnCode               PIC S9(09) COMP-5.
       PROCEDURE DIVISION RETURNING lsReturnCode.

           MOVE WAPMN-RETURN-CODE TO lsReturnCode.

           EXIT METHOD.
       END METHOD getReturnCode.

      ******************************************************************

       METHOD-ID. getErrorMessage.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       01  lsErrorMessage             OBJECT REFERENCE CLASS-STRING.
       PROCEDURE DIVISION RETURNING lsErrorMessage.

           SET lsErrorMessage TO WAPMN-ERROR-MESSAGE.

           EXIT METHOD.
       END METHOD getErrorMessage.

       END OBJECT.

       END CLASS OAPPMNTC.
