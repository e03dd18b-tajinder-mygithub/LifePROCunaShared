090126*H                     hard-errors on a record past the data
090126*H                     area instead of handing back a silent
090126*H                     truncation.
101526*H 20261015-026-04 MAINT Meter each public method other than
101526*H                     the get/set accessors (CAPIMETR).
101526*H 20261015-027-04 MAINT Refuse an update to a record under
101526*H                     legal hold (CLGLHOLD) unless
101526*H                     setSupervisorOverrideFlag allows it.
      *H****************************************************************

      ******************************************************************
092308     05  PGETMESG               PIC X(08) VALUE 'PGETMESG'.
092308     05  PUPDTDVR               PIC X(08) VALUE 'PUPDTDVR'.
080826     05  CERRLOG                PIC X(08) VALUE 'CERRLOG'.
101526     05  CAPIMETR               PIC X(08) VALUE 'CAPIMETR'.
082326     05  CFILEJRN               PIC X(08) VALUE 'CFILEJRN'.
082326     05  CFILPERM               PIC X(08) VALUE 'CFILPERM'.
090126     05  CREADLOG               PIC X(08) VALUE 'CREADLOG'.
101526     05  CLGLHOLD               PIC X(08) VALUE 'CLGLHOLD'.

       COPY WGLOBCPY.
       COPY WGLBXCPY.
082326 COPY WFJRNCPY.
082326 COPY WFPRMCPY.
090126 COPY WRDLGCPY.
101526 COPY WLGLMCPY.

080108*If the following changes, change PSETCNCT also.
080108 01  WS-PRIOR-RECORD-INFO.
082326         10  WS-RANGE-KEY                PIC X(80).
082326         10  WS-RANGE-RECORD             PIC X(WGLB2-DA-LEN2).

101526*Legal hold - setSupervisorOverrideFlag lets the next update
101526*through on a held record, and only that one.  A rollback
101526*replay restores the record as it stood and is never held.
101526 01  WS-SUPV-OVERRIDE-FLAG       PIC X(01) VALUE 'N'.
101526     88  WS-SUPV-OVERRIDE                VALUE 'Y'.
101526 01  WS-RECOVERY-WRITE-FLAG      PIC X(01) VALUE 'N'.
101526     88  WS-RECOVERY-WRITE               VALUE 'Y'.

      ******************************************************************
      * Object Properties
      ******************************************************************
      ******************************************************************

       WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
       01  wsReturnCode         PIC S9(09) COMP-5.
       01  wsErrorMessage       PIC X(200).
       01  wsUserType           PIC X(10) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION USING BY VALUE lsApp, lsUserType.
      ******************************************************************

101526     MOVE 'OFILEBTV' TO WAPMT-PROGRAM-ID.
101526     MOVE 'NEW' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

      *    Start a NetCOBOL run unit here, so that resources are 
      *    preserved until JMPCINT3 is called in Dispose.  
092308*     CALL JMPCINT2
080108*Build record offset table from record size info.
080826     INVOKE Self "BuildOffsetTable".

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

101526     MOVE 'OFILEBTV' TO WAPMT-PROGRAM-ID.
101526     MOVE 'Dispose' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.
101526     MOVE ZERO TO wsReturnCode.

080826     IF WS-OWNS-SESSION
               MOVE WGLOBAL TO WGLOBX
               INVOKE LpApp "Logout" USING WGLOBX

092308*     CALL JMPCINT3.

101526     MOVE wsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

       END METHOD Dispose.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.

080826 01  WS-VERSION-CONFLICT         PIC X(01) VALUE 'N'.
080826     88  WS-VERSION-CONFLICT-FOUND       VALUE 'Y'.
      ******************************************************************
       PROCEDURE DIVISION RETURNING lsReturnCode.
      ******************************************************************

101526     MOVE 'OFILEBTV' TO WAPMT-PROGRAM-ID.
101526     MOVE 'ExecFunction' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

           IF DATA-FILE-NUMBER > ZERO AND
              ( DATA-FILE-NUMBER NOT = WS-NUMBER OR
                WS-LENGTH = ZERO  )
               IF WBTRV-RETURN-CODE NOT = ZERO
                   MOVE WBTRV-RETURN-CODE TO lsReturnCode,
                                             LpReturnCode
101526             MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526             SET WAPMT-METHOD-FINISH TO TRUE
101526             CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
                   EXIT METHOD
               END-IF
           END-IF.
082326             WFPRM-ACCESS-CLASS
082326             DELIMITED BY SIZE INTO WERRL-CONTEXT
082326         CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.

101526*    Legal hold gate - an update to a record whose image leads
101526*    with a held company + policy or agent number (the layout
101526*    the policy- and agent-keyed files share) is refused unless
101526*    a supervisor override was set for it.  CLGLHOLD logs an
101526*    override against the matter; the override is spent on this
101526*    update either way.
101526     IF WAPPL-FUNCTION = WBTRV-UPDATE
101526         AND NOT WS-RECOVERY-WRITE
101526         INITIALIZE WLGLM-PARAMETERS
101526         SET WLGLM-QUERY-HOLD TO TRUE
101526         MOVE DATA-AREA (1:2)       TO WLGLM-COMPANY-CODE
101526         MOVE DATA-AREA (3:12)      TO WLGLM-HOLD-KEY
101526         MOVE WS-SUPV-OVERRIDE-FLAG TO WLGLM-SUPV-OVERRIDE-FLAG
101526         MOVE 'OFILEBTV'            TO WLGLM-CALLER-ID
101526         CALL CLGLHOLD USING WGLOBAL
101526                             WLGLM-PARAMETERS
101526         MOVE 'N' TO WS-SUPV-OVERRIDE-FLAG
101526         IF WLGLM-ON-HOLD
101526             AND NOT WLGLM-SUPV-OVERRIDE
101526             MOVE LP-RC-UNDER-LEGAL-HOLD TO lsReturnCode,
101526                                            LpReturnCode
101526             MOVE LP-MSG-UNDER-LEGAL-HOLD TO LpErrorMessage
101526             MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526             SET WAPMT-METHOD-FINISH TO TRUE
101526             CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
101526             EXIT METHOD
101526         END-IF
101526     END-IF.

           IF  WAPPL-FUNCTION = WBTRV-GET-LOWEST
           AND WGLOB-PASS-KEY-VALUE
               MOVE LOW-VALUES
080826         CALL CERRLOG USING WGLOBAL, WERRL-PARAMETERS
021709     END-TRY.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
           EXIT METHOD.

       END METHOD ExecFunction.
080826 DATA DIVISION.
080826*****************************************************************
080826 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
080826*****************************************************************
080826 LINKAGE SECTION.

080826 PROCEDURE DIVISION RETURNING lsReturnCode.
080826*****************************************************************

101526     MOVE 'OFILEBTV' TO WAPMT-PROGRAM-ID.
101526     MOVE 'BeginTransaction' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

080826     SET WS-TRANSACTION-ACTIVE TO TRUE.
080826     MOVE ZERO TO WS-TXN-COUNT.
080826     MOVE ZERO TO lsReturnCode.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826     EXIT METHOD.

080826 END METHOD BeginTransaction.
080826 DATA DIVISION.
080826*****************************************************************
080826 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
080826*****************************************************************
080826 LINKAGE SECTION.

080826 PROCEDURE DIVISION RETURNING lsReturnCode.
080826*****************************************************************

101526     MOVE 'OFILEBTV' TO WAPMT-PROGRAM-ID.
101526     MOVE 'CommitTransaction' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

080826*    Each ExecFunction call already committed through PUPDTDVR
080826*    as it happened - all Commit does is close out the undo log,
080826*    since there is nothing left that a rollback could back out.
080826     MOVE ZERO TO WS-TXN-COUNT.
080826     MOVE ZERO TO lsReturnCode.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826     EXIT METHOD.

080826 END METHOD CommitTransaction.
080826 DATA DIVISION.
080826*****************************************************************
080826 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.

080826 01  WS-TXN-IDX                  PIC S9(09) COMP-5.
080826 01  WS-TXN-RC                   PIC S9(09) COMP-5.
080826 PROCEDURE DIVISION RETURNING lsReturnCode.
080826*****************************************************************

101526     MOVE 'OFILEBTV' TO WAPMT-PROGRAM-ID.
101526     MOVE 'RollbackTransaction' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

080826*    Turn transaction mode off first so the replayed updates below
080826*    go through the ordinary ExecFunction update path without
080826*    logging themselves as new undo entries.
080826     MOVE 'N' TO WS-IN-TRANSACTION.
080826     MOVE ZERO TO lsReturnCode.
101526     MOVE 'Y' TO WS-RECOVERY-WRITE-FLAG.

080826     PERFORM VARYING WS-TXN-IDX FROM WS-TXN-COUNT BY -1
080826             UNTIL WS-TXN-IDX < 1
080826     END-PERFORM.

080826     MOVE ZERO TO WS-TXN-COUNT.
101526     MOVE 'N' TO WS-RECOVERY-WRITE-FLAG.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826     EXIT METHOD.

080826 END METHOD RollbackTransaction.
082326 DATA DIVISION.
082326*****************************************************************
082326 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.

082326 01  WS-RANGE-WANTED             PIC S9(09) COMP-5.
082326 01  WS-RANGE-RC                 PIC S9(09) COMP-5.
082326                    RETURNING lsReturnCode.
082326*****************************************************************

101526     MOVE 'OFILEBTV' TO WAPMT-PROGRAM-ID.
101526     MOVE 'ReadRange' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

082326     MOVE ZERO TO WS-RANGE-COUNT.
082326     MOVE 'N'  TO WS-RANGE-END-FLAG.
082326     MOVE ZERO TO lsReturnCode.
082326         MOVE LP-MAX-RANGE-RECORDS TO WS-RANGE-WANTED
082326     END-IF.
082326     IF WS-RANGE-WANTED < 1
101526         MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526         SET WAPMT-METHOD-FINISH TO TRUE
101526         CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326         EXIT METHOD
082326     END-IF.

082326         END-IF
082326     END-PERFORM.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
082326     EXIT METHOD.

082326 END METHOD ReadRange.
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.

      ******************************************************************
       LINKAGE SECTION.
       PROCEDURE DIVISION RETURNING lsReturnCode.
      ******************************************************************

101526     MOVE 'OFILEBTV' TO WAPMT-PROGRAM-ID.
101526     MOVE 'FindFileNumber' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

           SET WAPPL-GET-FILE-NUMBER TO TRUE.
           MOVE WS-NAME-NUMBER TO DATA-AREA.
           INVOKE Self "CallPFILE".
           MOVE WS-NUMBER TO DATA-FILE-NUMBER.
           MOVE WAPPL-RETURN-CODE TO lsReturnCode.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
           EXIT METHOD.

       END METHOD FindFileNumber.
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.

      ******************************************************************
       LINKAGE SECTION.
       PROCEDURE DIVISION RETURNING lsReturnCode.
      ******************************************************************

101526     MOVE 'OFILEBTV' TO WAPMT-PROGRAM-ID.
101526     MOVE 'FindFileLength' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

           SET WAPPL-GET-FILE-LENGTH TO TRUE.
           MOVE WS-NAME-NUMBER TO DATA-AREA.
           INVOKE Self "CallPFILE".
           MOVE DATA-AREA TO WS-NAME-NUMBER.
           MOVE WAPPL-RETURN-CODE TO lsReturnCode.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
           EXIT METHOD.

       END METHOD FindFileLength.
080826 DATA DIVISION.
080826*****************************************************************
080826 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.

080826 01  WS-RESOLVE-IDX              PIC S9(09) COMP-5.

080826 PROCEDURE DIVISION RETURNING lsReturnCode.
080826*****************************************************************

101526     MOVE 'OFILEBTV' TO WAPMT-PROGRAM-ID.
101526     MOVE 'ResolveFileNumbers' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

080826     MOVE ZERO TO lsReturnCode.
080826     PERFORM VARYING WS-RESOLVE-IDX FROM 1 BY 1
080826             UNTIL WS-RESOLVE-IDX > WS-RESOLVE-COUNT
080826         END-IF
080826     END-PERFORM.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826     EXIT METHOD.

080826 END METHOD ResolveFileNumbers.
080826 DATA DIVISION.
080826*****************************************************************
080826 WORKING-STORAGE SECTION.
101526 COPY WAPMTCPY.
080826*****************************************************************
080826 LINKAGE SECTION.

080826 PROCEDURE DIVISION RETURNING lsReturnCode.
080826*****************************************************************

101526     MOVE 'OFILEBTV' TO WAPMT-PROGRAM-ID.
101526     MOVE 'PreloadFileTable' TO WAPMT-METHOD-NAME.
101526     SET WAPMT-METHOD-START TO TRUE.
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS.

080826*    Resolve every file queued via addResolveFileName up front,
080826*    right after NEW, so the first live field access on each of
080826*    those files skips FindFileNumber/FindFileLength's own live
080826*    live lookup.
080826     INVOKE Self "ResolveFileNumbers" RETURNING lsReturnCode.

101526     MOVE lsReturnCode TO WAPMT-METHOD-RETURN-CODE
101526     SET WAPMT-METHOD-FINISH TO TRUE
101526     CALL CAPIMETR USING WGLOBAL, WAPMT-PARAMETERS
080826     EXIT METHOD.

080826 END METHOD PreloadFileTable.

       END METHOD setFileNumber.

101526******************************************************************
101526*XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX
101526******************************************************************
101526 METHOD-ID. setSupervisorOverrideFlag.
101526*  'Y' lets the next update through on a record under legal hold
101526*  (CLGLHOLD logs it against the matter).  Spent by that update.
101526 DATA DIVISION.
101526******************************************************************
101526 WORKING-STORAGE SECTION.
101526******************************************************************
101526 LINKAGE SECTION.

101526 01 lsSupvOverrideFlag   OBJECT REFERENCE CLASS-STRING.

101526******************************************************************
101526 PROCEDURE DIVISION USING BY VALUE lsSupvOverrideFlag.
101526******************************************************************

101526     SET WS-SUPV-OVERRIDE-FLAG TO lsSupvOverrideFlag
101526     EXIT METHOD.

101526 END METHOD setSupervisorOverrideFlag.


      ******************************************************************
      *XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX
