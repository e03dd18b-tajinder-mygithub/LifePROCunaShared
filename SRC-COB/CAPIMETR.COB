      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CAPIMETR.
       AUTHOR.         MAINTENANCE.
       DATE-WRITTEN.   OCTOBER 15, 2026.
       DATE-COMPILED.
      *@**20100811*******************************************
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
      *@**20100811*******************************************
      *
      *D**********************************************************
      *D         PROGRAM DESCRIPTION
      *D**********************************************************
      *D
      *D   CAPIMETR meters the public methods of the OCOMCTRL,
      *D   OLONQUOT and OFILEBTV API objects.  Each method CALLs it
      *D   as it starts and again, with its return code, as it
      *D   finishes (WAPMTCPY); the finish call appends one usage
      *D   entry - program, method, coder, session ID, start and
      *D   end time, elapsed time and return code - to the shared
      *D   usage log APIUSAGE.PDM (WAPULCPY).  CAPIURPT reports it.
      *D
      *D   Metering is switched by the one-row control file
      *D   APIMETER.PDM: 'N' in its first byte turns it off, any
      *D   other value (or no file) leaves it on.  The switch is
      *D   looked at again whenever the clock minute changes, so
      *D   a change takes effect within a minute without restarting
      *D   the API server.
      *D
      *D   The accessors - the get/set methods and OFILEBTV's
      *D   addResolveFileName - are not metered; they only move a
      *D   field in or out of the object.  A method one of the
      *D   objects invokes on itself (RollbackTransaction's and
      *D   ReadRange's ExecFunction calls) is metered as a call of
      *D   its own.
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-026-01 MAINT New program.
      *H
      *H**********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-AT.
       OBJECT-COMPUTER.    IBM-AT.
       SPECIAL-NAMES.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT METER-SWITCH-FILE
       COPY WVARYCPY.
                                       METER-SWITCH-NAME
       COPY WLORGCPY.
                                       STATUS IS METER-SWITCH-STATUS.

           SELECT API-USAGE-FILE
       COPY WVARYCPY.
                                       API-USAGE-NAME
       COPY WLORGCPY.
                                       STATUS IS API-USAGE-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  METER-SWITCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  METER-SWITCH-RECORD.
           05  MTRS-METERING-FLAG           PIC X(01).
               88  MTRS-METERING-OFF                VALUE 'N'.
           05  FILLER                       PIC X(79).

       FD  API-USAGE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WAPULCPY.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  METER-SWITCH-STATUS              PIC XX.
       01  API-USAGE-STATUS                 PIC XX.

       01  METER-SWITCH-NAME.
           05  WS-SWITCH-FILE-DRIVE         PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'APIMETER.PDM'.

       01  API-USAGE-NAME.
           05  WS-USAGE-FILE-DRIVE          PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'APIUSAGE.PDM'.

      *    The switch as last read, and the drive and minute it was
      *    read for - kept across calls.
       01  WS-METERING-FLAG                 PIC X(01) VALUE 'Y'.
           88  WS-METERING-ON                       VALUE 'Y'.
       01  WS-SWITCH-READ-AT                PIC X(13) VALUE SPACES.
       01  WS-SWITCH-KEY.
           05  WS-SWITCH-KEY-DRIVE          PIC X(01).
           05  WS-SWITCH-KEY-MINUTE         PIC X(12).

       01  WS-NOW.
           05  WS-NOW-DATE                  PIC 9(08).
           05  WS-NOW-TIME                  PIC 9(08).
       01  WS-NOW-MINUTE REDEFINES WS-NOW   PIC X(12).

       01  WS-START-HSEC                    PIC 9(09).
       01  WS-END-HSEC                      PIC 9(09).
       01  WS-HSEC                          PIC 9(09).
       01  WS-TIME-PARTS.
           05  WS-TIME-HH                   PIC 9(02).
           05  WS-TIME-MM                   PIC 9(02).
           05  WS-TIME-SS                   PIC 9(02).
           05  WS-TIME-CC                   PIC 9(02).
       01  WS-TIME-WHOLE REDEFINES WS-TIME-PARTS
                                            PIC 9(08).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.
       COPY WAPMTCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WAPMT-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE ZERO TO WAPMT-RETURN-CODE
               MOVE WOPTION-WORK-DRIVE TO WS-SWITCH-FILE-DRIVE
                                          WS-USAGE-FILE-DRIVE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               EVALUATE TRUE
                   WHEN WAPMT-METHOD-START
                       PERFORM 1000-START-METHOD
                   WHEN WAPMT-METHOD-FINISH
                       PERFORM 2000-FINISH-METHOD
                   WHEN OTHER
                       MOVE LP-RC-UNEXPECTED-ABEND
                                       TO WAPMT-RETURN-CODE
               END-EVALUATE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-START-METHOD.
      *    Stamped whether or not metering is on - the switch is
      *    read at the finish, once a constructor's Login has said
      *    which work drive the session is on.

           MOVE 'Y'                    TO WAPMT-METERED-FLAG.
           MOVE WS-NOW-DATE            TO WAPMT-START-DATE.
           MOVE WS-NOW-TIME            TO WAPMT-START-TIME.

      ******************************************************************
       1100-READ-SWITCH.

           MOVE WS-SWITCH-KEY TO WS-SWITCH-READ-AT.
           MOVE 'Y' TO WS-METERING-FLAG.
           OPEN INPUT METER-SWITCH-FILE.
           IF METER-SWITCH-STATUS = '00'
               READ METER-SWITCH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MTRS-METERING-OFF
                           MOVE 'N' TO WS-METERING-FLAG
                       END-IF
               END-READ
               CLOSE METER-SWITCH-FILE
           END-IF.

      ******************************************************************
       2000-FINISH-METHOD.

           IF NOT WAPMT-METERED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WAPMT-METERED-FLAG.

           MOVE WOPTION-WORK-DRIVE     TO WS-SWITCH-KEY-DRIVE.
           MOVE WS-NOW-MINUTE          TO WS-SWITCH-KEY-MINUTE.
           IF WS-SWITCH-KEY NOT = WS-SWITCH-READ-AT
               PERFORM 1100-READ-SWITCH
           END-IF.
           IF NOT WS-METERING-ON
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES                 TO API-USAGE-RECORD.
           MOVE WAPMT-START-DATE       TO APUL-START-DATE.
           MOVE WAPMT-START-TIME       TO APUL-START-TIME.
           MOVE WS-NOW-DATE            TO APUL-END-DATE.
           MOVE WS-NOW-TIME            TO APUL-END-TIME.

           MOVE WAPMT-START-TIME       TO WS-TIME-WHOLE.
           PERFORM 2100-TIME-TO-HSEC.
           MOVE WS-HSEC                TO WS-START-HSEC.
           MOVE WS-NOW-TIME            TO WS-TIME-WHOLE.
           PERFORM 2100-TIME-TO-HSEC.
           MOVE WS-HSEC                TO WS-END-HSEC.
      *    A call running over midnight finishes the next day.
           IF WS-NOW-DATE NOT = WAPMT-START-DATE
               ADD 8640000 TO WS-END-HSEC
           END-IF.
           IF WS-END-HSEC < WS-START-HSEC
               MOVE ZERO TO APUL-ELAPSED-HSEC
           ELSE
               COMPUTE APUL-ELAPSED-HSEC =
                   WS-END-HSEC - WS-START-HSEC
           END-IF.

           MOVE WAPMT-PROGRAM-ID       TO APUL-PROGRAM-ID.
           MOVE WAPMT-METHOD-NAME      TO APUL-METHOD-NAME.
           MOVE WCODER-ID              TO APUL-CODER-ID.
           MOVE WGLOB-SESSION-ID       TO APUL-SESSION-ID.
           MOVE WAPMT-METHOD-RETURN-CODE
                                       TO APUL-RETURN-CODE.

           OPEN EXTEND API-USAGE-FILE.
           IF API-USAGE-STATUS = '35' OR '05'
               OPEN OUTPUT API-USAGE-FILE
           END-IF.
           WRITE API-USAGE-RECORD.
           CLOSE API-USAGE-FILE.

      ******************************************************************
       2100-TIME-TO-HSEC.

           COMPUTE WS-HSEC =
               ((WS-TIME-HH * 60 + WS-TIME-MM) * 60 + WS-TIME-SS)
                   * 100 + WS-TIME-CC.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
