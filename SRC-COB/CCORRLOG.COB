      *$CALL
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CCORRLOG.
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
      *D   CCORRLOG appends one row to the shared correspondence
      *D   log CORRLOG.PDM (WCORLCPY) for each document a letter-
      *D   producing program sends - the quote and surrender
      *D   letters, rate-change notices, loan interest statements,
      *D   billing and APL notices, annual statements, due
      *D   diligence letters - and for each returned piece CRTNMAIL
      *D   records.  The caller says what it sent, to whom and in
      *D   which print file (WCORWCPY); the date, time and coder
      *D   are stamped here, so "the letter you sent" can be
      *D   answered from one place (CCORRINQ).
      *D
      *D**********************************************************

      *H**********************************************************
      *H        PROGRAM HISTORY
      *H**********************************************************
      *H
101526*H 20261015-028-01 MAINT New program.
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

           SELECT CORRESPONDENCE-LOG-FILE
       COPY WVARYCPY.
                                       CORRESPONDENCE-LOG-NAME
       COPY WLORGCPY.
                                       STATUS IS CORR-LOG-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CORRESPONDENCE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WCORLCPY.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       WORKING-STORAGE SECTION.

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.

       01  CORR-LOG-STATUS                 PIC XX.

       01  CORRESPONDENCE-LOG-NAME.
           05  WS-LOG-FILE-DRIVE            PIC X(01) VALUE 'H'.
           05  FILLER                       PIC X(01) VALUE ':'.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  FILLER                      PIC X(15) VALUE
                                                'CORRLOG.PDM'.

       01  WS-NOW-DATE                     PIC 9(08).
       01  WS-NOW-TIME                     PIC 9(08).

      ******************************************************************
       LINKAGE SECTION.

       COPY WGLOBCPY.
       COPY WCORWCPY.

      ******************************************************************
       PROCEDURE DIVISION USING WGLOBAL, WCORW-PARAMETERS.
      ******************************************************************
      *
      *  Program mainline section
      *
      ******************************************************************
       0000-MAIN-LOGIC.

           IF NOT PRELOADING-PROGRAM
               MOVE ZERO TO WCORW-RETURN-CODE
               MOVE WOPTION-WORK-DRIVE TO WS-LOG-FILE-DRIVE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               PERFORM 1000-APPEND-LOG-ROW
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
       1000-APPEND-LOG-ROW.

           MOVE SPACES                 TO CORRESPONDENCE-LOG-RECORD.
           MOVE WS-NOW-DATE            TO CORL-LOG-DATE.
           MOVE WS-NOW-TIME            TO CORL-LOG-TIME.
           MOVE WCODER-ID              TO CORL-CODER-ID.
           MOVE WCORW-JOB-NAME         TO CORL-JOB-NAME.
           MOVE WCORW-COMPANY-CODE     TO CORL-COMPANY-CODE.
           MOVE WCORW-POLICY-NUMBER    TO CORL-POLICY-NUMBER.
           MOVE WCORW-DOCUMENT-TYPE    TO CORL-DOCUMENT-TYPE.
      *    Logged the way the work drive lists it - 'H:RX.LTR' is
      *    kept as 'RX.LTR'.
           IF WCORW-OUTPUT-FILE (2:1) = ':'
               MOVE WCORW-OUTPUT-FILE (3:64) TO CORL-OUTPUT-FILE
           ELSE
               MOVE WCORW-OUTPUT-FILE (1:64) TO CORL-OUTPUT-FILE
           END-IF.
           MOVE WCORW-DOCUMENT-SEQ     TO CORL-DOCUMENT-SEQ.
           MOVE WCORW-ADDRESSEE-NAME   TO CORL-ADDRESSEE-NAME.
           MOVE WCORW-ADDR-LINE-1      TO CORL-ADDR-LINE-1.
           MOVE WCORW-ADDR-LINE-2      TO CORL-ADDR-LINE-2.
           MOVE WCORW-ADDR-LINE-3      TO CORL-ADDR-LINE-3.
           MOVE WCORW-CITY-LINE        TO CORL-CITY-LINE.
           MOVE WCORW-POSTAL-CODE      TO CORL-POSTAL-CODE.

           OPEN EXTEND CORRESPONDENCE-LOG-FILE.
           IF CORR-LOG-STATUS = '35' OR '05'
               OPEN OUTPUT CORRESPONDENCE-LOG-FILE
           END-IF.
           IF CORR-LOG-STATUS NOT = '00'
               MOVE LP-RC-UNEXPECTED-ABEND TO WCORW-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           WRITE CORRESPONDENCE-LOG-RECORD.
           CLOSE CORRESPONDENCE-LOG-FILE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
      *                                                                *
      ******************************************************************
