      *D   would otherwise require one AddNewCommissionSplit API call
      *D   per policy.  Produces a summary report of how many splits
      *D   succeeded and which policies failed validation.
101526*D
101526*D   A row naming a split template (BSR-TEMPLATE-ID) takes its
101526*D   writing agents from the template version in effect today
101526*D   (CSPLTTPX) - any agent rows keyed on it are ignored.
      *D
      *D**********************************************************

082326*H                       control file (CRUNCTRL).
090126*H 20260901-016-02 MAINT Refuse to run over an open start
090126*H                 record (CRUNCTRL interlock).
101526*H 20261015-031-04 MAINT Accept a named split template ID in
101526*H                 place of keyed agent rows (CSPLTTPX).
      *H
      *H**********************************************************

               10  BSR-AGENT               PIC X(12).
               10  BSR-COMM-PCNT           PIC S9(03)V9(02).
               10  BSR-PROD-PCNT           PIC S9(03)V9(02).
101526*        Named split template - SPACES uses the rows above.
101526     05  BSR-TEMPLATE-ID            PIC X(12).

       FD  BATCH-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALLED-MODULES.
           05  PCMCTBOX                   PIC X(08) VALUE 'PCMCTBOX'.
082226     05  CAGTHIER                   PIC X(08) VALUE 'CAGTHIER'.
101526     05  CSPLTTPX                   PIC X(08) VALUE 'CSPLTTPX'.
082326     05  CAGTVALD                   PIC X(08) VALUE 'CAGTVALD'.
082326     05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.

           MOVE BSR-COMPANY-CODE       TO WCMCP-COMPANY-CODE.
           MOVE BSR-POLICY-NUMBER      TO WCMCP-POLICY-NUMBER.

           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WCMCP-MAX-AGENTS
               IF BSR-AGENT (WS-SPLIT-IDX) NOT = SPACES
                               TO WCMCP-ADD-COMM-PCNT (WS-SPLIT-IDX)
                   MOVE BSR-PROD-PCNT (WS-SPLIT-IDX)
                               TO WCMCP-ADD-PROD-PCNT (WS-SPLIT-IDX)
               END-IF
           END-PERFORM.

101526*    A named template replaces the keyed rows before any edit
101526*    runs - the same expansion OCOMCTRL's AddNewCommission-
101526*    Split does.
101526     IF BSR-TEMPLATE-ID NOT = SPACES
101526         MOVE BSR-TEMPLATE-ID    TO WCMCP-TEMPLATE-ID
101526         CALL CSPLTTPX USING WGLOBAL
101526                             WCMCP-PARAMETERS
101526     END-IF.
101526     IF WCMCP-RETURN-CODE = ZERO
101526         PERFORM 2110-EDIT-ADD-ROWS
101526     END-IF.

           PERFORM 2200-WRITE-RESULT-LINE.

      ******************************************************************
101526 2110-EDIT-ADD-ROWS.

101526     MOVE ZERO TO WS-COMM-PCNT-TOTAL.
101526     PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
101526         UNTIL WS-SPLIT-IDX > WCMCP-MAX-AGENTS
101526         IF WCMCP-ADD-AGENT (WS-SPLIT-IDX) NOT = SPACES
101526             ADD WCMCP-ADD-COMM-PCNT (WS-SPLIT-IDX)
101526                         TO WS-COMM-PCNT-TOTAL
101526         END-IF
101526     END-PERFORM.

080826*    Binary floating point summation of decimal percentages does
080826*    not guarantee an exact 100 even for a valid split (e.g.
080826*    33.33+33.33+33.34), so compare with a small tolerance
082326         END-IF
           END-IF.

      ******************************************************************
       2200-WRITE-RESULT-LINE.

