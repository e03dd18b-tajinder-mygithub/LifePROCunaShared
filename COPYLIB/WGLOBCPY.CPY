                   88  WGLOB-PASS-KEY-VALUE           VALUE 'P'.
               10  WGLOB-PRELOAD-FLAG          PIC X(01).
                   88  PRELOADING-PROGRAM             VALUE 'Y'.
101526*            The batch job settings below (all but the statement
101526*            request fields and the run override) can be kept
101526*            in the job parameter registry (CJOBPARM) - a job's
101526*            CRUNCTRL start applies the settings in effect over
101526*            whatever the submission set.
080826         10  WGLOB-EXTRACT-FORMAT-FLAG   PIC X(01).
080826*            Selects the output mode for the annual statement
080826*            extracts (AST29EXT/AST31EXT) - fixed-column PIC'd
090126*            without its end record.  Left SPACE normally, so
090126*            the concurrent-run interlock stands.
090126             88  WGLOB-RUN-OPERATOR-OVERRIDE    VALUE 'Y'.
101526         10  WGLOB-STMT-PROOF-HOLD-FLAG  PIC X(01).
101526*            'H' has the ASTFMT29 batch run hold every policy
101526*            the CSTMPROF pre-print proof listed as out of
101526*            balance (STMTPRF.PDM) out of the print file and
101526*            onto the hold output, so a statement that does not
101526*            add up never mails.  Left SPACE to print them all,
101526*            with the proof report as a review list only.
101526             88  WGLOB-STMT-PROOF-PRINT-ALL     VALUE SPACE.
101526             88  WGLOB-STMT-PROOF-HOLD          VALUE 'H'.
           05  DATA-FILE-NUMBER            PIC S9(04) COMP-5.
           05  FILE-LENGTH                 PIC S9(04) COMP-5
                                               OCCURS 300 TIMES.
