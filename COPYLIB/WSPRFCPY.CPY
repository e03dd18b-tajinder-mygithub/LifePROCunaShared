      *****************************************************************
101526*  WSPRFCPY - Statement proof exception record (shared
101526*  STMTPRF.PDM).  One row per arithmetic proof a policy's
101526*  annual statement block failed in the pre-print CSTMPROF run:
101526*  the statement roll-forward (start value plus the period
101526*  activity against the end value), a period whose ending value
101526*  does not carry from the one before it, or a loan history row
101526*  whose balance before does not pick up the prior row's
101526*  balance after.  Rewritten whole by every CSTMPROF run;
101526*  ASTFMT29 reads it to hold the listed policies out of the
101526*  print run.  COPYed under the FD in both programs so the
101526*  layout cannot drift.
      *****************************************************************
101526 01  STATEMENT-PROOF-RECORD.
101526     05  SPRF-COMPANY-CODE           PIC X(02).
101526     05  SPRF-POLICY-NUMBER          PIC X(12).
101526     05  SPRF-PROOF-CODE             PIC X(02).
101526         88  SPRF-ROLL-FORWARD               VALUE 'RF'.
101526         88  SPRF-PERIOD-CARRY               VALUE 'PC'.
101526         88  SPRF-LOAN-CHAIN                 VALUE 'LC'.
101526*        The period or loan row number the proof failed on -
101526*        zero for the whole-statement roll-forward.
101526     05  SPRF-ROW-NUMBER             PIC 9(04).
101526*        What the arithmetic says the figure should be, and
101526*        what the extract carries.
101526     05  SPRF-EXPECTED-AMOUNT        PIC S9(09)V9(02).
101526     05  SPRF-EXTRACT-AMOUNT         PIC S9(09)V9(02).
101526     05  SPRF-RUN-DATE               PIC 9(08).
