      *****************************************************************
101526*  WPRDLCPY - Production credit ledger record (shared
101526*  PRODLDG.PDM).  Appended by EXTRFEED, one rollup record per
101526*  agent per feed run: the premium times the split row's
101526*  production credit percentage, summed over the agent's
101526*  transactions - separate from the commission share, and
101526*  signed, so a reversal takes its credit back.  Read by the
101526*  CPRODRPT production report and leaderboard.  COPYed under
101526*  the FD in both programs so the layout cannot drift.
      *****************************************************************
101526 01  PRDL-LEDGER-RECORD.
101526     05  PRDL-AGENT-NUMBER           PIC X(12).
101526*        Posting date - after EXTRFEED's closed-month guard.
101526     05  PRDL-RUN-DATE               PIC 9(08).
101526     05  PRDL-PRODUCTION-CREDIT      PIC S9(09)V9(02).
101526     05  PRDL-PREMIUM-AMOUNT         PIC S9(09)V9(02).
