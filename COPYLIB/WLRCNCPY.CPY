      *****************************************************************
101526*  WLRCNCPY - Loan subledger reconciled-balance snapshot record
101526*  (shared LONRCNSN.PDM).  Written by each CLONRECN run and
101526*  read back by the next: one control row carrying how far
101526*  into CLONAPLY's applied-posting log (LOANAPLD.PDM) the
101526*  snapshot is reconciled, then one balance row per policy
101526*  loan.  A policy's reconciled balance plus the postings
101526*  applied since is what the loan master ought to show.
      *****************************************************************
101526 01  LOAN-RECON-SNAPSHOT-RECORD.
101526     05  LRCN-RECORD-TYPE            PIC X(01).
101526         88  LRCN-CONTROL-ROW                VALUE 'C'.
101526         88  LRCN-BALANCE-ROW                VALUE 'B'.
101526     05  LRCN-COMPANY-CODE           PIC X(02).
101526     05  LRCN-POLICY-NUMBER          PIC X(12).
101526     05  LRCN-RECONCILED-BALANCE     PIC S9(09)V9(02).
101526*        Control row only - applied-log rows counted through.
101526     05  LRCN-QUEUE-POSITION         PIC 9(09).
101526     05  LRCN-RECONCILED-DATE        PIC 9(08).
