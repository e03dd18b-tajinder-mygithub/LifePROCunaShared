      *****************************************************************
101526*  WINCTCPY - Benefit increase commission transaction (per-
101526*  coder R<coder>U31.INC).  One row per premium-bearing benefit
101526*  change AST31EXT writes for a policy: the premium the change
101526*  added ('X', paid as increase commission) or removed ('C',
101526*  charged back, premium negated as a reversal arrives), tagged
101526*  with the owning company/policy.  CINCFEED drives the rows
101526*  into EXTRFEED through its ordinary per-transaction call and
101526*  empties the file once EXTRFEED has taken them, so rows from
101526*  several annual-statement runs accumulate until the next feed.
101526*  The rows it fed are first appended, unchanged, to the shared
101526*  increase commission log (INCCOMLG.PDM) that CAGTSTMT and
101526*  COVRSTMT read for their statements.  COPYed under the FD in
101526*  each of these programs so the layout cannot drift between
101526*  them.
      *****************************************************************
101526 01  INCREASE-TRANSACTION-RECORD.
101526     05  INCT-COMPANY-CODE           PIC X(02).
101526     05  INCT-POLICY-NUMBER          PIC X(12).
101526*        SPACES - the benefit change line carries a formatted
101526*        coverage description, not a coverage ID, so the
101526*        increase pays under the whole-contract split.
101526     05  INCT-COVERAGE-ID            PIC X(04).
101526*        Date AST31EXT processed the change - the transaction
101526*        date the split and the schedule are read as of.
101526     05  INCT-TRANSACTION-DATE       PIC 9(08).
101526     05  INCT-RECORD-TYPE            PIC X(01).
101526         88  INCT-INCREASE                   VALUE 'X'.
101526         88  INCT-DECREASE                   VALUE 'C'.
101526     05  INCT-PREMIUM-DELTA          PIC S9(07)V9(02).
101526*        Which benefit change line of the policy it came from,
101526*        and that line's coverage description, for the report.
101526     05  INCT-BENEFIT-NUMBER         PIC 9(02).
101526     05  INCT-COVERAGE-DESC          PIC X(30).
