082326*  year's paid-commission history survives the per-run feed
082326*  files being overwritten.  Read back by the C1099EXT year-end
082326*  extract.  COPYed under the FD in both programs so the layout
101526*  cannot drift between them.  CPERSBON appends its persistency
101526*  bonuses here too, as their own record type, so they pay and
101526*  report through the same ledger as the commission they
101526*  reward.
      *****************************************************************
082326 01  COML-LEDGER-RECORD.
082326     05  COML-AGENT-NUMBER           PIC X(12).
090126*        their own line.
090126     05  COML-COMPANY-CODE           PIC X(02).
090126     05  COML-MARKET-CODE            PIC X(04).
101526*        SPACE on commission rollups and suspense releases (and
101526*        on records from before the field existed); 'B' on a
101526*        CPERSBON persistency bonus, whose company and market
101526*        are SPACES and premium zero.
101526     05  COML-RECORD-TYPE            PIC X(01).
101526         88  COML-COMMISSION-RECORD          VALUE SPACE.
101526         88  COML-PERSISTENCY-BONUS          VALUE 'B'.
101526*        'B' only - the last issue month (YYYYMM) of the window
101526*        the bonus was paid for, so a rerun for that window in
101526*        any later month finds it.  SPACES on every other
101526*        record.
101526     05  COML-BONUS-PERIOD           PIC X(06).
