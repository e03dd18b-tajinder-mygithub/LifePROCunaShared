      *****************************************************************
101526*  WBTIRCPY - Persistency bonus tier record (shared
101526*  BONTIER.PDM).  One row per tier: the 13-month persistency
101526*  an agent must reach, the fewest issued policies the rate
101526*  counts on, and the bonus paid per policy still in force.
101526*  Rows are effective-dated - a plan change is keyed as new
101526*  rows with a later effective date, and the tiers a bonus run
101526*  applies are the rows carrying the latest effective date not
101526*  after the run date.  Maintained by CBONTMNT, read by
101526*  CPERSBON.  COPYed under the FD in both programs so the
101526*  layout cannot drift between them.
      *****************************************************************
101526 01  BONUS-TIER-RECORD.
101526     05  BTIR-EFFECTIVE-DATE         PIC 9(08).
101526*        Persistency as a percentage, e.g. 085.00 for 85%.
101526     05  BTIR-MIN-PERSIST-PCNT       PIC 9(03)V9(02).
101526     05  BTIR-MIN-POLICIES           PIC 9(05).
101526     05  BTIR-BONUS-PER-POLICY       PIC 9(05)V9(02).
101526     05  BTIR-CODER-ID               PIC X(04).
101526     05  BTIR-MAINT-DATE             PIC 9(08).
      *****************************************************************
