090126*  it lands.  A zero effective date is a row from before the
090126*  dating existed - always eligible, lowest precedence.
090126*  COPYed under the FD in CAGTHIER, CHIERMNT, CAGTRENM and
101526*  CXREFCHK (and read by CPRODRPT for its GA/MGA rollup) so
101526*  the layout cannot drift between them.
      *****************************************************************
090126 01  HIERARCHY-RECORD.
090126     05  HIER-WRITING-AGENT         PIC X(12).
