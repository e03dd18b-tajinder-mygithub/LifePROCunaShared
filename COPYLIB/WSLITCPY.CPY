      *****************************************************************
101526*  WSLITCPY - Statement literal record (shared STMTLITS.PDM).
101526*  The fixed wording of the annual statement page - headings,
101526*  section titles, period-table column heads, loan and
101526*  projection labels - one row per language per literal ID,
101526*  maintained as data the same way the STMTMSGS.PDM messages
101526*  are.  ASTFMT29 carries the English wording built in; an
101526*  'EN' row here overrides it, and a literal with no row in the
101526*  owner's language falls back to English.
      *****************************************************************
101526 01  STATEMENT-LITERAL-RECORD.
101526     05  SLIT-LANGUAGE-CODE          PIC X(02).
101526     05  SLIT-LITERAL-ID             PIC X(08).
101526     05  SLIT-TEXT                   PIC X(60).
      *****************************************************************
