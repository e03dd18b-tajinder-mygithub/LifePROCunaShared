      *****************************************************************
101526*  WSTPRCPY - commission split template record (SPLTTMPL.PDM).
101526*  A named, effective-dated set of writing-agent rows an agency
101526*  team splits by.  Maintained through CSPLTTPL; CSPLTTPX
101526*  expands a template ID into a split's keyed rows.  The file
101526*  is append-only - a changed template is a new row with the
101526*  date it takes over, and for the same ID and date the later
101526*  row on file wins.  Only writing agents are carried; CAGTHIER
101526*  still adds the GA/MGA override rows.
101526*****************************************************************
101526 78  STPL-MAX-AGENTS                     VALUE 10.
101526 01  SPLIT-TEMPLATE-RECORD.
101526     05  STPL-TEMPLATE-ID            PIC X(12).
101526     05  STPL-EFFECTIVE-DATE         PIC 9(08).
101526     05  STPL-DESCRIPTION            PIC X(30).
101526     05  STPL-ENTERED-BY             PIC X(04).
101526     05  STPL-ENTERED-DATE           PIC 9(08).
101526     05  STPL-AGENT-ROW OCCURS STPL-MAX-AGENTS TIMES.
101526         10  STPL-AGENT              PIC X(12).
101526         10  STPL-COMM-PCNT          PIC 9(03)V9(02).
101526         10  STPL-PROD-PCNT          PIC 9(03)V9(02).
101526         10  STPL-SERVICE-AGENT-IND  PIC X(01).
101526         10  STPL-MARKET-CODE        PIC X(04).
      *****************************************************************
