      *****************************************************************
101526*  WSTPMCPY - CSPLTTPL call parameters (named commission split
101526*  template maintenance).  Stages a version of a template in
101526*  SPLTTMPL.PDM, or inquires on every version of one template.
101526*****************************************************************
101526 01  WSTPM-PARAMETERS.
101526     05  WSTPM-FUNCTION              PIC X(01).
101526         88  WSTPM-STAGE-TEMPLATE            VALUE 'S'.
101526         88  WSTPM-INQUIRE-TEMPLATE          VALUE 'I'.
101526     05  WSTPM-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WSTPM-ERROR-MESSAGE         PIC X(200).
101526     05  WSTPM-TEMPLATE-ID           PIC X(12).
101526*        The date the staged version takes over - zero stages
101526*        it as of today.
101526     05  WSTPM-EFFECTIVE-DATE        PIC 9(08).
101526     05  WSTPM-DESCRIPTION           PIC X(30).
101526*        Writing-agent rows; the commission percentages must
101526*        total exactly 100.
101526     05  WSTPM-AGENT-ROW OCCURS 10 TIMES.
101526         10  WSTPM-AGENT             PIC X(12).
101526         10  WSTPM-COMM-PCNT         PIC 9(03)V9(02).
101526         10  WSTPM-PROD-PCNT         PIC 9(03)V9(02).
101526         10  WSTPM-SERVICE-AGENT-IND PIC X(01).
101526         10  WSTPM-MARKET-CODE       PIC X(04).
      *****************************************************************
