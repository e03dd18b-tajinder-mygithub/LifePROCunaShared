      *****************************************************************
101526*  WPCIQCPY - CPCHINQ call parameters (policy commission
101526*  history inquiry).  Caller sets the company and policy, both
101526*  required, plus an optional coverage and transaction date
101526*  range (SPACES/ZERO means "any"); CPCHINQ reads the keyed
101526*  history store EXTRFEED loads and returns the policy's rows
101526*  here in transaction date order, with the commission paid and
101526*  charged back across every matching row, plus an optional
101526*  printable report.  Same parameters-in, table-out shape as
101526*  WSPIQCPY.
      *****************************************************************
101526 78  WPCIQ-MAX-MATCH-ROWS                VALUE 100.
101526 01  WPCIQ-PARAMETERS.
101526     05  WPCIQ-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WPCIQ-ERROR-MESSAGE         PIC X(50).
101526     05  WPCIQ-COMPANY-CODE          PIC X(02).
101526     05  WPCIQ-POLICY-NUMBER         PIC X(12).
101526     05  WPCIQ-COVERAGE-ID           PIC X(04).
101526     05  WPCIQ-FROM-DATE             PIC 9(08).
101526     05  WPCIQ-TO-DATE               PIC 9(08).
101526     05  WPCIQ-WRITE-REPORT-FLAG     PIC X(01).
101526         88  WPCIQ-WRITE-REPORT              VALUE 'Y'.
101526     05  WPCIQ-MATCH-COUNT           PIC S9(09) COMP-5.
101526*        'Y' when more rows matched than the table holds -
101526*        narrow the date range to see the rest.  The totals
101526*        below still cover every matching row.
101526     05  WPCIQ-MORE-ROWS-FLAG        PIC X(01).
101526         88  WPCIQ-MORE-ROWS                 VALUE 'Y'.
101526     05  WPCIQ-TOTAL-COMMISSION      PIC S9(11)V9(02).
101526     05  WPCIQ-TOTAL-CHARGEBACK      PIC S9(11)V9(02).
101526     05  WPCIQ-MATCH-ROW OCCURS WPCIQ-MAX-MATCH-ROWS TIMES.
101526         10  WPCIQ-ROW-TRANSACTION-DATE  PIC 9(08).
101526         10  WPCIQ-ROW-COVERAGE-ID       PIC X(04).
101526         10  WPCIQ-ROW-AGENT-NUMBER      PIC X(12).
101526         10  WPCIQ-ROW-CHARGEBACK-FLAG   PIC X(01).
101526         10  WPCIQ-ROW-PREMIUM           PIC S9(09)V9(02).
101526         10  WPCIQ-ROW-RATE-PCNT         PIC 9(03)V9(04).
101526         10  WPCIQ-ROW-SPLIT-PCNT        PIC S9(03)V9(02).
101526         10  WPCIQ-ROW-COMMISSION        PIC S9(09)V9(02).
101526         10  WPCIQ-ROW-LOAD-DATE         PIC 9(08).
