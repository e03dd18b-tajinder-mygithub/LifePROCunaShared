      *****************************************************************
101526*  WOFIQCPY - COFACINQ call parameters (OFAC screening log
101526*  inquiry).  Any mix of source, company, subject key, a
101526*  name fragment, result and date range (SPACES/ZERO means
101526*  "any"); COFACINQ scans the log COFACSCR appends to and
101526*  returns the matching screenings here, plus an optional
101526*  printable report - the WLQIQCPY shape.
      *****************************************************************
101526 78  WOFIQ-MAX-MATCH-ROWS                VALUE 100.
101526 01  WOFIQ-PARAMETERS.
101526     05  WOFIQ-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WOFIQ-SOURCE                PIC X(01).
101526     05  WOFIQ-COMPANY-CODE          PIC X(02).
101526     05  WOFIQ-SUBJECT-KEY           PIC X(12).
101526*        Found anywhere in the screened name, either case.
101526     05  WOFIQ-NAME-CONTAINS         PIC X(30).
101526     05  WOFIQ-RESULT                PIC X(01).
101526     05  WOFIQ-FROM-DATE             PIC 9(08).
101526     05  WOFIQ-TO-DATE               PIC 9(08).
101526     05  WOFIQ-WRITE-REPORT-FLAG     PIC X(01).
101526         88  WOFIQ-WRITE-REPORT              VALUE 'Y'.
101526     05  WOFIQ-MATCH-COUNT           PIC S9(09) COMP-5.
101526     05  WOFIQ-MORE-ROWS-FLAG        PIC X(01).
101526         88  WOFIQ-MORE-ROWS                 VALUE 'Y'.
101526     05  WOFIQ-MATCH-ROW OCCURS WOFIQ-MAX-MATCH-ROWS TIMES.
101526         10  WOFIQ-ROW-DATE              PIC 9(08).
101526         10  WOFIQ-ROW-TIME              PIC 9(08).
101526         10  WOFIQ-ROW-CODER             PIC X(04).
101526         10  WOFIQ-ROW-SOURCE            PIC X(01).
101526         10  WOFIQ-ROW-COMPANY           PIC X(02).
101526         10  WOFIQ-ROW-SUBJECT-KEY       PIC X(12).
101526         10  WOFIQ-ROW-TRANSACTION-REF   PIC X(20).
101526         10  WOFIQ-ROW-AMOUNT            PIC S9(09)V9(02).
101526         10  WOFIQ-ROW-NAME              PIC X(50).
101526         10  WOFIQ-ROW-RESULT            PIC X(01).
101526         10  WOFIQ-ROW-SCORE             PIC 9(03).
101526         10  WOFIQ-ROW-SDN-NAME          PIC X(60).
101526         10  WOFIQ-ROW-REVIEW-NUMBER     PIC 9(09).
      *****************************************************************
