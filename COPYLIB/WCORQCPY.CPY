      *****************************************************************
101526*  WCORQCPY - CCORRINQ call parameters (correspondence log
101526*  inquiry).  Company/policy are required; the document type
101526*  and date range are optional (SPACES/ZERO means "any").
101526*  CCORRINQ returns every matching row of CORRLOG.PDM here,
101526*  with whether the print file is still on the work drive,
101526*  and optionally writes a printable report.  With
101526*  WCORQ-RESTORE-IMAGES a file that has aged off the work
101526*  drive is brought back from the retention archive through
101526*  CARCREST - the WOFIQCPY shape otherwise.
      *****************************************************************
101526 78  WCORQ-MAX-MATCH-ROWS                VALUE 100.
101526 01  WCORQ-PARAMETERS.
101526     05  WCORQ-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WCORQ-ERROR-MESSAGE         PIC X(200).
101526     05  WCORQ-COMPANY-CODE          PIC X(02).
101526     05  WCORQ-POLICY-NUMBER         PIC X(12).
101526     05  WCORQ-DOCUMENT-TYPE         PIC X(02).
101526     05  WCORQ-FROM-DATE             PIC 9(08).
101526     05  WCORQ-TO-DATE               PIC 9(08).
101526     05  WCORQ-WRITE-REPORT-FLAG     PIC X(01).
101526         88  WCORQ-WRITE-REPORT              VALUE 'Y'.
101526     05  WCORQ-RESTORE-FLAG          PIC X(01).
101526         88  WCORQ-RESTORE-IMAGES            VALUE 'Y'.
101526     05  WCORQ-MATCH-COUNT           PIC S9(09) COMP-5.
101526     05  WCORQ-MORE-ROWS-FLAG        PIC X(01).
101526         88  WCORQ-MORE-ROWS                 VALUE 'Y'.
101526     05  WCORQ-MATCH-ROW OCCURS WCORQ-MAX-MATCH-ROWS TIMES.
101526         10  WCORQ-ROW-DATE              PIC 9(08).
101526         10  WCORQ-ROW-TIME              PIC 9(08).
101526         10  WCORQ-ROW-CODER             PIC X(04).
101526         10  WCORQ-ROW-JOB-NAME          PIC X(08).
101526         10  WCORQ-ROW-DOCUMENT-TYPE     PIC X(02).
101526         10  WCORQ-ROW-OUTPUT-FILE       PIC X(64).
101526         10  WCORQ-ROW-DOCUMENT-SEQ      PIC 9(07).
101526         10  WCORQ-ROW-ADDRESSEE-NAME    PIC X(50).
101526         10  WCORQ-ROW-ADDR-LINE-1       PIC X(35).
101526         10  WCORQ-ROW-CITY-LINE         PIC X(50).
101526         10  WCORQ-ROW-POSTAL-CODE       PIC X(11).
101526*            'W' on the work drive, 'R' restored from the
101526*            archive by this inquiry, 'A' aged off and not
101526*            restored (see the message), SPACE when the row
101526*            has no print file (a returned piece).
101526         10  WCORQ-ROW-IMAGE-STATUS      PIC X(01).
101526             88  WCORQ-IMAGE-ON-DRIVE            VALUE 'W'.
101526             88  WCORQ-IMAGE-RESTORED            VALUE 'R'.
101526             88  WCORQ-IMAGE-AGED-OFF            VALUE 'A'.
101526         10  WCORQ-ROW-IMAGE-MESSAGE     PIC X(50).
      *****************************************************************
