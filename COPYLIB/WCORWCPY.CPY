      *****************************************************************
101526*  WCORWCPY - CCORRLOG call parameters (correspondence log).
101526*  A letter-producing program fills this in for each document
101526*  it writes and CALLs CCORRLOG, which stamps the date, time
101526*  and coder and appends the row to CORRLOG.PDM.  A program
101526*  that does not know the mailing address leaves it SPACES.
      *****************************************************************
101526 01  WCORW-PARAMETERS.
101526     05  WCORW-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WCORW-JOB-NAME              PIC X(08).
101526     05  WCORW-COMPANY-CODE          PIC X(02).
101526     05  WCORW-POLICY-NUMBER         PIC X(12).
101526     05  WCORW-DOCUMENT-TYPE         PIC X(02).
101526         88  WCORW-LOAN-QUOTE-LETTER         VALUE 'QL'.
101526         88  WCORW-SURRENDER-LETTER          VALUE 'SQ'.
101526         88  WCORW-RATE-CHANGE-NOTICE        VALUE 'RC'.
101526         88  WCORW-LOAN-INTEREST-STMT        VALUE 'IS'.
101526         88  WCORW-LOAN-BILLING-NOTICE       VALUE 'BN'.
101526         88  WCORW-APL-NOTICE                VALUE 'AP'.
101526         88  WCORW-ANNUAL-STATEMENT          VALUE 'AS'.
101526         88  WCORW-ANNUAL-ESTATEMENT         VALUE 'ES'.
101526         88  WCORW-DUE-DILIGENCE-LETTER      VALUE 'UP'.
101526         88  WCORW-RETURNED-MAIL             VALUE 'RM'.
101526*        Full name as opened - the drive and colon, when
101526*        present, are dropped before the row is written.
101526     05  WCORW-OUTPUT-FILE           PIC X(66).
101526     05  WCORW-DOCUMENT-SEQ          PIC 9(07).
101526     05  WCORW-ADDRESSEE-NAME        PIC X(50).
101526     05  WCORW-ADDR-LINE-1           PIC X(35).
101526     05  WCORW-ADDR-LINE-2           PIC X(35).
101526     05  WCORW-ADDR-LINE-3           PIC X(35).
101526     05  WCORW-CITY-LINE             PIC X(50).
101526     05  WCORW-POSTAL-CODE           PIC X(11).
      *****************************************************************
