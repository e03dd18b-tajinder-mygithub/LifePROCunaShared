      *****************************************************************
101526*  WEFTOCPY - ACH origination record (shared EFTORIG.PDM), one
101526*  record: the company's standing as an ACH originator - the
101526*  immediate destination/origin and names for the NACHA file
101526*  header, and the company name/ID and ODFI routing prefix for
101526*  every batch header, entry trace and batch control.  Set up
101526*  once with treasury's bank; CAGTEFT refuses to build a
101526*  payment file without it rather than guess at the bank's
101526*  identifiers.
      *****************************************************************
101526 01  EFT-ORIGIN-RECORD.
101526*        Blank followed by the 9-digit receiving-point routing,
101526*        exactly as the bank assigns it.
101526     05  EFTO-IMMED-DEST             PIC X(10).
101526     05  EFTO-IMMED-ORIGIN           PIC X(10).
101526     05  EFTO-DEST-NAME              PIC X(23).
101526     05  EFTO-ORIGIN-NAME            PIC X(23).
101526     05  EFTO-COMPANY-NAME           PIC X(16).
101526     05  EFTO-COMPANY-ID             PIC X(10).
101526     05  EFTO-ODFI-ROUTING           PIC X(08).
