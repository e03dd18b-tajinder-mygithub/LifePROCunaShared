      *****************************************************************
101526*  WAPULCPY - API usage log record (shared APIUSAGE.PDM).  One
101526*  per metered API method call, appended by CAPIMETR when the
101526*  method finishes; CAPIURPT reports a day of them.  Times are
101526*  HHMMSSCC, the elapsed time is in hundredths of a second.
      *****************************************************************
101526 01  API-USAGE-RECORD.
101526     05  APUL-START-DATE             PIC 9(08).
101526     05  APUL-START-TIME             PIC 9(08).
101526     05  APUL-START-TIME-R REDEFINES APUL-START-TIME.
101526         10  APUL-START-HOUR         PIC 9(02).
101526         10  FILLER                  PIC 9(06).
101526     05  APUL-END-DATE               PIC 9(08).
101526     05  APUL-END-TIME               PIC 9(08).
101526     05  APUL-ELAPSED-HSEC           PIC 9(09).
101526     05  APUL-PROGRAM-ID             PIC X(08).
101526     05  APUL-METHOD-NAME            PIC X(30).
101526     05  APUL-CODER-ID               PIC X(04).
101526     05  APUL-SESSION-ID             PIC X(20).
101526     05  APUL-RETURN-CODE            PIC S9(09)
101526                                     SIGN LEADING SEPARATE.
101526     05  FILLER                      PIC X(07).
      *****************************************************************
