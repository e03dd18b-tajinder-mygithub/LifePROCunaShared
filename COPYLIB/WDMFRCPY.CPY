      *****************************************************************
101526*  WDMFRCPY - Social Security Death Master File update record
101526*  (shared DMFUPDT.PDM, the 100-byte public file layout).  The
101526*  file as received from the DMF subscription is dropped on the
101526*  work drive and read by CDMFMTCH.  Dates are MMDDCCYY; an
101526*  unknown month or day comes through as zeros.
      *****************************************************************
101526 01  DMF-UPDATE-RECORD.
101526*        SPACE original file, 'A' add, 'C' change, 'D' delete.
101526     05  DMF-CHANGE-TYPE             PIC X(01).
101526         88  DMF-DELETE                      VALUE 'D'.
101526     05  DMF-SSN                     PIC X(09).
101526     05  DMF-LAST-NAME               PIC X(20).
101526     05  DMF-NAME-SUFFIX             PIC X(04).
101526     05  DMF-FIRST-NAME              PIC X(15).
101526     05  DMF-MIDDLE-NAME             PIC X(15).
101526     05  DMF-VERIFY-CODE             PIC X(01).
101526     05  DMF-DATE-OF-DEATH.
101526         10  DMF-DEATH-MM            PIC 9(02).
101526         10  DMF-DEATH-DD            PIC 9(02).
101526         10  DMF-DEATH-CCYY          PIC 9(04).
101526     05  DMF-DATE-OF-BIRTH.
101526         10  DMF-BIRTH-MM            PIC 9(02).
101526         10  DMF-BIRTH-DD            PIC 9(02).
101526         10  DMF-BIRTH-CCYY          PIC 9(04).
101526     05  FILLER                      PIC X(19).
      *****************************************************************
