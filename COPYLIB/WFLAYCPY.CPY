      *****************************************************************
101526*  WFLAYCPY - Record layout catalog row (shared FLDLAYOT.PDM).
101526*  Written by CFLDCAT alongside its method catalog: one row per
101526*  elementary field of each Btrieve master record copybook it
101526*  is pointed at - offset, length and storage type worked out
101526*  from the PIC/USAGE clauses, and whether the field name marks
101526*  it as personal data.  Read by CFILECDC to decode journal
101526*  images into named fields, so the decoding follows the
101526*  copybooks instead of a hand-kept layout.
      *****************************************************************
101526 01  FIELD-LAYOUT-RECORD.
101526*        Logical Btrieve file name, as PFILEBTV resolves it.
101526     05  FLAY-FILE-NAME              PIC X(08).
101526     05  FLAY-FIELD-SEQUENCE         PIC 9(03).
101526     05  FLAY-FIELD-NAME             PIC X(30).
101526*        1-based position in the record image.
101526     05  FLAY-OFFSET                 PIC 9(05).
101526     05  FLAY-LENGTH                 PIC 9(05).
101526     05  FLAY-DATA-TYPE              PIC X(01).
101526         88  FLAY-ALPHANUMERIC               VALUE 'X'.
101526         88  FLAY-ZONED-NUMERIC              VALUE 'N'.
101526         88  FLAY-PACKED-NUMERIC             VALUE 'P'.
101526         88  FLAY-BINARY-NUMERIC             VALUE 'B'.
101526     05  FLAY-SIGNED-FLAG            PIC X(01).
101526     05  FLAY-SCALE                  PIC 9(02).
101526     05  FLAY-PII-FLAG               PIC X(01).
101526         88  FLAY-PII-FIELD                  VALUE 'Y'.
      *****************************************************************
