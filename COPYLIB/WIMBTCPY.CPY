      *****************************************************************
101526*  WIMBTCPY - Intelligent Mail barcode trace record (shared
101526*  IMBTRACE.PDM).  ASTPSORT appends one row per mail piece it
101526*  barcodes; CRTNMAIL reads it to turn the tracking code off a
101526*  returned piece back into the company/policy to hold.  A
101526*  serial reused after the counter wraps resolves to its
101526*  latest mailing.
      *****************************************************************
101526 01  IMB-TRACE-RECORD.
101526     05  IMBT-MAILER-ID              PIC X(09).
101526     05  IMBT-SERIAL                 PIC X(09).
101526     05  IMBT-COMPANY-CODE           PIC X(02).
101526     05  IMBT-POLICY-NUMBER          PIC X(12).
101526*        ZIP, ZIP+4 and delivery point as barcoded.
101526     05  IMBT-ROUTING-CODE           PIC X(11).
101526     05  IMBT-MAIL-DATE              PIC 9(08).
101526*        'S' annual statement page, 'G' group package.
101526     05  IMBT-PIECE-SOURCE           PIC X(01).
101526     05  IMBT-TRAY-NUMBER            PIC 9(05).
      *****************************************************************
