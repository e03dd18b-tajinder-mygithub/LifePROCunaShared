      *****************************************************************
101526*  WIMBPCPY - Intelligent Mail barcode control record (shared
101526*  IMBPARM.PDM, one row).  Postal ops keeps the mailer ID and
101526*  service type here; ASTPSORT takes serial numbers from
101526*  IMBP-LAST-SERIAL + 1 and writes the last one it used back,
101526*  so serials stay unique from one mailing to the next.  A
101526*  mailer ID beginning with 9 is a 9-digit ID and carries a
101526*  6-digit serial; any other is a 6-digit ID with a 9-digit
101526*  serial.  Zero tray limits take the usual letter-tray
101526*  figures (150 pieces to make a tray, 500 to fill one).
      *****************************************************************
101526 01  IMB-CONTROL-RECORD.
101526     05  IMBP-BARCODE-ID             PIC X(02).
101526     05  IMBP-SERVICE-TYPE           PIC X(03).
101526     05  IMBP-MAILER-ID              PIC X(09).
101526     05  IMBP-LAST-SERIAL            PIC 9(09).
101526     05  IMBP-TRAY-MINIMUM           PIC 9(04).
101526     05  IMBP-TRAY-CAPACITY          PIC 9(04).
101526     05  IMBP-LAST-MAIL-DATE         PIC 9(08).
      *****************************************************************
