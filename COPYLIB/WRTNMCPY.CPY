090126     05  WRTNM-ERROR-MESSAGE         PIC X(200).
090126     05  WRTNM-COMPANY-CODE          PIC X(02).
090126     05  WRTNM-POLICY-NUMBER         PIC X(12).
101526*        The 20-digit tracking code off a returned piece's
101526*        Intelligent Mail barcode.  With company/policy blank,
101526*        CRTNMAIL fills them from the piece's row on the IMb
101526*        trace (IMBTRACE.PDM) before adding the hold.
101526     05  WRTNM-IMB-TRACKING-CODE     PIC X(20).
