      *****************************************************************
101526*  WMPCECPY - Statement mail-piece index record (per-coder
101526*  ASTPCE.PDM).  ASTFMT29 writes one row per printed statement
101526*  page, in print-file order, carrying the company/policy and
101526*  the owner address fields the post office sorts on - ASTPSORT
101526*  pairs row N with the Nth page of the print file, so it never
101526*  has to read the policy back off language-dependent page
101526*  text.
      *****************************************************************
101526 01  MAIL-PIECE-INDEX-RECORD.
101526     05  MPCE-COMPANY-CODE           PIC X(02).
101526     05  MPCE-POLICY-NUMBER          PIC X(12).
101526*        Owner ZIP as the extract carries it - 12345,
101526*        12345-6789 or 123456789.
101526     05  MPCE-OWNER-ZIP              PIC X(10).
101526     05  MPCE-OWNER-STATE            PIC X(02).
101526*        First delivery line - its primary number gives the
101526*        delivery point digits.
101526     05  MPCE-OWNER-ADDR-1           PIC X(35).
      *****************************************************************
