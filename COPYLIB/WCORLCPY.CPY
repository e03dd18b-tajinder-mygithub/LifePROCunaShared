      *****************************************************************
101526*  WCORLCPY - Correspondence log record (shared CORRLOG.PDM).
101526*  One row per document a letter-producing program sends (and
101526*  per returned piece CRTNMAIL records): the policy, what kind
101526*  of document, when and by which coder/job, the print file it
101526*  went to and the address it went to.  CCORRLOG appends it;
101526*  CCORRINQ is the retrieval side.
      *****************************************************************
101526 01  CORRESPONDENCE-LOG-RECORD.
101526     05  CORL-LOG-DATE               PIC 9(08).
101526     05  CORL-LOG-TIME               PIC 9(08).
101526     05  CORL-CODER-ID               PIC X(04).
101526     05  CORL-JOB-NAME               PIC X(08).
101526     05  CORL-COMPANY-CODE           PIC X(02).
101526     05  CORL-POLICY-NUMBER          PIC X(12).
101526*        As WCORW-DOCUMENT-TYPE.
101526     05  CORL-DOCUMENT-TYPE          PIC X(02).
101526*        The print file as it is named on the work drive (no
101526*        drive) - the same form the retention archive index
101526*        carries, so an aged-off file can be found there.
101526     05  CORL-OUTPUT-FILE            PIC X(64).
101526*        Which document in the file - 1 for a one-letter file,
101526*        the page number in a batch print file.
101526     05  CORL-DOCUMENT-SEQ           PIC 9(07).
101526     05  CORL-ADDRESSEE-NAME         PIC X(50).
101526     05  CORL-ADDR-LINE-1            PIC X(35).
101526     05  CORL-ADDR-LINE-2            PIC X(35).
101526     05  CORL-ADDR-LINE-3            PIC X(35).
101526     05  CORL-CITY-LINE              PIC X(50).
101526     05  CORL-POSTAL-CODE            PIC X(11).
      *****************************************************************
