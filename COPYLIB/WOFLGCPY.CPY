      *****************************************************************
101526*  WOFLGCPY - OFAC screening log record (shared OFACLOG.PDM).
101526*  COFACSCR appends one row for every screening, match or no
101526*  match, so that a payment can be shown to have been
101526*  screened, against which list and with what result.
101526*  COFACINQ is the retrieval side.
      *****************************************************************
101526 01  OFAC-LOG-RECORD.
101526     05  OFLG-LOG-DATE               PIC 9(08).
101526     05  OFLG-LOG-TIME               PIC 9(08).
101526     05  OFLG-CODER-ID               PIC X(04).
101526     05  OFLG-REQUESTED-BY           PIC X(04).
101526     05  OFLG-SOURCE                 PIC X(01).
101526     05  OFLG-COMPANY-CODE           PIC X(02).
101526     05  OFLG-SUBJECT-KEY            PIC X(12).
101526     05  OFLG-TRANSACTION-REF        PIC X(20).
101526     05  OFLG-AMOUNT                 PIC S9(09)V9(02).
101526     05  OFLG-NAME                   PIC X(50).
101526     05  OFLG-CITY                   PIC X(24).
101526     05  OFLG-STATE                  PIC X(02).
101526     05  OFLG-COUNTRY                PIC X(20).
101526*        As WOFSC-RESULT.
101526     05  OFLG-RESULT                 PIC X(01).
101526     05  OFLG-SCORE                  PIC 9(03).
101526     05  OFLG-ADDRESS-MATCH-FLAG     PIC X(01).
101526     05  OFLG-SDN-ENTITY             PIC X(10).
101526     05  OFLG-SDN-NAME               PIC X(60).
101526     05  OFLG-SDN-PROGRAM            PIC X(20).
101526     05  OFLG-REVIEW-NUMBER          PIC 9(09).
101526*        SDN list entries screened against - zero is a payment
101526*        screened against no list at all.
101526     05  OFLG-LIST-ENTRIES           PIC 9(07).
      *****************************************************************
