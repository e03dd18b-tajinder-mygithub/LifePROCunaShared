      *****************************************************************
101526*  WOFRVCPY - OFAC review queue record (shared OFACREVW.PDM).
101526*  COFACSCR appends a pending item for each potential SDN
101526*  match on a payee; the transaction stays held until a
101526*  second coder clears it (false positive) or confirms it
101526*  (true match - blocked) through COFACRVW.  A decided item
101526*  stays on file: a cleared one releases later payments to
101526*  the same payee for the same SDN entry.
      *****************************************************************
101526 01  OFAC-REVIEW-RECORD.
101526     05  OFRV-REVIEW-NUMBER          PIC 9(09).
101526*        'P' pending, 'C' cleared, 'F' confirmed.
101526     05  OFRV-STATUS                 PIC X(01).
101526         88  OFRV-PENDING                    VALUE 'P'.
101526         88  OFRV-CLEARED                    VALUE 'C'.
101526         88  OFRV-CONFIRMED                  VALUE 'F'.
101526     05  OFRV-SOURCE                 PIC X(01).
101526     05  OFRV-COMPANY-CODE           PIC X(02).
101526     05  OFRV-SUBJECT-KEY            PIC X(12).
101526     05  OFRV-TRANSACTION-REF        PIC X(20).
101526     05  OFRV-AMOUNT                 PIC S9(09)V9(02).
101526     05  OFRV-NAME                   PIC X(50).
101526     05  OFRV-CITY                   PIC X(24).
101526     05  OFRV-STATE                  PIC X(02).
101526     05  OFRV-SCORE                  PIC 9(03).
101526     05  OFRV-ADDRESS-MATCH-FLAG     PIC X(01).
101526     05  OFRV-SDN-ENTITY             PIC X(10).
101526     05  OFRV-SDN-NAME               PIC X(60).
101526     05  OFRV-SDN-PROGRAM            PIC X(20).
101526     05  OFRV-OPENED-DATE            PIC 9(08).
101526     05  OFRV-SCREENED-BY            PIC X(04).
101526     05  OFRV-REQUESTED-BY           PIC X(04).
101526     05  OFRV-DECIDED-DATE           PIC 9(08).
101526     05  OFRV-DECIDED-BY             PIC X(04).
101526     05  OFRV-DECISION-NOTE          PIC X(60).
      *****************************************************************
