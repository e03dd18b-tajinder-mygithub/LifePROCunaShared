      *****************************************************************
101526*  WOFSCCPY - COFACSCR call parameters (OFAC sanctions
101526*  screening).  The caller names the payee - name and address
101526*  - and the transaction it is about to pay; COFACSCR scores
101526*  it against the SDN list, logs the screening and, on a
101526*  potential hit, opens a review item for a second coder.
101526*  Money goes only on WOFSC-MAY-PAY.
      *****************************************************************
101526 01  WOFSC-PARAMETERS.
101526     05  WOFSC-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WOFSC-ERROR-MESSAGE         PIC X(200).
101526*        'L' loan take, 'C' commission payment, 'S' surrender.
101526     05  WOFSC-SOURCE                PIC X(01).
101526         88  WOFSC-LOAN-TAKE                 VALUE 'L'.
101526         88  WOFSC-COMMISSION                VALUE 'C'.
101526         88  WOFSC-SURRENDER                 VALUE 'S'.
101526         88  WOFSC-SOURCE-VALID              VALUE 'L' 'C' 'S'.
101526     05  WOFSC-COMPANY-CODE          PIC X(02).
101526*        Policy number, or agent number for a commission.
101526     05  WOFSC-SUBJECT-KEY           PIC X(12).
101526*        What is being paid - e.g. the loan posting's stamp.
101526     05  WOFSC-TRANSACTION-REF       PIC X(20).
101526     05  WOFSC-AMOUNT                PIC S9(09)V9(02).
101526*        Coder who asked for the money - may not decide the
101526*        review.  SPACES means the running coder.
101526     05  WOFSC-REQUESTED-BY          PIC X(04).
101526     05  WOFSC-NAME                  PIC X(50).
101526     05  WOFSC-ADDR-LINE-1           PIC X(35).
101526     05  WOFSC-ADDR-LINE-2           PIC X(35).
101526     05  WOFSC-CITY                  PIC X(24).
101526     05  WOFSC-STATE                 PIC X(02).
101526     05  WOFSC-ZIP-CODE              PIC X(10).
101526     05  WOFSC-COUNTRY               PIC X(20).
101526*        Returned.  'N' no potential match; 'R' a potential
101526*        match a reviewer has cleared; 'H' held for review;
101526*        'F' confirmed match - blocked; 'U' not screened (no
101526*        list loaded, or more of it than COFACSCR can hold)
101526*        - held.
101526     05  WOFSC-RESULT                PIC X(01).
101526         88  WOFSC-NO-MATCH                  VALUE 'N'.
101526         88  WOFSC-RELEASED                  VALUE 'R'.
101526         88  WOFSC-HELD                      VALUE 'H'.
101526         88  WOFSC-CONFIRMED                 VALUE 'F'.
101526         88  WOFSC-UNSCREENED                VALUE 'U'.
101526         88  WOFSC-MAY-PAY                   VALUE 'N' 'R'.
101526*        Best match found, 0-100, and the SDN entry it was.
101526     05  WOFSC-SCORE                 PIC 9(03).
101526     05  WOFSC-ADDRESS-MATCH-FLAG    PIC X(01).
101526         88  WOFSC-ADDRESS-MATCHED           VALUE 'Y'.
101526     05  WOFSC-SDN-ENTITY            PIC X(10).
101526     05  WOFSC-SDN-NAME              PIC X(60).
101526     05  WOFSC-SDN-PROGRAM           PIC X(20).
101526*        Review item opened or found for a potential match.
101526     05  WOFSC-REVIEW-NUMBER         PIC 9(09).
      *****************************************************************
