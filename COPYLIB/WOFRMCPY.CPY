      *****************************************************************
101526*  WOFRMCPY - COFACRVW call parameters (OFAC review queue).
101526*  'L' lists the pending items into the table below; 'C'
101526*  clears a pending item as a false positive and 'F' confirms
101526*  it as a true match.  Neither coder who requested or
101526*  screened the payment may decide its item.
      *****************************************************************
101526 78  WOFRM-MAX-LIST-ROWS                 VALUE 50.
101526 01  WOFRM-PARAMETERS.
101526     05  WOFRM-FUNCTION              PIC X(01).
101526         88  WOFRM-LIST-PENDING              VALUE 'L'.
101526         88  WOFRM-CLEAR-ITEM                VALUE 'C'.
101526         88  WOFRM-CONFIRM-ITEM              VALUE 'F'.
101526     05  WOFRM-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WOFRM-ERROR-MESSAGE         PIC X(200).
101526     05  WOFRM-REVIEW-NUMBER         PIC 9(09).
101526     05  WOFRM-DECISION-NOTE         PIC X(60).
101526     05  WOFRM-LIST-COUNT            PIC S9(09) COMP-5.
101526     05  WOFRM-MORE-ROWS-FLAG        PIC X(01).
101526         88  WOFRM-MORE-ROWS                 VALUE 'Y'.
101526     05  WOFRM-LIST-ROW OCCURS WOFRM-MAX-LIST-ROWS TIMES.
101526         10  WOFRM-ROW-REVIEW-NUMBER     PIC 9(09).
101526         10  WOFRM-ROW-OPENED-DATE       PIC 9(08).
101526         10  WOFRM-ROW-SOURCE            PIC X(01).
101526         10  WOFRM-ROW-COMPANY           PIC X(02).
101526         10  WOFRM-ROW-SUBJECT-KEY       PIC X(12).
101526         10  WOFRM-ROW-AMOUNT            PIC S9(09)V9(02).
101526         10  WOFRM-ROW-NAME              PIC X(50).
101526         10  WOFRM-ROW-SCORE             PIC 9(03).
101526         10  WOFRM-ROW-SDN-ENTITY        PIC X(10).
101526         10  WOFRM-ROW-SDN-NAME          PIC X(60).
101526         10  WOFRM-ROW-SDN-PROGRAM       PIC X(20).
101526         10  WOFRM-ROW-SCREENED-BY       PIC X(04).
101526         10  WOFRM-ROW-REQUESTED-BY      PIC X(04).
      *****************************************************************
