090126     05  LPST-QUOTED-ACCRUED-INT    PIC S9(09)V9(02).
090126     05  LPST-QUOTED-RATE           PIC S9(03)V9(02).
090126     05  LPST-NEW-BALANCE           PIC S9(09)V9(02).
101526*        Reversal link.  On a reversal ('V') it names the
101526*        original posting and its function; on the original,
101526*        rewritten when it is reversed, it names the reversal
101526*        (LPST-LINK-FUNCTION 'V').  Zero/space on any posting
101526*        that is neither.
101526     05  LPST-LINK-POSTED-DATE      PIC 9(08).
101526     05  LPST-LINK-POSTED-TIME      PIC 9(06).
101526     05  LPST-LINK-FUNCTION         PIC X(01).
101526*        'Y' on a reversal posted over later postings on the
101526*        policy by supervisor override.
101526     05  LPST-SUPV-OVERRIDE-FLAG    PIC X(01).
101526*        Net loan available on the quote the posting was
101526*        validated against - the red-flag sweep measures a
101526*        take against it.
101526     05  LPST-QUOTED-NET-AVAIL      PIC S9(09)V9(02).
