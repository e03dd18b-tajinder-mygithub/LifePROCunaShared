      *****************************************************************
101526*  WRFCTCPY - Red-flag sweep control record (shared
101526*  REDFLGCT.PDM), one record set up with the compliance desk:
101526*  the windows and thresholds the CREDFLAG rules use, the file
101526*  numbers whose journaled updates count as an address or
101526*  owner change, and the loan-desk coders whose quote-then-
101526*  take is routine.  With no control record the sweep runs on
101526*  the defaults it prints, with the change and unusual-coder
101526*  rules off (no files or coders named).
      *****************************************************************
101526 01  RED-FLAG-CONTROL-RECORD.
101526*        Days before a take an address/owner change or quote
101526*        still counts.
101526     05  RFCT-CHANGE-WINDOW-DAYS     PIC 9(03).
101526*        A take of this percent of net available or more is
101526*        "at or near" the maximum.
101526     05  RFCT-NEAR-MAX-PERCENT       PIC 9(03)V9(02).
101526*        A policy issued within this many days is recent.
101526     05  RFCT-RECENT-ISSUE-DAYS      PIC 9(04).
101526     05  RFCT-CASH-THRESHOLD         PIC 9(09)V9(02).
101526     05  RFCT-CASH-WINDOW-DAYS       PIC 9(03).
101526     05  RFCT-WATCHED-FILE OCCURS 10 TIMES
101526                                     PIC 9(04).
101526     05  RFCT-DESK-CODER OCCURS 20 TIMES
101526                                     PIC X(04).
      *****************************************************************
