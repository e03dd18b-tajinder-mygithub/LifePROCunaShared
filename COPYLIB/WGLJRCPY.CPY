      *****************************************************************
101526*  WGLJRCPY - GL journal interface record (GLJRNL.PDM), the
101526*  file CGLINTF builds from a closed month for the general
101526*  ledger to import.  One 'H' header, one 'D' line per GL
101526*  account / company / market with a debit or a credit (never
101526*  both), and one 'T' trailer per company carrying that
101526*  company's debit and credit totals - which are equal, or no
101526*  file is built.
      *****************************************************************
101526 01  GL-JOURNAL-RECORD.
101526     05  GLJR-RECORD-TYPE            PIC X(01).
101526         88  GLJR-HEADER                     VALUE 'H'.
101526         88  GLJR-DETAIL                     VALUE 'D'.
101526         88  GLJR-COMPANY-TRAILER            VALUE 'T'.
101526     05  GLJR-ACCOUNTING-MONTH       PIC 9(06).
101526     05  GLJR-COMPANY-CODE           PIC X(02).
101526     05  GLJR-ACCOUNT-NUMBER         PIC X(20).
101526     05  GLJR-MARKET-CODE            PIC X(04).
101526     05  GLJR-ENTRY-TYPE             PIC X(04).
101526     05  GLJR-DEBIT-AMOUNT           PIC 9(11)V9(02).
101526     05  GLJR-CREDIT-AMOUNT          PIC 9(11)V9(02).
101526     05  GLJR-DESCRIPTION            PIC X(30).
