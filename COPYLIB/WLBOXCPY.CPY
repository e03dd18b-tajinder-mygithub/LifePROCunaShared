      *****************************************************************
101526*  WLBOXCPY - Bank lockbox remittance file record (LOCKBOX.PDM,
101526*  delivered daily by the bank).  One header per deposit, one
101526*  detail per check with the scan line the bank's reader took
101526*  off the remittance stub (WLSTBCPY layout when the stub is
101526*  ours), and a trailer carrying the bank's item count and
101526*  deposit total, which the lockbox load balances to.
      *****************************************************************
101526 01  LOCKBOX-REMITTANCE-RECORD.
101526     05  LBOX-RECORD-TYPE            PIC X(01).
101526         88  LBOX-HEADER                     VALUE 'H'.
101526         88  LBOX-DETAIL                     VALUE 'D'.
101526         88  LBOX-TRAILER                    VALUE 'T'.
101526     05  LBOX-RECORD-BODY            PIC X(99).
101526     05  LBOX-HEADER-BODY REDEFINES LBOX-RECORD-BODY.
101526         10  LBOX-LOCKBOX-NUMBER         PIC X(10).
101526         10  LBOX-DEPOSIT-DATE           PIC 9(08).
101526         10  FILLER                      PIC X(81).
101526     05  LBOX-DETAIL-BODY REDEFINES LBOX-RECORD-BODY.
101526         10  LBOX-ITEM-SEQUENCE          PIC 9(06).
101526         10  LBOX-CHECK-AMOUNT           PIC 9(09)V9(02).
101526         10  LBOX-CHECK-NUMBER           PIC X(10).
101526         10  LBOX-SCAN-LINE              PIC X(36).
101526         10  FILLER                      PIC X(36).
101526     05  LBOX-TRAILER-BODY REDEFINES LBOX-RECORD-BODY.
101526         10  LBOX-ITEM-COUNT             PIC 9(06).
101526         10  LBOX-DEPOSIT-TOTAL          PIC 9(11)V9(02).
101526         10  FILLER                      PIC X(80).
