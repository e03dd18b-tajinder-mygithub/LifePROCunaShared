      *****************************************************************
101526*  WGLMPCPY - GL account mapping record (shared GLACCTMP.PDM).
101526*  Which general ledger account each kind of journal line the
101526*  CGLINTF monthly interface builds posts to, by company and
101526*  (for the commission lines) market code.  A SPACES company
101526*  or market is the default for any company or market without
101526*  a row of its own, so a new market code needs no mapping
101526*  until accounting wants it booked separately.  Maintained by
101526*  CGLMPMNT under a before/after audit, read by CGLINTF.
101526*  COPYed under the FD in both programs so the layout cannot
101526*  drift between them.
      *****************************************************************
101526 01  GL-ACCOUNT-MAP-RECORD.
101526     05  GLMP-COMPANY-CODE           PIC X(02).
101526     05  GLMP-ENTRY-TYPE             PIC X(04).
101526         88  GLMP-COMMISSION-EXPENSE         VALUE 'CEXP'.
101526         88  GLMP-COMMISSION-PAYABLE         VALUE 'CPAY'.
101526         88  GLMP-CHARGEBACK-RECEIVABLE      VALUE 'CBRC'.
101526         88  GLMP-SUSPENSE-LIABILITY         VALUE 'SUSL'.
101526         88  GLMP-LOAN-RECEIVABLE            VALUE 'LNRC'.
101526         88  GLMP-LOAN-DISBURSEMENT          VALUE 'LNDS'.
101526         88  GLMP-LOAN-REPAYMENT-CASH        VALUE 'LNCR'.
101526         88  GLMP-LOAN-INTEREST-INCOME       VALUE 'LNII'.
101526         88  GLMP-APL-PREMIUM-APPLIED        VALUE 'LNAP'.
101526         88  GLMP-VALID-ENTRY-TYPE           VALUE 'CEXP' 'CPAY'
101526                                                   'CBRC' 'SUSL'
101526                                                   'LNRC' 'LNDS'
101526                                                   'LNCR' 'LNII'
101526                                                   'LNAP'.
101526     05  GLMP-MARKET-CODE            PIC X(04).
101526     05  GLMP-ACCOUNT-NUMBER         PIC X(20).
101526     05  GLMP-CODER-ID               PIC X(04).
101526     05  GLMP-MAINT-DATE             PIC 9(08).
