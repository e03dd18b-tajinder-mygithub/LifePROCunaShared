      *****************************************************************
101526*  WAPAYCPY - Agent payment history record (shared
101526*  AGTPAYHS.PDM).  Appended by the CAGTEFT payment run, one
101526*  record per ACH entry it originates - the commission paid and
101526*  the zero-dollar prenotes alike - with the trace number the
101526*  bank will quote on any return.  The sum of an agent's paid
101526*  amounts is what CAGTEFT subtracts from the ledgers to find
101526*  what is still owed, so an agent held back on the exception
101526*  list is simply paid the carried balance on a later run.
      *****************************************************************
101526 01  AGENT-PAYMENT-RECORD.
101526     05  APAY-AGENT-NUMBER           PIC X(12).
101526     05  APAY-PAY-DATE               PIC 9(08).
101526     05  APAY-AMOUNT                 PIC S9(09)V9(02).
101526     05  APAY-TRACE-NUMBER           PIC X(15).
101526     05  APAY-ROUTING-NUMBER         PIC X(09).
101526     05  APAY-ACCOUNT-NUMBER         PIC X(17).
101526     05  APAY-ENTRY-TYPE             PIC X(01).
101526         88  APAY-COMMISSION-PAYMENT         VALUE 'C'.
101526         88  APAY-PRENOTE                    VALUE 'P'.
101526     05  APAY-CODER-ID               PIC X(04).
