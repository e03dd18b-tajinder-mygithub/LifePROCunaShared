      *****************************************************************
101526*  WABNKCPY - Agent bank account master record (shared
101526*  AGTBANK.PDM), one row per agent: the routing/account the
101526*  agent's commission is paid to by ACH, and where the account
101526*  stands in prenote verification.  Maintained by CABNKMNT
101526*  under the same before/after audit CPAYMNTC keeps for the
101526*  payee master; read by the CAGTEFT payment run, which pays
101526*  only VERIFIED accounts and sends the zero-dollar prenote
101526*  for new or changed ones.  COPYed under the FD in both
101526*  programs so the layout cannot drift between them.
      *****************************************************************
101526 01  AGENT-BANK-RECORD.
101526     05  ABNK-AGENT-NUMBER           PIC X(12).
101526     05  ABNK-ROUTING-NUMBER         PIC X(09).
101526     05  ABNK-ACCOUNT-NUMBER         PIC X(17).
101526     05  ABNK-ACCOUNT-TYPE           PIC X(01).
101526         88  ABNK-CHECKING                   VALUE 'C'.
101526         88  ABNK-SAVINGS                    VALUE 'S'.
101526*        Any new or changed routing/account starts over at
101526*        'P' - a payment only goes to a 'V' account.
101526     05  ABNK-PRENOTE-STATUS         PIC X(01).
101526         88  ABNK-PRENOTE-PENDING            VALUE 'P'.
101526         88  ABNK-PRENOTE-SENT               VALUE 'S'.
101526         88  ABNK-PRENOTE-VERIFIED           VALUE 'V'.
101526         88  ABNK-PRENOTE-REJECTED           VALUE 'R'.
101526     05  ABNK-PRENOTE-DATE           PIC 9(08).
101526     05  ABNK-MAINT-DATE             PIC 9(08).
101526     05  ABNK-CODER-ID               PIC X(04).
