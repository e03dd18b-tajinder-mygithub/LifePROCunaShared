      *****************************************************************
101526*  WABMNCPY - CABNKMNT call parameters (agent bank account
101526*  master maintenance).  'P' puts an agent's routing/account
101526*  (a new or changed account goes back to prenote pending),
101526*  'D' deletes it.  'S', 'V' and 'R' move the prenote status
101526*  along - sent (the CAGTEFT run that carried the prenote),
101526*  verified (the return window passed clean) and rejected
101526*  (the bank returned it) - so every step the account takes
101526*  toward being payable is on the audit trail.
      *****************************************************************
101526 01  WABMN-PARAMETERS.
101526     05  WABMN-FUNCTION              PIC X(01).
101526         88  WABMN-PUT-ACCOUNT               VALUE 'P'.
101526         88  WABMN-DELETE-ACCOUNT            VALUE 'D'.
101526         88  WABMN-PRENOTE-SENT              VALUE 'S'.
101526         88  WABMN-PRENOTE-VERIFIED          VALUE 'V'.
101526         88  WABMN-PRENOTE-REJECTED          VALUE 'R'.
101526     05  WABMN-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WABMN-ERROR-MESSAGE         PIC X(200).
101526     05  WABMN-AGENT-NUMBER          PIC X(12).
101526     05  WABMN-ROUTING-NUMBER        PIC X(09).
101526     05  WABMN-ACCOUNT-NUMBER        PIC X(17).
101526     05  WABMN-ACCOUNT-TYPE          PIC X(01).
