      *****************************************************************
101526*  WGLMNCPY - CGLMPMNT call parameters (GL account mapping
101526*  maintenance).  'P' puts the account for a company / entry
101526*  type / market key in GLACCTMP.PDM (adding the row or
101526*  replacing its account), 'D' deletes the row.  Entry types
101526*  are the GLMP-ENTRY-TYPE values in WGLMPCPY.
      *****************************************************************
101526 01  WGLMN-PARAMETERS.
101526     05  WGLMN-FUNCTION              PIC X(01).
101526         88  WGLMN-PUT-MAPPING               VALUE 'P'.
101526         88  WGLMN-DELETE-MAPPING            VALUE 'D'.
101526     05  WGLMN-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WGLMN-ERROR-MESSAGE         PIC X(200).
101526*        SPACES company or market keys the default row.
101526     05  WGLMN-COMPANY-CODE          PIC X(02).
101526     05  WGLMN-ENTRY-TYPE            PIC X(04).
101526     05  WGLMN-MARKET-CODE           PIC X(04).
101526     05  WGLMN-ACCOUNT-NUMBER        PIC X(20).
