      *****************************************************************
101526*  WBTMNCPY - CBONTMNT call parameters (persistency bonus tier
101526*  maintenance).  Puts or deletes one tier row in BONTIER.PDM,
101526*  keyed by effective date and minimum persistency.  A plan
101526*  change is NEW rows with a later effective date, not an
101526*  overwrite - the rows it supersedes stay on file so an
101526*  earlier year's bonus can be re-proved the way it was paid.
      *****************************************************************
101526 01  WBTMN-PARAMETERS.
101526     05  WBTMN-FUNCTION              PIC X(01).
101526         88  WBTMN-PUT-TIER                  VALUE 'P'.
101526         88  WBTMN-DELETE-TIER               VALUE 'D'.
101526     05  WBTMN-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WBTMN-ERROR-MESSAGE         PIC X(200).
101526     05  WBTMN-EFFECTIVE-DATE        PIC 9(08).
101526     05  WBTMN-MIN-PERSIST-PCNT      PIC 9(03)V9(02).
101526     05  WBTMN-MIN-POLICIES          PIC 9(05).
101526     05  WBTMN-BONUS-PER-POLICY      PIC 9(05)V9(02).
      *****************************************************************
