      *****************************************************************
101526*  WLNGPCPY - Statement language preference record (shared
101526*  LANGPREF.PDM).  One row per policy whose owner asked for
101526*  correspondence in a language other than English: ASTFMT29
101526*  composes that policy's annual statement from the language's
101526*  literals (STMTLITS.PDM, WSLITCPY) and messages (STMTMSGS.PDM,
101526*  WSMSGCPY).  A policy with no row - or a blank code - gets
101526*  English.
      *****************************************************************
101526 01  LANGUAGE-PREF-RECORD.
101526     05  LNGP-COMPANY-CODE           PIC X(02).
101526     05  LNGP-POLICY-NUMBER          PIC X(12).
101526     05  LNGP-LANGUAGE-CODE          PIC X(02).
101526         88  LNGP-ENGLISH                    VALUE 'EN' SPACES.
101526         88  LNGP-SPANISH                    VALUE 'ES'.
      *****************************************************************
