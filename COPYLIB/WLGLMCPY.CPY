      *****************************************************************
101526*  WLGLMCPY - CLGLHOLD call parameters (legal hold registry).
101526*  'P' places a hold and 'R' releases it - legal's maintenance,
101526*  both audit-logged.  'Q' asks whether a company + policy or
101526*  agent number is held (OFILEBTV, PLONPOST, OCOMCTRL); a 'Q'
101526*  with the override flag set on a held key logs the override.
101526*  'S' asks whether a file holds any held policy or agent
101526*  number anywhere in it (CRETNMGR, CSNAPSHT).
      *****************************************************************
101526 01  WLGLM-PARAMETERS.
101526     05  WLGLM-FUNCTION              PIC X(01).
101526         88  WLGLM-PLACE-HOLD                VALUE 'P'.
101526         88  WLGLM-RELEASE-HOLD              VALUE 'R'.
101526         88  WLGLM-QUERY-HOLD                VALUE 'Q'.
101526         88  WLGLM-SCAN-FILE                 VALUE 'S'.
101526     05  WLGLM-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WLGLM-ERROR-MESSAGE         PIC X(200).
101526*        'P'/'R' - the matter and the hold's type; 'Q' matches
101526*        the key against policy and agent holds alike.
101526     05  WLGLM-MATTER-ID             PIC X(12).
101526     05  WLGLM-COMPANY-CODE          PIC X(02).
101526     05  WLGLM-HOLD-TYPE             PIC X(01).
101526     05  WLGLM-HOLD-KEY              PIC X(12).
101526*        'Q' - set by the caller when a supervisor has
101526*        authorised the change, and its program name for the
101526*        audit row.
101526     05  WLGLM-SUPV-OVERRIDE-FLAG    PIC X(01).
101526         88  WLGLM-SUPV-OVERRIDE             VALUE 'Y'.
101526     05  WLGLM-CALLER-ID             PIC X(08).
101526*        'S' - the file to search, drive and all.
101526     05  WLGLM-SCAN-FILE-NAME        PIC X(255).
101526*        Returned by 'Q' and 'S' - the first open hold found.
101526*        'S' with more open holds than CLGLHOLD can load
101526*        answers held, matter 'TABLE FULL', key 'ALL KEYS'.
101526     05  WLGLM-ON-HOLD-FLAG          PIC X(01).
101526         88  WLGLM-ON-HOLD                   VALUE 'Y'.
101526     05  WLGLM-HELD-MATTER-ID        PIC X(12).
101526     05  WLGLM-HELD-KEY              PIC X(12).
      *****************************************************************
