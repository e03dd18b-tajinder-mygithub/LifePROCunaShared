      *****************************************************************
101526*  WLGLHCPY - Legal hold registry record (shared LGLHOLD.PDM).
101526*  One row per hold legal places on a policy or an agent for a
101526*  litigation matter or regulatory exam.  While the row is 'H'
101526*  OFILEBTV updates, PLONPOST loan takes and OCOMCTRL split
101526*  changes on the key are refused without a supervisor
101526*  override, and CRETNMGR/CSNAPSHT keep any generation that
101526*  holds the key.  Placed and released through CLGLHOLD only -
101526*  a released row stays on file with who released it and when.
      *****************************************************************
101526 01  LEGAL-HOLD-RECORD.
101526     05  LGLH-MATTER-ID              PIC X(12).
101526     05  LGLH-COMPANY-CODE           PIC X(02).
101526*        'P' policy - HOLD-KEY is the policy number;
101526*        'A' agent  - HOLD-KEY is the agent number.
101526     05  LGLH-HOLD-TYPE              PIC X(01).
101526         88  LGLH-POLICY-HOLD                VALUE 'P'.
101526         88  LGLH-AGENT-HOLD                 VALUE 'A'.
101526     05  LGLH-HOLD-KEY               PIC X(12).
101526*        'H' held, 'R' released by legal.
101526     05  LGLH-STATUS                 PIC X(01).
101526         88  LGLH-HELD                       VALUE 'H'.
101526         88  LGLH-RELEASED                   VALUE 'R'.
101526     05  LGLH-PLACED-DATE            PIC 9(08).
101526     05  LGLH-PLACED-BY              PIC X(04).
101526     05  LGLH-RELEASED-DATE          PIC 9(08).
101526     05  LGLH-RELEASED-BY            PIC X(04).
      *****************************************************************
