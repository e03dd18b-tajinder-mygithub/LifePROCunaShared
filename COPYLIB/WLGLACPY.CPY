      *****************************************************************
101526*  WLGLACPY - Legal hold audit record (shared LGLHAUDT.PDM).
101526*  CLGLHOLD appends a row for every hold placed or released,
101526*  and for every update, loan take or split change a
101526*  supervisor override let through on a held key - legal can
101526*  see what was done to a preserved record and by whom.
      *****************************************************************
101526 01  LEGAL-HOLD-AUDIT-RECORD.
101526     05  LGLA-ACTION-DATE            PIC 9(08).
101526     05  LGLA-ACTION-TIME            PIC 9(08).
101526     05  LGLA-CODER-ID               PIC X(04).
101526*        'P' placed, 'R' released, 'O' held key overridden.
101526     05  LGLA-ACTION                 PIC X(01).
101526         88  LGLA-HOLD-PLACED                VALUE 'P'.
101526         88  LGLA-HOLD-RELEASED              VALUE 'R'.
101526         88  LGLA-HOLD-OVERRIDDEN            VALUE 'O'.
101526     05  LGLA-MATTER-ID              PIC X(12).
101526     05  LGLA-COMPANY-CODE           PIC X(02).
101526     05  LGLA-HOLD-TYPE              PIC X(01).
101526     05  LGLA-HOLD-KEY               PIC X(12).
101526*        The program whose override went through - spaces on
101526*        a place or release.
101526     05  LGLA-CALLER-ID              PIC X(08).
      *****************************************************************
