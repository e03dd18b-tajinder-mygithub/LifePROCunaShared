090126         88  WCMCP-LINE-BASIC-LTC            VALUE 'C'.
082326*        Supervisor override - allows a split whose agents fail
082326*        the master/licensing validation to post anyway, for the
101526*        rare legitimate exception.  Also lets a split change
101526*        post on a policy under legal hold (CLGLHOLD logs it).
082326     05  WCMCP-SUPV-OVERRIDE-FLAG    PIC X(01).
082326         88  WCMCP-SUPV-OVERRIDE             VALUE 'Y'.
101526*        Named split template (CSPLTTPL) - when set, CSPLTTPX
101526*        replaces the keyed agent rows with the template version
101526*        in effect on EFFECTIVE-DATE before any split edit runs.
101526*        SPACES keeps the keyed rows, exactly as before.
101526     05  WCMCP-TEMPLATE-ID           PIC X(12).
           05  WCMCP-EFFECTIVE-DATE        PIC S9(09) COMP-5.
           05  WCMCP-RELATIONSHIP-FLAG     PIC X(01).
           05  WCMCP-ADD-RATE-OVERRIDE-FLAG
