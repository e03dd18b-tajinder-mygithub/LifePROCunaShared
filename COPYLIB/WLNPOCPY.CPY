082326     05  WLNPO-FUNCTION              PIC X(01).
082326         88  WLNPO-TAKE-LOAN                 VALUE 'T'.
082326         88  WLNPO-POST-REPAYMENT            VALUE 'R'.
101526*            Automatic premium loan - a take that pays an
101526*            overdue premium, posted by the CLONAPLB batch.
101526         88  WLNPO-APL-LOAN                  VALUE 'A'.
101526*            Anniversary capitalization of unpaid interest,
101526*            posted by the CLONCAPB batch.  The interest rides
101526*            as the transaction amount, so the quoted accrued
101526*            interest goes in as zero - never both.
101526         88  WLNPO-CAPITALIZE-INTEREST       VALUE 'C'.
101526*            Reversal of an earlier take or repayment, named by
101526*            WLNPO-ORIG-POSTED-DATE/-TIME and the policy.
101526*            PLONPOST works the offsetting amount out from the
101526*            original posting - the caller does not key one.
101526         88  WLNPO-REVERSE-POSTING           VALUE 'V'.
082326     05  WLNPO-RETURN-CODE           PIC S9(09) COMP-5.
082326     05  WLNPO-ERROR-MESSAGE         PIC X(200).
082326     05  WLNPO-COMPANY-CODE          PIC X(02).
082326     05  WLNPO-QUOTED-ACCRUED-INT    USAGE COMP-2.
082326     05  WLNPO-QUOTED-INTEREST-RATE  USAGE COMP-2.
082326     05  WLNPO-OUT-NEW-LOAN-BALANCE  USAGE COMP-2.
101526*        Reversal only - the posting being reversed, as it
101526*        stands on LOANPOST.PDM (LPST-POSTED-DATE/-TIME).
101526     05  WLNPO-ORIG-POSTED-DATE      PIC S9(09) COMP-5.
101526     05  WLNPO-ORIG-POSTED-TIME      PIC S9(09) COMP-5.
101526*        Supervisor override - lets a reversal post although
101526*        later postings on the policy were built on the
101526*        original, for the rare legitimate exception, and a
101526*        take post on a policy under legal hold (CLGLHOLD).
101526     05  WLNPO-SUPV-OVERRIDE-FLAG    PIC X(01).
101526         88  WLNPO-SUPV-OVERRIDE             VALUE 'Y'.
