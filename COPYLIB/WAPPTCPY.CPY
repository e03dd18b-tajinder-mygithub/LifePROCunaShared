      *****************************************************************
101526*  WAPPTCPY - Carrier appointment master record (shared
101526*  APPTMAST.PDM), one row per agent per state per company: the
101526*  appointment we hold with the state for the agent, which the
101526*  state license on AGTMASTR.PDM (WAGTMCPY) does not cover.
101526*  Maintained under controls by CAPPMNTC (OAPPMNTC's add/
101526*  update/terminate/filed, with its own audit log), loaded by
101526*  CAGTVALD (no split posts to an agent without an active
101526*  appointment in the issue state) and read by CAPPRPT (monthly
101526*  renewals due and termination filings owed).  COPYed under
101526*  the FD in each so the layout cannot drift between them.
      *****************************************************************
101526 01  APPOINTMENT-MASTER-RECORD.
101526     05  APPT-AGENT-ID               PIC X(12).
101526     05  APPT-STATE                  PIC X(02).
101526     05  APPT-COMPANY-CODE           PIC X(02).
101526     05  APPT-STATUS-CODE            PIC X(02).
101526         88  APPT-ACTIVE                     VALUE 'AC'.
101526         88  APPT-TERMINATED                 VALUE 'TR'.
101526     05  APPT-EFFECTIVE-DATE         PIC 9(08).
101526*        Zero while the appointment is open.
101526     05  APPT-TERMINATION-DATE       PIC 9(08).
101526*        Next date the state wants the appointment renewed
101526*        (and its renewal fee paid) - zero where the state
101526*        appoints until terminated.
101526     05  APPT-RENEWAL-DATE           PIC 9(08).
101526*        Appointment fee billed to us by the state, and when.
101526     05  APPT-FEE-BILLED             PIC S9(05)V99.
101526     05  APPT-FEE-BILLED-DATE        PIC 9(08).
101526*        Date the termination notice was filed with the state -
101526*        zero on a terminated row means we still owe the filing.
101526     05  APPT-TERM-FILED-DATE        PIC 9(08).
101526     05  APPT-CODER-ID               PIC X(04).
101526     05  APPT-MAINT-DATE             PIC 9(08).
      *****************************************************************
