      *****************************************************************
101526*  WAPMNCPY - CAPPMNTC call parameters (carrier appointment
101526*  maintenance).  Built by OAPPMNTC's AddAppointment /
101526*  UpdateAppointment / TerminateAppointment /
101526*  RecordTerminationFiling from its setters and passed to
101526*  CAPPMNTC, which validates the keyed fields, applies the
101526*  change to the shared APPTMAST.PDM master and appends one
101526*  before/after audit record per change.  Field meanings are
101526*  those of WAPPTCPY; the row key is agent, state and company.
      *****************************************************************
101526 01  WAPMN-PARAMETERS.
101526     05  WAPMN-FUNCTION              PIC X(01).
101526         88  WAPMN-ADD-ROW                   VALUE 'A'.
101526         88  WAPMN-UPDATE-ROW                VALUE 'U'.
101526         88  WAPMN-TERMINATE-ROW             VALUE 'T'.
101526         88  WAPMN-FILING-ROW                VALUE 'F'.
101526     05  WAPMN-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WAPMN-ERROR-MESSAGE         PIC X(200).
101526     05  WAPMN-AGENT-ID              PIC X(12).
101526     05  WAPMN-STATE                 PIC X(02).
101526     05  WAPMN-COMPANY-CODE          PIC X(02).
101526*        Required on add; zero on update keeps the row's date.
101526     05  WAPMN-EFFECTIVE-DATE        PIC 9(08).
101526*        Terminate only - zero terminates as of today.
101526     05  WAPMN-TERMINATION-DATE      PIC 9(08).
101526*        Zero on update keeps the row's renewal date.
101526     05  WAPMN-RENEWAL-DATE          PIC 9(08).
101526*        Posted with its billed date - a zero billed date on
101526*        update keeps the row's fee as it was.
101526     05  WAPMN-FEE-BILLED            PIC S9(05)V99.
101526     05  WAPMN-FEE-BILLED-DATE       PIC 9(08).
101526*        Filed only - zero records the filing as of today.
101526     05  WAPMN-TERM-FILED-DATE       PIC 9(08).
      *****************************************************************
