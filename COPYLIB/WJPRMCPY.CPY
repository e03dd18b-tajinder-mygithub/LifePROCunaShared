      *****************************************************************
101526*  WJPRMCPY - CJOBPARM call parameters (job parameter registry).
101526*  'E' enters a change for a job + parameter effective from a
101526*  date; 'V' approves and 'X' rejects a pending change - the
101526*  approver must not be the coder who entered it.  'L' is
101526*  CRUNCTRL's call as a job starts: the job's settings in
101526*  effect are applied to WGLOBAL and the values the run uses
101526*  recorded against its start stamp (RUNPARM.PDM).  'G'
101526*  returns one setting in effect for a job (its own knobs).
      *****************************************************************
101526 01  WJPRM-PARAMETERS.
101526     05  WJPRM-FUNCTION              PIC X(01).
101526         88  WJPRM-ENTER-CHANGE              VALUE 'E'.
101526         88  WJPRM-APPROVE-CHANGE            VALUE 'V'.
101526         88  WJPRM-REJECT-CHANGE             VALUE 'X'.
101526         88  WJPRM-LOAD-FOR-START            VALUE 'L'.
101526         88  WJPRM-GET-SETTING               VALUE 'G'.
101526     05  WJPRM-RETURN-CODE           PIC S9(09) COMP-5.
101526     05  WJPRM-ERROR-MESSAGE         PIC X(200).
101526     05  WJPRM-JOB-NAME              PIC X(08).
101526*        'E'/'V'/'X'/'G' - the parameter; 'E'/'V'/'X' - the
101526*        effective date of the row; 'E' - the new value.
101526     05  WJPRM-PARM-NAME             PIC X(30).
101526     05  WJPRM-EFFECTIVE-DATE        PIC 9(08).
101526     05  WJPRM-PARM-VALUE            PIC X(80).
101526*        'L' - the start record's stamp the values used are
101526*        filed under.
101526     05  WJPRM-START-DATE            PIC 9(08).
101526     05  WJPRM-START-TIME            PIC 9(06).
101526*        Returned by 'E' - 'P' awaiting approval, or 'A' in
101526*        effect (test registry).  By 'G' - whether a setting
101526*        is in effect, with its value and effective date.
101526     05  WJPRM-ROW-STATUS            PIC X(01).
101526     05  WJPRM-FOUND-FLAG            PIC X(01).
101526         88  WJPRM-SETTING-FOUND             VALUE 'Y'.
101526*        Returned by 'L' - registry settings applied.
101526     05  WJPRM-SETTINGS-APPLIED      PIC 9(04).
