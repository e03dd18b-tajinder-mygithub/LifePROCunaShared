      *****************************************************************
101526*  WRUNPCPY - Run parameter record (shared RUNPARM.PDM).  The
101526*  values a batch run actually used, written by CJOBPARM as
101526*  CRUNCTRL records the job's start - keyed by job, coder and
101526*  the start record's date and time, so each RUNCTRL.PDM 'S'
101526*  row pairs with the settings it ran under.  A registry
101526*  setting shows its row's job (or '*ALL') and effective
101526*  date; a flag the submission set with no registry row behind
101526*  it shows source 'S'.
      *****************************************************************
101526 01  RUN-PARAMETER-RECORD.
101526     05  RUNP-JOB-NAME               PIC X(08).
101526     05  RUNP-CODER-ID               PIC X(04).
101526     05  RUNP-START-DATE             PIC 9(08).
101526     05  RUNP-START-TIME             PIC 9(06).
101526     05  RUNP-PARM-NAME              PIC X(30).
101526     05  RUNP-PARM-VALUE             PIC X(80).
101526*        'R' from the registry, 'S' as submitted.
101526     05  RUNP-SOURCE                 PIC X(01).
101526         88  RUNP-FROM-REGISTRY              VALUE 'R'.
101526         88  RUNP-AS-SUBMITTED               VALUE 'S'.
101526     05  RUNP-SCOPE-JOB              PIC X(08).
101526     05  RUNP-EFFECTIVE-DATE         PIC 9(08).
