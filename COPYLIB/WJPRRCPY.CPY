      *****************************************************************
101526*  WJPRRCPY - Job parameter registry record (shared JOBPARM.PDM).
101526*  One row per setting a batch job runs with, by job name and
101526*  parameter name, effective from a date: the WGLOBAL flags a
101526*  submission used to have to set by hand (extract format,
101526*  masking, feed detail/destination, 1099 run mode, network
101526*  path, batch coder, proof hold) and any job's own knobs
101526*  (CLONWARN's warning percentage).  Maintained through
101526*  CJOBPARM only - a production change is entered pending
101526*  ('P') and takes effect only once a second coder approves
101526*  it.  CRUNCTRL has CJOBPARM apply the approved rows in
101526*  effect as each job starts.
      *****************************************************************
101526 01  JOB-PARAMETER-RECORD.
101526*        The job the setting is for, or '*ALL' for every job
101526*        that has no row of its own for the parameter.
101526     05  JPRR-JOB-NAME               PIC X(08).
101526     05  JPRR-PARM-NAME              PIC X(30).
101526     05  JPRR-EFFECTIVE-DATE         PIC 9(08).
101526     05  JPRR-PARM-VALUE             PIC X(80).
101526*        'P' pending approval, 'A' approved, 'R' rejected,
101526*        'S' superseded by a later approval for the same
101526*        job, parameter and effective date.
101526     05  JPRR-STATUS                 PIC X(01).
101526         88  JPRR-PENDING                    VALUE 'P'.
101526         88  JPRR-APPROVED                   VALUE 'A'.
101526         88  JPRR-REJECTED                   VALUE 'R'.
101526         88  JPRR-SUPERSEDED                 VALUE 'S'.
101526     05  JPRR-ENTERED-BY             PIC X(04).
101526     05  JPRR-ENTERED-DATE           PIC 9(08).
101526     05  JPRR-APPROVED-BY            PIC X(04).
101526     05  JPRR-APPROVED-DATE          PIC 9(08).
