      *****************************************************************
101526*  WJPRACPY - Job parameter audit record (shared JOBPAUDT.PDM).
101526*  CJOBPARM appends a row for every registry change entered,
101526*  approved or rejected - who changed which job's setting to
101526*  what, and who signed it off.
      *****************************************************************
101526 01  JOB-PARAMETER-AUDIT-RECORD.
101526     05  JPRA-ACTION-DATE            PIC 9(08).
101526     05  JPRA-ACTION-TIME            PIC 9(08).
101526     05  JPRA-CODER-ID               PIC X(04).
101526*        'E' entered pending, 'T' entered and in effect (test
101526*        registry), 'V' approved, 'X' rejected.
101526     05  JPRA-ACTION                 PIC X(01).
101526         88  JPRA-ENTERED                    VALUE 'E'.
101526         88  JPRA-ENTERED-IN-EFFECT          VALUE 'T'.
101526         88  JPRA-APPROVED                   VALUE 'V'.
101526         88  JPRA-REJECTED                   VALUE 'X'.
101526     05  JPRA-JOB-NAME               PIC X(08).
101526     05  JPRA-PARM-NAME              PIC X(30).
101526     05  JPRA-EFFECTIVE-DATE         PIC 9(08).
101526     05  JPRA-PARM-VALUE             PIC X(80).
101526*        Who entered the change - on an approval or rejection,
101526*        the maker the checker acted for.
101526     05  JPRA-ENTERED-BY             PIC X(04).
