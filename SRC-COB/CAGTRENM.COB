      *H**********************************************************
      *H
090126*H 20260901-009-01 MAINT New program.
101526*H 20261015-038-08 MAINT Work record widened to the commission
101526*H                       ledger record's new bonus period.
      *H
      *H**********************************************************

       01  SPLIT-AUDIT-RECORD              PIC X(132).

      *    Wide enough for the widest record it ever streams (the
101526*    commission ledger record's 55 bytes is the current widest).
       FD  RENUMBER-WORK-FILE
           LABEL RECORDS ARE STANDARD.
101526 01  RENUMBER-WORK-RECORD            PIC X(55).

       FD  RENUMBER-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
