      *****************************************************************
101526*  WLAPLCPY - Applied loan posting log (shared LOANAPLD.PDM).
101526*  CLONAPLY appends one row the moment a posting is on the
101526*  loan master - straight from the queue, or released from an
101526*  OFAC hold on a later night - and never for one that failed
101526*  or is still held.  The posting image is the one actually
101526*  applied: a released hold carries the balance and interest
101526*  it was re-quoted at on release.  CGLINTF journals and
101526*  CLONRECN reconciles from this log, so both see exactly what
101526*  reached the master, on the day it did.
      *****************************************************************
101526 01  LOAN-APPLIED-RECORD.
101526*        The run date rolled to a business day - the day the
101526*        posting reached the master.
101526     05  LAPL-APPLIED-DATE           PIC 9(08).
101526*        The posting's effective date rolled the same way - the
101526*        loan master's last transaction date.
101526     05  LAPL-EFFECTIVE-DATE         PIC 9(08).
101526     05  LAPL-RELEASED-FLAG          PIC X(01).
101526         88  LAPL-FROM-QUEUE                 VALUE 'N'.
101526         88  LAPL-RELEASED-FROM-HOLD         VALUE 'Y'.
101526*        The loan master before the posting, and after.
101526     05  LAPL-PRIOR-BALANCE          PIC S9(09)V9(02).
101526     05  LAPL-PRIOR-ACCRUED-INT      PIC S9(09)V9(02).
101526     05  LAPL-APPLIED-BALANCE        PIC S9(09)V9(02).
101526*        The LOANPOST.PDM record image (WLPSTCPY).
101526     05  LAPL-POSTING                PIC X(117).
101526*        Coder, posted date/time, function, company and policy
101526*        - what identifies one posting in the queue.
101526     05  LAPL-POSTING-VIEW REDEFINES LAPL-POSTING.
101526         10  LAPL-POSTING-KEY        PIC X(33).
101526         10  FILLER                  PIC X(84).
