      *****************************************************************
101526*  WPCHRCPY - Keyed policy commission history store record.
101526*  One row per feed transaction per split agent, written by
101526*  EXTRFEED as each transaction is priced and never purged -
101526*  the permanent answer to "what was paid on this policy, and
101526*  to whom" once the per-run detail files are gone.  Keyed by
101526*  company/policy/transaction date so a policy's rows read
101526*  back in date order, then by the feed run's start date and
101526*  time, the transaction's occurrence within that run and the
101526*  split row.  The run stamp rides EXTRFEED's checkpoint, so a
101526*  restarted run re-driving the same transactions - on any
101526*  day - lands on keys already on file instead of doubling the
101526*  history, while a second genuine run the same day does not
101526*  collide with the first.
101526*  Read by CPCHINQ.  COPYed under the FD in both programs so
101526*  the layout cannot drift.
      *****************************************************************
101526 01  PCHR-RECORD.
101526     05  PCHR-KEY.
101526         10  PCHR-COMPANY-CODE       PIC X(02).
101526         10  PCHR-POLICY-NUMBER      PIC X(12).
101526         10  PCHR-TRANSACTION-DATE   PIC 9(08).
101526         10  PCHR-COVERAGE-ID        PIC X(04).
101526         10  PCHR-LOAD-DATE          PIC 9(08).
101526         10  PCHR-LOAD-TIME          PIC 9(06).
101526         10  PCHR-OCCURRENCE         PIC 9(03).
101526         10  PCHR-SPLIT-ROW          PIC 9(02).
101526     05  PCHR-AGENT-NUMBER           PIC X(12).
101526     05  PCHR-RECORD-TYPE            PIC X(01).
101526     05  PCHR-CHARGEBACK-FLAG        PIC X(01).
101526         88  PCHR-CHARGEBACK                 VALUE 'Y'.
101526*        The transaction premium as fed - negated on a reversal.
101526     05  PCHR-PREMIUM                PIC S9(09)V9(02).
101526*        Schedule rate the premium was priced at, and the split
101526*        row's commission percentage applied to the result.
101526     05  PCHR-RATE-PCNT              PIC 9(03)V9(04).
101526     05  PCHR-SPLIT-PCNT             PIC S9(03)V9(02).
101526*        The agent's share - on a chargeback, the positive
101526*        amount owed back, the same sense the feed carries it.
101526     05  PCHR-COMMISSION             PIC S9(09)V9(02).
