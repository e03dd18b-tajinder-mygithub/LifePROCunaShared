      *D   change takes, so the apply is as auditable as an online
      *D   update.  Accrued interest capitalized at posting time
      *D   zeroes on the master.
101526*D
101526*D   Each take applied is appended to the loan disbursement
101526*D   instruction file (LOANDISB.PDM) pending, and each applied
101526*D   reversal of a take as a reversal notice against it - the
101526*D   money to the policyholder is issued from there by
101526*D   CLONDISB, never for a loan that did not post.
101526*D
101526*D   A posting effective on a day the company calendar has
101526*D   closed (CBUSDAY) goes on the master effective the next
101526*D   business day, and a disbursement applied on a closed day
101526*D   is booked to the next business day.
101526*D
101526*D   A take is screened against the OFAC SDN list (COFACSCR)
101526*D   before it is applied, on the owner name and address the
101526*D   policy's statement extract (R<coder>U01.PDM) carries.  A
101526*D   potential match, a confirmed one, or an owner that could
101526*D   not be screened is not applied: the posting goes to the
101526*D   held-posting file (LONOFHLD.PDM), and every later posting
101526*D   on that policy waits behind it there, so the balances
101526*D   PLONPOST computed still post in order.  Each run first
101526*D   re-screens the held takes - one a second coder has
101526*D   cleared (COFACRVW) applies, with whatever waited behind.
101526*D   A released posting is re-quoted off the loan master as it
101526*D   stands on release - its own amount applied to the current
101526*D   balance and accrued interest - since the balance PLONPOST
101526*D   computed when it was queued is stale by then.
101526*D
101526*D   Every posting that reaches the master is appended to the
101526*D   applied-posting log (LOANAPLD.PDM, WLAPLCPY) before
101526*D   anything else is done with it - the log, not the queue,
101526*D   is what CGLINTF journals and CLONRECN reconciles.
      *D
      *D   The checkpoint file carries how many queue records have
      *D   been applied, rewritten after every transaction - a
      *D   restarted (or next night's) run picks up exactly where
      *D   the last one stopped, so the append-forever queue drains
101526*D   incrementally.  A posting already in the applied log is
101526*D   never applied again, and its disbursement instruction is
101526*D   written only if the interrupted run did not get to it -
101526*D   so no posting applies twice.  Applied and
      *D   failed counts go to the run report and the common
      *D   run-control file (CRUNCTRL).
      *D
090126*H 20260901-010-01 MAINT New program.
090126*H 20260901-010-04 MAINT Posting queue record from
090126*H                       WLPSTCPY.
101526*H 20261015-009-01 MAINT Append a pending disbursement
101526*H                       instruction for every applied take,
101526*H                       and a reversal notice for every
101526*H                       applied reversal of one.
101526*H 20261015-017-06 MAINT Effective and applied dates roll to
101526*H                       the next business day.
101526*H 20261015-025-05 MAINT Screen each take's owner against the
101526*H                       OFAC SDN list before applying it; hold
101526*H                       it and the policy's later postings
101526*H                       until the review item is cleared.
101526*H 20261015-036-06 MAINT Log every applied posting; re-quote
101526*H                       a released hold off the current
101526*H                       master; skip postings already logged
101526*H                       on a restart, disbursement included.
101526*H 20261015-037-03 MAINT Held posting layout moved to WLHLDCPY,
101526*H                       shared with CLONPEND.
101526*H 20261015-038-04 MAINT Held-policy table full holds every
101526*H                       later posting, so none applies ahead
101526*H                       of a held one; run ends with failures.
      *H
      *H**********************************************************

       COPY WLORGCPY.
                                       STATUS IS APPLY-CHKPT-STATUS.

101526     SELECT DISBURSEMENT-FILE
101526 COPY WVARYCPY.
101526                                 DISBURSEMENT-FILE-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS DISBURSEMENT-STATUS.

101526     SELECT HELD-POSTING-FILE
101526 COPY WVARYCPY.
101526                                 HELD-POSTING-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS HELD-POSTING-STATUS.

101526     SELECT HELD-WORK-FILE
101526 COPY WVARYCPY.
101526                                 HELD-WORK-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS HELD-WORK-STATUS.

101526     SELECT EXTRACT-FILE
101526 COPY WVARYCPY.
101526                                 EXTRACT-FILE-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS EXTRACT-STATUS.

101526     SELECT APPLIED-LOG-FILE
101526 COPY WVARYCPY.
101526                                 APPLIED-LOG-NAME
101526 COPY WLORGCPY.
101526                                 STATUS IS APPLIED-LOG-STATUS.

           SELECT APPLY-REPORT-FILE
       COPY WVARYCPY.
                                       APPLY-REPORT-NAME
           LABEL RECORDS ARE STANDARD.
       01  APPLY-CHECKPOINT-RECORD         PIC 9(09).

101526 FD  DISBURSEMENT-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WLDSBCPY.

101526*    A posting held from the apply - the queue record image,
101526*    why it is held, and the policy it holds.
101526 FD  HELD-POSTING-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WLHLDCPY.

101526 FD  HELD-WORK-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 01  HELD-WORK-RECORD                PIC X(150).

101526 FD  EXTRACT-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 01  EXTRACT-RECORD                  PIC X(250).

101526 FD  APPLIED-LOG-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WLAPLCPY.

       FD  APPLY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPLY-REPORT-RECORD             PIC X(132).
           05  PUPDTDVR                   PIC X(08) VALUE 'PUPDTDVR'.
           05  CFILEJRN                   PIC X(08) VALUE 'CFILEJRN'.
           05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CBUSDAY                    PIC X(08) VALUE 'CBUSDAY'.
101526     05  COFACSCR                   PIC X(08) VALUE 'COFACSCR'.
101526     05  PFILEINS                   PIC X(08) VALUE 'PFILEINS'.

           COPY WRUNCCPY.
101526     COPY WBDAYCPY.
101526     COPY WOFSCCPY.

       01  LOAN-POSTING-STATUS             PIC XX.
       01  APPLY-CHKPT-STATUS         PIC XX.
       01  APPLY-REPORT-STATUS             PIC XX.
101526 01  DISBURSEMENT-STATUS             PIC XX.
101526 01  HELD-POSTING-STATUS             PIC XX.
101526 01  HELD-WORK-STATUS                PIC XX.
101526 01  EXTRACT-STATUS                  PIC XX.
101526     88  EXTRACT-STATUS-OK               VALUE '00'.
101526 01  APPLIED-LOG-STATUS              PIC XX.

      *    Shared queue, one per work drive - the same file PLONPOST
      *    appends to.
           05  FILLER                      PIC X(15) VALUE
                                                'LONAPCHK.PDM'.

101526*    Shared - the instructions CLONDISB issues from.
101526 01  DISBURSEMENT-FILE-NAME.
101526     05  WS-DISB-FILE-DRIVE           PIC X(01) VALUE 'H'.
101526     05  FILLER                       PIC X(01) VALUE ':'.
101526     05  FILLER                       PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'LOANDISB.PDM'.

101526*    Shared - held postings belong to the queue, like the
101526*    checkpoint.
101526 01  HELD-POSTING-NAME.
101526     05  WS-HELD-FILE-DRIVE           PIC X(01) VALUE 'H'.
101526     05  FILLER                       PIC X(01) VALUE ':'.
101526     05  FILLER                       PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'LONOFHLD.PDM'.

101526 01  HELD-WORK-NAME.
101526     05  WS-HELD-WORK-DRIVE           PIC X(01) VALUE 'H'.
101526     05  FILLER                       PIC X(01) VALUE ':'.
101526     05  FILLER                       PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'LONOFHLW.PDM'.

101526*    Shared - what reached the loan master, whichever coder's
101526*    run applied it.
101526 01  APPLIED-LOG-NAME.
101526     05  WS-APPLIED-FILE-DRIVE        PIC X(01) VALUE 'H'.
101526     05  FILLER                       PIC X(01) VALUE ':'.
101526     05  FILLER                       PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'LOANAPLD.PDM'.

101526 01  EXTRACT-FILE-NAME.
101526     05  WS-EXTRACT-FILE-DRIVE       PIC X(01) VALUE 'H'.
101526     05  FILLER                      PIC X(01) VALUE ':'.
101526     05  FILLER                      PIC X(01) VALUE 'R'.
101526     05  EXTRACT-CODER               PIC X(04) VALUE '____'.
101526     05  FILLER                      PIC X(07) VALUE 'U01.PDM'.
101526     05  FILLER                      PIC X(241) VALUE SPACES.

101526 01  WS-ASCII-FILE-NAME              PIC X(255).
101526 01  WS-NEW-ASCII-FILE-NAME          PIC X(255).

       01  APPLY-REPORT-NAME.
           05  WS-REPORT-FILE-DRIVE        PIC X(01) VALUE 'H'.
           05  FILLER                      PIC X(01) VALUE ':'.
           88  END-OF-QUEUE-FILE                   VALUE 'Y'.

       01  WS-NOW-DATE                     PIC 9(08).
101526*    The run date rolled to a business day - the date applied
101526*    disbursements are booked to.
101526 01  WS-BOOKING-DATE                 PIC 9(08).
101526 01  WS-POSTING-EFFECTIVE-DATE       PIC 9(08).

       01  WS-COUNTS.
           05  WS-QUEUE-READ                PIC 9(09) VALUE ZERO.
           05  WS-ALREADY-APPLIED           PIC 9(09) VALUE ZERO.
           05  WS-APPLIED-COUNT             PIC 9(09) VALUE ZERO.
           05  WS-FAILED-COUNT              PIC 9(09) VALUE ZERO.
101526     05  WS-ROLLED-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-CHECKPOINT-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-PROCESSED-COUNT              PIC 9(09) VALUE ZERO.

       01  WS-RECORD-KEY                   PIC X(80).

101526 01  WS-HELD-EOF-FLAG                PIC X(01) VALUE 'N'.
101526     88  END-OF-HELD-FILE                    VALUE 'Y'.
101526 01  WS-HOLD-REASON                  PIC X(01).
101526 01  WS-HELD-TODAY                   PIC 9(09) VALUE ZERO.
101526 01  WS-RELEASED-COUNT               PIC 9(09) VALUE ZERO.
101526 01  WS-STILL-HELD                   PIC 9(09) VALUE ZERO.

101526*    Policies with a held posting - nothing later on one of
101526*    them applies ahead of it.
101526 78  WS-MAX-BLOCKED                      VALUE 500.
101526 01  WS-BLOCKED-COUNT                PIC 9(05) VALUE ZERO.
101526 01  WS-BLOCKED-IDX                  PIC 9(05).
101526 01  WS-BLOCKED-TABLE.
101526     05  WS-BLOCKED-KEY OCCURS WS-MAX-BLOCKED TIMES
101526                                     PIC X(14).
101526 01  WS-LOOKUP-KEY                   PIC X(14).
101526 01  WS-POLICY-BLOCKED-FLAG          PIC X(01).
101526     88  WS-POLICY-BLOCKED                   VALUE 'Y'.
101526*    Set when a policy could not be added to the table - from
101526*    then on every policy counts as blocked.
101526 01  WS-BLOCKED-FULL-FLAG            PIC X(01) VALUE 'N'.
101526     88  WS-BLOCKED-TABLE-FULL               VALUE 'Y'.

101526*    Per-policy block state machine - see ASTADDRV/CLONDISB.
101526 01  WS-DELIM-CHAR                   PIC X(01) VALUE '|'.
101526 01  WS-BLOCK-STATE                  PIC X(01) VALUE 'K'.
101526     88  WS-EXPECT-KEY1                  VALUE 'K'.
101526     88  WS-EXPECT-KEY2                  VALUE '2'.
101526     88  WS-EXPECT-KEY3                  VALUE '3'.
101526     88  WS-EXPECT-B-LINE                VALUE 'B'.
101526     88  WS-IN-NAME-LINES                VALUE 'N'.
101526     88  WS-IN-VARIABLE-SECTION          VALUE 'V'.
101526 01  WS-NAME-LINE-NO                 PIC 9(02) VALUE ZERO.
101526 01  WS-TOKEN-COUNT                  PIC 9(02).
101526 01  WS-TOKENS.
101526     05  WS-TOKEN OCCURS 14 TIMES   PIC X(60).
101526 01  WS-CUR-COMPANY                  PIC X(02).
101526 01  WS-CUR-POLICY                   PIC X(12).

101526 01  WS-EXTRACT-EOF-FLAG             PIC X(01) VALUE 'N'.
101526     88  END-OF-EXTRACT-FILE                 VALUE 'Y'.

101526*    Policies with a take to screen, and the owner the extract
101526*    names for each.
101526 78  WS-MAX-OWNERS                       VALUE 2000.
101526 01  WS-OWNER-COUNT                  PIC 9(05) VALUE ZERO.
101526 01  WS-OWNER-IDX                    PIC 9(05).
101526 01  WS-OWNER-TABLE.
101526     05  WS-OWNER-ENTRY OCCURS WS-MAX-OWNERS TIMES.
101526         10  WS-OWNER-COMPANY            PIC X(02).
101526         10  WS-OWNER-POLICY             PIC X(12).
101526         10  WS-OWNER-FOUND-FLAG         PIC X(01).
101526             88  WS-OWNER-FOUND                  VALUE 'Y'.
101526         10  WS-OWNER-NAME               PIC X(50).
101526         10  WS-OWNER-ADDR-LINE-1        PIC X(35).
101526         10  WS-OWNER-ADDR-LINE-2        PIC X(35).
101526         10  WS-OWNER-ADDR-LINE-3        PIC X(35).
101526         10  WS-OWNER-CITY               PIC X(24).
101526         10  WS-OWNER-STATE              PIC X(02).
101526         10  WS-OWNER-ZIP-CODE           PIC X(10).
101526 01  WS-OWNERS-DROPPED               PIC 9(07) VALUE ZERO.
101526 01  WS-WANT-COMPANY                 PIC X(02).
101526 01  WS-WANT-POLICY                  PIC X(12).
101526 01  WS-REVIEW-EDIT                  PIC 9(09).

101526*    Set while a released hold is applied - it is re-quoted off
101526*    the master rather than posted at its queued balance.
101526 01  WS-RELEASE-FLAG                 PIC X(01) VALUE 'N'.
101526     88  WS-APPLYING-RELEASE                 VALUE 'Y'.
101526 01  WS-REQUOTE-PAYOFF               PIC S9(09)V9(02).
101526 01  WS-PRIOR-BALANCE                PIC S9(09)V9(02).
101526 01  WS-PRIOR-ACCRUED-INT            PIC S9(09)V9(02).

101526*    Postings already in the applied log that this run could
101526*    meet again - logged on or after the earliest posted date
101526*    among the held postings and the queue past the checkpoint.
101526*    Past the table, the log itself is searched.
101526 78  WS-MAX-APPLIED-KEYS                 VALUE 2000.
101526 01  WS-APPLIED-KEY-COUNT            PIC 9(05) VALUE ZERO.
101526 01  WS-APPLIED-KEY-IDX              PIC 9(05).
101526 01  WS-APPLIED-KEY-TABLE.
101526     05  WS-APPLIED-KEY OCCURS WS-MAX-APPLIED-KEYS TIMES
101526                                     PIC X(33).
101526 01  WS-APPLIED-OVERFLOW-FLAG        PIC X(01) VALUE 'N'.
101526     88  WS-APPLIED-KEYS-OVERFLOW            VALUE 'Y'.
101526 01  WS-EARLIEST-POSTED              PIC 9(08) VALUE 99999999.
101526     88  WS-NOTHING-PENDING                  VALUE 99999999.
101526 01  WS-ALREADY-LOGGED-FLAG          PIC X(01) VALUE 'N'.
101526     88  WS-ALREADY-LOGGED                   VALUE 'Y'.
101526 01  WS-LOG-EOF-FLAG                 PIC X(01) VALUE 'N'.
101526     88  END-OF-APPLIED-LOG                  VALUE 'Y'.
101526 01  WS-RESTART-SKIPPED              PIC 9(09) VALUE ZERO.
101526 01  WS-DISB-FOUND-FLAG              PIC X(01) VALUE 'N'.
101526     88  WS-DISB-FOUND                       VALUE 'Y'.
101526 01  WS-DISB-EOF-FLAG                PIC X(01) VALUE 'N'.
101526     88  END-OF-DISB-FILE                    VALUE 'Y'.
101526 01  WS-WANT-DISB-TYPE               PIC X(01).
101526 01  WS-WANT-POSTED-DATE             PIC 9(08).
101526 01  WS-WANT-POSTED-TIME             PIC 9(06).

      ******************************************************************
       LINKAGE SECTION.

090126         ELSE
               PERFORM 1500-RESOLVE-LOAN-FILE
               IF WS-FILE-NUMBER NOT = ZERO
101526             PERFORM 1600-COLLECT-TAKE-POLICIES
101526             PERFORM 1700-WALK-EXTRACT
101526             PERFORM 1800-LOAD-APPLIED-KEYS
                   PERFORM 2000-DRAIN-POSTING-QUEUE
               ELSE
                   MOVE 'LOAN MASTER FILE NOT RESOLVED - NO RUN'
           INSPECT APPLY-REPORT-CODER REPLACING ALL ' ' BY '_'.
           MOVE WOPTION-WORK-DRIVE     TO WS-POSTING-FILE-DRIVE
                                           WS-CHECKPOINT-FILE-DRIVE
101526                                     WS-DISB-FILE-DRIVE
101526                                     WS-HELD-FILE-DRIVE
101526                                     WS-HELD-WORK-DRIVE
101526                                     WS-APPLIED-FILE-DRIVE
                                           WS-REPORT-FILE-DRIVE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
101526     MOVE WS-NOW-DATE            TO WS-BOOKING-DATE.
101526     INITIALIZE WBDAY-PARAMETERS.
101526     SET WBDAY-ROLL-FORWARD      TO TRUE.
101526     MOVE WS-NOW-DATE            TO WBDAY-DATE.
101526     CALL CBUSDAY USING WGLOBAL, WBDAY-PARAMETERS.
101526     IF WBDAY-RETURN-CODE = ZERO
101526         MOVE WBDAY-RESULT-DATE  TO WS-BOOKING-DATE
101526     END-IF.

           OPEN OUTPUT APPLY-REPORT-FILE.

           MOVE WS-FILE-NUMBER TO DATA-FILE-NUMBER.
           MOVE ZERO TO WAPPL-KEY-NUMBER.

101526******************************************************************
101526 1600-COLLECT-TAKE-POLICIES.
101526*    The policies whose owner must be screened this run - takes
101526*    still held for screening, and takes in the queue past the
101526*    checkpoint - and the earliest posting either could apply.

101526     OPEN INPUT HELD-POSTING-FILE.
101526     IF HELD-POSTING-STATUS = '00'
101526         MOVE 'N' TO WS-HELD-EOF-FLAG
101526         PERFORM UNTIL END-OF-HELD-FILE
101526             READ HELD-POSTING-FILE
101526                 AT END
101526                     MOVE 'Y' TO WS-HELD-EOF-FLAG
101526                 NOT AT END
101526                     MOVE HLDP-POSTING (5:8)
101526                                 TO WS-WANT-POSTED-DATE
101526                     PERFORM 1670-NOTE-EARLIEST-POSTED
101526                     IF HLDP-SCREENING-HOLD
101526                         MOVE HLDP-COMPANY-CODE
101526                                 TO WS-WANT-COMPANY
101526                         MOVE HLDP-POLICY-NUMBER
101526                                 TO WS-WANT-POLICY
101526                         PERFORM 1650-ADD-OWNER-POLICY
101526                     END-IF
101526             END-READ
101526         END-PERFORM
101526         CLOSE HELD-POSTING-FILE
101526     END-IF.

101526     OPEN INPUT LOAN-POSTING-FILE.
101526     IF LOAN-POSTING-STATUS NOT = '00'
101526         EXIT PARAGRAPH
101526     END-IF.
101526     MOVE ZERO TO WS-QUEUE-READ.
101526     MOVE 'N' TO WS-EOF-FLAG.
101526     PERFORM UNTIL END-OF-QUEUE-FILE
101526         READ LOAN-POSTING-FILE
101526             AT END
101526                 MOVE 'Y' TO WS-EOF-FLAG
101526             NOT AT END
101526                 ADD 1 TO WS-QUEUE-READ
101526                 IF WS-QUEUE-READ > WS-CHECKPOINT-COUNT
101526                     MOVE LPST-POSTED-DATE TO WS-WANT-POSTED-DATE
101526                     PERFORM 1670-NOTE-EARLIEST-POSTED
101526                 END-IF
101526                 IF WS-QUEUE-READ > WS-CHECKPOINT-COUNT
101526                     AND LPST-FUNCTION = 'T'
101526                     MOVE LPST-COMPANY-CODE  TO WS-WANT-COMPANY
101526                     MOVE LPST-POLICY-NUMBER TO WS-WANT-POLICY
101526                     PERFORM 1650-ADD-OWNER-POLICY
101526                 END-IF
101526         END-READ
101526     END-PERFORM.
101526     CLOSE LOAN-POSTING-FILE.
101526     MOVE ZERO TO WS-QUEUE-READ.

101526******************************************************************
101526 1650-ADD-OWNER-POLICY.

101526     PERFORM 1660-FIND-OWNER.
101526     IF WS-OWNER-IDX > WS-OWNER-COUNT
101526         IF WS-OWNER-COUNT < WS-MAX-OWNERS
101526             ADD 1 TO WS-OWNER-COUNT
101526             MOVE WS-OWNER-COUNT TO WS-OWNER-IDX
101526             INITIALIZE WS-OWNER-ENTRY (WS-OWNER-IDX)
101526             MOVE WS-WANT-COMPANY
101526                 TO WS-OWNER-COMPANY (WS-OWNER-IDX)
101526             MOVE WS-WANT-POLICY
101526                 TO WS-OWNER-POLICY (WS-OWNER-IDX)
101526             MOVE 'N' TO WS-OWNER-FOUND-FLAG (WS-OWNER-IDX)
101526         ELSE
101526             ADD 1 TO WS-OWNERS-DROPPED
101526         END-IF
101526     END-IF.

101526******************************************************************
101526 1660-FIND-OWNER.
101526*    WS-OWNER-IDX past the table means the policy is not in it.

101526     PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
101526         UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
101526         IF WS-OWNER-COMPANY (WS-OWNER-IDX) = WS-WANT-COMPANY
101526             AND WS-OWNER-POLICY (WS-OWNER-IDX) = WS-WANT-POLICY
101526             EXIT PERFORM
101526         END-IF
101526     END-PERFORM.

101526******************************************************************
101526 1670-NOTE-EARLIEST-POSTED.

101526     IF WS-WANT-POSTED-DATE < WS-EARLIEST-POSTED
101526         MOVE WS-WANT-POSTED-DATE TO WS-EARLIEST-POSTED
101526     END-IF.

101526******************************************************************
101526 1700-WALK-EXTRACT.
101526*    The owner name/address block of each policy wanted - the
101526*    extract name is resolved exactly as ASTADDRV resolves it.

101526     IF WS-OWNER-COUNT = ZERO
101526         EXIT PARAGRAPH
101526     END-IF.

101526     IF WGLOB-EXTRACT-BATCH-CODER NOT = SPACES
101526         MOVE WGLOB-EXTRACT-BATCH-CODER TO EXTRACT-CODER
101526     ELSE
101526         MOVE WCODER-ID          TO EXTRACT-CODER
101526     END-IF.
101526     INSPECT EXTRACT-CODER REPLACING ALL ' ' BY '_'.

101526     IF WGLOB-EXTRACT-NETWORK-PATH NOT = SPACES
101526         MOVE SPACES TO WS-ASCII-FILE-NAME
101526         STRING FUNCTION TRIM (WGLOB-EXTRACT-NETWORK-PATH)
101526                'R' EXTRACT-CODER 'U01.PDM'
101526                                              DELIMITED BY SIZE
101526           INTO WS-ASCII-FILE-NAME
101526     ELSE
101526         MOVE WOPTION-WORK-DRIVE TO WS-EXTRACT-FILE-DRIVE
101526         MOVE EXTRACT-FILE-NAME  TO WS-ASCII-FILE-NAME
101526     END-IF.

101526     CALL PFILEINS USING WGLOBAL
101526                         WS-ASCII-FILE-NAME
101526                         WS-NEW-ASCII-FILE-NAME
101526     END-CALL.

101526     MOVE WS-NEW-ASCII-FILE-NAME TO EXTRACT-FILE-NAME.
101526     CANCEL PFILEINS.

101526     IF WGLOB-EXTRACT-CSV-DELIM
101526         MOVE ',' TO WS-DELIM-CHAR
101526     ELSE
101526         MOVE '|' TO WS-DELIM-CHAR
101526     END-IF.

101526     OPEN INPUT EXTRACT-FILE.
101526     IF NOT EXTRACT-STATUS-OK
101526         MOVE SPACES TO APPLY-REPORT-RECORD
101526         MOVE 'EXTRACT FILE NOT FOUND - TAKES NOT SCREENED, HELD'
101526             TO APPLY-REPORT-RECORD
101526         WRITE APPLY-REPORT-RECORD
101526         EXIT PARAGRAPH
101526     END-IF.

101526     MOVE 'K' TO WS-BLOCK-STATE.
101526     MOVE ZERO TO WS-OWNER-IDX.
101526     MOVE 'N' TO WS-EXTRACT-EOF-FLAG.
101526     PERFORM UNTIL END-OF-EXTRACT-FILE
101526         READ EXTRACT-FILE
101526             AT END
101526                 MOVE 'Y' TO WS-EXTRACT-EOF-FLAG
101526             NOT AT END
101526                 PERFORM 1710-HANDLE-ONE-LINE
101526         END-READ
101526     END-PERFORM.
101526     CLOSE EXTRACT-FILE.

101526******************************************************************
101526 1710-HANDLE-ONE-LINE.

101526     IF EXTRACT-RECORD (1:7) = 'TRAILER'
101526         EXIT PARAGRAPH
101526     END-IF.

101526     MOVE ZERO TO WS-TOKEN-COUNT.
101526     INITIALIZE WS-TOKENS.
101526     UNSTRING FUNCTION TRIM (EXTRACT-RECORD)
101526         DELIMITED BY WS-DELIM-CHAR
101526         INTO WS-TOKEN (1)  WS-TOKEN (2)  WS-TOKEN (3)
101526              WS-TOKEN (4)  WS-TOKEN (5)  WS-TOKEN (6)
101526              WS-TOKEN (7)  WS-TOKEN (8)  WS-TOKEN (9)
101526              WS-TOKEN (10) WS-TOKEN (11) WS-TOKEN (12)
101526              WS-TOKEN (13) WS-TOKEN (14)
101526         TALLYING IN WS-TOKEN-COUNT
101526     END-UNSTRING.

101526     EVALUATE TRUE
101526         WHEN WS-EXPECT-KEY1
101526             PERFORM 1720-TAKE-KEY1
101526         WHEN WS-EXPECT-KEY2
101526             MOVE '3' TO WS-BLOCK-STATE
101526         WHEN WS-EXPECT-KEY3
101526             MOVE 'B' TO WS-BLOCK-STATE
101526         WHEN WS-EXPECT-B-LINE
101526             MOVE 'N' TO WS-BLOCK-STATE
101526             MOVE ZERO TO WS-NAME-LINE-NO
101526         WHEN WS-IN-NAME-LINES
101526             PERFORM 1730-TAKE-NAME-LINE
101526         WHEN WS-IN-VARIABLE-SECTION
101526             PERFORM 1740-TAKE-VARIABLE-LINE
101526     END-EVALUATE.

101526******************************************************************
101526 1720-TAKE-KEY1.

101526     MOVE WS-TOKEN (1) (1:2)  TO WS-CUR-COMPANY
101526                                 WS-WANT-COMPANY.
101526     MOVE WS-TOKEN (2) (1:12) TO WS-CUR-POLICY
101526                                 WS-WANT-POLICY.
101526     MOVE '2' TO WS-BLOCK-STATE.
101526     PERFORM 1660-FIND-OWNER.

101526******************************************************************
101526 1730-TAKE-NAME-LINE.
101526*    Lines 11-15 are the owner section - name, three address
101526*    lines, city/state/zip.

101526     ADD 1 TO WS-NAME-LINE-NO.
101526     IF WS-OWNER-IDX > WS-OWNER-COUNT
101526         IF WS-NAME-LINE-NO = 15
101526             MOVE 'V' TO WS-BLOCK-STATE
101526         END-IF
101526         EXIT PARAGRAPH
101526     END-IF.
101526     EVALUATE WS-NAME-LINE-NO
101526         WHEN 11
101526             MOVE WS-TOKEN (3) (1:50)
101526                 TO WS-OWNER-NAME (WS-OWNER-IDX)
101526         WHEN 12
101526             MOVE WS-TOKEN (1) (1:35)
101526                 TO WS-OWNER-ADDR-LINE-1 (WS-OWNER-IDX)
101526         WHEN 13
101526             MOVE WS-TOKEN (1) (1:35)
101526                 TO WS-OWNER-ADDR-LINE-2 (WS-OWNER-IDX)
101526         WHEN 14
101526             MOVE WS-TOKEN (1) (1:35)
101526                 TO WS-OWNER-ADDR-LINE-3 (WS-OWNER-IDX)
101526         WHEN 15
101526             MOVE WS-TOKEN (1) (1:24)
101526                 TO WS-OWNER-CITY (WS-OWNER-IDX)
101526             MOVE WS-TOKEN (2) (1:2)
101526                 TO WS-OWNER-STATE (WS-OWNER-IDX)
101526             MOVE WS-TOKEN (3) (1:10)
101526                 TO WS-OWNER-ZIP-CODE (WS-OWNER-IDX)
101526             IF WS-OWNER-NAME (WS-OWNER-IDX) NOT = SPACES
101526                 MOVE 'Y' TO WS-OWNER-FOUND-FLAG (WS-OWNER-IDX)
101526             END-IF
101526             MOVE 'V' TO WS-BLOCK-STATE
101526     END-EVALUATE.

101526******************************************************************
101526 1740-TAKE-VARIABLE-LINE.

101526     EVALUATE TRUE
101526         WHEN EXTRACT-RECORD (1:1) = '('
101526             CONTINUE
101526         WHEN WS-TOKEN (1) = 'L'
101526             CONTINUE
101526         WHEN WS-TOKEN (1) = 'W'
101526             CONTINUE
101526         WHEN WS-TOKEN (1) = 'V'
101526             CONTINUE
101526         WHEN OTHER
101526*            Next policy's first key line.
101526             PERFORM 1720-TAKE-KEY1
101526     END-EVALUATE.

101526******************************************************************
101526 1800-LOAD-APPLIED-KEYS.
101526*    A posting can only be in the log from its posted date on,
101526*    so only that tail of the log is wanted.

101526     IF WS-NOTHING-PENDING
101526         EXIT PARAGRAPH
101526     END-IF.
101526     OPEN INPUT APPLIED-LOG-FILE.
101526     IF APPLIED-LOG-STATUS NOT = '00'
101526         EXIT PARAGRAPH
101526     END-IF.
101526     MOVE 'N' TO WS-LOG-EOF-FLAG.
101526     PERFORM UNTIL END-OF-APPLIED-LOG
101526         READ APPLIED-LOG-FILE
101526             AT END
101526                 MOVE 'Y' TO WS-LOG-EOF-FLAG
101526             NOT AT END
101526                 IF LAPL-POSTING (5:8) NOT < WS-EARLIEST-POSTED
101526                     IF WS-APPLIED-KEY-COUNT < WS-MAX-APPLIED-KEYS
101526                         ADD 1 TO WS-APPLIED-KEY-COUNT
101526                         MOVE LAPL-POSTING-KEY TO WS-APPLIED-KEY
101526                             (WS-APPLIED-KEY-COUNT)
101526                     ELSE
101526                         SET WS-APPLIED-KEYS-OVERFLOW TO TRUE
101526                     END-IF
101526                 END-IF
101526         END-READ
101526     END-PERFORM.
101526     CLOSE APPLIED-LOG-FILE.

      ******************************************************************
       2000-DRAIN-POSTING-QUEUE.

      *        No queue on this work drive - nothing to apply.
               EXIT PARAGRAPH
           END-IF.
101526     PERFORM 2100-RELEASE-HELD-POSTINGS.
           MOVE WS-CHECKPOINT-COUNT TO WS-PROCESSED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-QUEUE-FILE
      *                    says so; never apply a posting twice.
                           ADD 1 TO WS-ALREADY-APPLIED
                       ELSE
101526                     PERFORM 2200-SCREEN-OR-APPLY
                           ADD 1 TO WS-PROCESSED-COUNT
                           PERFORM 7000-WRITE-CHECKPOINT
                       END-IF
           END-PERFORM.
           CLOSE LOAN-POSTING-FILE.

101526******************************************************************
101526 2100-RELEASE-HELD-POSTINGS.
101526*    Postings held by an earlier run come ahead of anything in
101526*    the queue.  A held take is screened again - cleared, it
101526*    applies and so does what waited behind it; otherwise it and
101526*    everything behind it stay held.  What stays is carried to
101526*    the work file and copied back.

101526     OPEN INPUT HELD-POSTING-FILE.
101526     IF HELD-POSTING-STATUS NOT = '00'
101526         EXIT PARAGRAPH
101526     END-IF.
101526     OPEN OUTPUT HELD-WORK-FILE.
101526     MOVE 'N' TO WS-HELD-EOF-FLAG.
101526     PERFORM UNTIL END-OF-HELD-FILE
101526         READ HELD-POSTING-FILE
101526             AT END
101526                 MOVE 'Y' TO WS-HELD-EOF-FLAG
101526             NOT AT END
101526                 PERFORM 2150-RELEASE-ONE-HELD
101526         END-READ
101526     END-PERFORM.
101526     CLOSE HELD-POSTING-FILE
101526           HELD-WORK-FILE.

101526     OPEN INPUT  HELD-WORK-FILE.
101526     OPEN OUTPUT HELD-POSTING-FILE.
101526     MOVE 'N' TO WS-HELD-EOF-FLAG.
101526     PERFORM UNTIL END-OF-HELD-FILE
101526         READ HELD-WORK-FILE
101526             AT END
101526                 MOVE 'Y' TO WS-HELD-EOF-FLAG
101526             NOT AT END
101526                 MOVE HELD-WORK-RECORD TO HELD-POSTING-RECORD
101526                 WRITE HELD-POSTING-RECORD
101526         END-READ
101526     END-PERFORM.
101526     CLOSE HELD-WORK-FILE
101526           HELD-POSTING-FILE.

101526******************************************************************
101526 2150-RELEASE-ONE-HELD.

101526     MOVE HLDP-POSTING TO LOAN-POSTING-RECORD.
101526     PERFORM 2400-CHECK-BLOCKED.
101526     EVALUATE TRUE
101526         WHEN WS-POLICY-BLOCKED
101526             ADD 1 TO WS-STILL-HELD
101526             MOVE HELD-POSTING-RECORD TO HELD-WORK-RECORD
101526             WRITE HELD-WORK-RECORD
101526         WHEN HLDP-SCREENING-HOLD
101526             PERFORM 2300-SCREEN-TAKE
101526             IF WOFSC-MAY-PAY
101526                 ADD 1 TO WS-RELEASED-COUNT
101526                 MOVE SPACES TO APPLY-REPORT-RECORD
101526                 STRING 'RELEASED - OFAC REVIEW CLEARED '
101526                        LPST-COMPANY-CODE ' ' LPST-POLICY-NUMBER
101526                     DELIMITED BY SIZE INTO APPLY-REPORT-RECORD
101526                 END-STRING
101526                 WRITE APPLY-REPORT-RECORD
101526                 SET WS-APPLYING-RELEASE TO TRUE
101526                 PERFORM 3000-APPLY-ONE-POSTING
101526                 MOVE 'N' TO WS-RELEASE-FLAG
101526             ELSE
101526                 ADD 1 TO WS-STILL-HELD
101526                 MOVE WOFSC-RESULT    TO HLDP-RESULT
101526                 MOVE WOFSC-REVIEW-NUMBER
101526                                      TO HLDP-REVIEW-NUMBER
101526                 MOVE HELD-POSTING-RECORD TO HELD-WORK-RECORD
101526                 WRITE HELD-WORK-RECORD
101526                 PERFORM 2450-BLOCK-POLICY
101526             END-IF
101526         WHEN OTHER
101526             ADD 1 TO WS-RELEASED-COUNT
101526             SET WS-APPLYING-RELEASE TO TRUE
101526             PERFORM 3000-APPLY-ONE-POSTING
101526             MOVE 'N' TO WS-RELEASE-FLAG
101526     END-EVALUATE.

101526******************************************************************
101526 2200-SCREEN-OR-APPLY.
101526*    Nothing on a policy with a held posting applies ahead of
101526*    it; a take applies only once its owner screens clear.

101526     PERFORM 2400-CHECK-BLOCKED.
101526     IF WS-POLICY-BLOCKED
101526         MOVE 'B' TO WS-HOLD-REASON
101526         MOVE SPACE TO WOFSC-RESULT
101526         MOVE ZERO TO WOFSC-REVIEW-NUMBER
101526         PERFORM 2500-HOLD-POSTING
101526         EXIT PARAGRAPH
101526     END-IF.
101526     IF LPST-FUNCTION = 'T'
101526         PERFORM 2300-SCREEN-TAKE
101526         IF NOT WOFSC-MAY-PAY
101526             MOVE 'S' TO WS-HOLD-REASON
101526             PERFORM 2500-HOLD-POSTING
101526             PERFORM 2450-BLOCK-POLICY
101526             EXIT PARAGRAPH
101526         END-IF
101526     END-IF.
101526     PERFORM 3000-APPLY-ONE-POSTING.

101526******************************************************************
101526 2300-SCREEN-TAKE.
101526*    The owner the extract names is the one the money goes to.
101526*    No owner on the extract leaves the name blank, which
101526*    COFACSCR answers as not screened.

101526     INITIALIZE WOFSC-PARAMETERS.
101526     SET WOFSC-LOAN-TAKE         TO TRUE.
101526     MOVE LPST-COMPANY-CODE      TO WOFSC-COMPANY-CODE
101526                                     WS-WANT-COMPANY.
101526     MOVE LPST-POLICY-NUMBER     TO WOFSC-SUBJECT-KEY
101526                                     WS-WANT-POLICY.
101526     STRING LPST-POSTED-DATE LPST-POSTED-TIME
101526         DELIMITED BY SIZE INTO WOFSC-TRANSACTION-REF
101526     END-STRING.
101526     MOVE LPST-TRANSACTION-AMOUNT TO WOFSC-AMOUNT.
101526     MOVE LPST-CODER-ID          TO WOFSC-REQUESTED-BY.
101526     PERFORM 1660-FIND-OWNER.
101526     IF WS-OWNER-IDX NOT > WS-OWNER-COUNT
101526         IF WS-OWNER-FOUND (WS-OWNER-IDX)
101526             MOVE WS-OWNER-NAME (WS-OWNER-IDX)  TO WOFSC-NAME
101526             MOVE WS-OWNER-ADDR-LINE-1 (WS-OWNER-IDX)
101526                                     TO WOFSC-ADDR-LINE-1
101526             MOVE WS-OWNER-ADDR-LINE-2 (WS-OWNER-IDX)
101526                                     TO WOFSC-ADDR-LINE-2
101526             MOVE WS-OWNER-CITY (WS-OWNER-IDX)  TO WOFSC-CITY
101526             MOVE WS-OWNER-STATE (WS-OWNER-IDX) TO WOFSC-STATE
101526             MOVE WS-OWNER-ZIP-CODE (WS-OWNER-IDX)
101526                                     TO WOFSC-ZIP-CODE
101526         END-IF
101526     END-IF.
101526     CALL COFACSCR USING WGLOBAL, WOFSC-PARAMETERS.

101526******************************************************************
101526 2400-CHECK-BLOCKED.

101526     MOVE 'N' TO WS-POLICY-BLOCKED-FLAG.
101526     MOVE SPACES TO WS-LOOKUP-KEY.
101526     STRING LPST-COMPANY-CODE LPST-POLICY-NUMBER
101526         DELIMITED BY SIZE INTO WS-LOOKUP-KEY
101526     END-STRING.
101526     IF WS-BLOCKED-TABLE-FULL
101526         MOVE 'Y' TO WS-POLICY-BLOCKED-FLAG
101526         EXIT PARAGRAPH
101526     END-IF.
101526     PERFORM VARYING WS-BLOCKED-IDX FROM 1 BY 1
101526         UNTIL WS-BLOCKED-IDX > WS-BLOCKED-COUNT
101526         IF WS-BLOCKED-KEY (WS-BLOCKED-IDX) = WS-LOOKUP-KEY
101526             MOVE 'Y' TO WS-POLICY-BLOCKED-FLAG
101526             EXIT PERFORM
101526         END-IF
101526     END-PERFORM.

101526******************************************************************
101526 2450-BLOCK-POLICY.
101526*    A policy the table cannot take would let its later
101526*    postings apply ahead of the held one - so once the table
101526*    is full everything after is held, and the run says so.

101526     PERFORM 2400-CHECK-BLOCKED.
101526     IF WS-POLICY-BLOCKED
101526         EXIT PARAGRAPH
101526     END-IF.
101526     IF WS-BLOCKED-COUNT < WS-MAX-BLOCKED
101526         ADD 1 TO WS-BLOCKED-COUNT
101526         MOVE WS-LOOKUP-KEY TO WS-BLOCKED-KEY (WS-BLOCKED-COUNT)
101526     ELSE
101526         SET WS-BLOCKED-TABLE-FULL TO TRUE
101526         MOVE SPACES TO APPLY-REPORT-RECORD
101526         MOVE '** HELD-POLICY TABLE FULL - LATER POSTINGS HELD **'
101526                                 TO APPLY-REPORT-RECORD
101526         WRITE APPLY-REPORT-RECORD
101526     END-IF.

101526******************************************************************
101526 2500-HOLD-POSTING.
101526*    Held, not failed - the posting is kept whole and applied
101526*    by the run that finds its policy clear.

101526     OPEN EXTEND HELD-POSTING-FILE.
101526     IF HELD-POSTING-STATUS = '35' OR '05'
101526         OPEN OUTPUT HELD-POSTING-FILE
101526     END-IF.
101526     MOVE SPACES                 TO HELD-POSTING-RECORD.
101526     MOVE WS-HOLD-REASON         TO HLDP-REASON.
101526     MOVE WS-NOW-DATE            TO HLDP-HELD-DATE.
101526     MOVE WOFSC-RESULT           TO HLDP-RESULT.
101526     MOVE WOFSC-REVIEW-NUMBER    TO HLDP-REVIEW-NUMBER.
101526     MOVE LPST-COMPANY-CODE      TO HLDP-COMPANY-CODE.
101526     MOVE LPST-POLICY-NUMBER     TO HLDP-POLICY-NUMBER.
101526     MOVE LOAN-POSTING-RECORD    TO HLDP-POSTING.
101526     WRITE HELD-POSTING-RECORD.
101526     CLOSE HELD-POSTING-FILE.
101526     ADD 1 TO WS-HELD-TODAY.

101526     MOVE SPACES TO APPLY-REPORT-RECORD.
101526     EVALUATE TRUE
101526         WHEN WS-HOLD-REASON = 'B'
101526             STRING 'HELD - BEHIND OFAC HOLD '
101526                    LPST-COMPANY-CODE ' ' LPST-POLICY-NUMBER
101526                 DELIMITED BY SIZE INTO APPLY-REPORT-RECORD
101526             END-STRING
101526         WHEN WOFSC-CONFIRMED
101526             STRING 'HELD - OFAC MATCH CONFIRMED '
101526                    LPST-COMPANY-CODE ' ' LPST-POLICY-NUMBER
101526                 DELIMITED BY SIZE INTO APPLY-REPORT-RECORD
101526             END-STRING
101526         WHEN WOFSC-UNSCREENED
101526             STRING 'HELD - NOT SCREENED '
101526                    LPST-COMPANY-CODE ' ' LPST-POLICY-NUMBER
101526                 DELIMITED BY SIZE INTO APPLY-REPORT-RECORD
101526             END-STRING
101526         WHEN OTHER
101526             MOVE WOFSC-REVIEW-NUMBER TO WS-REVIEW-EDIT
101526             STRING 'HELD - OFAC REVIEW ' WS-REVIEW-EDIT ' '
101526                    LPST-COMPANY-CODE ' ' LPST-POLICY-NUMBER
101526                 DELIMITED BY SIZE INTO APPLY-REPORT-RECORD
101526             END-STRING
101526     END-EVALUATE.
101526     WRITE APPLY-REPORT-RECORD.

      ******************************************************************
       3000-APPLY-ONE-POSTING.
      *    Re-read the policy's loan master so the update carries a
      *    and journal through CFILEJRN - the same path every
      *    OFILEBTV update takes.

101526*    Already on the master - an interrupted run got this far.
101526*    All that can be outstanding is its disbursement.
101526     PERFORM 3050-CHECK-ALREADY-LOGGED.
101526     IF WS-ALREADY-LOGGED
101526         ADD 1 TO WS-RESTART-SKIPPED
101526         MOVE SPACES TO APPLY-REPORT-RECORD
101526         STRING 'ALREADY APPLIED BEFORE RESTART - SKIPPED '
101526                LPST-COMPANY-CODE ' ' LPST-POLICY-NUMBER
101526             DELIMITED BY SIZE INTO APPLY-REPORT-RECORD
101526         END-STRING
101526         WRITE APPLY-REPORT-RECORD
101526         IF LPST-FUNCTION = 'T'
101526             OR (LPST-FUNCTION = 'V' AND LPST-LINK-FUNCTION = 'T')
101526             PERFORM 3600-ENSURE-DISBURSEMENT
101526         END-IF
101526         EXIT PARAGRAPH
101526     END-IF.

           MOVE SPACES TO WS-RECORD-KEY.
           STRING LPST-COMPANY-CODE
                  LPST-POLICY-NUMBER
           MOVE DATA-AREA (1:WS-FILE-LENGTH)
               TO WUPDT-PRIOR-RECORD.
           MOVE DATA-AREA (1:44) TO LOAN-MASTER-RECORD.
101526     MOVE LONM-LOAN-BALANCE      TO WS-PRIOR-BALANCE.
101526     MOVE LONM-ACCRUED-INTEREST  TO WS-PRIOR-ACCRUED-INT.
101526     IF WS-APPLYING-RELEASE
101526         PERFORM 3100-REQUOTE-RELEASED
101526     END-IF.
           MOVE LPST-NEW-BALANCE       TO LONM-LOAN-BALANCE.
      *    Interest accrued to the quote date capitalized into the
      *    posted balance - the master carries none forward.
           MOVE ZERO                   TO LONM-ACCRUED-INTEREST.
101526*    Money does not move on a closed day - a posting dated
101526*    into one takes effect the next business day.
101526     MOVE LPST-EFFECTIVE-DATE    TO WS-POSTING-EFFECTIVE-DATE.
101526     INITIALIZE WBDAY-PARAMETERS.
101526     SET WBDAY-ROLL-FORWARD      TO TRUE.
101526     MOVE LPST-EFFECTIVE-DATE    TO WBDAY-DATE.
101526     CALL CBUSDAY USING WGLOBAL, WBDAY-PARAMETERS.
101526     IF WBDAY-RETURN-CODE = ZERO
101526         AND WBDAY-RESULT-DATE NOT = LPST-EFFECTIVE-DATE
101526         MOVE WBDAY-RESULT-DATE  TO WS-POSTING-EFFECTIVE-DATE
101526         ADD 1 TO WS-ROLLED-COUNT
101526     END-IF.
101526     MOVE WS-POSTING-EFFECTIVE-DATE
101526                                 TO LONM-LAST-TRANS-DATE.
           MOVE LOAN-MASTER-RECORD     TO DATA-AREA (1:44).

           MOVE WBTRV-UPDATE TO WAPPL-FUNCTION.
               MOVE DATA-AREA        TO WFJRN-AFTER-IMAGE
               CALL CFILEJRN USING WGLOBAL
                                   WFJRN-PARAMETERS
101526         PERFORM 3400-LOG-APPLIED-POSTING
101526         IF LPST-FUNCTION = 'T'
101526             OR (LPST-FUNCTION = 'V' AND LPST-LINK-FUNCTION = 'T')
101526             PERFORM 3500-APPEND-DISBURSEMENT
101526         END-IF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO APPLY-REPORT-RECORD
               WRITE APPLY-REPORT-RECORD
           END-IF.

101526******************************************************************
101526 3050-CHECK-ALREADY-LOGGED.

101526     MOVE 'N' TO WS-ALREADY-LOGGED-FLAG.
101526     PERFORM VARYING WS-APPLIED-KEY-IDX FROM 1 BY 1
101526         UNTIL WS-APPLIED-KEY-IDX > WS-APPLIED-KEY-COUNT
101526         IF WS-APPLIED-KEY (WS-APPLIED-KEY-IDX) =
101526             LOAN-POSTING-RECORD (1:33)
101526             MOVE 'Y' TO WS-ALREADY-LOGGED-FLAG
101526             EXIT PERFORM
101526         END-IF
101526     END-PERFORM.
101526     IF WS-ALREADY-LOGGED OR NOT WS-APPLIED-KEYS-OVERFLOW
101526         EXIT PARAGRAPH
101526     END-IF.

101526*    More of the log than the table holds - search the file.
101526     OPEN INPUT APPLIED-LOG-FILE.
101526     IF APPLIED-LOG-STATUS NOT = '00'
101526         EXIT PARAGRAPH
101526     END-IF.
101526     MOVE 'N' TO WS-LOG-EOF-FLAG.
101526     PERFORM UNTIL END-OF-APPLIED-LOG OR WS-ALREADY-LOGGED
101526         READ APPLIED-LOG-FILE
101526             AT END
101526                 MOVE 'Y' TO WS-LOG-EOF-FLAG
101526             NOT AT END
101526                 IF LAPL-POSTING-KEY = LOAN-POSTING-RECORD (1:33)
101526                     MOVE 'Y' TO WS-ALREADY-LOGGED-FLAG
101526                 END-IF
101526         END-READ
101526     END-PERFORM.
101526     CLOSE APPLIED-LOG-FILE.

101526******************************************************************
101526 3100-REQUOTE-RELEASED.
101526*    PLONPOST's arithmetic, on the master as it stands today:
101526*    the accrued interest capitalizes, a take (APL,
101526*    capitalization, reversed repayment) adds its amount and a
101526*    repayment (reversed take) takes it off, never below zero.
101526*    The posting image carries the figures it was applied at.

101526     COMPUTE WS-REQUOTE-PAYOFF =
101526         LONM-LOAN-BALANCE + LONM-ACCRUED-INTEREST.
101526     MOVE LONM-LOAN-BALANCE      TO LPST-QUOTED-BALANCE.
101526     MOVE LONM-ACCRUED-INTEREST  TO LPST-QUOTED-ACCRUED-INT.
101526     IF LPST-FUNCTION = 'T' OR 'A' OR 'C'
101526         OR (LPST-FUNCTION = 'V' AND LPST-LINK-FUNCTION = 'R')
101526         COMPUTE LPST-NEW-BALANCE =
101526             WS-REQUOTE-PAYOFF + LPST-TRANSACTION-AMOUNT
101526     ELSE
101526         IF LPST-TRANSACTION-AMOUNT NOT < WS-REQUOTE-PAYOFF
101526             MOVE ZERO TO LPST-NEW-BALANCE
101526         ELSE
101526             COMPUTE LPST-NEW-BALANCE =
101526                 WS-REQUOTE-PAYOFF - LPST-TRANSACTION-AMOUNT
101526         END-IF
101526     END-IF.

101526******************************************************************
101526 3400-LOG-APPLIED-POSTING.
101526*    Written before the disbursement and the checkpoint, so a
101526*    restart knows the master already has it.

101526     OPEN EXTEND APPLIED-LOG-FILE.
101526     IF APPLIED-LOG-STATUS = '35' OR '05'
101526         OPEN OUTPUT APPLIED-LOG-FILE
101526     END-IF.
101526     MOVE SPACES                 TO LOAN-APPLIED-RECORD.
101526     MOVE WS-BOOKING-DATE        TO LAPL-APPLIED-DATE.
101526     MOVE WS-POSTING-EFFECTIVE-DATE
101526                                 TO LAPL-EFFECTIVE-DATE.
101526     IF WS-APPLYING-RELEASE
101526         SET LAPL-RELEASED-FROM-HOLD TO TRUE
101526     ELSE
101526         SET LAPL-FROM-QUEUE     TO TRUE
101526     END-IF.
101526     MOVE WS-PRIOR-BALANCE       TO LAPL-PRIOR-BALANCE.
101526     MOVE WS-PRIOR-ACCRUED-INT   TO LAPL-PRIOR-ACCRUED-INT.
101526     MOVE LPST-NEW-BALANCE       TO LAPL-APPLIED-BALANCE.
101526     MOVE LOAN-POSTING-RECORD    TO LAPL-POSTING.
101526     WRITE LOAN-APPLIED-RECORD.
101526     CLOSE APPLIED-LOG-FILE.

101526******************************************************************
101526 3500-APPEND-DISBURSEMENT.
101526*    A take is owed to the policyholder from the moment it is
101526*    on the master; a reversal notice names the take it undoes
101526*    by that take's own posting stamp.

101526     OPEN EXTEND DISBURSEMENT-FILE.
101526     IF DISBURSEMENT-STATUS = '35' OR '05'
101526         OPEN OUTPUT DISBURSEMENT-FILE
101526     END-IF.
101526     MOVE SPACES                 TO LOAN-DISBURSEMENT-RECORD.
101526     MOVE LPST-COMPANY-CODE      TO LDSB-COMPANY-CODE.
101526     MOVE LPST-POLICY-NUMBER     TO LDSB-POLICY-NUMBER.
101526     MOVE WS-BOOKING-DATE        TO LDSB-APPLIED-DATE.
101526     MOVE LPST-TRANSACTION-AMOUNT
101526                                 TO LDSB-AMOUNT.
101526     MOVE ZERO                   TO LDSB-CHECK-NUMBER
101526                                     LDSB-ISSUED-DATE
101526                                     LDSB-VOIDED-DATE.
101526     IF LPST-FUNCTION = 'T'
101526         SET LDSB-INSTRUCTION-ROW TO TRUE
101526         SET LDSB-PENDING        TO TRUE
101526         MOVE LPST-POSTED-DATE   TO LDSB-POSTED-DATE
101526         MOVE LPST-POSTED-TIME   TO LDSB-POSTED-TIME
101526     ELSE
101526         SET LDSB-REVERSAL-NOTICE TO TRUE
101526         MOVE LPST-LINK-POSTED-DATE
101526                                 TO LDSB-POSTED-DATE
101526         MOVE LPST-LINK-POSTED-TIME
101526                                 TO LDSB-POSTED-TIME
101526     END-IF.
101526     WRITE LOAN-DISBURSEMENT-RECORD.
101526     CLOSE DISBURSEMENT-FILE.

101526******************************************************************
101526 3600-ENSURE-DISBURSEMENT.
101526*    A logged take (or reversal of one) whose instruction the
101526*    interrupted run never wrote gets it now - and only then.

101526     IF LPST-FUNCTION = 'T'
101526         MOVE 'D'                TO WS-WANT-DISB-TYPE
101526         MOVE LPST-POSTED-DATE   TO WS-WANT-POSTED-DATE
101526         MOVE LPST-POSTED-TIME   TO WS-WANT-POSTED-TIME
101526     ELSE
101526         MOVE 'R'                TO WS-WANT-DISB-TYPE
101526         MOVE LPST-LINK-POSTED-DATE
101526                                 TO WS-WANT-POSTED-DATE
101526         MOVE LPST-LINK-POSTED-TIME
101526                                 TO WS-WANT-POSTED-TIME
101526     END-IF.
101526     MOVE 'N' TO WS-DISB-FOUND-FLAG.
101526     OPEN INPUT DISBURSEMENT-FILE.
101526     IF DISBURSEMENT-STATUS = '00'
101526         MOVE 'N' TO WS-DISB-EOF-FLAG
101526         PERFORM UNTIL END-OF-DISB-FILE OR WS-DISB-FOUND
101526             READ DISBURSEMENT-FILE
101526                 AT END
101526                     MOVE 'Y' TO WS-DISB-EOF-FLAG
101526                 NOT AT END
101526                     IF LDSB-RECORD-TYPE = WS-WANT-DISB-TYPE
101526                         AND LDSB-COMPANY-CODE = LPST-COMPANY-CODE
101526                         AND LDSB-POLICY-NUMBER =
101526                             LPST-POLICY-NUMBER
101526                         AND LDSB-POSTED-DATE =
101526                             WS-WANT-POSTED-DATE
101526                         AND LDSB-POSTED-TIME =
101526                             WS-WANT-POSTED-TIME
101526                         MOVE 'Y' TO WS-DISB-FOUND-FLAG
101526                     END-IF
101526             END-READ
101526         END-PERFORM
101526         CLOSE DISBURSEMENT-FILE
101526     END-IF.
101526     IF NOT WS-DISB-FOUND
101526         PERFORM 3500-APPEND-DISBURSEMENT
101526     END-IF.

      ******************************************************************
       7000-WRITE-CHECKPOINT.
      *    Rewritten in full after every transaction, so a restart
           MOVE WS-FAILED-COUNT        TO APPLY-REPORT-RECORD (26:9).
           WRITE APPLY-REPORT-RECORD.

101526     MOVE SPACES TO APPLY-REPORT-RECORD.
101526     MOVE 'ROLLED TO BUSINESS DAY:' TO APPLY-REPORT-RECORD (1:23).
101526     MOVE WS-ROLLED-COUNT        TO APPLY-REPORT-RECORD (26:9).
101526     WRITE APPLY-REPORT-RECORD.

101526     MOVE SPACES TO APPLY-REPORT-RECORD.
101526     MOVE 'HELD FOR OFAC:'       TO APPLY-REPORT-RECORD (1:14).
101526     MOVE WS-HELD-TODAY          TO APPLY-REPORT-RECORD (26:9).
101526     WRITE APPLY-REPORT-RECORD.

101526     MOVE SPACES TO APPLY-REPORT-RECORD.
101526     MOVE 'RELEASED FROM HOLD:'  TO APPLY-REPORT-RECORD (1:19).
101526     MOVE WS-RELEASED-COUNT      TO APPLY-REPORT-RECORD (26:9).
101526     WRITE APPLY-REPORT-RECORD.

101526     MOVE SPACES TO APPLY-REPORT-RECORD.
101526     MOVE 'STILL HELD:'          TO APPLY-REPORT-RECORD (1:11).
101526     MOVE WS-STILL-HELD          TO APPLY-REPORT-RECORD (26:9).
101526     WRITE APPLY-REPORT-RECORD.

101526     MOVE SPACES TO APPLY-REPORT-RECORD.
101526     MOVE 'SKIPPED ON RESTART:'  TO APPLY-REPORT-RECORD (1:19).
101526     MOVE WS-RESTART-SKIPPED     TO APPLY-REPORT-RECORD (26:9).
101526     WRITE APPLY-REPORT-RECORD.

      ******************************************************************
       9000-RECORD-RUN-END.

           MOVE 'CLONAPLY'         TO WRUNC-JOB-NAME.
           MOVE WS-APPLIED-COUNT   TO WRUNC-RECORD-COUNT.
           IF WS-FAILED-COUNT > ZERO
101526         OR WS-BLOCKED-TABLE-FULL
               MOVE 'COMPLETE/FAILURES' TO WRUNC-RUN-STATUS
           ELSE
               MOVE 'COMPLETE'          TO WRUNC-RUN-STATUS
