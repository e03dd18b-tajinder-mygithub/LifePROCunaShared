090126*D   the queue the CLONAPLY nightly apply step drains and
      *D   the audit trail of what was posted off which quote; the
      *D   new balance goes back to the caller.
101526*D
101526*D   A reversal ('V') names an earlier take or repayment by its
101526*D   posted date/time and policy.  The original is found on the
101526*D   queue and its effect on the balance is posted back as an
101526*D   offsetting transaction, through the same queue and apply
101526*D   path; the two records are linked to each other (LPST-LINK-
101526*D   fields, the original rewritten in place on the queue).  A
101526*D   posting
101526*D   already reversed cannot be reversed again, and one that
101526*D   later postings on the policy were built on is refused
101526*D   unless WLNPO-SUPV-OVERRIDE-FLAG is set.
101526*D
101526*D   A take is refused while the policy is on death-claim hold
101526*D   (CDTHMNT) - a Death Master File match not yet cleared by
101526*D   the claims area.  The automatic premium loan still posts
101526*D   so the policy does not lapse while the claim is worked.
101526*D
101526*D   A take is likewise refused on a policy under legal hold
101526*D   (CLGLHOLD) unless WLNPO-SUPV-OVERRIDE-FLAG is set - the
101526*D   override is logged against the matter.  The automatic
101526*D   premium loan posts here too, for the same reason.
      *D
      *D**********************************************************

090126*H                       CLONAPLY apply batch.
090126*H 20260901-010-03 MAINT Posting queue record hoisted to
090126*H                       WLPSTCPY, shared with CLONAPLY.
101526*H 20261015-006-02 MAINT Accept the automatic premium loan
101526*H                       function - posted as a take.
101526*H 20261015-007-02 MAINT Accept the anniversary interest
101526*H                       capitalization function.
101526*H 20261015-008-01 MAINT Reversal of a posted take or
101526*H                       repayment, linked to the original.
101526*H 20261015-013-01 MAINT Carry the quoted net loan available
101526*H                       on the posting record.
101526*H 20261015-024-03 MAINT Refuse a take on a policy held for a
101526*H                       possible death claim.
101526*H 20261015-027-02 MAINT Refuse a take on a policy under legal
101526*H                       hold without a supervisor override.
101526*H 20261015-036-04 MAINT Link a reversal's original through a
101526*H                       work-file copy-back of the queue, with
101526*H                       status checks, before the reversal is
101526*H                       appended.
101526*H 20261015-037-02 MAINT Original rewritten in place (I-O) -
101526*H                       no work-file copy-back that could lose
101526*H                       another session's postings.
      *H
      *H**********************************************************

           COPY WWSCRCPY.
           COPY WGLB2CPY.
           COPY WRETNCPY.
101526     COPY WDTHMCPY.
101526     COPY WLGLMCPY.

101526 01  CALLED-MODULES.
101526     05  CDTHMNT                     PIC X(08) VALUE 'CDTHMNT'.
101526     05  CLGLHOLD                    PIC X(08) VALUE 'CLGLHOLD'.

       01  LOAN-POSTING-STATUS             PIC XX.

       01  WS-NEW-BALANCE                  PIC S9(09)V9(02).
       01  WS-TRANSACTION-AMOUNT           PIC S9(09)V9(02).

101526*    The posting a reversal offsets, as found on the queue.
101526 01  WS-ORIG-FOUND-FLAG              PIC X(01).
101526     88  WS-ORIG-FOUND                       VALUE 'Y'.
101526 01  WS-ORIG-FUNCTION                PIC X(01).
101526 01  WS-ORIG-LINK-FUNCTION           PIC X(01).
101526 01  WS-DEPENDENT-COUNT              PIC 9(07).
101526 01  WS-EOF-FLAG                     PIC X(01).
101526     88  END-OF-POSTING-FILE                 VALUE 'Y'.
101526 01  WS-LINKED-FLAG                  PIC X(01).
101526     88  WS-ORIG-LINKED                      VALUE 'Y'.

      ******************************************************************
       LINKAGE SECTION.

               MOVE ZERO TO WLNPO-RETURN-CODE
               MOVE SPACES TO WLNPO-ERROR-MESSAGE
               PERFORM 1000-VALIDATE-REQUEST
101526         IF WLNPO-RETURN-CODE = ZERO
101526             AND WLNPO-REVERSE-POSTING
101526             PERFORM 1500-FIND-ORIGINAL-POSTING
101526         END-IF
               IF WLNPO-RETURN-CODE = ZERO
                   PERFORM 2000-COMPUTE-NEW-BALANCE
101526             ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
101526             ACCEPT WS-NOW-TIME-RAW FROM TIME
101526             IF WLNPO-REVERSE-POSTING
101526                 PERFORM 3500-LINK-ORIGINAL-POSTING
101526             END-IF
101526         END-IF
101526         IF WLNPO-RETURN-CODE = ZERO
101526             PERFORM 3000-APPEND-POSTING-RECORD
                   MOVE WS-NEW-BALANCE
                       TO WLNPO-OUT-NEW-LOAN-BALANCE
               END-IF

           IF NOT WLNPO-TAKE-LOAN
               AND NOT WLNPO-POST-REPAYMENT
101526         AND NOT WLNPO-APL-LOAN
101526         AND NOT WLNPO-CAPITALIZE-INTEREST
101526         AND NOT WLNPO-REVERSE-POSTING
               MOVE LP-RC-LOAN-POST-INVALID TO WLNPO-RETURN-CODE
               MOVE LP-MSG-LOAN-POST-INVALID
                   TO WLNPO-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

101526*    A reversal's amount comes off the original posting.
101526     IF WLNPO-REVERSE-POSTING
101526         EXIT PARAGRAPH
101526     END-IF.

           MOVE WLNPO-TRANSACTION-AMOUNT TO WS-TRANSACTION-AMOUNT.
           IF WS-TRANSACTION-AMOUNT NOT > ZERO
               MOVE LP-RC-LOAN-BAD-AMOUNT TO WLNPO-RETURN-CODE
      *    The caller validated against its own quote - re-check
      *    here so a direct caller can't take past the quoted net
      *    available either.
101526     IF (WLNPO-TAKE-LOAN OR WLNPO-APL-LOAN)
               AND WS-TRANSACTION-AMOUNT > WLNPO-QUOTED-NET-AVAIL
               MOVE LP-RC-LOAN-EXCEEDS-AVAIL TO WLNPO-RETURN-CODE
               MOVE LP-MSG-LOAN-EXCEEDS-AVAIL
                   TO WLNPO-ERROR-MESSAGE
101526         EXIT PARAGRAPH
           END-IF.

101526*    No new money out on a policy held for a possible death
101526*    claim until the claims area clears it.
101526     IF WLNPO-TAKE-LOAN
101526         INITIALIZE WDTHM-PARAMETERS
101526         SET WDTHM-QUERY-HOLD TO TRUE
101526         MOVE WLNPO-COMPANY-CODE  TO WDTHM-COMPANY-CODE
101526         MOVE WLNPO-POLICY-NUMBER TO WDTHM-POLICY-NUMBER
101526         CALL CDTHMNT USING WGLOBAL WDTHM-PARAMETERS
101526         IF WDTHM-ON-HOLD
101526             MOVE LP-RC-LOAN-DEATH-HOLD TO WLNPO-RETURN-CODE
101526             MOVE LP-MSG-LOAN-DEATH-HOLD
101526                 TO WLNPO-ERROR-MESSAGE
101526             EXIT PARAGRAPH
101526         END-IF
101526     END-IF.

101526*    Nothing changes on a policy legal has put on hold unless a
101526*    supervisor says so - CLGLHOLD logs the override.
101526     IF WLNPO-TAKE-LOAN
101526         INITIALIZE WLGLM-PARAMETERS
101526         SET WLGLM-QUERY-HOLD TO TRUE
101526         MOVE WLNPO-COMPANY-CODE  TO WLGLM-COMPANY-CODE
101526         MOVE WLNPO-POLICY-NUMBER TO WLGLM-HOLD-KEY
101526         MOVE WLNPO-SUPV-OVERRIDE-FLAG
101526                                  TO WLGLM-SUPV-OVERRIDE-FLAG
101526         MOVE 'PLONPOST'          TO WLGLM-CALLER-ID
101526         CALL CLGLHOLD USING WGLOBAL WLGLM-PARAMETERS
101526         IF WLGLM-ON-HOLD
101526             AND NOT WLNPO-SUPV-OVERRIDE
101526             MOVE LP-RC-UNDER-LEGAL-HOLD TO WLNPO-RETURN-CODE
101526             MOVE LP-MSG-UNDER-LEGAL-HOLD
101526                 TO WLNPO-ERROR-MESSAGE
101526         END-IF
101526     END-IF.

101526******************************************************************
101526 1500-FIND-ORIGINAL-POSTING.
101526*    Read the queue for the named posting, then on past it for
101526*    anything later on the same policy still standing - a
101526*    later posting that has itself been reversed nets out and
101526*    depends on nothing.

101526     MOVE 'N' TO WS-ORIG-FOUND-FLAG.
101526     MOVE ZERO TO WS-DEPENDENT-COUNT.
101526     MOVE WOPTION-WORK-DRIVE TO WS-POSTING-FILE-DRIVE.
101526     OPEN INPUT LOAN-POSTING-FILE.
101526     IF LOAN-POSTING-STATUS NOT = '00'
101526         MOVE LP-RC-LOAN-REV-NOT-FOUND TO WLNPO-RETURN-CODE
101526         MOVE LP-MSG-LOAN-REV-NOT-FOUND
101526             TO WLNPO-ERROR-MESSAGE
101526         EXIT PARAGRAPH
101526     END-IF.

101526     MOVE 'N' TO WS-EOF-FLAG.
101526     PERFORM UNTIL END-OF-POSTING-FILE
101526         READ LOAN-POSTING-FILE
101526             AT END
101526                 MOVE 'Y' TO WS-EOF-FLAG
101526             NOT AT END
101526                 IF LPST-COMPANY-CODE = WLNPO-COMPANY-CODE
101526                     AND LPST-POLICY-NUMBER = WLNPO-POLICY-NUMBER
101526                     PERFORM 1550-CHECK-ONE-POSTING
101526                 END-IF
101526         END-READ
101526     END-PERFORM.
101526     CLOSE LOAN-POSTING-FILE.

101526     EVALUATE TRUE
101526         WHEN NOT WS-ORIG-FOUND
101526         WHEN WS-ORIG-FUNCTION NOT = 'T' AND NOT = 'R'
101526             MOVE LP-RC-LOAN-REV-NOT-FOUND TO WLNPO-RETURN-CODE
101526             MOVE LP-MSG-LOAN-REV-NOT-FOUND
101526                 TO WLNPO-ERROR-MESSAGE
101526         WHEN WS-ORIG-LINK-FUNCTION = 'V'
101526             MOVE LP-RC-LOAN-REV-ALREADY TO WLNPO-RETURN-CODE
101526             MOVE LP-MSG-LOAN-REV-ALREADY
101526                 TO WLNPO-ERROR-MESSAGE
101526         WHEN WS-DEPENDENT-COUNT > ZERO
101526             AND NOT WLNPO-SUPV-OVERRIDE
101526             MOVE LP-RC-LOAN-REV-DEPENDENT TO WLNPO-RETURN-CODE
101526             MOVE LP-MSG-LOAN-REV-DEPENDENT
101526                 TO WLNPO-ERROR-MESSAGE
101526         WHEN WS-TRANSACTION-AMOUNT NOT > ZERO
101526             MOVE LP-RC-LOAN-BAD-AMOUNT TO WLNPO-RETURN-CODE
101526             MOVE LP-MSG-LOAN-BAD-AMOUNT TO WLNPO-ERROR-MESSAGE
101526     END-EVALUATE.

101526******************************************************************
101526 1550-CHECK-ONE-POSTING.

101526     IF WS-ORIG-FOUND
101526         IF LPST-FUNCTION NOT = 'V'
101526             AND LPST-LINK-FUNCTION NOT = 'V'
101526             ADD 1 TO WS-DEPENDENT-COUNT
101526         END-IF
101526         EXIT PARAGRAPH
101526     END-IF.

101526     IF LPST-POSTED-DATE = WLNPO-ORIG-POSTED-DATE
101526         AND LPST-POSTED-TIME = WLNPO-ORIG-POSTED-TIME
101526         AND LPST-FUNCTION NOT = 'V'
101526         SET WS-ORIG-FOUND TO TRUE
101526         MOVE LPST-FUNCTION      TO WS-ORIG-FUNCTION
101526         MOVE LPST-LINK-FUNCTION TO WS-ORIG-LINK-FUNCTION
101526*        The offset is what the original did to the balance -
101526*        a repayment past the payoff only took the loan to
101526*        zero, and only that much goes back on.
101526         IF LPST-FUNCTION = 'T'
101526             COMPUTE WS-TRANSACTION-AMOUNT =
101526                 LPST-NEW-BALANCE - LPST-QUOTED-BALANCE
101526                 - LPST-QUOTED-ACCRUED-INT
101526         ELSE
101526             COMPUTE WS-TRANSACTION-AMOUNT =
101526                 LPST-QUOTED-BALANCE + LPST-QUOTED-ACCRUED-INT
101526                 - LPST-NEW-BALANCE
101526         END-IF
101526     END-IF.

      ******************************************************************
       2000-COMPUTE-NEW-BALANCE.
      *    Interest accrued to the quote date capitalizes at posting,
               WLNPO-QUOTED-LOAN-BALANCE
               + WLNPO-QUOTED-ACCRUED-INT.

101526*    Capitalized interest adds to the balance the way a take
101526*    does, but is owed whatever the net available - it is
101526*    never refused above.
101526*    Reversing a repayment puts its amount back on; reversing
101526*    a take comes off the way a repayment does.
101526     IF WLNPO-TAKE-LOAN OR WLNPO-APL-LOAN
101526         OR WLNPO-CAPITALIZE-INTEREST
101526         OR (WLNPO-REVERSE-POSTING AND WS-ORIG-FUNCTION = 'R')
               COMPUTE WS-NEW-BALANCE =
                   WS-PAYOFF-AMOUNT + WS-TRANSACTION-AMOUNT
           ELSE
               OPEN OUTPUT LOAN-POSTING-FILE
           END-IF.

           MOVE SPACES                  TO LOAN-POSTING-RECORD.
           MOVE WCODER-ID               TO LPST-CODER-ID.
           MOVE WS-NOW-DATE             TO LPST-POSTED-DATE.
               WLNPO-QUOTED-ACCRUED-INT.
           COMPUTE LPST-QUOTED-RATE ROUNDED =
               WLNPO-QUOTED-INTEREST-RATE.
101526     COMPUTE LPST-QUOTED-NET-AVAIL ROUNDED =
101526         WLNPO-QUOTED-NET-AVAIL.
           MOVE WS-NEW-BALANCE          TO LPST-NEW-BALANCE.
101526     MOVE ZERO                    TO LPST-LINK-POSTED-DATE
101526                                     LPST-LINK-POSTED-TIME.
101526     IF WLNPO-REVERSE-POSTING
101526         MOVE WLNPO-ORIG-POSTED-DATE TO LPST-LINK-POSTED-DATE
101526         MOVE WLNPO-ORIG-POSTED-TIME TO LPST-LINK-POSTED-TIME
101526         MOVE WS-ORIG-FUNCTION       TO LPST-LINK-FUNCTION
101526         IF WLNPO-SUPV-OVERRIDE
101526             MOVE 'Y'                TO LPST-SUPV-OVERRIDE-FLAG
101526         END-IF
101526     END-IF.
           WRITE LOAN-POSTING-RECORD.
           CLOSE LOAN-POSTING-FILE.

101526******************************************************************
101526 3500-LINK-ORIGINAL-POSTING.
101526*    Point the original at its reversal before the reversal is
101526*    queued - read up to it and rewrite that one record in
101526*    place, the same length, so nothing else on the queue is
101526*    touched and the positions CLONAPLY and CLONRECN count by
101526*    do not move.  Any failure leaves the reversal unposted.

101526     MOVE 'N' TO WS-LINKED-FLAG.
101526     MOVE WOPTION-WORK-DRIVE TO WS-POSTING-FILE-DRIVE.
101526     OPEN I-O LOAN-POSTING-FILE.
101526     IF LOAN-POSTING-STATUS NOT = '00'
101526         PERFORM 3590-QUEUE-UPDATE-FAILED
101526         EXIT PARAGRAPH
101526     END-IF.

101526     MOVE 'N' TO WS-EOF-FLAG.
101526     PERFORM UNTIL END-OF-POSTING-FILE
101526                OR WS-ORIG-LINKED
101526         READ LOAN-POSTING-FILE
101526             AT END
101526                 MOVE 'Y' TO WS-EOF-FLAG
101526             NOT AT END
101526                 IF LPST-COMPANY-CODE = WLNPO-COMPANY-CODE
101526                     AND LPST-POLICY-NUMBER = WLNPO-POLICY-NUMBER
101526                     AND LPST-POSTED-DATE = WLNPO-ORIG-POSTED-DATE
101526                     AND LPST-POSTED-TIME = WLNPO-ORIG-POSTED-TIME
101526                     AND LPST-FUNCTION NOT = 'V'
101526                     SET WS-ORIG-LINKED  TO TRUE
101526                 END-IF
101526         END-READ
101526         IF LOAN-POSTING-STATUS NOT = '00' AND NOT = '10'
101526             MOVE 'Y' TO WS-EOF-FLAG
101526         END-IF
101526     END-PERFORM.
101526     IF NOT WS-ORIG-LINKED
101526         CLOSE LOAN-POSTING-FILE
101526         PERFORM 3590-QUEUE-UPDATE-FAILED
101526         EXIT PARAGRAPH
101526     END-IF.

101526     MOVE WS-NOW-DATE            TO LPST-LINK-POSTED-DATE.
101526     MOVE WS-NOW-TIME-RAW (1:6)  TO LPST-LINK-POSTED-TIME.
101526     MOVE 'V'                    TO LPST-LINK-FUNCTION.
101526     REWRITE LOAN-POSTING-RECORD.
101526     IF LOAN-POSTING-STATUS NOT = '00'
101526         MOVE 'N' TO WS-LINKED-FLAG
101526     END-IF.
101526     CLOSE LOAN-POSTING-FILE.
101526     IF NOT WS-ORIG-LINKED
101526         PERFORM 3590-QUEUE-UPDATE-FAILED
101526     END-IF.

101526******************************************************************
101526 3590-QUEUE-UPDATE-FAILED.

101526     MOVE LP-RC-LOAN-QUEUE-UPDATE-FAILED TO WLNPO-RETURN-CODE.
101526     MOVE LP-MSG-LOAN-QUEUE-UPDATE-FAILED
101526                                 TO WLNPO-ERROR-MESSAGE.

      ******************************************************************
      *                                                                *
      *                    E N D   O F   S O U R C E                   *
