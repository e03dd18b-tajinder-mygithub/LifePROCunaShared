      *D   table from the 'P' rows, and the loan activity section
      *D   from the tagged 'L' rows.  Walks the extract with the
      *D   same per-policy state machine C1099RWH uses.
101526*D   The tagged 'V' row prints as the in-force projection
101526*D   block - next year's policy and surrender value on
101526*D   guaranteed and current assumptions, with a lapse warning.
101526*D   Each page is composed in the owner's preferred language
101526*D   (LANGPREF.PDM) from the literal table (STMTLITS.PDM), with
101526*D   English as the fallback for anything not translated.
101526*D   Every statement printed or routed to e-delivery is logged
101526*D   to the correspondence log (CCORRLOG) with its page number
101526*D   and the address it went to.
101526*D   With WGLOB-STMT-PROOF-HOLD set, a policy the CSTMPROF
101526*D   pre-print proof listed as out of balance (STMTPRF.PDM)
101526*D   goes to the hold output instead of the print file.
      *D
      *D**********************************************************

090126*H                       run - a single-policy request always
090126*H                       prints and leaves the batch outputs
090126*H                       alone.
101526*H 20261015-019-02 MAINT In-force projection block from the
101526*H                       'V' row, with a projected-lapse
101526*H                       warning and a count of lapse-flagged
101526*H                       policies on the delivery balance.
101526*H 20261015-020-01 MAINT Language preference (LANGPREF.PDM) -
101526*H                       page headings, section titles, column
101526*H                       heads and loan/projection labels from
101526*H                       the STMTLITS.PDM literal table, English
101526*H                       fallback, STMTMSGS rows chosen by
101526*H                       language, counts by language on the
101526*H                       delivery balance.
101526*H 20261015-021-02 MAINT Mail-piece index (ASTPCE.PDM) written
101526*H                       page for page beside the batch print
101526*H                       file for the ASTPSORT presort.
101526*H 20261015-028-09 MAINT Log each statement printed or e-
101526*H                       delivered to the correspondence log
101526*H                       (CCORRLOG).
101526*H 20261015-029-02 MAINT Hold policies that failed the CSTMPROF
101526*H                       statement proof out of the print run
101526*H                       when WGLOB-STMT-PROOF-HOLD is set,
101526*H                       counted on the delivery balance.
      *H
      *H**********************************************************

       COPY WLORGCPY.
090126                                 STATUS IS HOLD-STATUS.

101526     SELECT LANGUAGE-PREF-FILE
       COPY WVARYCPY.
101526                                 LANGUAGE-PREF-NAME
       COPY WLORGCPY.
101526                                 STATUS IS LANGUAGE-PREF-STATUS.

101526     SELECT STATEMENT-LITERAL-FILE
       COPY WVARYCPY.
101526                                 STATEMENT-LITERAL-NAME
       COPY WLORGCPY.
101526                           STATUS IS STATEMENT-LITERAL-STATUS.

101526     SELECT PIECE-INDEX-FILE
       COPY WVARYCPY.
101526                                 PIECE-INDEX-FILE-NAME
       COPY WLORGCPY.
101526                                 STATUS IS PIECE-INDEX-STATUS.

101526     SELECT PROOF-EXCEPTION-FILE
       COPY WVARYCPY.
101526                                 PROOF-EXCEPTION-NAME
       COPY WLORGCPY.
101526                                 STATUS IS PROOF-EXCEPTION-STATUS.

      ************************************************************
      *         FILE DEFINITIONS
      ************************************************************
090126     LABEL RECORDS ARE STANDARD.
090126 01  HOLD-RECORD                     PIC X(132).

101526*    One row per printed page, in print-file order - what
101526*    ASTPSORT sorts and barcodes the pages by.
101526 FD  PIECE-INDEX-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WMPCECPY.

101526 FD  LANGUAGE-PREF-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WLNGPCPY.

101526 FD  STATEMENT-LITERAL-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WSLITCPY.

101526 FD  PROOF-EXCEPTION-FILE
101526     LABEL RECORDS ARE STANDARD.
101526 COPY WSPRFCPY.

      ************************************************************
      *         WORKING STORAGE
      ************************************************************
       01  CALLED-MODULES.
           05  PFILEINS                   PIC X(08) VALUE 'PFILEINS'.
090126     05  CRUNCTRL                   PIC X(08) VALUE 'CRUNCTRL'.
101526     05  CCORRLOG                   PIC X(08) VALUE 'CCORRLOG'.

090126     COPY WRUNCCPY.
101526     COPY WCORWCPY.

       01  EXTRACT-STATUS                  PIC XX.
           88  EXTRACT-STATUS-OK               VALUE '00'.
090126         10  WS-MSG-PRODUCT              PIC X(10).
090126         10  WS-MSG-STATE                PIC X(02).
090126         10  WS-MSG-TEXT                 PIC X(80).
101526         10  WS-MSG-LANGUAGE             PIC X(02).

090126*    Statements carried per message ID.
090126 78  WS-MAX-MESSAGE-IDS                  VALUE 50.
090126     05  HOLD-CODER                  PIC X(04) VALUE '____'.
090126     05  FILLER                     PIC X(11) VALUE 'ASTHOLD.PDM'.

101526 01  PIECE-INDEX-STATUS              PIC XX.
101526 01  PIECE-INDEX-FILE-NAME.
101526     05  WS-PIECE-FILE-DRIVE         PIC X(01) VALUE 'H'.
101526     05  FILLER                      PIC X(01) VALUE ':'.
101526     05  FILLER                      PIC X(01) VALUE 'R'.
101526     05  PIECE-INDEX-CODER           PIC X(04) VALUE '____'.
101526     05  FILLER                     PIC X(11) VALUE 'ASTPCE.PDM'.
101526 01  WS-CUR-OWNER-ZIP                PIC X(10).
101526*    Each statement's place in this call's print and portal
101526*    files, for the correspondence log - reset every call, as
101526*    the files themselves are.
101526 01  WS-PRINT-FILE-SEQ               PIC 9(07) VALUE ZERO.
101526 01  WS-ESTMT-FILE-SEQ               PIC 9(07) VALUE ZERO.

101526*    Shared list of the policies the pre-print proof found out
101526*    of balance - CSTMPROF rewrites it every run.
101526 01  PROOF-EXCEPTION-STATUS          PIC XX.
101526 01  PROOF-EXCEPTION-NAME.
101526     05  WS-PROOF-FILE-DRIVE         PIC X(01) VALUE 'H'.
101526     05  FILLER                      PIC X(01) VALUE ':'.
101526     05  FILLER                      PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'STMTPRF.PDM'.
101526 78  WS-MAX-PROOF-HOLDS                  VALUE 5000.
101526 01  WS-PRF-COUNT                    PIC 9(04) VALUE ZERO.
101526 01  WS-PRF-IDX                      PIC 9(04).
101526 01  WS-PRF-TABLE.
101526     05  WS-PRF-ENTRY OCCURS WS-MAX-PROOF-HOLDS TIMES.
101526         10  WS-PRF-KEY                  PIC X(14).
101526         10  WS-PRF-PROOF-CODE           PIC X(02).
101526 01  WS-PRF-LOOKUP                   PIC X(14).
101526 01  WS-PRF-OVERFLOW-FLAG            PIC X(01) VALUE 'N'.
101526     88  WS-PRF-LIST-OVERFLOWED              VALUE 'Y'.
101526 01  WS-PROOF-HOLD-FLAG              PIC X(01) VALUE 'N'.
101526     88  WS-PROOF-HELD                       VALUE 'Y'.
101526 01  WS-PROOF-HELD-POLICIES          PIC 9(07) VALUE ZERO.

090126*    The whole address status file, held so the run can adopt
090126*    a held address, clear a hold whose address changed, and
090126*    rewrite the file once at the end.
090126     88  WS-ADDR-HELD                        VALUE 'Y'.
090126 01  WS-HELD-POLICIES                PIC 9(07) VALUE ZERO.
090126 01  WS-HOLDS-CLEARED                PIC 9(07) VALUE ZERO.
101526 01  WS-LAPSE-WARNINGS               PIC 9(07) VALUE ZERO.
090126 01  WS-RUN-DATE-YYYYMMDD            PIC 9(08).

101526*    Statement language.  The owner's preference (LANGPREF.PDM)
101526*    picks the literal set the page is composed from and the
101526*    STMTMSGS rows it carries; English is built in below and
101526*    is the fallback for any literal or message with no row in
101526*    the owner's language.
101526 01  LANGUAGE-PREF-STATUS            PIC XX.
101526 01  STATEMENT-LITERAL-STATUS        PIC XX.

101526 01  LANGUAGE-PREF-NAME.
101526     05  WS-LNGPREF-FILE-DRIVE       PIC X(01) VALUE 'H'.
101526     05  FILLER                      PIC X(01) VALUE ':'.
101526     05  FILLER                      PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'LANGPREF.PDM'.

101526 01  STATEMENT-LITERAL-NAME.
101526     05  WS-STMTLIT-FILE-DRIVE       PIC X(01) VALUE 'H'.
101526     05  FILLER                      PIC X(01) VALUE ':'.
101526     05  FILLER                      PIC X(01) VALUE 'R'.
101526     05  FILLER                      PIC X(15) VALUE
101526                                          'STMTLITS.PDM'.

101526 78  WS-MAX-LANG-PREFS                   VALUE 5000.
101526 01  WS-LNGP-COUNT                   PIC 9(04) VALUE ZERO.
101526 01  WS-LNGP-IDX                     PIC 9(04).
101526 01  WS-LNGP-OVERFLOW-FLAG           PIC X(01) VALUE 'N'.
101526     88  WS-LNGP-LIST-OVERFLOWED             VALUE 'Y'.
101526 01  WS-LNGP-TABLE.
101526     05  WS-LNGP-ENTRY OCCURS WS-MAX-LANG-PREFS TIMES.
101526         10  WS-LNGP-KEY                 PIC X(14).
101526         10  WS-LNGP-LANGUAGE            PIC X(02).

101526 78  WS-MAX-LITERAL-ROWS                 VALUE 300.
101526 01  WS-SLIT-COUNT                   PIC 9(03) VALUE ZERO.
101526 01  WS-SLIT-IDX                     PIC 9(03).
101526 01  WS-SLIT-OVERFLOW-FLAG           PIC X(01) VALUE 'N'.
101526     88  WS-SLIT-TABLE-OVERFLOWED            VALUE 'Y'.
101526 01  WS-SLIT-TABLE.
101526     05  WS-SLIT-ROW OCCURS WS-MAX-LITERAL-ROWS TIMES.
101526         10  WS-SLIT-LANGUAGE            PIC X(02).
101526         10  WS-SLIT-ID                  PIC X(08).
101526         10  WS-SLIT-TEXT                PIC X(60).

101526 01  WS-CUR-LANGUAGE                 PIC X(02) VALUE 'EN'.
101526 01  WS-PAGE-LIT-LANGUAGE            PIC X(02) VALUE SPACES.
101526 01  WS-DFLT-IDX                     PIC 9(02).

101526*    The English wording, by literal ID - the page's fixed
101526*    text as it printed before any literal file existed.
101526 78  WS-LITERAL-COUNT                    VALUE 35.
101526 01  WS-DEFAULT-LITERALS.
101526     05  FILLER                      PIC X(08) VALUE 'PGTITLE'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'ANNUAL STATEMENT'.
101526     05  FILLER                      PIC X(08) VALUE 'PGPOLICY'.
101526     05  FILLER                      PIC X(60) VALUE 'POLICY'.
101526     05  FILLER                      PIC X(08) VALUE 'PGPERIOD'.
101526     05  FILLER                      PIC X(60) VALUE 'PERIOD'.
101526     05  FILLER                      PIC X(08) VALUE 'PGTHRU'.
101526     05  FILLER                      PIC X(60) VALUE 'THROUGH'.
101526     05  FILLER                      PIC X(08) VALUE 'PGINSURD'.
101526     05  FILLER                      PIC X(60) VALUE 'INSURED:'.
101526     05  FILLER                      PIC X(08) VALUE 'PGSTRVAL'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'POLICY VALUE AT START OF PERIOD:'.
101526     05  FILLER                      PIC X(08) VALUE 'PGENDVAL'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'AT END OF PERIOD:'.
101526     05  FILLER                      PIC X(08) VALUE 'PGTHANKS'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'THANK YOU FOR YOUR BUSINESS'.
101526     05  FILLER                      PIC X(08) VALUE 'PATITLE'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'PERIOD ACTIVITY'.
101526     05  FILLER                      PIC X(08) VALUE 'PAFROM'.
101526     05  FILLER                      PIC X(60) VALUE 'FROM'.
101526     05  FILLER                      PIC X(08) VALUE 'PATHRU'.
101526     05  FILLER                      PIC X(60) VALUE 'THRU'.
101526     05  FILLER                      PIC X(08) VALUE 'PAPREM'.
101526     05  FILLER                      PIC X(60) VALUE 'PREMIUMS'.
101526     05  FILLER                      PIC X(08) VALUE 'PAWDRAW'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'WITHDRAWALS'.
101526     05  FILLER                      PIC X(08) VALUE 'PAINTCR'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'INT CREDITED'.
101526     05  FILLER                      PIC X(08) VALUE 'PAPOLVAL'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'POLICY VALUE'.
101526     05  FILLER                      PIC X(08) VALUE 'LNTITLE'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'LOAN ACTIVITY'.
101526     05  FILLER                      PIC X(08) VALUE 'LNDATE'.
101526     05  FILLER                      PIC X(60) VALUE 'LOAN DATE'.
101526     05  FILLER                      PIC X(08) VALUE 'LNORIG'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'ORIGINAL AMT'.
101526     05  FILLER                      PIC X(08) VALUE 'LNPAYMT'.
101526     05  FILLER                      PIC X(60) VALUE 'PAYMENT'.
101526     05  FILLER                      PIC X(08) VALUE 'LNBALAFT'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'BALANCE AFTER'.
101526     05  FILLER                      PIC X(08) VALUE 'LNWARN'.
101526     05  FILLER                      PIC X(60) VALUE
101526     '** LOAN HISTORY MAY BE INCOMPLETE - SEE SERVICING **'.
101526     05  FILLER                      PIC X(08) VALUE 'PJTITLE'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'IN-FORCE PROJECTION TO END OF NEXT POLICY YEAR'.
101526     05  FILLER                      PIC X(08) VALUE 'PJASSUME'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'ASSUMES PLANNED PREMIUM OF'.
101526     05  FILLER                      PIC X(08) VALUE 'PJDEDUCT'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'AND CURRENT DEDUCTIONS OF'.
101526     05  FILLER                      PIC X(08) VALUE 'PJFORYR'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'FOR THE YEAR'.
101526     05  FILLER                      PIC X(08) VALUE 'PJBASIS'.
101526     05  FILLER                      PIC X(60) VALUE 'ASSUMPTION'.
101526     05  FILLER                      PIC X(08) VALUE 'PJRATE'.
101526     05  FILLER                      PIC X(60) VALUE 'RATE'.
101526     05  FILLER                      PIC X(08) VALUE 'PJPOLVAL'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'POLICY VALUE'.
101526     05  FILLER                      PIC X(08) VALUE 'PJSURVAL'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'SURRENDER VALUE'.
101526     05  FILLER                      PIC X(08) VALUE 'PJGUAR'.
101526     05  FILLER                      PIC X(60) VALUE 'GUARANTEED'.
101526     05  FILLER                      PIC X(08) VALUE 'PJCURR'.
101526     05  FILLER                      PIC X(60) VALUE 'CURRENT'.
101526     05  FILLER                      PIC X(08) VALUE 'PJLAPSE1'.
101526     05  FILLER                      PIC X(60) VALUE
101526     '** AT PLANNED PREMIUM THIS POLICY IS PROJECTED TO LAPSE'.
101526     05  FILLER                      PIC X(08) VALUE 'PJLAPSE2'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'WITHIN THE COMING YEAR - PLEASE CALL US ABOUT PREMIUM **'.
101526     05  FILLER                      PIC X(08) VALUE 'PJGLAPS1'.
101526     05  FILLER                      PIC X(60) VALUE
101526     '** ON GUARANTEED ASSUMPTIONS THIS POLICY COULD LAPSE'.
101526     05  FILLER                      PIC X(08) VALUE 'PJGLAPS2'.
101526     05  FILLER                      PIC X(60) VALUE
101526     'WITHIN THE COMING YEAR **'.
101526 01  WS-DEFAULT-LITERAL-TABLE REDEFINES WS-DEFAULT-LITERALS.
101526     05  WS-DFLT-ENTRY OCCURS WS-LITERAL-COUNT TIMES.
101526         10  WS-DFLT-ID                  PIC X(08).
101526         10  WS-DFLT-TEXT                PIC X(60).

101526*    The literals resolved for the page's language, in the
101526*    same order as the English table above.
101526 01  WS-PAGE-LITERALS.
101526     05  WS-PL-TEXT OCCURS WS-LITERAL-COUNT TIMES
101526                                     PIC X(60).
101526 01  WS-PAGE-LITERAL-NAMES REDEFINES WS-PAGE-LITERALS.
101526     05  WS-PL-PAGE-TITLE               PIC X(60).
101526     05  WS-PL-PAGE-POLICY              PIC X(60).
101526     05  WS-PL-PAGE-PERIOD              PIC X(60).
101526     05  WS-PL-PAGE-THROUGH             PIC X(60).
101526     05  WS-PL-PAGE-INSURED             PIC X(60).
101526     05  WS-PL-START-VALUE              PIC X(60).
101526     05  WS-PL-END-VALUE                PIC X(60).
101526     05  WS-PL-THANKS                   PIC X(60).
101526     05  WS-PL-PERIOD-TITLE             PIC X(60).
101526     05  WS-PL-PERIOD-FROM              PIC X(60).
101526     05  WS-PL-PERIOD-THRU              PIC X(60).
101526     05  WS-PL-PERIOD-PREMIUMS          PIC X(60).
101526     05  WS-PL-PERIOD-WITHDRAWALS       PIC X(60).
101526     05  WS-PL-PERIOD-INTEREST          PIC X(60).
101526     05  WS-PL-PERIOD-VALUE             PIC X(60).
101526     05  WS-PL-LOAN-TITLE               PIC X(60).
101526     05  WS-PL-LOAN-DATE                PIC X(60).
101526     05  WS-PL-LOAN-ORIGINAL            PIC X(60).
101526     05  WS-PL-LOAN-PAYMENT             PIC X(60).
101526     05  WS-PL-LOAN-BALANCE             PIC X(60).
101526     05  WS-PL-LOAN-WARNING             PIC X(60).
101526     05  WS-PL-PROJ-TITLE               PIC X(60).
101526     05  WS-PL-PROJ-ASSUMES             PIC X(60).
101526     05  WS-PL-PROJ-DEDUCTIONS          PIC X(60).
101526     05  WS-PL-PROJ-FOR-YEAR            PIC X(60).
101526     05  WS-PL-PROJ-BASIS               PIC X(60).
101526     05  WS-PL-PROJ-RATE                PIC X(60).
101526     05  WS-PL-PROJ-VALUE               PIC X(60).
101526     05  WS-PL-PROJ-SURR-VALUE          PIC X(60).
101526     05  WS-PL-PROJ-GUARANTEED          PIC X(60).
101526     05  WS-PL-PROJ-CURRENT             PIC X(60).
101526     05  WS-PL-LAPSE-LINE-1             PIC X(60).
101526     05  WS-PL-LAPSE-LINE-2             PIC X(60).
101526     05  WS-PL-GUAR-LAPSE-LINE-1        PIC X(60).
101526     05  WS-PL-GUAR-LAPSE-LINE-2        PIC X(60).

101526*    Statements by language and route, for the delivery
101526*    balance.
101526 78  WS-MAX-LANGUAGES                    VALUE 10.
101526 01  WS-LNGCNT-COUNT                 PIC 9(02) VALUE ZERO.
101526 01  WS-LNGCNT-IDX                   PIC 9(02).
101526 01  WS-LNGCNT-ROUTE                 PIC X(01).
101526 01  WS-LNGCNT-TABLE.
101526     05  WS-LNGCNT-ENTRY OCCURS WS-MAX-LANGUAGES TIMES.
101526         10  WS-LNGCNT-LANGUAGE          PIC X(02).
101526         10  WS-LNGCNT-PRINTED           PIC 9(07).
101526         10  WS-LNGCNT-ELECTRONIC        PIC 9(07).
101526         10  WS-LNGCNT-HELD              PIC 9(07).
101526 01  WS-MSG-PRINT-FLAG               PIC X(01).
101526     88  WS-MSG-ROW-PRINTS                   VALUE 'Y'.
101526 01  WS-MSG-SCAN-IDX                 PIC 9(03).

      ******************************************************************
       LINKAGE SECTION.

090126             IF NOT WGLOB-STMT-REQUEST-MODE
090126                 CLOSE ESTMT-FILE
090126                 CLOSE HOLD-FILE
101526                 CLOSE PIECE-INDEX-FILE
090126                 PERFORM 8000-WRITE-MESSAGE-COUNTS
090126                 PERFORM 8100-WRITE-DELIVERY-BALANCE
090126                 PERFORM 8200-REWRITE-ADDRESS-STATUS
082326         MOVE 'ASTPRN.PDM' TO PRINT-SUFFIX
082326     END-IF.
           OPEN OUTPUT PRINT-FILE.
101526     MOVE ZERO TO WS-PRINT-FILE-SEQ
101526                  WS-ESTMT-FILE-SEQ.

082326*    A request-mode run composes the caller's own per-request
082326*    single-policy file; a batch run composes the annual
           END-IF.

090126     PERFORM 1100-LOAD-MESSAGE-RULES.
101526     PERFORM 1400-LOAD-LANGUAGE-PREFS.
101526     PERFORM 1500-LOAD-LITERALS.
101526     MOVE ZERO TO WS-LNGCNT-COUNT.

090126*    Suppression, returned-mail holds and their side files are
090126*    batch-only - a requested statement always prints, and the
090126         OPEN OUTPUT ESTMT-FILE

090126         PERFORM 1300-LOAD-ADDRESS-STATUS
101526         PERFORM 1600-LOAD-PROOF-EXCEPTIONS
090126         MOVE WCODER-ID TO HOLD-CODER
090126         INSPECT HOLD-CODER REPLACING ALL ' ' BY '_'
090126         MOVE WOPTION-WORK-DRIVE TO WS-HOLD-FILE-DRIVE
090126         OPEN OUTPUT HOLD-FILE

101526         MOVE WCODER-ID TO PIECE-INDEX-CODER
101526         INSPECT PIECE-INDEX-CODER REPLACING ALL ' ' BY '_'
101526         MOVE WOPTION-WORK-DRIVE TO WS-PIECE-FILE-DRIVE
101526         OPEN OUTPUT PIECE-INDEX-FILE
090126     ELSE
090126*        A prior batch call in this run unit may have left the
090126*        tables loaded.
090126         MOVE ZERO TO WS-SUP-COUNT
090126                      WS-ADR-COUNT
101526                      WS-PRF-COUNT
090126     END-IF.
090126     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.

090126                     TO WS-MSG-STATE (WS-MSG-ROW-COUNT)
090126                 MOVE MSGR-TEXT-LINE
090126                     TO WS-MSG-TEXT (WS-MSG-ROW-COUNT)
101526                 IF MSGR-LANGUAGE-CODE = SPACES
101526                     MOVE 'EN'
101526                         TO WS-MSG-LANGUAGE (WS-MSG-ROW-COUNT)
101526                 ELSE
101526                     MOVE MSGR-LANGUAGE-CODE
101526                         TO WS-MSG-LANGUAGE (WS-MSG-ROW-COUNT)
101526                 END-IF
090126               END-IF
090126         END-READ
090126     END-PERFORM.
090126     END-PERFORM.
090126     CLOSE ADDRESS-STATUS-FILE.

101526******************************************************************
101526 1400-LOAD-LANGUAGE-PREFS.
101526*    No preference file means every page in English.

101526     MOVE WOPTION-WORK-DRIVE TO WS-LNGPREF-FILE-DRIVE.
101526     MOVE ZERO TO WS-LNGP-COUNT.
101526     OPEN INPUT LANGUAGE-PREF-FILE.
101526     IF LANGUAGE-PREF-STATUS NOT = '00'
101526         EXIT PARAGRAPH
101526     END-IF.
101526     PERFORM UNTIL LANGUAGE-PREF-STATUS NOT = '00'
101526         READ LANGUAGE-PREF-FILE
101526             AT END
101526                 MOVE '10' TO LANGUAGE-PREF-STATUS
101526             NOT AT END
101526               IF WS-LNGP-COUNT >= WS-MAX-LANG-PREFS
101526*                An owner past the table cap would silently
101526*                get English - flag it for the count report.
101526                 SET WS-LNGP-LIST-OVERFLOWED TO TRUE
101526               ELSE
101526                 IF NOT LNGP-ENGLISH
101526                   ADD 1 TO WS-LNGP-COUNT
101526                   MOVE SPACES TO WS-LNGP-KEY (WS-LNGP-COUNT)
101526                   MOVE LNGP-COMPANY-CODE
101526                       TO WS-LNGP-KEY (WS-LNGP-COUNT) (1:2)
101526                   MOVE LNGP-POLICY-NUMBER
101526                       TO WS-LNGP-KEY (WS-LNGP-COUNT) (3:12)
101526                   MOVE LNGP-LANGUAGE-CODE
101526                       TO WS-LNGP-LANGUAGE (WS-LNGP-COUNT)
101526                 END-IF
101526               END-IF
101526         END-READ
101526     END-PERFORM.
101526     CLOSE LANGUAGE-PREF-FILE.

101526******************************************************************
101526 1500-LOAD-LITERALS.
101526*    No literal file means the built-in English throughout.
101526*    Reloaded every call, so the resolved page set is too.

101526     MOVE WOPTION-WORK-DRIVE TO WS-STMTLIT-FILE-DRIVE.
101526     MOVE ZERO   TO WS-SLIT-COUNT.
101526     MOVE SPACES TO WS-PAGE-LIT-LANGUAGE.
101526     OPEN INPUT STATEMENT-LITERAL-FILE.
101526     IF STATEMENT-LITERAL-STATUS NOT = '00'
101526         EXIT PARAGRAPH
101526     END-IF.
101526     PERFORM UNTIL STATEMENT-LITERAL-STATUS NOT = '00'
101526         READ STATEMENT-LITERAL-FILE
101526             AT END
101526                 MOVE '10' TO STATEMENT-LITERAL-STATUS
101526             NOT AT END
101526               IF WS-SLIT-COUNT >= WS-MAX-LITERAL-ROWS
101526                 SET WS-SLIT-TABLE-OVERFLOWED TO TRUE
101526               ELSE
101526                 ADD 1 TO WS-SLIT-COUNT
101526                 MOVE SLIT-LANGUAGE-CODE
101526                     TO WS-SLIT-LANGUAGE (WS-SLIT-COUNT)
101526                 MOVE SLIT-LITERAL-ID
101526                     TO WS-SLIT-ID (WS-SLIT-COUNT)
101526                 MOVE SLIT-TEXT
101526                     TO WS-SLIT-TEXT (WS-SLIT-COUNT)
101526               END-IF
101526         END-READ
101526     END-PERFORM.
101526     CLOSE STATEMENT-LITERAL-FILE.

101526******************************************************************
101526 1600-LOAD-PROOF-EXCEPTIONS.
101526*    Held only when the run asks for it - otherwise the proof
101526*    report is a review list and everything prints.  One entry
101526*    per policy, with the first proof it failed.

101526     MOVE ZERO TO WS-PRF-COUNT.
101526     IF NOT WGLOB-STMT-PROOF-HOLD
101526         EXIT PARAGRAPH
101526     END-IF.
101526     MOVE WOPTION-WORK-DRIVE TO WS-PROOF-FILE-DRIVE.
101526     OPEN INPUT PROOF-EXCEPTION-FILE.
101526     IF PROOF-EXCEPTION-STATUS NOT = '00'
101526         EXIT PARAGRAPH
101526     END-IF.
101526     PERFORM UNTIL PROOF-EXCEPTION-STATUS NOT = '00'
101526         READ PROOF-EXCEPTION-FILE
101526             AT END
101526                 MOVE '10' TO PROOF-EXCEPTION-STATUS
101526             NOT AT END
101526                 PERFORM 1610-TAKE-PROOF-EXCEPTION
101526         END-READ
101526     END-PERFORM.
101526     CLOSE PROOF-EXCEPTION-FILE.

101526******************************************************************
101526 1610-TAKE-PROOF-EXCEPTION.

101526     MOVE SPACES TO WS-PRF-LOOKUP.
101526     MOVE SPRF-COMPANY-CODE  TO WS-PRF-LOOKUP (1:2).
101526     MOVE SPRF-POLICY-NUMBER TO WS-PRF-LOOKUP (3:12).
101526     PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
101526         UNTIL WS-PRF-IDX > WS-PRF-COUNT
101526         IF WS-PRF-KEY (WS-PRF-IDX) = WS-PRF-LOOKUP
101526             EXIT PARAGRAPH
101526         END-IF
101526     END-PERFORM.
101526     IF WS-PRF-COUNT >= WS-MAX-PROOF-HOLDS
101526*        A policy past the table cap would silently print
101526*        out of balance - flag it so the count report says so
101526*        in so many words.
101526         SET WS-PRF-LIST-OVERFLOWED TO TRUE
101526     ELSE
101526         ADD 1 TO WS-PRF-COUNT
101526         MOVE WS-PRF-LOOKUP   TO WS-PRF-KEY (WS-PRF-COUNT)
101526         MOVE SPRF-PROOF-CODE TO WS-PRF-PROOF-CODE (WS-PRF-COUNT)
101526     END-IF.

      ******************************************************************
       2000-WALK-EXTRACT.

           MOVE WS-TOKEN (2) (1:12) TO WS-CUR-POLICY.
           MOVE '2' TO WS-BLOCK-STATE.

101526*    The owner's language - English unless listed.
101526     MOVE 'EN' TO WS-CUR-LANGUAGE.
101526     MOVE SPACES TO WS-SUP-LOOKUP.
101526     MOVE WS-CUR-COMPANY TO WS-SUP-LOOKUP (1:2).
101526     MOVE WS-CUR-POLICY  TO WS-SUP-LOOKUP (3:12).
101526     PERFORM VARYING WS-LNGP-IDX FROM 1 BY 1
101526         UNTIL WS-LNGP-IDX > WS-LNGP-COUNT
101526         IF WS-LNGP-KEY (WS-LNGP-IDX) = WS-SUP-LOOKUP
101526             MOVE WS-LNGP-LANGUAGE (WS-LNGP-IDX)
101526                 TO WS-CUR-LANGUAGE
101526             EXIT PERFORM
101526         END-IF
101526     END-PERFORM.

090126*    An owner on the e-delivery list gets no printed page -
090126*    the block's raw lines divert to the portal extract.
090126     MOVE 'N' TO WS-SUPPRESSED-FLAG.
090126         IF WS-SUP-KEY (WS-SUP-IDX) = WS-SUP-LOOKUP
090126             SET WS-POLICY-SUPPRESSED TO TRUE
090126             ADD 1 TO WS-ESTMT-POLICIES
101526             MOVE 'E' TO WS-LNGCNT-ROUTE
101526             PERFORM 3600-COUNT-LANGUAGE
101526             PERFORM 2250-LOG-ESTATEMENT
090126             EXIT PERFORM
090126         END-IF
090126     END-PERFORM.
090126     PERFORM 2900-DIVERT-IF-SUPPRESSED.

101526*    A statement that failed the pre-print proof does not
101526*    print - it goes to the hold output for correction.  An
101526*    electronic policy never prints, so the question doesn't
101526*    arise for it.
101526     MOVE 'N' TO WS-PROOF-HOLD-FLAG.
101526     IF NOT WS-POLICY-SUPPRESSED
101526         PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
101526             UNTIL WS-PRF-IDX > WS-PRF-COUNT
101526             IF WS-PRF-KEY (WS-PRF-IDX) = WS-SUP-LOOKUP
101526                 PERFORM 2960-HOLD-OUT-OF-BALANCE
101526                 EXIT PERFORM
101526             END-IF
101526         END-PERFORM
101526     END-IF.

090126*    An open returned-mail hold is decided once the extract's
090126*    owner address is in hand (name line 12) - an electronic
090126*    policy never mails, so the hold question doesn't arise.
090126     MOVE 'N'  TO WS-ADDR-HOLD-FLAG.
090126     MOVE ZERO TO WS-ADR-CUR-IDX.
090126     IF NOT WS-POLICY-SUPPRESSED
101526         AND NOT WS-PROOF-HELD
090126         PERFORM VARYING WS-ADR-IDX FROM 1 BY 1
090126             UNTIL WS-ADR-IDX > WS-ADR-COUNT
090126             IF WS-ADR-KEY (WS-ADR-IDX) = WS-SUP-LOOKUP
090126         END-PERFORM
090126     END-IF.

101526******************************************************************
101526 2250-LOG-ESTATEMENT.
101526*    The owner section is still to come - an e-delivered
101526*    statement is logged against the portal extract only.

101526     INITIALIZE WCORW-PARAMETERS.
101526     MOVE 'ASTFMT29'             TO WCORW-JOB-NAME.
101526     MOVE WS-CUR-COMPANY         TO WCORW-COMPANY-CODE.
101526     MOVE WS-CUR-POLICY          TO WCORW-POLICY-NUMBER.
101526     SET WCORW-ANNUAL-ESTATEMENT TO TRUE.
101526     MOVE ESTMT-FILE-NAME        TO WCORW-OUTPUT-FILE.
101526     ADD 1 TO WS-ESTMT-FILE-SEQ.
101526     MOVE WS-ESTMT-FILE-SEQ      TO WCORW-DOCUMENT-SEQ.
101526     MOVE 'ELECTRONIC DELIVERY'  TO WCORW-ADDR-LINE-1.
101526     CALL CCORRLOG USING WGLOBAL WCORW-PARAMETERS.

      ******************************************************************
       2210-TAKE-KEY2.

                   MOVE WS-TOKEN (1) (1:35) TO WS-CUR-OWNER-ADDR-3
               WHEN 15
090126             MOVE WS-TOKEN (2) (1:2) TO WS-CUR-OWNER-STATE
101526             MOVE WS-TOKEN (3) (1:10) TO WS-CUR-OWNER-ZIP
                   MOVE SPACES TO WS-CUR-OWNER-CITY-LINE
                   STRING FUNCTION TRIM (WS-TOKEN (1)) ', '
                          WS-TOKEN (2) (1:2) ' '
                   END-STRING
090126             IF NOT WS-POLICY-SUPPRESSED
090126                 AND NOT WS-ADDR-HELD
101526                 AND NOT WS-PROOF-HELD
                   PERFORM 3000-OPEN-PAGE
090126             END-IF
                   MOVE 'V' TO WS-BLOCK-STATE
                       AND WS-TOKEN (1) (8:8) NOT = '00000000'
090126                 AND NOT WS-POLICY-SUPPRESSED
090126                 AND NOT WS-ADDR-HELD
101526                 AND NOT WS-PROOF-HELD
                       PERFORM 3200-PRINT-PERIOD-ROW
                   END-IF
               WHEN WS-TOKEN (1) = 'L'
                   IF WS-TOKEN (4) (8:8) NOT = '00000000'
090126                 AND NOT WS-POLICY-SUPPRESSED
090126                 AND NOT WS-ADDR-HELD
101526                 AND NOT WS-PROOF-HELD
                       PERFORM 3300-PRINT-LOAN-ROW
                   END-IF
               WHEN WS-TOKEN (1) = 'W'
090126             PERFORM 2900-DIVERT-IF-SUPPRESSED
090126             IF NOT WS-POLICY-SUPPRESSED
090126                 AND NOT WS-ADDR-HELD
101526                 AND NOT WS-PROOF-HELD
                   PERFORM 3400-PRINT-LOAN-WARNING
090126             END-IF
101526         WHEN WS-TOKEN (1) = 'V'
101526             PERFORM 2900-DIVERT-IF-SUPPRESSED
101526             IF NOT WS-POLICY-SUPPRESSED
101526                 AND NOT WS-ADDR-HELD
101526                 AND NOT WS-PROOF-HELD
101526                 PERFORM 3420-PRINT-PROJECTION
101526             END-IF
               WHEN OTHER
      *            Next policy's first key line - finish this page
      *            and start over.

090126     IF WS-ADDR-HELD
090126         ADD 1 TO WS-HELD-POLICIES
101526         MOVE 'H' TO WS-LNGCNT-ROUTE
101526         PERFORM 3600-COUNT-LANGUAGE
090126         MOVE SPACES TO HOLD-RECORD
090126         STRING 'HOLD ' WS-CUR-COMPANY '-' WS-CUR-POLICY
090126                ' RETURNED ' WS-ADR-RETURNED-DATE
090126         WRITE HOLD-RECORD
090126     END-IF.

101526******************************************************************
101526 2960-HOLD-OUT-OF-BALANCE.

101526     SET WS-PROOF-HELD TO TRUE.
101526     ADD 1 TO WS-PROOF-HELD-POLICIES.
101526     MOVE 'H' TO WS-LNGCNT-ROUTE.
101526     PERFORM 3600-COUNT-LANGUAGE.
101526     MOVE SPACES TO HOLD-RECORD.
101526     STRING 'HOLD ' WS-CUR-COMPANY '-' WS-CUR-POLICY
101526            ' OUT OF BALANCE, PROOF '
101526            WS-PRF-PROOF-CODE (WS-PRF-IDX)
101526            ' - SEE STATEMENT PROOF REPORT'
101526         DELIMITED BY SIZE INTO HOLD-RECORD
101526     END-STRING.
101526     WRITE HOLD-RECORD.

      ******************************************************************
       3000-OPEN-PAGE.

           MOVE 'N' TO WS-PERIOD-HEADER-FLAG
                       WS-LOAN-HEADER-FLAG.
           ADD 1 TO WS-PAGES-WRITTEN.
101526     MOVE 'P' TO WS-LNGCNT-ROUTE.
101526     PERFORM 3600-COUNT-LANGUAGE.
101526     IF WS-CUR-LANGUAGE NOT = WS-PAGE-LIT-LANGUAGE
101526         PERFORM 3050-RESOLVE-LITERALS
101526     END-IF.

101526     IF NOT WGLOB-STMT-REQUEST-MODE
101526         PERFORM 3010-WRITE-PIECE-INDEX
101526     END-IF.
101526     PERFORM 3020-LOG-STATEMENT.

           MOVE ALL '=' TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
101526     STRING WS-PL-PAGE-TITLE (1:26)
101526            FUNCTION TRIM (WS-PL-PAGE-POLICY) ' '
                  WS-CUR-COMPANY '-' WS-CUR-POLICY
101526            '   ' FUNCTION TRIM (WS-PL-PAGE-PERIOD) ' '
101526            WS-CUR-B-START-DATE
101526            ' ' FUNCTION TRIM (WS-PL-PAGE-THROUGH) ' '
101526            WS-CUR-B-END-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-STRING.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
101526     STRING FUNCTION TRIM (WS-PL-PAGE-INSURED) ' '
101526            WS-CUR-INSURED
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-STRING.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD.

           MOVE SPACES TO PRINT-RECORD.
101526     STRING FUNCTION TRIM (WS-PL-START-VALUE) ' '
                  WS-CUR-B-START-VALUE
101526            '     ' FUNCTION TRIM (WS-PL-END-VALUE) ' '
                  WS-CUR-B-END-VALUE
               DELIMITED BY SIZE INTO PRINT-RECORD
           END-STRING.
           WRITE PRINT-RECORD.

101526******************************************************************
101526 3010-WRITE-PIECE-INDEX.

101526     MOVE SPACES                 TO MAIL-PIECE-INDEX-RECORD.
101526     MOVE WS-CUR-COMPANY         TO MPCE-COMPANY-CODE.
101526     MOVE WS-CUR-POLICY          TO MPCE-POLICY-NUMBER.
101526     MOVE WS-CUR-OWNER-ZIP       TO MPCE-OWNER-ZIP.
101526     MOVE WS-CUR-OWNER-STATE     TO MPCE-OWNER-STATE.
101526     MOVE WS-CUR-OWNER-ADDR-1    TO MPCE-OWNER-ADDR-1.
101526     WRITE MAIL-PIECE-INDEX-RECORD.

101526******************************************************************
101526 3020-LOG-STATEMENT.
101526*    The page number is the statement's place in the print
101526*    file - a request-mode file holds just the one.

101526     INITIALIZE WCORW-PARAMETERS.
101526     MOVE 'ASTFMT29'             TO WCORW-JOB-NAME.
101526     MOVE WS-CUR-COMPANY         TO WCORW-COMPANY-CODE.
101526     MOVE WS-CUR-POLICY          TO WCORW-POLICY-NUMBER.
101526     SET WCORW-ANNUAL-STATEMENT  TO TRUE.
101526     MOVE PRINT-FILE-NAME        TO WCORW-OUTPUT-FILE.
101526     ADD 1 TO WS-PRINT-FILE-SEQ.
101526     MOVE WS-PRINT-FILE-SEQ      TO WCORW-DOCUMENT-SEQ.
101526     MOVE WS-CUR-OWNER-NAME      TO WCORW-ADDRESSEE-NAME.
101526     MOVE WS-CUR-OWNER-ADDR-1    TO WCORW-ADDR-LINE-1.
101526     MOVE WS-CUR-OWNER-ADDR-2    TO WCORW-ADDR-LINE-2.
101526     MOVE WS-CUR-OWNER-ADDR-3    TO WCORW-ADDR-LINE-3.
101526     MOVE WS-CUR-OWNER-CITY-LINE TO WCORW-CITY-LINE.
101526     MOVE WS-CUR-OWNER-ZIP       TO WCORW-POSTAL-CODE.
101526     CALL CCORRLOG USING WGLOBAL WCORW-PARAMETERS.

101526******************************************************************
101526 3050-RESOLVE-LITERALS.
101526*    Built-in English, overridden by any 'EN' row on the literal
101526*    file, then by the page language's own row where there is
101526*    one.  Kept until a page in another language comes along.

101526     PERFORM VARYING WS-DFLT-IDX FROM 1 BY 1
101526         UNTIL WS-DFLT-IDX > WS-LITERAL-COUNT
101526         MOVE WS-DFLT-TEXT (WS-DFLT-IDX)
101526             TO WS-PL-TEXT (WS-DFLT-IDX)
101526         PERFORM VARYING WS-SLIT-IDX FROM 1 BY 1
101526             UNTIL WS-SLIT-IDX > WS-SLIT-COUNT
101526             IF WS-SLIT-ID (WS-SLIT-IDX)
101526                     = WS-DFLT-ID (WS-DFLT-IDX)
101526                 AND WS-SLIT-LANGUAGE (WS-SLIT-IDX) = 'EN'
101526                 MOVE WS-SLIT-TEXT (WS-SLIT-IDX)
101526                     TO WS-PL-TEXT (WS-DFLT-IDX)
101526             END-IF
101526         END-PERFORM
101526         IF WS-CUR-LANGUAGE NOT = 'EN'
101526             PERFORM VARYING WS-SLIT-IDX FROM 1 BY 1
101526                 UNTIL WS-SLIT-IDX > WS-SLIT-COUNT
101526                 IF WS-SLIT-ID (WS-SLIT-IDX)
101526                         = WS-DFLT-ID (WS-DFLT-IDX)
101526                     AND WS-SLIT-LANGUAGE (WS-SLIT-IDX)
101526                         = WS-CUR-LANGUAGE
101526                     MOVE WS-SLIT-TEXT (WS-SLIT-IDX)
101526                         TO WS-PL-TEXT (WS-DFLT-IDX)
101526                 END-IF
101526             END-PERFORM
101526         END-IF
101526     END-PERFORM.
101526     MOVE WS-CUR-LANGUAGE TO WS-PAGE-LIT-LANGUAGE.

      ******************************************************************
       3200-PRINT-PERIOD-ROW.

               SET WS-PERIOD-HEADER-DONE TO TRUE
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
101526         MOVE WS-PL-PERIOD-TITLE TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
101526         MOVE WS-PL-PERIOD-FROM TO PRINT-RECORD (3:10)
101526         MOVE WS-PL-PERIOD-THRU TO PRINT-RECORD (14:12)
101526         MOVE WS-PL-PERIOD-PREMIUMS TO PRINT-RECORD (27:11)
101526         MOVE WS-PL-PERIOD-WITHDRAWALS TO PRINT-RECORD (39:13)
101526         MOVE WS-PL-PERIOD-INTEREST TO PRINT-RECORD (53:13)
101526         MOVE WS-PL-PERIOD-VALUE TO PRINT-RECORD (67:14)
               WRITE PRINT-RECORD
           END-IF.

               SET WS-LOAN-HEADER-DONE TO TRUE
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
101526         MOVE WS-PL-LOAN-TITLE TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
101526         MOVE WS-PL-LOAN-DATE TO PRINT-RECORD (3:11)
101526         MOVE WS-PL-LOAN-ORIGINAL TO PRINT-RECORD (15:16)
101526         MOVE WS-PL-LOAN-PAYMENT TO PRINT-RECORD (32:9)
101526         MOVE WS-PL-LOAN-BALANCE TO PRINT-RECORD (42:20)
               WRITE PRINT-RECORD
           END-IF.

      ******************************************************************
       3400-PRINT-LOAN-WARNING.

101526     MOVE SPACES TO PRINT-RECORD.
101526     MOVE WS-PL-LOAN-WARNING TO PRINT-RECORD (3:60).
           WRITE PRINT-RECORD.

101526******************************************************************
101526 3420-PRINT-PROJECTION.

101526*    V row: 'V', company, policy, guaranteed rate(4), current
101526*    rate(5), planned premium(6), deductions(7), guaranteed
101526*    value(8), guaranteed surrender value(9), guaranteed lapse
101526*    flag(10), current value(11), current surrender value(12),
101526*    current lapse flag(13).
101526     MOVE SPACES TO PRINT-RECORD.
101526     WRITE PRINT-RECORD.
101526     MOVE WS-PL-PROJ-TITLE TO PRINT-RECORD.
101526     WRITE PRINT-RECORD.
101526     MOVE SPACES TO PRINT-RECORD.
101526     STRING '  ' FUNCTION TRIM (WS-PL-PROJ-ASSUMES) ' '
101526            FUNCTION TRIM (WS-TOKEN (6)) ' '
101526            FUNCTION TRIM (WS-PL-PROJ-DEDUCTIONS) ' '
101526            FUNCTION TRIM (WS-TOKEN (7)) ' '
101526            FUNCTION TRIM (WS-PL-PROJ-FOR-YEAR)
101526         DELIMITED BY SIZE INTO PRINT-RECORD
101526     END-STRING.
101526     WRITE PRINT-RECORD.
101526     MOVE SPACES TO PRINT-RECORD.
101526     MOVE WS-PL-PROJ-BASIS TO PRINT-RECORD (3:14).
101526     MOVE WS-PL-PROJ-RATE TO PRINT-RECORD (20:8).
101526     MOVE WS-PL-PROJ-VALUE TO PRINT-RECORD (30:13).
101526     MOVE WS-PL-PROJ-SURR-VALUE TO PRINT-RECORD (44:20).
101526     WRITE PRINT-RECORD.
101526     MOVE SPACES TO PRINT-RECORD.
101526     MOVE WS-PL-PROJ-GUARANTEED TO PRINT-RECORD (3:14).
101526     MOVE WS-TOKEN (4) (1:7) TO PRINT-RECORD (17:7).
101526     MOVE WS-TOKEN (8) (1:12) TO PRINT-RECORD (29:12).
101526     MOVE WS-TOKEN (9) (1:12) TO PRINT-RECORD (45:12).
101526     WRITE PRINT-RECORD.
101526     MOVE SPACES TO PRINT-RECORD.
101526     MOVE WS-PL-PROJ-CURRENT TO PRINT-RECORD (3:14).
101526     MOVE WS-TOKEN (5) (1:7) TO PRINT-RECORD (17:7).
101526     MOVE WS-TOKEN (11) (1:12) TO PRINT-RECORD (29:12).
101526     MOVE WS-TOKEN (12) (1:12) TO PRINT-RECORD (45:12).
101526     WRITE PRINT-RECORD.

101526*    A lapse on current assumptions is the stronger warning -
101526*    it implies the guaranteed basis lapses too.
101526     EVALUATE TRUE
101526         WHEN WS-TOKEN (13) (1:1) = 'Y'
101526             MOVE SPACES TO PRINT-RECORD
101526             MOVE WS-PL-LAPSE-LINE-1 TO PRINT-RECORD (3:60)
101526             WRITE PRINT-RECORD
101526             MOVE SPACES TO PRINT-RECORD
101526             MOVE WS-PL-LAPSE-LINE-2 TO PRINT-RECORD (6:60)
101526             WRITE PRINT-RECORD
101526             ADD 1 TO WS-LAPSE-WARNINGS
101526         WHEN WS-TOKEN (10) (1:1) = 'Y'
101526             MOVE SPACES TO PRINT-RECORD
101526             MOVE WS-PL-GUAR-LAPSE-LINE-1 TO PRINT-RECORD (3:60)
101526             WRITE PRINT-RECORD
101526             MOVE SPACES TO PRINT-RECORD
101526             MOVE WS-PL-GUAR-LAPSE-LINE-2 TO PRINT-RECORD (6:60)
101526             WRITE PRINT-RECORD
101526             ADD 1 TO WS-LAPSE-WARNINGS
101526     END-EVALUATE.

      ******************************************************************
       3500-CLOSE-PAGE.


           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
101526     MOVE WS-PL-THANKS TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'N' TO WS-PAGE-OPEN-FLAG.

090126*    match this page (SPACES on a rule key matches anything)
090126*    prints in file order; a message is counted once per
090126*    statement however many text lines it carries.
101526*    Rows are chosen by the page's language (3455).

090126     MOVE SPACES TO WS-LAST-COUNTED-MSG.
090126     MOVE 'N'    TO WS-MESSAGE-GAP-FLAG.
090126             AND (WS-MSG-STATE (WS-MSG-ROW-IDX) = SPACES
090126                 OR WS-MSG-STATE (WS-MSG-ROW-IDX)
090126                     = WS-CUR-OWNER-STATE)
101526             PERFORM 3455-CHOOSE-MESSAGE-LANGUAGE
101526         ELSE
101526             MOVE 'N' TO WS-MSG-PRINT-FLAG
101526         END-IF
101526         IF WS-MSG-ROW-PRINTS
090126             IF WS-MESSAGE-GAP-FLAG = 'N'
090126                 MOVE 'Y' TO WS-MESSAGE-GAP-FLAG
090126                 MOVE SPACES TO PRINT-RECORD
090126         END-IF
090126     END-PERFORM.

101526******************************************************************
101526 3455-CHOOSE-MESSAGE-LANGUAGE.
101526*    A row in the page's language prints.  An English row
101526*    prints on a page in another language only when its
101526*    message has no row in that language - an untranslated
101526*    disclosure still goes out, in English.

101526     MOVE 'N' TO WS-MSG-PRINT-FLAG.
101526     EVALUATE TRUE
101526         WHEN WS-MSG-LANGUAGE (WS-MSG-ROW-IDX) = WS-CUR-LANGUAGE
101526             MOVE 'Y' TO WS-MSG-PRINT-FLAG
101526         WHEN WS-MSG-LANGUAGE (WS-MSG-ROW-IDX) = 'EN'
101526             MOVE 'Y' TO WS-MSG-PRINT-FLAG
101526             PERFORM VARYING WS-MSG-SCAN-IDX FROM 1 BY 1
101526                 UNTIL WS-MSG-SCAN-IDX > WS-MSG-ROW-COUNT
101526                 IF WS-MSG-ID (WS-MSG-SCAN-IDX)
101526                         = WS-MSG-ID (WS-MSG-ROW-IDX)
101526                     AND WS-MSG-LANGUAGE (WS-MSG-SCAN-IDX)
101526                         = WS-CUR-LANGUAGE
101526                     MOVE 'N' TO WS-MSG-PRINT-FLAG
101526                     EXIT PERFORM
101526                 END-IF
101526             END-PERFORM
101526     END-EVALUATE.

090126******************************************************************
090126 3460-COUNT-ONE-MESSAGE.

090126         ADD 1 TO WS-MSGCNT-STMTS (WS-MSGCNT-IDX)
090126     END-IF.

101526******************************************************************
101526 3600-COUNT-LANGUAGE.
101526*    One statement for the current language, by route - (P)rint,
101526*    (E)lectronic or (H)eld.

101526     PERFORM VARYING WS-LNGCNT-IDX FROM 1 BY 1
101526         UNTIL WS-LNGCNT-IDX > WS-LNGCNT-COUNT
101526         IF WS-LNGCNT-LANGUAGE (WS-LNGCNT-IDX) = WS-CUR-LANGUAGE
101526             EXIT PERFORM
101526         END-IF
101526     END-PERFORM.
101526     IF WS-LNGCNT-IDX > WS-LNGCNT-COUNT
101526         IF WS-LNGCNT-COUNT < WS-MAX-LANGUAGES
101526             ADD 1 TO WS-LNGCNT-COUNT
101526             MOVE WS-CUR-LANGUAGE
101526                 TO WS-LNGCNT-LANGUAGE (WS-LNGCNT-IDX)
101526             MOVE ZERO TO WS-LNGCNT-PRINTED (WS-LNGCNT-IDX)
101526                          WS-LNGCNT-ELECTRONIC (WS-LNGCNT-IDX)
101526                          WS-LNGCNT-HELD (WS-LNGCNT-IDX)
101526         ELSE
101526             EXIT PARAGRAPH
101526         END-IF
101526     END-IF.
101526     EVALUATE WS-LNGCNT-ROUTE
101526         WHEN 'P'
101526             ADD 1 TO WS-LNGCNT-PRINTED (WS-LNGCNT-IDX)
101526         WHEN 'E'
101526             ADD 1 TO WS-LNGCNT-ELECTRONIC (WS-LNGCNT-IDX)
101526         WHEN 'H'
101526             ADD 1 TO WS-LNGCNT-HELD (WS-LNGCNT-IDX)
101526     END-EVALUATE.

090126******************************************************************
090126 8000-WRITE-MESSAGE-COUNTS.
090126*    How many statements carried each message - the proof
090126*    back up to the trailer's policy total - the proof that no
090126*    routing dropped a policy on the floor.  Rides the
090126*    message-count report file.
101526*    Out-of-balance holds count in the split too.

090126     OPEN EXTEND MESSAGE-COUNT-FILE.
090126     IF MESSAGE-COUNT-STATUS = '35' OR '05'
090126     STRING 'PRINTED=' WS-PAGES-WRITTEN
090126            ' ELECTRONIC=' WS-ESTMT-POLICIES
090126            ' HELD=' WS-HELD-POLICIES
101526            ' PROOF-HELD=' WS-PROOF-HELD-POLICIES
090126            ' TRAILER=' WS-TRAILER-POLICIES
090126         DELIMITED BY SIZE INTO MESSAGE-COUNT-RECORD
090126     END-STRING.
090126     IF WS-TRAILER-POLICIES =
090126             WS-PAGES-WRITTEN + WS-ESTMT-POLICIES
090126             + WS-HELD-POLICIES
101526             + WS-PROOF-HELD-POLICIES
090126         MOVE 'DELIVERY SPLIT BALANCES TO TRAILER'
090126             TO MESSAGE-COUNT-RECORD
090126     ELSE
090126     END-IF.
090126     WRITE MESSAGE-COUNT-RECORD.

101526     MOVE SPACES TO MESSAGE-COUNT-RECORD.
101526     STRING 'PROJECTED-LAPSE WARNINGS=' WS-LAPSE-WARNINGS
101526         DELIMITED BY SIZE INTO MESSAGE-COUNT-RECORD
101526     END-STRING.
101526     WRITE MESSAGE-COUNT-RECORD.

101526     PERFORM VARYING WS-LNGCNT-IDX FROM 1 BY 1
101526         UNTIL WS-LNGCNT-IDX > WS-LNGCNT-COUNT
101526         MOVE SPACES TO MESSAGE-COUNT-RECORD
101526         STRING 'LANGUAGE ' WS-LNGCNT-LANGUAGE (WS-LNGCNT-IDX)
101526                ' PRINTED=' WS-LNGCNT-PRINTED (WS-LNGCNT-IDX)
101526                ' ELECTRONIC='
101526                WS-LNGCNT-ELECTRONIC (WS-LNGCNT-IDX)
101526                ' HELD=' WS-LNGCNT-HELD (WS-LNGCNT-IDX)
101526             DELIMITED BY SIZE INTO MESSAGE-COUNT-RECORD
101526         END-STRING
101526         WRITE MESSAGE-COUNT-RECORD
101526     END-PERFORM.

090126     IF WS-MSG-RULES-OVERFLOWED
090126         MOVE '** MESSAGE RULES TABLE FULL - MESSAGES DROPPED **'
090126             TO MESSAGE-COUNT-RECORD
090126             TO MESSAGE-COUNT-RECORD
090126         WRITE MESSAGE-COUNT-RECORD
090126     END-IF.
101526     IF WS-LNGP-LIST-OVERFLOWED
101526         MOVE '** LANGUAGE LIST FULL - SOME OWNERS IN ENGLISH **'
101526             TO MESSAGE-COUNT-RECORD
101526         WRITE MESSAGE-COUNT-RECORD
101526     END-IF.
101526     IF WS-PRF-LIST-OVERFLOWED
101526         MOVE '** PROOF HOLD LIST FULL - SOME PRINTED UNPROVED **'
101526             TO MESSAGE-COUNT-RECORD
101526         WRITE MESSAGE-COUNT-RECORD
101526     END-IF.
101526     IF WS-SLIT-TABLE-OVERFLOWED
101526         MOVE '** LITERAL TABLE FULL - SOME TEXT IN ENGLISH **'
101526             TO MESSAGE-COUNT-RECORD
101526         WRITE MESSAGE-COUNT-RECORD
101526     END-IF.
090126     CLOSE MESSAGE-COUNT-FILE.

090126******************************************************************
