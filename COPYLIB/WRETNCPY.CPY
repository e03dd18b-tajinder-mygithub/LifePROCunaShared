090126 78  LP-RC-RECORD-TOO-LONG               VALUE 8044.
090126 78  LP-RC-PAYEE-REQUEST-INVALID         VALUE 8045.
090126 78  LP-RC-PAYEE-ROW-NOT-FOUND           VALUE 8046.
101526 78  LP-RC-SCHED-REQUEST-INVALID         VALUE 8047.
101526 78  LP-RC-SCHED-ROW-NOT-FOUND           VALUE 8048.
101526 78  LP-RC-BANK-REQUEST-INVALID          VALUE 8049.
101526 78  LP-RC-BANK-ROW-NOT-FOUND            VALUE 8050.
101526 78  LP-RC-GLMAP-REQUEST-INVALID         VALUE 8051.
101526 78  LP-RC-GLMAP-ROW-NOT-FOUND           VALUE 8052.
101526 78  LP-RC-LOAN-REV-NOT-FOUND            VALUE 8053.
101526 78  LP-RC-LOAN-REV-ALREADY              VALUE 8054.
101526 78  LP-RC-LOAN-REV-DEPENDENT            VALUE 8055.
101526 78  LP-RC-RFLG-REQUEST-INVALID          VALUE 8056.
101526 78  LP-RC-RFLG-CASE-NOT-FOUND           VALUE 8057.
101526 78  LP-RC-RFLG-CASE-CLOSED              VALUE 8058.
101526 78  LP-RC-SLA-REQUEST-INVALID           VALUE 8059.
101526 78  LP-RC-SLA-ROW-NOT-FOUND             VALUE 8060.
101526 78  LP-RC-CALENDAR-REQUEST-INVALID      VALUE 8061.
101526 78  LP-RC-CALENDAR-DAY-NOT-FOUND        VALUE 8062.
101526 78  LP-RC-SPLIT-AGENT-NOT-APPOINTED     VALUE 8063.
101526 78  LP-RC-APPOINTMENT-ROW-INVALID       VALUE 8064.
101526 78  LP-RC-APPOINTMENT-ROW-EXISTS        VALUE 8065.
101526 78  LP-RC-APPOINTMENT-ROW-NOT-FOUND     VALUE 8066.
101526 78  LP-RC-IMB-PIECE-NOT-TRACED          VALUE 8067.
101526 78  LP-RC-DEATH-REQUEST-INVALID         VALUE 8068.
101526 78  LP-RC-DEATH-HOLD-NOT-FOUND          VALUE 8069.
101526 78  LP-RC-LOAN-DEATH-HOLD               VALUE 8070.
101526 78  LP-RC-OFAC-REQUEST-INVALID          VALUE 8071.
101526 78  LP-RC-OFAC-LIST-MISSING             VALUE 8072.
101526 78  LP-RC-OFAC-REVIEW-NOT-FOUND         VALUE 8073.
101526 78  LP-RC-OFAC-REVIEW-DECIDED           VALUE 8074.
101526 78  LP-RC-OFAC-SAME-CODER               VALUE 8075.
101526 78  LP-RC-LEGAL-HOLD-INVALID            VALUE 8076.
101526 78  LP-RC-LEGAL-HOLD-EXISTS             VALUE 8077.
101526 78  LP-RC-LEGAL-HOLD-NOT-FOUND          VALUE 8078.
101526 78  LP-RC-UNDER-LEGAL-HOLD              VALUE 8079.
101526 78  LP-RC-CORR-REQUEST-INVALID          VALUE 8080.
101526 78  LP-RC-JOB-PARM-INVALID              VALUE 8081.
101526 78  LP-RC-JOB-PARM-PENDING              VALUE 8082.
101526 78  LP-RC-JOB-PARM-NOT-FOUND            VALUE 8083.
101526 78  LP-RC-JOB-PARM-SAME-CODER           VALUE 8084.
101526 78  LP-RC-SPLIT-TEMPLATE-INVALID        VALUE 8085.
101526 78  LP-RC-SPLIT-TEMPLATE-NOT-FOUND      VALUE 8086.
101526 78  LP-RC-BONUS-TIER-INVALID            VALUE 8087.
101526 78  LP-RC-BONUS-TIER-NOT-FOUND          VALUE 8088.
101526 78  LP-RC-POLICY-HIST-KEY-REQUIRED      VALUE 8089.
101526 78  LP-RC-POLICY-HIST-OPEN-FAILED       VALUE 8090.
101526 78  LP-RC-RUN-START-REFUSED             VALUE 8091.
101526 78  LP-RC-LOAN-QUEUE-UPDATE-FAILED      VALUE 8092.
101526 78  LP-RC-PENDING-REQUEST-INVALID       VALUE 8093.
101526 78  LP-RC-OFAC-LIST-INCOMPLETE          VALUE 8094.
080826 78  LP-RC-VERSION-CONFLICT              VALUE 9009.

080826 01  LP-MSG-UNEXPECTED-ABEND             PIC X(50) VALUE
090126     'Payee master change incomplete or invalid'.
090126 01  LP-MSG-PAYEE-ROW-NOT-FOUND          PIC X(50) VALUE
090126     'No payee master row found for agent'.
101526 01  LP-MSG-SCHED-REQUEST-INVALID        PIC X(50) VALUE
101526     'Commission schedule change incomplete or invalid'.
101526 01  LP-MSG-SCHED-ROW-NOT-FOUND          PIC X(50) VALUE
101526     'No commission schedule row found for key'.
101526 01  LP-MSG-BANK-REQUEST-INVALID         PIC X(50) VALUE
101526     'Agent bank account change incomplete or invalid'.
101526 01  LP-MSG-BANK-ROW-NOT-FOUND           PIC X(50) VALUE
101526     'No bank account on file for agent'.
101526 01  LP-MSG-GLMAP-REQUEST-INVALID        PIC X(50) VALUE
101526     'GL account mapping change incomplete or invalid'.
101526 01  LP-MSG-GLMAP-ROW-NOT-FOUND          PIC X(50) VALUE
101526     'No GL account mapping row for that key'.
101526 01  LP-MSG-LOAN-REV-NOT-FOUND           PIC X(50) VALUE
101526     'Original loan posting not found or not reversible'.
101526 01  LP-MSG-LOAN-REV-ALREADY             PIC X(50) VALUE
101526     'Loan posting has already been reversed'.
101526 01  LP-MSG-LOAN-REV-DEPENDENT           PIC X(50) VALUE
101526     'Later postings depend on it - supervisor override'.
101526 01  LP-MSG-RFLG-REQUEST-INVALID         PIC X(50) VALUE
101526     'Red-flag case request incomplete or invalid'.
101526 01  LP-MSG-RFLG-CASE-NOT-FOUND          PIC X(50) VALUE
101526     'No red-flag case with that case number'.
101526 01  LP-MSG-RFLG-CASE-CLOSED             PIC X(50) VALUE
101526     'Red-flag case is already closed'.
101526 01  LP-MSG-SLA-REQUEST-INVALID          PIC X(50) VALUE
101526     'SLA REQUEST INVALID - CHECK FUNCTION AND LIMITS'.
101526 01  LP-MSG-SLA-ROW-NOT-FOUND            PIC X(50) VALUE
101526     'NO SLA ROW ON FILE FOR THIS JOB'.
101526 01  LP-MSG-CALENDAR-REQUEST-INVALID     PIC X(50) VALUE
101526     'CALENDAR REQUEST INVALID - CHECK FUNCTION AND DATE'.
101526 01  LP-MSG-CALENDAR-DAY-NOT-FOUND       PIC X(50) VALUE
101526     'NO CALENDAR ENTRY ON FILE FOR THIS DATE'.
101526 01  LP-MSG-SPLIT-AGENT-NOT-APPOINTED    PIC X(50) VALUE
101526     'SPLIT AGENT NOT APPOINTED IN ISSUE STATE'.
101526 01  LP-MSG-APPOINTMENT-ROW-INVALID      PIC X(50) VALUE
101526     'APPOINTMENT FIELDS MISSING OR INVALID'.
101526 01  LP-MSG-APPOINTMENT-ROW-EXISTS       PIC X(50) VALUE
101526     'APPOINTMENT ALREADY ON FILE'.
101526 01  LP-MSG-APPOINTMENT-ROW-NOT-FOUND    PIC X(50) VALUE
101526     'APPOINTMENT NOT ON FILE'.
101526 01  LP-MSG-IMB-PIECE-NOT-TRACED         PIC X(50) VALUE
101526     'NO MAILING ON THE IMB TRACE FOR THIS TRACKING CODE'.
101526 01  LP-MSG-DEATH-REQUEST-INVALID        PIC X(50) VALUE
101526     'DEATH HOLD REQUEST INVALID - CHECK FUNCTION/POLICY'.
101526 01  LP-MSG-DEATH-HOLD-NOT-FOUND         PIC X(50) VALUE
101526     'NO OPEN DEATH-CLAIM HOLD FOR THIS POLICY'.
101526 01  LP-MSG-LOAN-DEATH-HOLD              PIC X(50) VALUE
101526     'POLICY ON DEATH-CLAIM HOLD - NO NEW LOAN TAKES'.
101526 01  LP-MSG-OFAC-REQUEST-INVALID         PIC X(50) VALUE
101526     'OFAC SCREENING REQUEST IS INVALID'.
101526 01  LP-MSG-OFAC-LIST-MISSING            PIC X(50) VALUE
101526     'OFAC SDN LIST NOT LOADED - PAYMENT NOT SCREENED'.
101526 01  LP-MSG-OFAC-REVIEW-NOT-FOUND        PIC X(50) VALUE
101526     'OFAC REVIEW ITEM NOT FOUND'.
101526 01  LP-MSG-OFAC-REVIEW-DECIDED          PIC X(50) VALUE
101526     'OFAC REVIEW ITEM ALREADY CLEARED OR CONFIRMED'.
101526 01  LP-MSG-OFAC-SAME-CODER              PIC X(50) VALUE
101526     'OFAC REVIEW MUST BE DECIDED BY A SECOND CODER'.
101526 01  LP-MSG-LEGAL-HOLD-INVALID           PIC X(50) VALUE
101526     'LEGAL HOLD REQUEST INVALID - CHECK MATTER/KEY'.
101526 01  LP-MSG-LEGAL-HOLD-EXISTS            PIC X(50) VALUE
101526     'LEGAL HOLD ALREADY OPEN FOR THIS MATTER AND KEY'.
101526 01  LP-MSG-LEGAL-HOLD-NOT-FOUND         PIC X(50) VALUE
101526     'NO OPEN LEGAL HOLD FOR THIS MATTER AND KEY'.
101526 01  LP-MSG-UNDER-LEGAL-HOLD             PIC X(50) VALUE
101526     'UNDER LEGAL HOLD - SUPERVISOR OVERRIDE REQUIRED'.
101526 01  LP-MSG-CORR-REQUEST-INVALID         PIC X(50) VALUE
101526     'CORRESPONDENCE INQUIRY NEEDS COMPANY AND POLICY'.
101526 01  LP-MSG-JOB-PARM-INVALID             PIC X(50) VALUE
101526     'JOB PARAMETER REQUEST INCOMPLETE OR INVALID'.
101526 01  LP-MSG-JOB-PARM-PENDING             PIC X(50) VALUE
101526     'JOB PARAMETER CHANGE ALREADY AWAITING APPROVAL'.
101526 01  LP-MSG-JOB-PARM-NOT-FOUND           PIC X(50) VALUE
101526     'NO PENDING JOB PARAMETER CHANGE TO ACT ON'.
101526 01  LP-MSG-JOB-PARM-SAME-CODER          PIC X(50) VALUE
101526     'JOB PARAMETER CHANGE NEEDS A SECOND CODER'.
101526 01  LP-MSG-SPLIT-TEMPLATE-INVALID       PIC X(50) VALUE
101526     'SPLIT TEMPLATE REQUEST INCOMPLETE OR INVALID'.
101526 01  LP-MSG-SPLIT-TEMPLATE-NOT-FOUND     PIC X(50) VALUE
101526     'NO SPLIT TEMPLATE IN EFFECT FOR THAT DATE'.
101526 01  LP-MSG-BONUS-TIER-INVALID           PIC X(50) VALUE
101526     'BONUS TIER REQUEST INCOMPLETE OR INVALID'.
101526 01  LP-MSG-BONUS-TIER-NOT-FOUND         PIC X(50) VALUE
101526     'NO BONUS TIER ROW FOR THAT DATE AND THRESHOLD'.
101526 01  LP-MSG-POLICY-HIST-KEY-REQUIRED     PIC X(50) VALUE
101526     'COMPANY AND POLICY ARE REQUIRED FOR COMM HISTORY'.
101526 01  LP-MSG-POLICY-HIST-OPEN-FAILED      PIC X(50) VALUE
101526     'UNABLE TO OPEN POLICY COMMISSION HISTORY STORE'.
101526 01  LP-MSG-RUN-START-REFUSED            PIC X(50) VALUE
101526     'ANOTHER RUN OF THIS JOB HAS AN OPEN START RECORD'.
101526 01  LP-MSG-LOAN-QUEUE-UPDATE-FAILED     PIC X(50) VALUE
101526     'LOAN POSTING QUEUE COULD NOT BE UPDATED'.
101526 01  LP-MSG-PENDING-REQUEST-INVALID      PIC X(50) VALUE
101526     'LOAN PENDING-POSTING REQUEST NOT RECOGNIZED'.
101526 01  LP-MSG-OFAC-LIST-INCOMPLETE         PIC X(50) VALUE
101526     'OFAC SDN LIST OVER TABLE LIMIT - NOT SCREENED'.
080826 01  LP-MSG-VERSION-CONFLICT             PIC X(50) VALUE
080826     'Record changed by another user - refresh and retry'.
