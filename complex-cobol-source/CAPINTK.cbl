       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPINTK.
      *================================================================*
      * CREDIT APPLICATION INTAKE AND DECISION
      * Daily. Takes in the new-account credit applications keyed
      * from the application forms (CAPPFILE, see copybooks/CAPPREC)
      * and decides each one, instead of approving on paper and
      * keying the customer straight into CUSTMAIN.
      *
      * Each application is scored from the bureau's answer to our
      * inquiry (BUREAUIQ) and the stated income or revenue, and
      * put through the duplicate screen CUSTMAIN runs on an add and
      * the SANCSCRN sanctions screen. The score, the limit the
      * income supports and those screens decide it:
      *   - an existing account under the same name and address, a
      *     bureau score under the type's floor, delinquencies on the
      *     bureau file or income under the type's minimum decline
      *     it;
      *   - a sanctions match, a possible existing account, no
      *     bureau file where one is required, a score short of the
      *     type's approval cutoff or a limit beyond what the model
      *     may grant refer it to an underwriter;
      *   - anything else is approved.
      * Every application is recorded on the application register
      * (CAPREG, see copybooks/CAPRGREC) with its decision, and the
      * referred rows are the underwriter queue; the underwriters'
      * decisions (CAPUWDEC) come in on the next run, before the new
      * applications. An underwriter may not decide an application
      * they keyed, and a decline must name a reason the applicant
      * may be told.
      *
      * An approval comes out as a CUSTMAIN add transaction (CAPADDS)
      * under the next free customer number, with the limit and
      * branch decided. A decline comes out on the adverse-action
      * letter extract (CAPADVRS) with the reasons. The pipeline
      * report (CAPRPT) lists every decision and closes with the
      * volumes and approval rate by branch and what each branch
      * still has in the queue.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE ASSIGN TO 'CAPPFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

           SELECT BUREAU-RESPONSE-FILE ASSIGN TO 'BUREAUIQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUR-STATUS.

           SELECT UNDERWRITER-DECISION-FILE ASSIGN TO 'CAPUWDEC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UWD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS CUST-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT APPLICATION-REGISTER ASSIGN TO 'CAPREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-APPLICATION-ID
               FILE STATUS IS WS-CAR-STATUS.

           SELECT CUSTOMER-ADD-FILE ASSIGN TO 'CAPADDS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAD-STATUS.

           SELECT ADVERSE-ACTION-FILE ASSIGN TO 'CAPADVRS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADV-STATUS.

           SELECT PIPELINE-REPORT ASSIGN TO 'CAPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-FILE.
           COPY CAPPREC.

      *----------------------------------------------------------------*
      * The bureau's answer to the day's inquiries, one per
      * application: whether it holds a file on the applicant, the
      * score, and how many delinquent or derogatory trades it shows.
      *----------------------------------------------------------------*
       FD  BUREAU-RESPONSE-FILE.
       01  BUREAU-RESPONSE-RECORD.
           05  BUR-APPLICATION-ID          PIC X(10).
           05  BUR-HIT-FLAG                PIC X(1).
               88  BUR-FILE-FOUND          VALUE 'Y'.
           05  BUR-SCORE                   PIC 9(3).
           05  BUR-DEROG-COUNT             PIC 9(2).
           05  BUR-INQUIRY-DATE            PIC 9(8).
           05  FILLER                      PIC X(16).

      *----------------------------------------------------------------*
      * An underwriter's decision on a referred application. A zero
      * limit on an approval takes the limit the model suggested; a
      * decline names the reason code the letter gives.
      *----------------------------------------------------------------*
       FD  UNDERWRITER-DECISION-FILE.
       01  UNDERWRITER-DECISION-RECORD.
           05  UWD-APPLICATION-ID          PIC X(10).
           05  UWD-DECISION                PIC X(1).
               88  UWD-APPROVE             VALUE 'A'.
               88  UWD-DECLINE             VALUE 'D'.
           05  UWD-LIMIT                   PIC 9(7)V99.
           05  UWD-UNDERWRITER-ID          PIC X(8).
           05  UWD-REASON-CODE             PIC X(4).
           05  FILLER                      PIC X(18).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  APPLICATION-REGISTER.
           COPY CAPRGREC.

       FD  CUSTOMER-ADD-FILE.
       01  CUSTOMER-ADD-RECORD             PIC X(339).

      *----------------------------------------------------------------*
      * One declined application for the adverse-action letter run:
      * where to send it, whether a bureau report was used (and its
      * score), and the reasons in the order they weighed.
      *----------------------------------------------------------------*
       FD  ADVERSE-ACTION-FILE.
       01  ADVERSE-ACTION-RECORD.
           05  ADV-APPLICATION-ID          PIC X(10).
           05  ADV-DECISION-DATE           PIC 9(8).
           05  ADV-FULL-NAME               PIC X(56).
           05  ADV-STREET                  PIC X(40).
           05  ADV-CITY                    PIC X(25).
           05  ADV-STATE-PROV              PIC X(2).
           05  ADV-POSTAL-CODE             PIC X(9).
           05  ADV-COUNTRY-CODE            PIC X(2).
           05  ADV-BUREAU-USED             PIC X(1).
               88  ADV-BUREAU-CONSULTED    VALUE 'Y'.
           05  ADV-BUREAU-SCORE            PIC 9(3).
           05  ADV-REASON OCCURS 4 TIMES.
               10  ADV-REASON-CODE         PIC X(4).
               10  ADV-REASON-TEXT         PIC X(40).
           05  FILLER                      PIC X(20).

       FD  PIPELINE-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CAP-STATUS                   PIC XX.
           88  WS-CAP-OK                   VALUE '00'.

       01  WS-BUR-STATUS                   PIC XX.
           88  WS-BUR-OK                   VALUE '00'.
           88  WS-BUR-EOF                  VALUE '10'.

       01  WS-UWD-STATUS                   PIC XX.
           88  WS-UWD-OK                   VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-CAR-STATUS                   PIC XX.
           88  WS-CAR-OK                   VALUE '00'.
           88  WS-CAR-NOT-OPEN             VALUE '35'.

       01  WS-CAD-STATUS                   PIC XX.
           88  WS-CAD-OK                   VALUE '00'.

       01  WS-ADV-STATUS                   PIC XX.
           88  WS-ADV-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY CAPPREC REPLACING ==CREDIT-APPLICATION-RECORD==
                            BY ==WS-WORK-APPLICATION==.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-APPLICANT==.

       COPY SANCPARM.

       COPY RUNPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-UWD-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-UWD-EOF              VALUE 'Y'.
               88  WS-UWD-NOT-EOF          VALUE 'N'.
           05  WS-ABORT-FLAG               PIC X VALUE 'N'.
               88  WS-RUN-ABORTED          VALUE 'Y'.
               88  WS-RUN-CLEAN            VALUE 'N'.
           05  WS-VALID-FLAG               PIC X VALUE 'Y'.
               88  WS-VALID                VALUE 'Y'.
               88  WS-INVALID              VALUE 'N'.
           05  WS-BUREAU-FLAG              PIC X VALUE 'N'.
               88  WS-BUREAU-HIT           VALUE 'Y'.
               88  WS-BUREAU-NO-HIT        VALUE 'N'.
           05  WS-TYPE-FLAG                PIC X VALUE 'N'.
               88  WS-TYPE-FOUND           VALUE 'Y'.
               88  WS-TYPE-NOT-FOUND       VALUE 'N'.
           05  WS-REASON-FLAG              PIC X VALUE 'N'.
               88  WS-REASON-FOUND         VALUE 'Y'.
               88  WS-REASON-NOT-FOUND     VALUE 'N'.
           05  WS-BRANCH-FLAG              PIC X VALUE 'N'.
               88  WS-BRANCH-FOUND         VALUE 'Y'.
               88  WS-BRANCH-NOT-FOUND     VALUE 'N'.
           05  WS-UWD-FILE-FLAG            PIC X VALUE 'N'.
               88  WS-UWD-FILE-OPEN        VALUE 'Y'.
               88  WS-UWD-FILE-ABSENT      VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-NEXT-CUST-ID                 PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      * Duplicate screening, the way CUSTMAIN screens an add: same
      * full name and address is an existing account, same full
      * name elsewhere a possible one.
      *----------------------------------------------------------------*
       01  WS-DUP-SCREEN-WORK.
           05  WS-DUP-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-DUP-SCAN-DONE        VALUE 'Y'.
               88  WS-DUP-SCAN-ACTIVE      VALUE 'N'.
           05  WS-DUP-EXACT-FLAG           PIC X VALUE 'N'.
               88  WS-DUP-EXACT            VALUE 'Y'.
           05  WS-DUP-NEAR-FLAG            PIC X VALUE 'N'.
               88  WS-DUP-NEAR             VALUE 'Y'.

      *----------------------------------------------------------------*
      * Credit policy by customer type: whether a bureau file is
      * required, the least stated income or revenue accepted, the
      * percentage of it the model grants as a limit, the most the
      * model may approve on its own, the bureau score under which
      * the application is declined and the application score from
      * which it is approved.
      *----------------------------------------------------------------*
       01  WS-POLICY-TABLE.
           05  FILLER                      PIC X(2) VALUE 'IN'.
           05  FILLER                      PIC X(1) VALUE 'Y'.
           05  FILLER                      PIC 9(9)V99 VALUE 15000.00.
           05  FILLER                      PIC 9(2) VALUE 10.
           05  FILLER                      PIC 9(7)V99 VALUE 10000.00.
           05  FILLER                      PIC 9(3) VALUE 580.
           05  FILLER                      PIC 9(4) VALUE 0680.
           05  FILLER                      PIC X(2) VALUE 'CO'.
           05  FILLER                      PIC X(1) VALUE 'Y'.
           05  FILLER                      PIC 9(9)V99 VALUE 250000.00.
           05  FILLER                      PIC 9(2) VALUE 05.
           05  FILLER                      PIC 9(7)V99 VALUE 50000.00.
           05  FILLER                      PIC 9(3) VALUE 560.
           05  FILLER                      PIC 9(4) VALUE 0660.
           05  FILLER                      PIC X(2) VALUE 'GV'.
           05  FILLER                      PIC X(1) VALUE 'N'.
           05  FILLER                      PIC 9(9)V99 VALUE 0.
           05  FILLER                      PIC 9(2) VALUE 05.
           05  FILLER                      PIC 9(7)V99 VALUE 100000.00.
           05  FILLER                      PIC 9(3) VALUE 0.
           05  FILLER                      PIC 9(4) VALUE 0600.

       01  WS-POLICIES REDEFINES WS-POLICY-TABLE.
           05  WS-POL-ENTRY OCCURS 3 TIMES.
               10  WS-POL-CUST-TYPE        PIC X(2).
               10  WS-POL-BUREAU-REQUIRED  PIC X(1).
               10  WS-POL-MIN-INCOME       PIC 9(9)V99.
               10  WS-POL-LIMIT-PCT        PIC 9(2).
               10  WS-POL-AUTO-MAX-LIMIT   PIC 9(7)V99.
               10  WS-POL-DECLINE-FLOOR    PIC 9(3).
               10  WS-POL-APPROVE-CUTOFF   PIC 9(4).

       01  WS-POL-IDX                      PIC 9(1).

      *----------------------------------------------------------------*
      * Decision reasons. Only the reasons flagged Y may be given to
      * the applicant on an adverse-action letter; the others are
      * internal to the referral.
      *----------------------------------------------------------------*
       01  WS-REASON-TABLE.
           05  FILLER                      PIC X(4) VALUE 'BS01'.
           05  FILLER                      PIC X(1) VALUE 'Y'.
           05  FILLER                      PIC X(40)
               VALUE 'CREDIT BUREAU SCORE TOO LOW'.
           05  FILLER                      PIC X(4) VALUE 'BD02'.
           05  FILLER                      PIC X(1) VALUE 'Y'.
           05  FILLER                      PIC X(40)
               VALUE 'DELINQUENT ACCOUNTS ON CREDIT REPORT'.
           05  FILLER                      PIC X(4) VALUE 'IN03'.
           05  FILLER                      PIC X(1) VALUE 'Y'.
           05  FILLER                      PIC X(40)
               VALUE 'INCOME INSUFFICIENT FOR CREDIT REQUESTED'.
           05  FILLER                      PIC X(4) VALUE 'NF04'.
           05  FILLER                      PIC X(1) VALUE 'Y'.
           05  FILLER                      PIC X(40)
               VALUE 'NO CREDIT FILE AT CREDIT BUREAU'.
           05  FILLER                      PIC X(4) VALUE 'DU05'.
           05  FILLER                      PIC X(1) VALUE 'Y'.
           05  FILLER                      PIC X(40)
               VALUE 'ACCOUNT ALREADY HELD IN APPLICANT NAME'.
           05  FILLER                      PIC X(4) VALUE 'SN06'.
           05  FILLER                      PIC X(1) VALUE 'N'.
           05  FILLER                      PIC X(40)
               VALUE 'COMPLIANCE SCREENING REVIEW'.
           05  FILLER                      PIC X(4) VALUE 'ND07'.
           05  FILLER                      PIC X(1) VALUE 'N'.
           05  FILLER                      PIC X(40)
               VALUE 'POSSIBLE EXISTING ACCOUNT'.
           05  FILLER                      PIC X(4) VALUE 'RV08'.
           05  FILLER                      PIC X(1) VALUE 'N'.
           05  FILLER                      PIC X(40)
               VALUE 'SCORE IN UNDERWRITER REVIEW BAND'.
           05  FILLER                      PIC X(4) VALUE 'LM09'.
           05  FILLER                      PIC X(1) VALUE 'N'.
           05  FILLER                      PIC X(40)
               VALUE 'LIMIT ABOVE AUTOMATIC APPROVAL'.
           05  FILLER                      PIC X(4) VALUE 'CR10'.
           05  FILLER                      PIC X(1) VALUE 'Y'.
           05  FILLER                      PIC X(40)
               VALUE 'INSUFFICIENT CREDIT REFERENCES'.
           05  FILLER                      PIC X(4) VALUE 'TB11'.
           05  FILLER                      PIC X(1) VALUE 'Y'.
           05  FILLER                      PIC X(40)
               VALUE 'LENGTH OF TIME IN BUSINESS INSUFFICIENT'.
           05  FILLER                      PIC X(4) VALUE 'VF12'.
           05  FILLER                      PIC X(1) VALUE 'Y'.
           05  FILLER                      PIC X(40)
               VALUE 'UNABLE TO VERIFY INFORMATION GIVEN'.

       01  WS-REASONS REDEFINES WS-REASON-TABLE.
           05  WS-RSN-ENTRY OCCURS 12 TIMES.
               10  WS-RSN-CODE             PIC X(4).
               10  WS-RSN-DISCLOSABLE      PIC X(1).
               10  WS-RSN-TEXT             PIC X(40).

       01  WS-RSN-IDX                      PIC 9(2).
       01  WS-RSN-LOOKUP-CODE              PIC X(4).

      *----------------------------------------------------------------*
      * Bureau answers loaded from BUREAUIQ at start.
      *----------------------------------------------------------------*
       01  WS-BUREAU-COUNT                 PIC 9(4) VALUE 0.
       01  WS-BUREAU-TABLE.
           05  WS-BRT-ENTRY OCCURS 2000 TIMES.
               10  WS-BRT-APPLICATION-ID   PIC X(10).
               10  WS-BRT-HIT-FLAG         PIC X(1).
               10  WS-BRT-SCORE            PIC 9(3).
               10  WS-BRT-DEROG-COUNT      PIC 9(2).

       01  WS-BRT-IDX                      PIC 9(4).
       01  WS-BUREAU-FULL-COUNT            PIC 9(5) VALUE 0.

      *----------------------------------------------------------------*
      * The decision on the application in hand.
      *----------------------------------------------------------------*
       01  WS-DECISION-WORK.
           05  WS-DECISION                 PIC X(1).
               88  WS-DEC-APPROVE          VALUE 'A'.
               88  WS-DEC-DECLINE          VALUE 'D'.
               88  WS-DEC-REFER            VALUE 'R'.
           05  WS-DECIDED-BY               PIC X(8).
           05  WS-BUREAU-SCORE             PIC 9(3).
           05  WS-DEROG-COUNT              PIC 9(2).
           05  WS-APP-SCORE                PIC S9(4).
           05  WS-MODEL-LIMIT              PIC 9(9)V99.
           05  WS-LIMIT-HUNDREDS           PIC 9(7).
           05  WS-DECIDED-LIMIT            PIC 9(7)V99.
           05  WS-REASON-COUNT             PIC 9(1).
           05  WS-REASON-CODE              PIC X(4) OCCURS 4 TIMES.
           05  WS-NEW-REASON               PIC X(4).
           05  WS-RPT-NOTE                 PIC X(40).

       01  WS-REASON-IDX                   PIC 9(1).

      *----------------------------------------------------------------*
      * The CUSTMAIN add transaction, in the positions CUSTMAIN reads
      * off its WS-INP-DATA for an add. Fields not named stay blank
      * so CUSTMAIN applies its own defaults. The source byte marks
      * the add as a decided credit application and the application
      * ID names it; CUSTMAIN checks the add against this program's
      * register row before taking the limit as decided here instead
      * of holding it for a second operator.
      *----------------------------------------------------------------*
       01  WS-ADD-TRANSACTION.
           05  WS-CAD-ACTION               PIC X(1).
           05  WS-CAD-CUST-ID              PIC 9(8).
           05  WS-CAD-CUST-TYPE            PIC X(2).
           05  WS-CAD-FIRST-NAME           PIC X(25).
           05  WS-CAD-LAST-NAME            PIC X(30).
           05  WS-CAD-MIDDLE-INIT          PIC X(1).
           05  WS-CAD-STREET               PIC X(40).
           05  WS-CAD-CITY                 PIC X(25).
           05  WS-CAD-STATE-PROV           PIC X(2).
           05  WS-CAD-POSTAL-CODE          PIC X(9).
           05  WS-CAD-PHONE                PIC X(10).
           05  WS-CAD-EMAIL                PIC X(50).
           05  WS-CAD-CREDIT-LIMIT         PIC 9(7)V99.
           05  WS-CAD-COUNTRY-CODE         PIC X(2).
           05  FILLER                      PIC X(8).
           05  WS-CAD-CURRENCY-CODE        PIC X(3).
           05  FILLER                      PIC X(66).
           05  WS-CAD-OPERATOR-ID          PIC X(8).
           05  WS-CAD-APPLICATION-ID       PIC X(10).
           05  FILLER                      PIC X(11).
           05  WS-CAD-BRANCH-CODE          PIC X(3).
           05  FILLER                      PIC X(6).
           05  WS-CAD-COMPANY-CODE         PIC X(2).
           05  FILLER                      PIC X(7).
           05  WS-CAD-SOURCE               PIC X(1).

      *----------------------------------------------------------------*
      * Pipeline volumes by branch.
      *----------------------------------------------------------------*
       01  WS-BRANCH-COUNT                 PIC 9(2) VALUE 0.
       01  WS-BRANCH-STATS.
           05  WS-BRS-ENTRY OCCURS 20 TIMES.
               10  WS-BRS-BRANCH           PIC X(3).
               10  WS-BRS-RECEIVED         PIC 9(5).
               10  WS-BRS-AUTO-APPROVED    PIC 9(5).
               10  WS-BRS-AUTO-DECLINED    PIC 9(5).
               10  WS-BRS-REFERRED         PIC 9(5).
               10  WS-BRS-UW-APPROVED      PIC 9(5).
               10  WS-BRS-UW-DECLINED      PIC 9(5).
               10  WS-BRS-IN-QUEUE         PIC 9(5).

       01  WS-BRS-IDX                      PIC 9(2).
       01  WS-STAT-BRANCH                  PIC X(3).
       01  WS-BRANCH-OVERFLOW              PIC 9(5) VALUE 0.
       01  WS-APPROVED-TOTAL               PIC 9(6).
       01  WS-DECIDED-TOTAL                PIC 9(6).

       01  WS-RUN-TOTALS.
           05  WS-APPS-READ                PIC 9(5) VALUE 0.
           05  WS-APPS-INCOMPLETE          PIC 9(5) VALUE 0.
           05  WS-APPS-RESUBMITTED         PIC 9(5) VALUE 0.
           05  WS-APPS-APPROVED            PIC 9(5) VALUE 0.
           05  WS-APPS-DECLINED            PIC 9(5) VALUE 0.
           05  WS-APPS-REFERRED            PIC 9(5) VALUE 0.
           05  WS-UW-READ                  PIC 9(5) VALUE 0.
           05  WS-UW-APPROVED              PIC 9(5) VALUE 0.
           05  WS-UW-DECLINED              PIC 9(5) VALUE 0.
           05  WS-UW-REFUSED               PIC 9(5) VALUE 0.
           05  WS-WRITE-ERRORS             PIC 9(5) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'CREDIT APPLICATION PIPELINE'.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE                PIC X(60).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(12)
               VALUE 'APPLICATION'.
           05  FILLER                      PIC X(8) VALUE 'BRANCH'.
           05  FILLER                      PIC X(6) VALUE 'TYPE'.
           05  FILLER                      PIC X(8) VALUE ' BUREAU'.
           05  FILLER                      PIC X(8) VALUE '  SCORE'.
           05  FILLER                      PIC X(16)
               VALUE '         LIMIT'.
           05  FILLER                      PIC X(10) VALUE 'DECISION'.
           05  FILLER                      PIC X(10) VALUE 'BY'.
           05  FILLER                      PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(40) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-APPLICATION-ID       PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-BRANCH               PIC X(3).
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  WS-DTL-TYPE                 PIC X(2).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DTL-BUREAU-SCORE         PIC ZZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-APP-SCORE            PIC ZZZ9-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-LIMIT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-DECISION             PIC X(10).
           05  WS-DTL-DECIDED-BY           PIC X(10).
           05  WS-DTL-CUST-ID              PIC Z(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-NOTE                 PIC X(40).

       01  WS-BRANCH-COLUMN-LINE.
           05  FILLER                      PIC X(8) VALUE 'BRANCH'.
           05  FILLER                      PIC X(10) VALUE '  RECEIVED'.
           05  FILLER                      PIC X(10) VALUE '  AUTO APP'.
           05  FILLER                      PIC X(10) VALUE '  AUTO DEC'.
           05  FILLER                      PIC X(10) VALUE '  REFERRED'.
           05  FILLER                      PIC X(10) VALUE '    UW APP'.
           05  FILLER                      PIC X(10) VALUE '    UW DEC'.
           05  FILLER                      PIC X(10) VALUE '  IN QUEUE'.
           05  FILLER                      PIC X(12)
               VALUE ' APPROVAL %'.

       01  WS-BRANCH-LINE.
           05  WS-BRL-BRANCH               PIC X(3).
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  WS-BRL-RECEIVED             PIC ZZ,ZZZ,ZZ9.
           05  WS-BRL-AUTO-APPROVED        PIC ZZ,ZZZ,ZZ9.
           05  WS-BRL-AUTO-DECLINED        PIC ZZ,ZZZ,ZZ9.
           05  WS-BRL-REFERRED             PIC ZZ,ZZZ,ZZ9.
           05  WS-BRL-UW-APPROVED          PIC ZZ,ZZZ,ZZ9.
           05  WS-BRL-UW-DECLINED          PIC ZZ,ZZZ,ZZ9.
           05  WS-BRL-IN-QUEUE             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-BRL-APPROVAL-RATE        PIC ZZ9.9.

       01  WS-APPROVAL-RATE                PIC 9(3)V9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               IF WS-UWD-FILE-OPEN
                   MOVE 'UNDERWRITER DECISIONS' TO WS-SEC-TITLE
                   PERFORM 8100-WRITE-SECTION-HEADING
                   PERFORM 2000-APPLY-ONE-UW-DECISION
                       UNTIL WS-UWD-EOF
               END-IF
               MOVE 'NEW APPLICATIONS' TO WS-SEC-TITLE
               PERFORM 8100-WRITE-SECTION-HEADING
               PERFORM 3000-TAKE-ONE-APPLICATION UNTIL WS-EOF
               PERFORM 8200-COUNT-QUEUE-BY-BRANCH
               PERFORM 8300-WRITE-BRANCH-SUMMARY
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-RUN-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           SET RC-FN-START-STEP TO TRUE
           MOVE 'CAPINTK ' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           OPEN INPUT APPLICATION-FILE
           IF NOT WS-CAP-OK
               DISPLAY 'ERROR OPENING APPLICATION FILE: '
                   WS-CAP-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN I-O APPLICATION-REGISTER
           IF WS-CAR-NOT-OPEN
               OPEN OUTPUT APPLICATION-REGISTER
               CLOSE APPLICATION-REGISTER
               OPEN I-O APPLICATION-REGISTER
           END-IF
           IF NOT WS-CAR-OK
               DISPLAY 'ERROR OPENING APPLICATION REGISTER: '
                   WS-CAR-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT CUSTOMER-ADD-FILE
           IF NOT WS-CAD-OK
               DISPLAY 'ERROR OPENING CUSTOMER ADD FILE: '
                   WS-CAD-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT ADVERSE-ACTION-FILE
           IF NOT WS-ADV-OK
               DISPLAY 'ERROR OPENING ADVERSE ACTION EXTRACT: '
                   WS-ADV-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT PIPELINE-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING PIPELINE REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT UNDERWRITER-DECISION-FILE
           IF WS-UWD-OK
               SET WS-UWD-FILE-OPEN TO TRUE
           ELSE
               SET WS-UWD-FILE-ABSENT TO TRUE
               DISPLAY 'NO UNDERWRITER DECISIONS: ' WS-UWD-STATUS
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1100-LOAD-BUREAU-RESPONSES
               PERFORM 1200-FIND-NEXT-CUST-ID
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
           END-IF.

      *----------------------------------------------------------------*
      * No bureau file at all means no inquiry came back today; the
      * applications are still taken, and those that need a bureau
      * file go to an underwriter.
      *----------------------------------------------------------------*
       1100-LOAD-BUREAU-RESPONSES SECTION.

       1100-LOAD-BUREAU.
           OPEN INPUT BUREAU-RESPONSE-FILE
           IF NOT WS-BUR-OK
               DISPLAY 'BUREAU RESPONSE FILE NOT AVAILABLE: '
                   WS-BUR-STATUS
           ELSE
               PERFORM 1110-LOAD-ONE-RESPONSE UNTIL WS-BUR-EOF
               CLOSE BUREAU-RESPONSE-FILE
           END-IF.

       1110-LOAD-ONE-RESPONSE SECTION.

       1110-LOAD-ONE.
           READ BUREAU-RESPONSE-FILE
               AT END
                   SET WS-BUR-EOF TO TRUE
               NOT AT END
                   IF WS-BUREAU-COUNT < 2000
                       ADD 1 TO WS-BUREAU-COUNT
                       MOVE BUR-APPLICATION-ID TO
                           WS-BRT-APPLICATION-ID(WS-BUREAU-COUNT)
                       MOVE BUR-HIT-FLAG TO
                           WS-BRT-HIT-FLAG(WS-BUREAU-COUNT)
                       MOVE BUR-SCORE TO WS-BRT-SCORE(WS-BUREAU-COUNT)
                       MOVE BUR-DEROG-COUNT TO
                           WS-BRT-DEROG-COUNT(WS-BUREAU-COUNT)
                   ELSE
                       ADD 1 TO WS-BUREAU-FULL-COUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * The next customer number follows both the highest on the
      * customer file and the highest already given to an approved
      * application, since approvals from an earlier run may not
      * have reached CUSTMAIN yet.
      *----------------------------------------------------------------*
       1200-FIND-NEXT-CUST-ID SECTION.

       1200-FIND-NEXT.
           MOVE 0 TO WS-NEXT-CUST-ID
           MOVE LOW-VALUES TO CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 1210-SCAN-ONE-CUSTOMER UNTIL WS-EOF
           SET WS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO CAR-APPLICATION-ID
           START APPLICATION-REGISTER KEY IS NOT LESS THAN
               CAR-APPLICATION-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 1220-SCAN-ONE-REGISTER-ROW UNTIL WS-EOF
           SET WS-NOT-EOF TO TRUE
           ADD 1 TO WS-NEXT-CUST-ID.

       1210-SCAN-ONE-CUSTOMER SECTION.

       1210-SCAN-CUST.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CUST-ID OF CUSTOMER-RECORD > WS-NEXT-CUST-ID
                       MOVE CUST-ID OF CUSTOMER-RECORD TO
                           WS-NEXT-CUST-ID
                   END-IF
           END-READ.

       1220-SCAN-ONE-REGISTER-ROW SECTION.

       1220-SCAN-REG.
           READ APPLICATION-REGISTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CAR-CUST-ID > WS-NEXT-CUST-ID
                       MOVE CAR-CUST-ID TO WS-NEXT-CUST-ID
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * An underwriter's decision applies only to an application
      * still in the queue, by someone other than whoever keyed it.
      *----------------------------------------------------------------*
       2000-APPLY-ONE-UW-DECISION SECTION.

       2000-APPLY-UW.
           READ UNDERWRITER-DECISION-FILE
               AT END
                   SET WS-UWD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-UW-READ
                   PERFORM 2100-JUDGE-UW-DECISION
           END-READ.

       2100-JUDGE-UW-DECISION SECTION.

       2100-JUDGE-UW.
           SET WS-VALID TO TRUE
           MOVE SPACES TO WS-RPT-NOTE
           MOVE UWD-APPLICATION-ID TO CAR-APPLICATION-ID
           READ APPLICATION-REGISTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CAR-OK
               MOVE CAR-APPLICATION-DATA TO WS-WORK-APPLICATION
           ELSE
               INITIALIZE CREDIT-APP-REGISTER-RECORD
               INITIALIZE WS-WORK-APPLICATION
               MOVE UWD-APPLICATION-ID TO CAR-APPLICATION-ID
           END-IF
           MOVE UWD-REASON-CODE TO WS-RSN-LOOKUP-CODE
           PERFORM 7500-FIND-REASON
           EVALUATE TRUE
               WHEN NOT WS-CAR-OK
                   MOVE 'REFUSED - NO SUCH APPLICATION' TO WS-RPT-NOTE
               WHEN NOT CAR-REFERRED
                   MOVE 'REFUSED - APPLICATION ALREADY DECIDED' TO
                       WS-RPT-NOTE
               WHEN UWD-UNDERWRITER-ID = SPACES
                   MOVE 'REFUSED - NO UNDERWRITER GIVEN' TO
                       WS-RPT-NOTE
               WHEN UWD-UNDERWRITER-ID =
                   CAP-KEYED-BY OF WS-WORK-APPLICATION
                   MOVE 'REFUSED - UNDERWRITER KEYED APPLICATION' TO
                       WS-RPT-NOTE
               WHEN UWD-APPROVE AND UWD-LIMIT NOT NUMERIC
                   MOVE 'REFUSED - BAD LIMIT' TO WS-RPT-NOTE
               WHEN UWD-DECLINE AND (WS-REASON-NOT-FOUND
                   OR WS-RSN-DISCLOSABLE(WS-RSN-IDX) NOT = 'Y')
                   MOVE 'REFUSED - DECLINE NEEDS A LETTER REASON' TO
                       WS-RPT-NOTE
               WHEN NOT UWD-APPROVE AND NOT UWD-DECLINE
                   MOVE 'REFUSED - BAD DECISION CODE' TO WS-RPT-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE UWD-UNDERWRITER-ID TO WS-DECIDED-BY
           MOVE CAR-BUREAU-SCORE TO WS-BUREAU-SCORE
           MOVE CAR-APP-SCORE TO WS-APP-SCORE
           MOVE CAR-REASON-COUNT TO WS-REASON-COUNT
           PERFORM 2110-COPY-ONE-REASON
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 4
           IF WS-RPT-NOTE NOT = SPACES
               ADD 1 TO WS-UW-REFUSED
               MOVE 'REFUSED' TO WS-DTL-DECISION
               MOVE 0 TO WS-DECIDED-LIMIT
               MOVE 0 TO WS-CAD-CUST-ID
               PERFORM 8000-WRITE-DETAIL-LINE
           ELSE
               MOVE CAR-BRANCH-CODE TO WS-STAT-BRANCH
               PERFORM 7700-FIND-BRANCH-STATS
               IF UWD-APPROVE
                   SET WS-DEC-APPROVE TO TRUE
                   IF UWD-LIMIT > 0
                       MOVE UWD-LIMIT TO WS-DECIDED-LIMIT
                   ELSE
                       MOVE CAR-DECIDED-LIMIT TO WS-DECIDED-LIMIT
                   END-IF
                   ADD 1 TO WS-UW-APPROVED
                   IF WS-BRANCH-FOUND
                       ADD 1 TO WS-BRS-UW-APPROVED(WS-BRS-IDX)
                   END-IF
               ELSE
                   SET WS-DEC-DECLINE TO TRUE
                   MOVE 0 TO WS-DECIDED-LIMIT
                   MOVE 1 TO WS-REASON-COUNT
                   MOVE UWD-REASON-CODE TO WS-REASON-CODE(1)
                   MOVE SPACES TO WS-REASON-CODE(2)
                   MOVE SPACES TO WS-REASON-CODE(3)
                   MOVE SPACES TO WS-REASON-CODE(4)
                   ADD 1 TO WS-UW-DECLINED
                   IF WS-BRANCH-FOUND
                       ADD 1 TO WS-BRS-UW-DECLINED(WS-BRS-IDX)
                   END-IF
               END-IF
               PERFORM 5000-ACT-ON-DECISION
               PERFORM 6000-STORE-REGISTER-ROW
           END-IF.

       2110-COPY-ONE-REASON SECTION.

       2110-COPY-REASON.
           MOVE CAR-REASON-CODE(WS-REASON-IDX) TO
               WS-REASON-CODE(WS-REASON-IDX).

       3000-TAKE-ONE-APPLICATION SECTION.

       3000-TAKE-ONE.
           READ APPLICATION-FILE INTO WS-WORK-APPLICATION
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-APPS-READ
                   PERFORM 3100-CHECK-APPLICATION
                   IF WS-VALID
                       PERFORM 4000-SCORE-APPLICATION
                       PERFORM 3200-COUNT-NEW-DECISION
                       PERFORM 5000-ACT-ON-DECISION
                       INITIALIZE CREDIT-APP-REGISTER-RECORD
                       MOVE CAP-APPLICATION-ID OF WS-WORK-APPLICATION
                           TO CAR-APPLICATION-ID
                       MOVE WS-WORK-APPLICATION TO
                           CAR-APPLICATION-DATA
                       MOVE CAP-BRANCH-CODE OF WS-WORK-APPLICATION
                           TO CAR-BRANCH-CODE
                       MOVE WS-TODAY-DATE TO CAR-QUEUED-DATE
                       PERFORM 6000-STORE-REGISTER-ROW
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * An application already on the register is not decided twice;
      * one missing what a customer record needs goes back to be
      * completed and rekeyed, with no register row.
      *----------------------------------------------------------------*
       3100-CHECK-APPLICATION SECTION.

       3100-CHECK-APP.
           SET WS-VALID TO TRUE
           MOVE SPACES TO WS-RPT-NOTE
           MOVE CAP-APPLICATION-ID OF WS-WORK-APPLICATION TO
               CAR-APPLICATION-ID
           READ APPLICATION-REGISTER
               INVALID KEY
                   CONTINUE
           END-READ
           SET WS-TYPE-NOT-FOUND TO TRUE
           PERFORM 3110-MATCH-POLICY
               VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > 3 OR WS-TYPE-FOUND
           EVALUATE TRUE
               WHEN WS-CAR-OK
                   MOVE 'ALREADY ON REGISTER, NOT RETAKEN' TO
                       WS-RPT-NOTE
                   ADD 1 TO WS-APPS-RESUBMITTED
               WHEN CAP-APPLICATION-ID OF WS-WORK-APPLICATION =
                   SPACES
                   MOVE 'INCOMPLETE - NO APPLICATION ID' TO
                       WS-RPT-NOTE
               WHEN WS-TYPE-NOT-FOUND
                   MOVE 'INCOMPLETE - BAD CUSTOMER TYPE' TO
                       WS-RPT-NOTE
               WHEN CAP-FIRST-NAME OF WS-WORK-APPLICATION = SPACES
                   OR CAP-LAST-NAME OF WS-WORK-APPLICATION = SPACES
                   MOVE 'INCOMPLETE - NAME MISSING' TO WS-RPT-NOTE
               WHEN CAP-STREET OF WS-WORK-APPLICATION = SPACES
                   OR CAP-CITY OF WS-WORK-APPLICATION = SPACES
                   OR CAP-POSTAL-CODE OF WS-WORK-APPLICATION = SPACES
                   MOVE 'INCOMPLETE - ADDRESS MISSING' TO WS-RPT-NOTE
               WHEN CAP-STATED-INCOME OF WS-WORK-APPLICATION
                   NOT NUMERIC
                   OR CAP-REQUESTED-LIMIT OF WS-WORK-APPLICATION
                   NOT NUMERIC
                   MOVE 'INCOMPLETE - BAD INCOME OR LIMIT' TO
                       WS-RPT-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RPT-NOTE NOT = SPACES
               SET WS-INVALID TO TRUE
               IF NOT WS-CAR-OK
                   ADD 1 TO WS-APPS-INCOMPLETE
               END-IF
               MOVE 'NOT TAKEN' TO WS-DTL-DECISION
               MOVE SPACES TO WS-DECIDED-BY
               MOVE 0 TO WS-BUREAU-SCORE
               MOVE 0 TO WS-APP-SCORE
               MOVE 0 TO WS-DECIDED-LIMIT
               MOVE 0 TO WS-CAD-CUST-ID
               INITIALIZE CREDIT-APP-REGISTER-RECORD
               MOVE CAP-BRANCH-CODE OF WS-WORK-APPLICATION TO
                   CAR-BRANCH-CODE
               PERFORM 8000-WRITE-DETAIL-LINE
           ELSE
               SUBTRACT 1 FROM WS-POL-IDX
           END-IF.

       3110-MATCH-POLICY SECTION.

       3110-MATCH-POL.
           IF WS-POL-CUST-TYPE(WS-POL-IDX) =
               CAP-CUST-TYPE OF WS-WORK-APPLICATION
               SET WS-TYPE-FOUND TO TRUE
           END-IF.

       3200-COUNT-NEW-DECISION SECTION.

       3200-COUNT-NEW.
           MOVE CAP-BRANCH-CODE OF WS-WORK-APPLICATION TO
               WS-STAT-BRANCH
           PERFORM 7700-FIND-BRANCH-STATS
           EVALUATE TRUE
               WHEN WS-DEC-APPROVE
                   ADD 1 TO WS-APPS-APPROVED
               WHEN WS-DEC-DECLINE
                   ADD 1 TO WS-APPS-DECLINED
               WHEN OTHER
                   ADD 1 TO WS-APPS-REFERRED
           END-EVALUATE
           IF WS-BRANCH-FOUND
               ADD 1 TO WS-BRS-RECEIVED(WS-BRS-IDX)
               EVALUATE TRUE
                   WHEN WS-DEC-APPROVE
                       ADD 1 TO WS-BRS-AUTO-APPROVED(WS-BRS-IDX)
                   WHEN WS-DEC-DECLINE
                       ADD 1 TO WS-BRS-AUTO-DECLINED(WS-BRS-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-BRS-REFERRED(WS-BRS-IDX)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * Application score: the bureau score (a type that needs no
      * bureau file and has none starts from its approval cutoff),
      * plus 50 for income at four times the type's minimum or 25
      * at twice it, less 40 for each derogatory trade. The limit is
      * the type's percentage of income in whole hundreds, or the
      * amount asked for when that is less.
      *----------------------------------------------------------------*
       4000-SCORE-APPLICATION SECTION.

       4000-SCORE.
           MOVE 'AUTO    ' TO WS-DECIDED-BY
           MOVE 0 TO WS-REASON-COUNT
           MOVE SPACES TO WS-REASON-CODE(1) WS-REASON-CODE(2)
               WS-REASON-CODE(3) WS-REASON-CODE(4)
           PERFORM 4100-FIND-BUREAU-RESPONSE
           IF WS-BUREAU-HIT
               MOVE WS-BUREAU-SCORE TO WS-APP-SCORE
           ELSE
               IF WS-POL-BUREAU-REQUIRED(WS-POL-IDX) = 'Y'
                   MOVE 0 TO WS-APP-SCORE
               ELSE
                   MOVE WS-POL-APPROVE-CUTOFF(WS-POL-IDX) TO
                       WS-APP-SCORE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CAP-STATED-INCOME OF WS-WORK-APPLICATION NOT <
                   WS-POL-MIN-INCOME(WS-POL-IDX) * 4
                   ADD 50 TO WS-APP-SCORE
               WHEN CAP-STATED-INCOME OF WS-WORK-APPLICATION NOT <
                   WS-POL-MIN-INCOME(WS-POL-IDX) * 2
                   ADD 25 TO WS-APP-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           COMPUTE WS-APP-SCORE = WS-APP-SCORE - WS-DEROG-COUNT * 40
           IF WS-APP-SCORE < 0
               MOVE 0 TO WS-APP-SCORE
           END-IF
           COMPUTE WS-MODEL-LIMIT =
               CAP-STATED-INCOME OF WS-WORK-APPLICATION
               * WS-POL-LIMIT-PCT(WS-POL-IDX) / 100
           IF WS-MODEL-LIMIT > 9999900
               MOVE 9999900 TO WS-MODEL-LIMIT
           END-IF
           COMPUTE WS-LIMIT-HUNDREDS = WS-MODEL-LIMIT / 100
           COMPUTE WS-DECIDED-LIMIT = WS-LIMIT-HUNDREDS * 100
           IF CAP-REQUESTED-LIMIT OF WS-WORK-APPLICATION > 0
               AND CAP-REQUESTED-LIMIT OF WS-WORK-APPLICATION <
                   WS-DECIDED-LIMIT
               MOVE CAP-REQUESTED-LIMIT OF WS-WORK-APPLICATION TO
                   WS-DECIDED-LIMIT
           END-IF
           PERFORM 4200-SCREEN-DUPLICATES
           PERFORM 4300-SCREEN-SANCTIONS
           PERFORM 4400-DECIDE.

       4100-FIND-BUREAU-RESPONSE SECTION.

       4100-FIND-BUREAU.
           SET WS-BUREAU-NO-HIT TO TRUE
           MOVE 0 TO WS-BUREAU-SCORE
           MOVE 0 TO WS-DEROG-COUNT
           PERFORM 4110-CHECK-ONE-RESPONSE
               VARYING WS-BRT-IDX FROM 1 BY 1
               UNTIL WS-BRT-IDX > WS-BUREAU-COUNT OR WS-BUREAU-HIT.

       4110-CHECK-ONE-RESPONSE SECTION.

       4110-CHECK-ONE.
           IF WS-BRT-APPLICATION-ID(WS-BRT-IDX) =
               CAP-APPLICATION-ID OF WS-WORK-APPLICATION
               AND WS-BRT-HIT-FLAG(WS-BRT-IDX) = 'Y'
               SET WS-BUREAU-HIT TO TRUE
               MOVE WS-BRT-SCORE(WS-BRT-IDX) TO WS-BUREAU-SCORE
               MOVE WS-BRT-DEROG-COUNT(WS-BRT-IDX) TO WS-DEROG-COUNT
           END-IF.

      *----------------------------------------------------------------*
      * The applicant is laid out as CUSTMAIN would add them, and
      * checked against customers of the same last name.
      *----------------------------------------------------------------*
       4200-SCREEN-DUPLICATES SECTION.

       4200-SCREEN-DUP.
           INITIALIZE WS-APPLICANT
           MOVE CAP-FULL-NAME OF WS-WORK-APPLICATION TO
               CUST-FULL-NAME OF WS-APPLICANT
           MOVE CAP-STREET OF WS-WORK-APPLICATION TO
               CUST-STREET OF WS-APPLICANT
           MOVE CAP-CITY OF WS-WORK-APPLICATION TO
               CUST-CITY OF WS-APPLICANT
           MOVE CAP-STATE-PROV OF WS-WORK-APPLICATION TO
               CUST-PROVINCE OF WS-APPLICANT
           MOVE CAP-POSTAL-CODE OF WS-WORK-APPLICATION TO
               CUST-POSTAL-CODE OF WS-APPLICANT
           IF CAP-COUNTRY-CODE OF WS-WORK-APPLICATION = SPACES
               MOVE 'US' TO CUST-COUNTRY-CODE OF WS-APPLICANT
           ELSE
               MOVE CAP-COUNTRY-CODE OF WS-WORK-APPLICATION TO
                   CUST-COUNTRY-CODE OF WS-APPLICANT
           END-IF
           MOVE 'N' TO WS-DUP-EXACT-FLAG
           MOVE 'N' TO WS-DUP-NEAR-FLAG
           SET WS-DUP-SCAN-ACTIVE TO TRUE
           MOVE CUST-LAST-NAME OF WS-APPLICANT TO
               CUST-LAST-NAME OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS >=
               CUST-LAST-NAME OF CUSTOMER-RECORD
               INVALID KEY
                   SET WS-DUP-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-FILE-OK
               SET WS-DUP-SCAN-DONE TO TRUE
           END-IF
           PERFORM 4210-SCREEN-ONE-CANDIDATE
               UNTIL WS-DUP-SCAN-DONE OR WS-DUP-EXACT.

       4210-SCREEN-ONE-CANDIDATE SECTION.

       4210-SCREEN-ONE.
           READ CUSTOMER-FILE NEXT RECORD
           IF NOT WS-FILE-OK
               SET WS-DUP-SCAN-DONE TO TRUE
           ELSE
               IF CUST-LAST-NAME OF CUSTOMER-RECORD NOT =
                   CUST-LAST-NAME OF WS-APPLICANT
                   SET WS-DUP-SCAN-DONE TO TRUE
               ELSE
                   IF CUST-FULL-NAME OF CUSTOMER-RECORD =
                       CUST-FULL-NAME OF WS-APPLICANT
                       IF CUST-STREET OF CUSTOMER-RECORD =
                               CUST-STREET OF WS-APPLICANT
                           AND CUST-CITY OF CUSTOMER-RECORD =
                               CUST-CITY OF WS-APPLICANT
                           AND CUST-PROVINCE OF CUSTOMER-RECORD =
                               CUST-PROVINCE OF WS-APPLICANT
                           AND CUST-POSTAL-CODE OF CUSTOMER-RECORD
                               (1:5) = CUST-POSTAL-CODE OF
                               WS-APPLICANT(1:5)
                           SET WS-DUP-EXACT TO TRUE
                       ELSE
                           SET WS-DUP-NEAR TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The applicant has no customer number yet, so nothing is
      * queued here: a match is referred, and if the underwriter
      * approves, CUSTMAIN's own screen on the add puts the account
      * on hold and queues it for compliance.
      *----------------------------------------------------------------*
       4300-SCREEN-SANCTIONS SECTION.

       4300-SCREEN-SANC.
           SET SS-FN-SCREEN TO TRUE
           MOVE 0 TO SS-CUST-ID
           MOVE CUST-FULL-NAME OF WS-APPLICANT TO SS-FULL-NAME
           MOVE CUST-COUNTRY-CODE OF WS-APPLICANT TO SS-COUNTRY-CODE
           MOVE 'CAPINTK' TO SS-SOURCE-PROGRAM
           CALL 'SANCSCRN' USING SANCSCRN-PARMS.

       4400-DECIDE SECTION.

       4400-DECIDE-APP.
           EVALUATE TRUE
               WHEN WS-DUP-EXACT
                   SET WS-DEC-DECLINE TO TRUE
                   MOVE 'DU05' TO WS-NEW-REASON
                   PERFORM 7600-ADD-REASON
               WHEN SS-POTENTIAL-MATCH OR SS-LIST-UNAVAILABLE
                   SET WS-DEC-REFER TO TRUE
                   MOVE 'SN06' TO WS-NEW-REASON
                   PERFORM 7600-ADD-REASON
               WHEN OTHER
                   PERFORM 4410-COLLECT-DECLINE-REASONS
                   IF WS-REASON-COUNT > 0
                       SET WS-DEC-DECLINE TO TRUE
                   ELSE
                       PERFORM 4420-COLLECT-REFERRAL-REASONS
                       IF WS-REASON-COUNT > 0
                           SET WS-DEC-REFER TO TRUE
                       ELSE
                           SET WS-DEC-APPROVE TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-DEC-DECLINE
               MOVE 0 TO WS-DECIDED-LIMIT
           END-IF.

       4410-COLLECT-DECLINE-REASONS SECTION.

       4410-COLLECT-DECLINE.
           IF WS-BUREAU-HIT
               AND WS-BUREAU-SCORE < WS-POL-DECLINE-FLOOR(WS-POL-IDX)
               MOVE 'BS01' TO WS-NEW-REASON
               PERFORM 7600-ADD-REASON
           END-IF
           IF WS-BUREAU-HIT AND WS-DEROG-COUNT > 2
               MOVE 'BD02' TO WS-NEW-REASON
               PERFORM 7600-ADD-REASON
           END-IF
           IF CAP-STATED-INCOME OF WS-WORK-APPLICATION <
               WS-POL-MIN-INCOME(WS-POL-IDX)
               OR WS-DECIDED-LIMIT = 0
               MOVE 'IN03' TO WS-NEW-REASON
               PERFORM 7600-ADD-REASON
           END-IF.

       4420-COLLECT-REFERRAL-REASONS SECTION.

       4420-COLLECT-REFER.
           IF WS-DUP-NEAR
               MOVE 'ND07' TO WS-NEW-REASON
               PERFORM 7600-ADD-REASON
           END-IF
           IF WS-BUREAU-NO-HIT
               AND WS-POL-BUREAU-REQUIRED(WS-POL-IDX) = 'Y'
               MOVE 'NF04' TO WS-NEW-REASON
               PERFORM 7600-ADD-REASON
           ELSE
               IF WS-APP-SCORE < WS-POL-APPROVE-CUTOFF(WS-POL-IDX)
                   MOVE 'RV08' TO WS-NEW-REASON
                   PERFORM 7600-ADD-REASON
               END-IF
           END-IF
           IF WS-DECIDED-LIMIT > WS-POL-AUTO-MAX-LIMIT(WS-POL-IDX)
               MOVE 'LM09' TO WS-NEW-REASON
               PERFORM 7600-ADD-REASON
           END-IF.

      *----------------------------------------------------------------*
      * An approval becomes a CUSTMAIN add under the next customer
      * number; a decline goes to the letter extract with the
      * reasons the applicant may be given.
      *----------------------------------------------------------------*
       5000-ACT-ON-DECISION SECTION.

       5000-ACT.
           MOVE 0 TO WS-CAD-CUST-ID
           MOVE SPACES TO WS-RPT-NOTE
           EVALUATE TRUE
               WHEN WS-DEC-APPROVE
                   PERFORM 5100-WRITE-CUSTOMER-ADD
                   MOVE 'APPROVED' TO WS-DTL-DECISION
               WHEN WS-DEC-DECLINE
                   PERFORM 5200-WRITE-ADVERSE-ACTION
                   MOVE 'DECLINED' TO WS-DTL-DECISION
               WHEN OTHER
                   MOVE 'REFERRED' TO WS-DTL-DECISION
           END-EVALUATE
           IF WS-REASON-COUNT > 0
               MOVE WS-REASON-CODE(1) TO WS-RSN-LOOKUP-CODE
               PERFORM 7500-FIND-REASON
               IF WS-REASON-FOUND
                   MOVE WS-RSN-TEXT(WS-RSN-IDX) TO WS-RPT-NOTE
               END-IF
           END-IF
           MOVE CAP-BRANCH-CODE OF WS-WORK-APPLICATION TO
               CAR-BRANCH-CODE
           PERFORM 8000-WRITE-DETAIL-LINE.

       5100-WRITE-CUSTOMER-ADD SECTION.

       5100-WRITE-ADD.
           MOVE SPACES TO WS-ADD-TRANSACTION
           MOVE 'A' TO WS-CAD-ACTION
           MOVE WS-NEXT-CUST-ID TO WS-CAD-CUST-ID
           ADD 1 TO WS-NEXT-CUST-ID
           MOVE CAP-CUST-TYPE OF WS-WORK-APPLICATION TO
               WS-CAD-CUST-TYPE
           MOVE CAP-FIRST-NAME OF WS-WORK-APPLICATION TO
               WS-CAD-FIRST-NAME
           MOVE CAP-LAST-NAME OF WS-WORK-APPLICATION TO
               WS-CAD-LAST-NAME
           MOVE CAP-MIDDLE-INIT OF WS-WORK-APPLICATION TO
               WS-CAD-MIDDLE-INIT
           MOVE CAP-STREET OF WS-WORK-APPLICATION TO WS-CAD-STREET
           MOVE CAP-CITY OF WS-WORK-APPLICATION TO WS-CAD-CITY
           MOVE CAP-STATE-PROV OF WS-WORK-APPLICATION TO
               WS-CAD-STATE-PROV
           MOVE CAP-POSTAL-CODE OF WS-WORK-APPLICATION TO
               WS-CAD-POSTAL-CODE
           MOVE CAP-PHONE OF WS-WORK-APPLICATION TO WS-CAD-PHONE
           MOVE CAP-EMAIL OF WS-WORK-APPLICATION TO WS-CAD-EMAIL
           MOVE WS-DECIDED-LIMIT TO WS-CAD-CREDIT-LIMIT
           MOVE CAP-COUNTRY-CODE OF WS-WORK-APPLICATION TO
               WS-CAD-COUNTRY-CODE
           MOVE CAP-CURRENCY-CODE OF WS-WORK-APPLICATION TO
               WS-CAD-CURRENCY-CODE
           MOVE WS-DECIDED-BY TO WS-CAD-OPERATOR-ID
           MOVE CAP-BRANCH-CODE OF WS-WORK-APPLICATION TO
               WS-CAD-BRANCH-CODE
           MOVE CAP-COMPANY-CODE OF WS-WORK-APPLICATION TO
               WS-CAD-COMPANY-CODE
           MOVE 'C' TO WS-CAD-SOURCE
           MOVE CAP-APPLICATION-ID OF WS-WORK-APPLICATION TO
               WS-CAD-APPLICATION-ID
           WRITE CUSTOMER-ADD-RECORD FROM WS-ADD-TRANSACTION
           IF NOT WS-CAD-OK
               ADD 1 TO WS-WRITE-ERRORS
               DISPLAY 'ERROR WRITING CUSTOMER ADD FOR APPLICATION: '
                   CAP-APPLICATION-ID OF WS-WORK-APPLICATION
                   ' STATUS: ' WS-CAD-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * Only reasons the applicant may be told go on the letter.
      *----------------------------------------------------------------*
       5200-WRITE-ADVERSE-ACTION SECTION.

       5200-WRITE-ADVERSE.
           MOVE SPACES TO ADVERSE-ACTION-RECORD
           MOVE CAP-APPLICATION-ID OF WS-WORK-APPLICATION TO
               ADV-APPLICATION-ID
           MOVE WS-TODAY-DATE TO ADV-DECISION-DATE
           MOVE CAP-FULL-NAME OF WS-WORK-APPLICATION TO ADV-FULL-NAME
           MOVE CAP-STREET OF WS-WORK-APPLICATION TO ADV-STREET
           MOVE CAP-CITY OF WS-WORK-APPLICATION TO ADV-CITY
           MOVE CAP-STATE-PROV OF WS-WORK-APPLICATION TO
               ADV-STATE-PROV
           MOVE CAP-POSTAL-CODE OF WS-WORK-APPLICATION TO
               ADV-POSTAL-CODE
           MOVE CAP-COUNTRY-CODE OF WS-WORK-APPLICATION TO
               ADV-COUNTRY-CODE
           IF WS-BUREAU-SCORE > 0
               MOVE 'Y' TO ADV-BUREAU-USED
           ELSE
               MOVE 'N' TO ADV-BUREAU-USED
           END-IF
           MOVE WS-BUREAU-SCORE TO ADV-BUREAU-SCORE
           MOVE 0 TO WS-RSN-IDX
           PERFORM 5210-ADD-LETTER-REASON
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT
           WRITE ADVERSE-ACTION-RECORD
           IF NOT WS-ADV-OK
               ADD 1 TO WS-WRITE-ERRORS
               DISPLAY 'ERROR WRITING ADVERSE ACTION FOR APPLICATION: '
                   CAP-APPLICATION-ID OF WS-WORK-APPLICATION
                   ' STATUS: ' WS-ADV-STATUS
           END-IF.

       5210-ADD-LETTER-REASON SECTION.

       5210-ADD-LETTER.
           MOVE WS-REASON-CODE(WS-REASON-IDX) TO WS-RSN-LOOKUP-CODE
           PERFORM 7500-FIND-REASON
           IF WS-REASON-FOUND AND WS-RSN-DISCLOSABLE(WS-RSN-IDX) = 'Y'
               MOVE WS-RSN-CODE(WS-RSN-IDX) TO
                   ADV-REASON-CODE(WS-REASON-IDX)
               MOVE WS-RSN-TEXT(WS-RSN-IDX) TO
                   ADV-REASON-TEXT(WS-REASON-IDX)
           END-IF.

       6000-STORE-REGISTER-ROW SECTION.

       6000-STORE-REG.
           MOVE WS-DECISION TO CAR-DECISION
           MOVE WS-DECIDED-BY TO CAR-DECIDED-BY
           MOVE WS-TODAY-DATE TO CAR-DECISION-DATE
           MOVE WS-APP-SCORE TO CAR-APP-SCORE
           MOVE WS-BUREAU-SCORE TO CAR-BUREAU-SCORE
           MOVE WS-DECIDED-LIMIT TO CAR-DECIDED-LIMIT
           MOVE WS-CAD-CUST-ID TO CAR-CUST-ID
           MOVE WS-REASON-COUNT TO CAR-REASON-COUNT
           PERFORM 6010-STORE-ONE-REASON
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 4
           WRITE CREDIT-APP-REGISTER-RECORD
               INVALID KEY
                   REWRITE CREDIT-APP-REGISTER-RECORD
           END-WRITE
           IF NOT WS-CAR-OK
               ADD 1 TO WS-WRITE-ERRORS
               DISPLAY 'ERROR STORING REGISTER ROW FOR APPLICATION: '
                   CAR-APPLICATION-ID ' STATUS: ' WS-CAR-STATUS
           END-IF.

       6010-STORE-ONE-REASON SECTION.

       6010-STORE-REASON.
           MOVE WS-REASON-CODE(WS-REASON-IDX) TO
               CAR-REASON-CODE(WS-REASON-IDX).

       7500-FIND-REASON SECTION.

       7500-FIND-RSN.
           SET WS-REASON-NOT-FOUND TO TRUE
           PERFORM 7510-CHECK-ONE-REASON
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > 12 OR WS-REASON-FOUND
           IF WS-REASON-FOUND
               SUBTRACT 1 FROM WS-RSN-IDX
           ELSE
               MOVE 1 TO WS-RSN-IDX
           END-IF.

       7510-CHECK-ONE-REASON SECTION.

       7510-CHECK-RSN.
           IF WS-RSN-CODE(WS-RSN-IDX) = WS-RSN-LOOKUP-CODE
               SET WS-REASON-FOUND TO TRUE
           END-IF.

       7600-ADD-REASON SECTION.

       7600-ADD-RSN.
           IF WS-REASON-COUNT < 4
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-NEW-REASON TO WS-REASON-CODE(WS-REASON-COUNT)
           END-IF.

       7700-FIND-BRANCH-STATS SECTION.

       7700-FIND-BRANCH.
           IF WS-STAT-BRANCH = SPACES
               MOVE '001' TO WS-STAT-BRANCH
           END-IF
           SET WS-BRANCH-NOT-FOUND TO TRUE
           PERFORM 7710-CHECK-ONE-BRANCH
               VARYING WS-BRS-IDX FROM 1 BY 1
               UNTIL WS-BRS-IDX > WS-BRANCH-COUNT OR WS-BRANCH-FOUND
           IF WS-BRANCH-FOUND
               SUBTRACT 1 FROM WS-BRS-IDX
           ELSE
               IF WS-BRANCH-COUNT < 20
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BRS-IDX
                   INITIALIZE WS-BRS-ENTRY(WS-BRS-IDX)
                   MOVE WS-STAT-BRANCH TO WS-BRS-BRANCH(WS-BRS-IDX)
                   SET WS-BRANCH-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-BRANCH-OVERFLOW
               END-IF
           END-IF.

       7710-CHECK-ONE-BRANCH SECTION.

       7710-CHECK-BRANCH.
           IF WS-BRS-BRANCH(WS-BRS-IDX) = WS-STAT-BRANCH
               SET WS-BRANCH-FOUND TO TRUE
           END-IF.

       8000-WRITE-DETAIL-LINE SECTION.

       8000-WRITE-DETAIL.
           MOVE CAP-APPLICATION-ID OF WS-WORK-APPLICATION TO
               WS-DTL-APPLICATION-ID
           IF WS-DTL-APPLICATION-ID = SPACES
               MOVE CAR-APPLICATION-ID TO WS-DTL-APPLICATION-ID
           END-IF
           MOVE CAR-BRANCH-CODE TO WS-DTL-BRANCH
           MOVE CAP-CUST-TYPE OF WS-WORK-APPLICATION TO WS-DTL-TYPE
           MOVE WS-BUREAU-SCORE TO WS-DTL-BUREAU-SCORE
           MOVE WS-APP-SCORE TO WS-DTL-APP-SCORE
           MOVE WS-DECIDED-LIMIT TO WS-DTL-LIMIT
           MOVE WS-DECIDED-BY TO WS-DTL-DECIDED-BY
           MOVE WS-CAD-CUST-ID TO WS-DTL-CUST-ID
           MOVE WS-RPT-NOTE TO WS-DTL-NOTE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

       8100-WRITE-SECTION-HEADING SECTION.

       8100-WRITE-SECTION.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-COLUMN-LINE.

      *----------------------------------------------------------------*
      * What each branch still has waiting on an underwriter, from
      * the referred rows left on the register after today's
      * decisions.
      *----------------------------------------------------------------*
       8200-COUNT-QUEUE-BY-BRANCH SECTION.

       8200-COUNT-QUEUE.
           MOVE LOW-VALUES TO CAR-APPLICATION-ID
           START APPLICATION-REGISTER KEY IS NOT LESS THAN
               CAR-APPLICATION-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           IF WS-CAR-OK
               SET WS-NOT-EOF TO TRUE
           END-IF
           PERFORM 8210-COUNT-ONE-REGISTER-ROW UNTIL WS-EOF.

       8210-COUNT-ONE-REGISTER-ROW SECTION.

       8210-COUNT-ONE.
           READ APPLICATION-REGISTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CAR-REFERRED
                       MOVE CAR-BRANCH-CODE TO WS-STAT-BRANCH
                       PERFORM 7700-FIND-BRANCH-STATS
                       IF WS-BRANCH-FOUND
                           ADD 1 TO WS-BRS-IN-QUEUE(WS-BRS-IDX)
                       END-IF
                   END-IF
           END-READ.

       8300-WRITE-BRANCH-SUMMARY SECTION.

       8300-WRITE-SUMMARY.
           MOVE 'PIPELINE BY BRANCH' TO WS-SEC-TITLE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-BRANCH-COLUMN-LINE
           PERFORM 8310-WRITE-ONE-BRANCH
               VARYING WS-BRS-IDX FROM 1 BY 1
               UNTIL WS-BRS-IDX > WS-BRANCH-COUNT.

      *----------------------------------------------------------------*
      * The approval rate is approvals over everything decided today,
      * by the model or an underwriter; referrals are not decisions.
      *----------------------------------------------------------------*
       8310-WRITE-ONE-BRANCH SECTION.

       8310-WRITE-BRANCH.
           MOVE WS-BRS-BRANCH(WS-BRS-IDX) TO WS-BRL-BRANCH
           MOVE WS-BRS-RECEIVED(WS-BRS-IDX) TO WS-BRL-RECEIVED
           MOVE WS-BRS-AUTO-APPROVED(WS-BRS-IDX) TO
               WS-BRL-AUTO-APPROVED
           MOVE WS-BRS-AUTO-DECLINED(WS-BRS-IDX) TO
               WS-BRL-AUTO-DECLINED
           MOVE WS-BRS-REFERRED(WS-BRS-IDX) TO WS-BRL-REFERRED
           MOVE WS-BRS-UW-APPROVED(WS-BRS-IDX) TO WS-BRL-UW-APPROVED
           MOVE WS-BRS-UW-DECLINED(WS-BRS-IDX) TO WS-BRL-UW-DECLINED
           MOVE WS-BRS-IN-QUEUE(WS-BRS-IDX) TO WS-BRL-IN-QUEUE
           COMPUTE WS-APPROVED-TOTAL =
               WS-BRS-AUTO-APPROVED(WS-BRS-IDX)
               + WS-BRS-UW-APPROVED(WS-BRS-IDX)
           COMPUTE WS-DECIDED-TOTAL = WS-APPROVED-TOTAL
               + WS-BRS-AUTO-DECLINED(WS-BRS-IDX)
               + WS-BRS-UW-DECLINED(WS-BRS-IDX)
           IF WS-DECIDED-TOTAL > 0
               COMPUTE WS-APPROVAL-RATE ROUNDED =
                   WS-APPROVED-TOTAL * 100 / WS-DECIDED-TOTAL
           ELSE
               MOVE 0 TO WS-APPROVAL-RATE
           END-IF
           MOVE WS-APPROVAL-RATE TO WS-BRL-APPROVAL-RATE
           WRITE PRINT-LINE FROM WS-BRANCH-LINE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-BUREAU-FULL-COUNT > 0
               DISPLAY 'WARNING: BUREAU TABLE FULL, '
                   WS-BUREAU-FULL-COUNT ' RESPONSES DROPPED'
           END-IF
           IF WS-BRANCH-OVERFLOW > 0
               DISPLAY 'WARNING: BRANCH TABLE FULL, '
                   WS-BRANCH-OVERFLOW ' COUNTS DROPPED'
           END-IF
           IF WS-RUN-CLEAN
               SET SS-FN-CLOSE TO TRUE
               CALL 'SANCSCRN' USING SANCSCRN-PARMS
               CLOSE APPLICATION-FILE
               CLOSE CUSTOMER-FILE
               CLOSE APPLICATION-REGISTER
               CLOSE CUSTOMER-ADD-FILE
               CLOSE ADVERSE-ACTION-FILE
               CLOSE PIPELINE-REPORT
           END-IF
           IF WS-UWD-FILE-OPEN
               CLOSE UNDERWRITER-DECISION-FILE
           END-IF
           DISPLAY 'APPLICATIONS READ:       ' WS-APPS-READ
           DISPLAY 'APPROVED:                ' WS-APPS-APPROVED
           DISPLAY 'DECLINED:                ' WS-APPS-DECLINED
           DISPLAY 'REFERRED:                ' WS-APPS-REFERRED
           DISPLAY 'INCOMPLETE, NOT TAKEN:   ' WS-APPS-INCOMPLETE
           DISPLAY 'ALREADY ON REGISTER:     ' WS-APPS-RESUBMITTED
           DISPLAY 'UNDERWRITER DECISIONS:   ' WS-UW-READ
           DISPLAY '  APPROVED:              ' WS-UW-APPROVED
           DISPLAY '  DECLINED:              ' WS-UW-DECLINED
           DISPLAY '  REFUSED:               ' WS-UW-REFUSED
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WRITE-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-APPS-INCOMPLETE > 0 OR WS-UW-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           IF WS-RUN-CLEAN
               SET RC-FN-END-STEP TO TRUE
               MOVE 'CAPINTK ' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-APPS-READ TO RC-RECORD-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.
