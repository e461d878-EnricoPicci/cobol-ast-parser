       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
      *================================================================*
      * THIRTEEN-WEEK CASH COLLECTIONS FORECAST
      * Weekly, for treasury's Monday question. Projects the receipts
      * to expect in each of the next thirteen weeks (week 1 starts on
      * the run date) from four sources, each customer's cash coming
      * from one source only so nothing is counted twice:
      *   - ACH MANDATE DEBITS: a customer with a debit mandate in
      *     effect is collected by ACHORIG on its monthly origination
      *     day, the balance capped at the mandate amount, settling
      *     two banking days later; successive originations draw the
      *     current balance down;
      *   - PLAN INSTALMENTS: otherwise, a customer on an active
      *     payment plan pays the instalments still owed on the plan
      *     due day (PLANFILE), this month's counted if not yet paid;
      *   - PROMISES TO PAY: a collector's PP promise on PROMFILE
      *     falling due in the horizon, which also stands in for that
      *     customer's past-due open items;
      *   - OPEN ITEMS DUE: open, undisputed items (OPENITEM) by due
      *     date; past-due items are expected in week 1 at a discount
      *     that deepens with age.
      * Each source is weighted by the customer's payment behavior:
      * the RISKSCOR rating on the customer record, and how many of
      * the customer's payments over the last year on PAYHIST were
      * returned. An ACH debit depends only on the returns, since the
      * bank draws it whatever the rating.
      *
      * The report (CASHRPT) shows each source by week for every
      * company and currency, in the account currency, with the
      * expected total and the gross amount due. The forecast is then
      * saved (CASHFHST, see copybooks/CFHSTREC), and every run first
      * prints how the forecasts of the last thirteen weeks compare
      * with the cash actually received in their weeks that have
      * since ended, from PAYHIST.
      *
      * The ACH origination day is the first of the month unless the
      * run parameter names another (01-28). The run registers with
      * RUNCTL and refuses a second run on the same day, since every
      * run adds to the history.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DEBIT-MANDATE-FILE ASSIGN TO 'MANDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MND-CUST-ID
               FILE STATUS IS WS-MND-STATUS.

           SELECT PAYMENT-PLAN-FILE ASSIGN TO 'PLANFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CUST-ID
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT PROMISE-FILE ASSIGN TO 'PROMFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-TRAN-ID
               ALTERNATE RECORD KEY IS OPI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMH-KEY
               FILE STATUS IS WS-PMH-STATUS.

           SELECT FORECAST-HISTORY-FILE ASSIGN TO 'CASHFHST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFH-STATUS.

           SELECT FORECAST-REPORT ASSIGN TO 'CASHRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  DEBIT-MANDATE-FILE.
           COPY MANDREC.

       FD  PAYMENT-PLAN-FILE.
           COPY PLANREC.

       FD  PROMISE-FILE.
           COPY PROMREC.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  FORECAST-HISTORY-FILE.
           COPY CFHSTREC.

       FD  FORECAST-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-MND-STATUS                   PIC XX.
           88  WS-MND-OK                   VALUE '00'.

       01  WS-PLAN-STATUS                  PIC XX.
           88  WS-PLAN-OK                  VALUE '00'.

       01  WS-PRM-STATUS                   PIC XX.
           88  WS-PRM-OK                   VALUE '00'.
           88  WS-PRM-EOF                  VALUE '10'.

       01  WS-OPI-STATUS                   PIC XX.
           88  WS-OPI-OK                   VALUE '00'.

       01  WS-PMH-STATUS                   PIC XX.
           88  WS-PMH-OK                   VALUE '00'.

       01  WS-CFH-STATUS                   PIC XX.
           88  WS-CFH-OK                   VALUE '00'.
           88  WS-CFH-EOF                  VALUE '10'.
           88  WS-CFH-NOT-OPEN             VALUE '35'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY DATEPARM.

       COPY RUNPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-ABORT-FLAG               PIC X VALUE 'N'.
               88  WS-RUN-ABORTED          VALUE 'Y'.
               88  WS-RUN-CLEAN            VALUE 'N'.
           05  WS-SCAN-FLAG                PIC X VALUE 'N'.
               88  WS-SCAN-DONE            VALUE 'Y'.
               88  WS-SCAN-ACTIVE          VALUE 'N'.
           05  WS-MANDATE-FLAG             PIC X VALUE 'N'.
               88  WS-MANDATE-ON-FILE      VALUE 'Y'.
               88  WS-MANDATE-NOT-ON-FILE  VALUE 'N'.
           05  WS-COVER-FLAG               PIC X VALUE 'N'.
               88  WS-COVERED-BY-ACH       VALUE 'A'.
               88  WS-COVERED-BY-PLAN      VALUE 'P'.
               88  WS-NOT-COVERED          VALUE 'N'.
           05  WS-PROMISE-FLAG             PIC X VALUE 'N'.
               88  WS-PROMISE-PENDING      VALUE 'Y'.
               88  WS-NO-PROMISE           VALUE 'N'.
           05  WS-HISTORY-FLAG             PIC X VALUE 'N'.
               88  WS-HISTORY-AVAILABLE    VALUE 'Y'.
               88  WS-HISTORY-ABSENT       VALUE 'N'.
           05  WS-GROUP-FLAG               PIC X VALUE 'N'.
               88  WS-GROUP-FOUND          VALUE 'Y'.
               88  WS-GROUP-NOT-FOUND      VALUE 'N'.
           05  WS-ACTUAL-FLAG              PIC X VALUE 'N'.
               88  WS-ACTUAL-FOUND         VALUE 'Y'.
               88  WS-ACTUAL-NOT-FOUND     VALUE 'N'.

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-ACH-DAY             PIC X(2).
           05  FILLER                      PIC X(18).

       01  WS-ACH-DAY                      PIC 9(2) VALUE 01.
       01  WS-SETTLE-DAYS                  PIC 9(2) VALUE 2.

      *----------------------------------------------------------------*
      * The horizon: thirteen weeks from the run date. Actual receipts
      * are gathered for the thirteen weeks before it, to score the
      * forecasts made then; payment behavior is taken over a year.
      *----------------------------------------------------------------*
       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY               PIC 9(4).
           05  WS-TODAY-MM                 PIC 9(2).
           05  WS-TODAY-DD                 PIC 9(2).

       01  WS-HORIZON-END                  PIC 9(8).
       01  WS-ACTUAL-FROM                  PIC 9(8).
       01  WS-BEHAVIOR-FROM                PIC 9(8).

       01  WS-WEEK-TABLE.
           05  WS-WEEK-ENTRY OCCURS 13 TIMES.
               10  WS-WEEK-START           PIC 9(8).
               10  WS-WEEK-END             PIC 9(8).

       01  WS-WEEK-IDX                     PIC 9(2).
       01  WS-DAY-OFFSET                   PIC S9(5).

      *----------------------------------------------------------------*
      * A date built from a year, month and day for the monthly
      * sources.
      *----------------------------------------------------------------*
       01  WS-MONTH-WORK.
           05  WS-MONTH-IDX                PIC 9(1).
           05  WS-MONTH-SERIAL             PIC 9(6).
       01  WS-BUILT-DATE                   PIC 9(8).
       01  WS-BUILT-PARTS REDEFINES WS-BUILT-DATE.
           05  WS-BUILT-YYYY               PIC 9(4).
           05  WS-BUILT-MM                 PIC 9(2).
           05  WS-BUILT-DD                 PIC 9(2).

      *----------------------------------------------------------------*
      * The cash being placed: when, how much falls due, at what
      * weight (percent), under which source (1 ACH, 2 plan,
      * 3 promise, 4 open item).
      *----------------------------------------------------------------*
       01  WS-CASH-WORK.
           05  WS-CASH-DATE                PIC 9(8).
           05  WS-CASH-AMOUNT              PIC S9(9)V99.
           05  WS-CASH-WEIGHT              PIC 9(3)V99.
           05  WS-CASH-SOURCE              PIC 9(1).
           05  WS-CASH-EXPECTED            PIC S9(9)V99.

      *----------------------------------------------------------------*
      * Source weights (percent) before the customer's own behavior,
      * and the discount on past-due open items by days past due.
      *----------------------------------------------------------------*
       01  WS-SOURCE-TABLE.
           05  FILLER                      PIC X(2) VALUE 'AC'.
           05  FILLER                      PIC 9(3) VALUE 100.
           05  FILLER                      PIC X(14)
               VALUE 'ACH DEBITS'.
           05  FILLER                      PIC X(2) VALUE 'PL'.
           05  FILLER                      PIC 9(3) VALUE 090.
           05  FILLER                      PIC X(14)
               VALUE 'PLAN INSTALS'.
           05  FILLER                      PIC X(2) VALUE 'PP'.
           05  FILLER                      PIC 9(3) VALUE 070.
           05  FILLER                      PIC X(14)
               VALUE 'PROMISES'.
           05  FILLER                      PIC X(2) VALUE 'OI'.
           05  FILLER                      PIC 9(3) VALUE 100.
           05  FILLER                      PIC X(14)
               VALUE 'OPEN ITEMS'.

       01  WS-SOURCES REDEFINES WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 4 TIMES.
               10  WS-SRC-CODE             PIC X(2).
               10  WS-SRC-FACTOR           PIC 9(3).
               10  WS-SRC-LABEL            PIC X(14).

       01  WS-SRC-IDX                      PIC 9(1).

       01  WS-PAST-DUE-WORK.
           05  WS-DAYS-PAST-DUE            PIC S9(5).
           05  WS-AGE-FACTOR               PIC 9(3).

      *----------------------------------------------------------------*
      * The customer's behavior: the RISKSCOR rating as a weight, and
      * the share of last year's payments that stood (not returned).
      *----------------------------------------------------------------*
       01  WS-BEHAVIOR-WORK.
           05  WS-RATING-WEIGHT            PIC 9(3).
           05  WS-PAYMENTS-YEAR            PIC 9(5).
           05  WS-RETURNS-YEAR             PIC 9(5).
           05  WS-RELIABILITY              PIC 9(3)V99.
           05  WS-CUST-WEIGHT              PIC 9(3)V99.
           05  WS-CUST-COMPANY             PIC X(2).
           05  WS-CUST-CURRENCY            PIC X(3).

       01  WS-ACH-WORK.
           05  WS-ACH-REMAINING            PIC S9(9)V99.
           05  WS-ACH-DEBIT                PIC S9(9)V99.
           05  WS-ORIGINATION-DATE         PIC 9(8).

       01  WS-PLAN-WORK.
           05  WS-PLAN-LEFT                PIC S9(3).
           05  WS-PLAN-DUE-DAY             PIC 9(2).

      *----------------------------------------------------------------*
      * Promises still to come due within the horizon, loaded from
      * PROMFILE.
      *----------------------------------------------------------------*
       01  WS-PROMISE-COUNT                PIC 9(4) VALUE 0.
       01  WS-PROMISE-TABLE.
           05  WS-PRT-ENTRY OCCURS 3000 TIMES.
               10  WS-PRT-CUST-ID          PIC 9(8).
               10  WS-PRT-AMOUNT           PIC 9(7)V99.
               10  WS-PRT-DATE             PIC 9(8).

       01  WS-PRT-IDX                      PIC 9(4).
       01  WS-PROMISE-FULL-COUNT           PIC 9(5) VALUE 0.

      *----------------------------------------------------------------*
      * The forecast by company and currency, source and week.
      *----------------------------------------------------------------*
       01  WS-GROUP-COUNT                  PIC 9(2) VALUE 0.
       01  WS-FORECAST-TABLE.
           05  WS-FCG-ENTRY OCCURS 20 TIMES.
               10  WS-FCG-COMPANY          PIC X(2).
               10  WS-FCG-CURRENCY         PIC X(3).
               10  WS-FCG-SOURCE OCCURS 4 TIMES.
                   15  WS-FCG-WEEK OCCURS 13 TIMES.
                       20  WS-FCG-GROSS    PIC S9(11)V99.
                       20  WS-FCG-EXPECTED PIC S9(11)V99.

       01  WS-GRP-IDX                      PIC 9(2).
       01  WS-GROUP-FULL-COUNT             PIC 9(5) VALUE 0.

      *----------------------------------------------------------------*
      * Cash actually received by company, currency and day over the
      * last thirteen weeks, from PAYHIST.
      *----------------------------------------------------------------*
       01  WS-ACTUAL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-ACTUAL-TABLE.
           05  WS-ACT-ENTRY OCCURS 3000 TIMES.
               10  WS-ACT-COMPANY          PIC X(2).
               10  WS-ACT-CURRENCY         PIC X(3).
               10  WS-ACT-DATE             PIC 9(8).
               10  WS-ACT-AMOUNT           PIC S9(11)V99.

       01  WS-ACT-IDX                      PIC 9(4).
       01  WS-ACTUAL-FULL-COUNT            PIC 9(5) VALUE 0.

      *----------------------------------------------------------------*
      * Forecast-versus-actual: one saved week of one forecast for one
      * company and currency at a time, all sources together.
      *----------------------------------------------------------------*
       01  WS-ACCURACY-WORK.
           05  WS-ACC-FORECAST-DATE        PIC 9(8).
           05  WS-ACC-COMPANY              PIC X(2).
           05  WS-ACC-CURRENCY             PIC X(3).
           05  WS-ACC-WEEK-NO              PIC 9(2).
           05  WS-ACC-WEEK-START           PIC 9(8).
           05  WS-ACC-WEEK-END             PIC 9(8).
           05  WS-ACC-FORECAST             PIC S9(11)V99.
           05  WS-ACC-ACTUAL               PIC S9(11)V99.
           05  WS-ACC-VARIANCE             PIC S9(11)V99.
           05  WS-ACC-ABS-VARIANCE         PIC S9(11)V99.
           05  WS-ACC-PCT                  PIC S9(5)V9.
           05  WS-ACC-OPEN-FLAG            PIC X VALUE 'N'.
               88  WS-ACC-GROUP-OPEN       VALUE 'Y'.
               88  WS-ACC-GROUP-CLOSED     VALUE 'N'.
           05  WS-ACC-TOTAL-FORECAST       PIC S9(13)V99 VALUE 0.
           05  WS-ACC-TOTAL-ACTUAL         PIC S9(13)V99 VALUE 0.
           05  WS-ACC-TOTAL-ABS-VARIANCE   PIC S9(13)V99 VALUE 0.
           05  WS-ACC-WEEKS-SCORED         PIC 9(5) VALUE 0.

       01  WS-RUN-TOTALS.
           05  WS-CUSTOMERS-READ           PIC 9(7) VALUE 0.
           05  WS-CUSTOMERS-ACH            PIC 9(7) VALUE 0.
           05  WS-CUSTOMERS-PLAN           PIC 9(7) VALUE 0.
           05  WS-PROMISES-USED            PIC 9(7) VALUE 0.
           05  WS-OPEN-ITEMS-USED          PIC 9(7) VALUE 0.
           05  WS-HISTORY-ROWS-WRITTEN     PIC 9(7) VALUE 0.
           05  WS-WRITE-ERRORS             PIC 9(5) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'THIRTEEN-WEEK CASH COLLECTIONS FORECAST'.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(18)
               VALUE '  ACH ORIG DAY: '.
           05  WS-HDG-ACH-DAY              PIC 9(2).

       01  WS-GROUP-LINE.
           05  FILLER                      PIC X(9) VALUE 'COMPANY '.
           05  WS-GRL-COMPANY              PIC X(2).
           05  FILLER                      PIC X(12)
               VALUE '  CURRENCY '.
           05  WS-GRL-CURRENCY             PIC X(3).
           05  FILLER                      PIC X(40)
               VALUE '  (EXPECTED RECEIPTS, WHOLE UNITS)'.

       01  WS-DATE-ROW.
           05  FILLER                      PIC X(14)
               VALUE 'WEEK BEGINNING'.
           05  WS-DTR-CELL OCCURS 13 TIMES.
               10  FILLER                  PIC X(1) VALUE SPACE.
               10  WS-DTR-DATE             PIC 9(8).

       01  WS-AMOUNT-ROW.
           05  WS-AMR-LABEL                PIC X(14).
           05  WS-AMR-CELL OCCURS 13 TIMES.
               10  FILLER                  PIC X(1) VALUE SPACE.
               10  WS-AMR-AMOUNT           PIC -------9.

       01  WS-ROW-TOTAL                    PIC S9(11)V99.

       01  WS-ACCURACY-HEADING.
           05  FILLER                      PIC X(60) VALUE
               'FORECAST VERSUS ACTUAL - ENDED WEEKS, ALL SOURCES'.

       01  WS-ACCURACY-COLUMNS.
           05  FILLER                      PIC X(10) VALUE 'FORECAST'.
           05  FILLER                      PIC X(6) VALUE 'WEEK'.
           05  FILLER                      PIC X(10) VALUE 'BEGINNING'.
           05  FILLER                      PIC X(5) VALUE 'CO'.
           05  FILLER                      PIC X(5) VALUE 'CCY'.
           05  FILLER                      PIC X(18)
               VALUE '          FORECAST'.
           05  FILLER                      PIC X(18)
               VALUE '            ACTUAL'.
           05  FILLER                      PIC X(18)
               VALUE '          VARIANCE'.
           05  FILLER                      PIC X(12)
               VALUE '  ACCURACY %'.

       01  WS-ACCURACY-LINE.
           05  WS-ACL-FORECAST-DATE        PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ACL-WEEK-NO              PIC Z9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-ACL-WEEK-START           PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ACL-COMPANY              PIC X(2).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-ACL-CURRENCY             PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ACL-FORECAST             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-ACL-ACTUAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-ACL-VARIANCE             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-ACL-PCT                  PIC ZZ9.9.

       01  WS-ACCURACY-TOTAL-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'ALL WEEKS SCORED'.
           05  WS-ACT-WEEKS                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ACT-FORECAST             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-ACT-ACTUAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(22) VALUE SPACES.
           05  WS-ACT-PCT                  PIC ZZ9.9.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT                 PIC X(80).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-FORECAST-ONE-CUSTOMER UNTIL WS-EOF
               PERFORM 5000-WRITE-FORECAST-REPORT
               PERFORM 6000-REPORT-ACCURACY
               PERFORM 7000-SAVE-FORECAST
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-RUN-TOTALS
           INITIALIZE WS-FORECAST-TABLE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-ACH-DAY NUMERIC
               AND WS-PARM-ACH-DAY > '00'
               AND WS-PARM-ACH-DAY < '29'
               MOVE WS-PARM-ACH-DAY TO WS-ACH-DAY
           END-IF
           SET RC-FN-CHECK-STEP TO TRUE
           MOVE 'CASHFCST' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-OK
               DISPLAY 'CASH FORECAST ALREADY MADE TODAY, RUN REFUSED'
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET RC-FN-START-STEP TO TRUE
               MOVE 'CASHFCST' TO RC-PROGRAM-NAME
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1100-OPEN-FILES
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1200-SET-HORIZON
               PERFORM 1300-LOAD-PROMISES
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               MOVE WS-ACH-DAY TO WS-HDG-ACH-DAY
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               MOVE LOW-VALUES TO CUSTOMER-RECORD
               START CUSTOMER-FILE KEY IS NOT LESS THAN
                   CUST-KEY OF CUSTOMER-RECORD
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
           END-IF.

       1100-OPEN-FILES SECTION.

       1100-OPEN.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT DEBIT-MANDATE-FILE
           IF NOT WS-MND-OK
               DISPLAY 'ERROR OPENING DEBIT MANDATE FILE: '
                   WS-MND-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT PAYMENT-PLAN-FILE
           IF NOT WS-PLAN-OK
               DISPLAY 'ERROR OPENING PAYMENT PLAN FILE: '
                   WS-PLAN-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           IF NOT WS-OPI-OK
               DISPLAY 'ERROR OPENING OPEN ITEM FILE: ' WS-OPI-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF NOT WS-PMH-OK
               DISPLAY 'ERROR OPENING PAYMENT HISTORY FILE: '
                   WS-PMH-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT FORECAST-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING FORECAST REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * Week n runs from the run date plus 7(n-1) days for seven
      * days; the horizon ends with week 13.
      *----------------------------------------------------------------*
       1200-SET-HORIZON SECTION.

       1200-SET-HOR.
           PERFORM 1210-SET-ONE-WEEK
               VARYING WS-WEEK-IDX FROM 1 BY 1 UNTIL WS-WEEK-IDX > 13
           MOVE WS-WEEK-END(13) TO WS-HORIZON-END
           SET DU-FN-SUB-DAYS TO TRUE
           MOVE WS-TODAY-DATE TO DU-DATE-1
           MOVE 91 TO DU-DAYS-COUNT
           CALL 'DATEUTIL' USING DATEUTIL-PARMS
           MOVE DU-RESULT-DATE TO WS-ACTUAL-FROM
           SET DU-FN-SUB-DAYS TO TRUE
           MOVE WS-TODAY-DATE TO DU-DATE-1
           MOVE 365 TO DU-DAYS-COUNT
           CALL 'DATEUTIL' USING DATEUTIL-PARMS
           MOVE DU-RESULT-DATE TO WS-BEHAVIOR-FROM.

       1210-SET-ONE-WEEK SECTION.

       1210-SET-WEEK.
           SET DU-FN-ADD-DAYS TO TRUE
           MOVE WS-TODAY-DATE TO DU-DATE-1
           COMPUTE DU-DAYS-COUNT = (WS-WEEK-IDX - 1) * 7
           CALL 'DATEUTIL' USING DATEUTIL-PARMS
           MOVE DU-RESULT-DATE TO WS-WEEK-START(WS-WEEK-IDX)
           SET DU-FN-ADD-DAYS TO TRUE
           MOVE WS-TODAY-DATE TO DU-DATE-1
           COMPUTE DU-DAYS-COUNT = WS-WEEK-IDX * 7 - 1
           CALL 'DATEUTIL' USING DATEUTIL-PARMS
           MOVE DU-RESULT-DATE TO WS-WEEK-END(WS-WEEK-IDX).

      *----------------------------------------------------------------*
      * Only promises to pay that still fall due within the horizon;
      * a promise whose date has passed is COLLBRKP's business.
      *----------------------------------------------------------------*
       1300-LOAD-PROMISES SECTION.

       1300-LOAD-PRM.
           OPEN INPUT PROMISE-FILE
           IF NOT WS-PRM-OK
               DISPLAY 'PROMISE FILE NOT AVAILABLE, NO PROMISES '
                   'FORECAST: ' WS-PRM-STATUS
           ELSE
               PERFORM 1310-LOAD-ONE-PROMISE UNTIL WS-PRM-EOF
               CLOSE PROMISE-FILE
           END-IF.

       1310-LOAD-ONE-PROMISE SECTION.

       1310-LOAD-ONE.
           READ PROMISE-FILE
               AT END
                   SET WS-PRM-EOF TO TRUE
               NOT AT END
                   IF PRM-PROMISE-TO-PAY
                       AND PRM-PROMISE-AMOUNT NUMERIC
                       AND PRM-PROMISE-AMOUNT > 0
                       AND PRM-PROMISE-DATE NOT < WS-TODAY-DATE
                       AND PRM-PROMISE-DATE NOT > WS-HORIZON-END
                       IF WS-PROMISE-COUNT < 3000
                           ADD 1 TO WS-PROMISE-COUNT
                           MOVE PRM-CUST-ID TO
                               WS-PRT-CUST-ID(WS-PROMISE-COUNT)
                           MOVE PRM-PROMISE-AMOUNT TO
                               WS-PRT-AMOUNT(WS-PROMISE-COUNT)
                           MOVE PRM-PROMISE-DATE TO
                               WS-PRT-DATE(WS-PROMISE-COUNT)
                       ELSE
                           ADD 1 TO WS-PROMISE-FULL-COUNT
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * A customer's cash comes from the mandate, else the plan, else
      * promises and open items. A sold account's cash belongs to
      * the buyer and is left out.
      *----------------------------------------------------------------*
       2000-FORECAST-ONE-CUSTOMER SECTION.

       2000-FORECAST-ONE.
           READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   PERFORM 2100-FIND-GROUP
                   PERFORM 2200-SCAN-PAYMENT-HISTORY
                   IF NOT CUST-STAT-SOLD OF WS-WORK-CUSTOMER
                       AND WS-GROUP-FOUND
                       PERFORM 2300-SET-CUSTOMER-WEIGHT
                       SET WS-NOT-COVERED TO TRUE
                       PERFORM 3100-PROJECT-ACH-DEBITS
                       IF WS-NOT-COVERED
                           PERFORM 3200-PROJECT-PLAN
                       END-IF
                       IF WS-NOT-COVERED
                           PERFORM 3300-PROJECT-PROMISES
                           PERFORM 3400-PROJECT-OPEN-ITEMS
                       END-IF
                   END-IF
           END-READ.

       2100-FIND-GROUP SECTION.

       2100-FIND-GRP.
           IF CUST-COMPANY-CODE OF WS-WORK-CUSTOMER = SPACES
               MOVE '01' TO WS-CUST-COMPANY
           ELSE
               MOVE CUST-COMPANY-CODE OF WS-WORK-CUSTOMER TO
                   WS-CUST-COMPANY
           END-IF
           IF CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER = SPACES
               MOVE 'USD' TO WS-CUST-CURRENCY
           ELSE
               MOVE CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER TO
                   WS-CUST-CURRENCY
           END-IF
           SET WS-GROUP-NOT-FOUND TO TRUE
           PERFORM 2110-CHECK-ONE-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GROUP-COUNT OR WS-GROUP-FOUND
           IF WS-GROUP-FOUND
               SUBTRACT 1 FROM WS-GRP-IDX
           ELSE
               IF WS-GROUP-COUNT < 20
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-GRP-IDX
                   MOVE WS-CUST-COMPANY TO WS-FCG-COMPANY(WS-GRP-IDX)
                   MOVE WS-CUST-CURRENCY TO
                       WS-FCG-CURRENCY(WS-GRP-IDX)
                   SET WS-GROUP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-GROUP-FULL-COUNT
               END-IF
           END-IF.

       2110-CHECK-ONE-GROUP SECTION.

       2110-CHECK-GRP.
           IF WS-FCG-COMPANY(WS-GRP-IDX) = WS-CUST-COMPANY
               AND WS-FCG-CURRENCY(WS-GRP-IDX) = WS-CUST-CURRENCY
               SET WS-GROUP-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * One pass over the customer's payment history counts last
      * year's payments and returns, and adds the last thirteen
      * weeks' standing receipts to the actuals.
      *----------------------------------------------------------------*
       2200-SCAN-PAYMENT-HISTORY SECTION.

       2200-SCAN-PMH.
           MOVE 0 TO WS-PAYMENTS-YEAR
           MOVE 0 TO WS-RETURNS-YEAR
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO PMH-CUST-ID
           MOVE 0 TO PMH-SEQUENCE
           SET WS-SCAN-ACTIVE TO TRUE
           START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN PMH-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 2210-SCAN-ONE-PAYMENT UNTIL WS-SCAN-DONE.

       2210-SCAN-ONE-PAYMENT SECTION.

       2210-SCAN-ONE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
           IF NOT WS-PMH-OK
               OR PMH-CUST-ID NOT = CUST-ID OF WS-WORK-CUSTOMER
               SET WS-SCAN-DONE TO TRUE
           ELSE
               IF PMH-PAYMENT-DATE NOT < WS-BEHAVIOR-FROM
                   ADD 1 TO WS-PAYMENTS-YEAR
                   IF PMH-REVERSED
                       ADD 1 TO WS-RETURNS-YEAR
                   END-IF
               END-IF
               IF PMH-ACTIVE
                   AND PMH-PAYMENT-DATE NOT < WS-ACTUAL-FROM
                   AND PMH-PAYMENT-DATE < WS-TODAY-DATE
                   PERFORM 2220-ADD-TO-ACTUALS
               END-IF
           END-IF.

       2220-ADD-TO-ACTUALS SECTION.

       2220-ADD-ACTUAL.
           SET WS-ACTUAL-NOT-FOUND TO TRUE
           PERFORM 2230-CHECK-ONE-ACTUAL
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACTUAL-COUNT OR WS-ACTUAL-FOUND
           IF WS-ACTUAL-FOUND
               SUBTRACT 1 FROM WS-ACT-IDX
               ADD PMH-PAYMENT-AMOUNT TO WS-ACT-AMOUNT(WS-ACT-IDX)
           ELSE
               IF WS-ACTUAL-COUNT < 3000
                   ADD 1 TO WS-ACTUAL-COUNT
                   MOVE WS-CUST-COMPANY TO
                       WS-ACT-COMPANY(WS-ACTUAL-COUNT)
                   MOVE WS-CUST-CURRENCY TO
                       WS-ACT-CURRENCY(WS-ACTUAL-COUNT)
                   MOVE PMH-PAYMENT-DATE TO
                       WS-ACT-DATE(WS-ACTUAL-COUNT)
                   MOVE PMH-PAYMENT-AMOUNT TO
                       WS-ACT-AMOUNT(WS-ACTUAL-COUNT)
               ELSE
                   ADD 1 TO WS-ACTUAL-FULL-COUNT
               END-IF
           END-IF.

       2230-CHECK-ONE-ACTUAL SECTION.

       2230-CHECK-ACTUAL.
           IF WS-ACT-DATE(WS-ACT-IDX) = PMH-PAYMENT-DATE
               AND WS-ACT-COMPANY(WS-ACT-IDX) = WS-CUST-COMPANY
               AND WS-ACT-CURRENCY(WS-ACT-IDX) = WS-CUST-CURRENCY
               SET WS-ACTUAL-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * Rating 1 (best) to 5 (worst) as a percentage, an unscored
      * customer in between; the share of last year's payments not
      * returned; and the two together.
      *----------------------------------------------------------------*
       2300-SET-CUSTOMER-WEIGHT SECTION.

       2300-SET-WEIGHT.
           EVALUATE CUST-RISK-RATING OF WS-WORK-CUSTOMER
               WHEN '1'
                   MOVE 100 TO WS-RATING-WEIGHT
               WHEN '2'
                   MOVE 95 TO WS-RATING-WEIGHT
               WHEN '3'
                   MOVE 85 TO WS-RATING-WEIGHT
               WHEN '4'
                   MOVE 65 TO WS-RATING-WEIGHT
               WHEN '5'
                   MOVE 40 TO WS-RATING-WEIGHT
               WHEN OTHER
                   MOVE 80 TO WS-RATING-WEIGHT
           END-EVALUATE
           IF WS-PAYMENTS-YEAR > 0
               COMPUTE WS-RELIABILITY ROUNDED =
                   100 - WS-RETURNS-YEAR * 100 / WS-PAYMENTS-YEAR
           ELSE
               MOVE 100 TO WS-RELIABILITY
           END-IF
           COMPUTE WS-CUST-WEIGHT ROUNDED =
               WS-RATING-WEIGHT * WS-RELIABILITY / 100.

      *----------------------------------------------------------------*
      * ACHORIG originates on the origination day each month; each
      * debit is the balance left, capped at the mandate amount, and
      * settles two banking days later.
      *----------------------------------------------------------------*
       3100-PROJECT-ACH-DEBITS SECTION.

       3100-PROJECT-ACH.
           SET WS-MANDATE-NOT-ON-FILE TO TRUE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO MND-CUST-ID
           READ DEBIT-MANDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MND-OK
               SET WS-MANDATE-ON-FILE TO TRUE
               MOVE CUST-BALANCE OF WS-WORK-CUSTOMER TO
                   WS-ACH-REMAINING
               PERFORM 3110-PROJECT-ONE-ORIGINATION
                   VARYING WS-MONTH-IDX FROM 0 BY 1
                   UNTIL WS-MONTH-IDX > 3
               IF WS-COVERED-BY-ACH
                   ADD 1 TO WS-CUSTOMERS-ACH
               END-IF
           END-IF.

       3110-PROJECT-ONE-ORIGINATION SECTION.

       3110-PROJECT-ORIG.
           MOVE WS-ACH-DAY TO WS-PLAN-DUE-DAY
           PERFORM 8100-BUILD-MONTH-DATE
           MOVE WS-BUILT-DATE TO WS-ORIGINATION-DATE
           IF WS-ORIGINATION-DATE NOT < WS-TODAY-DATE
               AND WS-ORIGINATION-DATE NOT > WS-HORIZON-END
               AND MND-EFFECTIVE-DATE NOT > WS-ORIGINATION-DATE
               AND (MND-EXPIRY-DATE = 0
                   OR MND-EXPIRY-DATE NOT < WS-ORIGINATION-DATE)
               SET WS-COVERED-BY-ACH TO TRUE
               IF WS-ACH-REMAINING > MND-CAP-AMOUNT
                   MOVE MND-CAP-AMOUNT TO WS-ACH-DEBIT
               ELSE
                   MOVE WS-ACH-REMAINING TO WS-ACH-DEBIT
               END-IF
               IF WS-ACH-DEBIT > 0
                   SUBTRACT WS-ACH-DEBIT FROM WS-ACH-REMAINING
                   SET DU-FN-ADD-BUSINESS-DAYS TO TRUE
                   MOVE WS-ORIGINATION-DATE TO DU-DATE-1
                   MOVE WS-SETTLE-DAYS TO DU-DAYS-COUNT
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
                   IF DU-VALID
                       MOVE DU-RESULT-DATE TO WS-CASH-DATE
                   ELSE
                       MOVE WS-ORIGINATION-DATE TO WS-CASH-DATE
                   END-IF
                   MOVE WS-ACH-DEBIT TO WS-CASH-AMOUNT
                   MOVE 1 TO WS-CASH-SOURCE
                   COMPUTE WS-CASH-WEIGHT ROUNDED =
                       WS-SRC-FACTOR(1) * WS-RELIABILITY / 100
                   PERFORM 8000-ADD-TO-FORECAST
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Instalments still owed fall on the plan's due day each month;
      * this month's counts, in week 1 if its day has gone by, unless
      * it was paid.
      *----------------------------------------------------------------*
       3200-PROJECT-PLAN SECTION.

       3200-PROJECT-PLN.
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO PLN-CUST-ID
           READ PAYMENT-PLAN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PLAN-OK AND PLN-ACTIVE
               SET WS-COVERED-BY-PLAN TO TRUE
               ADD 1 TO WS-CUSTOMERS-PLAN
               COMPUTE WS-PLAN-LEFT =
                   PLN-TERM-MONTHS - PLN-INSTALLMENTS-PAID
               PERFORM 3210-PROJECT-ONE-INSTALMENT
                   VARYING WS-MONTH-IDX FROM 0 BY 1
                   UNTIL WS-MONTH-IDX > 3 OR WS-PLAN-LEFT NOT > 0
           END-IF.

       3210-PROJECT-ONE-INSTALMENT SECTION.

       3210-PROJECT-INST.
           IF PLN-DUE-DAY NUMERIC AND PLN-DUE-DAY > 0
               AND PLN-DUE-DAY < 29
               MOVE PLN-DUE-DAY TO WS-PLAN-DUE-DAY
           ELSE
               MOVE 28 TO WS-PLAN-DUE-DAY
           END-IF
           PERFORM 8100-BUILD-MONTH-DATE
           EVALUATE TRUE
               WHEN WS-BUILT-DATE > WS-HORIZON-END
                   CONTINUE
               WHEN WS-BUILT-DATE < WS-TODAY-DATE
                   AND PLN-LAST-PAID-DATE NOT < WS-BUILT-DATE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-BUILT-DATE TO WS-CASH-DATE
                   MOVE PLN-INSTALL-AMOUNT TO WS-CASH-AMOUNT
                   MOVE 2 TO WS-CASH-SOURCE
                   COMPUTE WS-CASH-WEIGHT ROUNDED =
                       WS-SRC-FACTOR(2) * WS-CUST-WEIGHT / 100
                   PERFORM 8000-ADD-TO-FORECAST
                   SUBTRACT 1 FROM WS-PLAN-LEFT
           END-EVALUATE.

       3300-PROJECT-PROMISES SECTION.

       3300-PROJECT-PRM.
           SET WS-NO-PROMISE TO TRUE
           PERFORM 3310-CHECK-ONE-PROMISE
               VARYING WS-PRT-IDX FROM 1 BY 1
               UNTIL WS-PRT-IDX > WS-PROMISE-COUNT.

       3310-CHECK-ONE-PROMISE SECTION.

       3310-CHECK-PRM.
           IF WS-PRT-CUST-ID(WS-PRT-IDX) = CUST-ID OF WS-WORK-CUSTOMER
               SET WS-PROMISE-PENDING TO TRUE
               ADD 1 TO WS-PROMISES-USED
               MOVE WS-PRT-DATE(WS-PRT-IDX) TO WS-CASH-DATE
               MOVE WS-PRT-AMOUNT(WS-PRT-IDX) TO WS-CASH-AMOUNT
               MOVE 3 TO WS-CASH-SOURCE
               COMPUTE WS-CASH-WEIGHT ROUNDED =
                   WS-SRC-FACTOR(3) * WS-CUST-WEIGHT / 100
               PERFORM 8000-ADD-TO-FORECAST
           END-IF.

       3400-PROJECT-OPEN-ITEMS SECTION.

       3400-PROJECT-OPI.
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO OPI-CUST-ID
           SET WS-SCAN-ACTIVE TO TRUE
           START OPEN-ITEM-FILE KEY IS = OPI-CUST-ID
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 3410-PROJECT-ONE-ITEM UNTIL WS-SCAN-DONE.

      *----------------------------------------------------------------*
      * A past-due item is expected in week 1 at 60% up to 30 days
      * past due, 30% to 90 days and 10% beyond; a pending promise
      * stands in for past-due items altogether.
      *----------------------------------------------------------------*
       3410-PROJECT-ONE-ITEM SECTION.

       3410-PROJECT-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
           IF NOT WS-OPI-OK
               OR OPI-CUST-ID NOT = CUST-ID OF WS-WORK-CUSTOMER
               SET WS-SCAN-DONE TO TRUE
           ELSE
               IF OPI-OPEN AND OPI-OPEN-AMOUNT > 0
                   IF OPI-DUE-DATE = 0
                       MOVE OPI-TRAN-DATE TO WS-CASH-DATE
                   ELSE
                       MOVE OPI-DUE-DATE TO WS-CASH-DATE
                   END-IF
                   MOVE 100 TO WS-AGE-FACTOR
                   IF WS-CASH-DATE < WS-TODAY-DATE
                       SET DU-FN-DAYS-BETWEEN TO TRUE
                       MOVE WS-CASH-DATE TO DU-DATE-1
                       MOVE WS-TODAY-DATE TO DU-DATE-2
                       CALL 'DATEUTIL' USING DATEUTIL-PARMS
                       MOVE DU-DAYS-COUNT TO WS-DAYS-PAST-DUE
                       EVALUATE TRUE
                           WHEN WS-PROMISE-PENDING
                               MOVE 0 TO WS-AGE-FACTOR
                           WHEN WS-DAYS-PAST-DUE NOT > 30
                               MOVE 60 TO WS-AGE-FACTOR
                           WHEN WS-DAYS-PAST-DUE NOT > 90
                               MOVE 30 TO WS-AGE-FACTOR
                           WHEN OTHER
                               MOVE 10 TO WS-AGE-FACTOR
                       END-EVALUATE
                   END-IF
                   IF WS-AGE-FACTOR > 0
                       ADD 1 TO WS-OPEN-ITEMS-USED
                       MOVE OPI-OPEN-AMOUNT TO WS-CASH-AMOUNT
                       MOVE 4 TO WS-CASH-SOURCE
                       COMPUTE WS-CASH-WEIGHT ROUNDED =
                           WS-SRC-FACTOR(4) * WS-CUST-WEIGHT
                           * WS-AGE-FACTOR / 10000
                       PERFORM 8000-ADD-TO-FORECAST
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Forecast by company and currency: each source's expected
      * receipts by week, their total, and the gross amount due.
      *----------------------------------------------------------------*
       5000-WRITE-FORECAST-REPORT SECTION.

       5000-WRITE-REPORT.
           PERFORM 5100-WRITE-ONE-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GROUP-COUNT.

       5100-WRITE-ONE-GROUP SECTION.

       5100-WRITE-GROUP.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-FCG-COMPANY(WS-GRP-IDX) TO WS-GRL-COMPANY
           MOVE WS-FCG-CURRENCY(WS-GRP-IDX) TO WS-GRL-CURRENCY
           WRITE PRINT-LINE FROM WS-GROUP-LINE
           PERFORM 5110-SET-DATE-CELL
               VARYING WS-WEEK-IDX FROM 1 BY 1 UNTIL WS-WEEK-IDX > 13
           WRITE PRINT-LINE FROM WS-DATE-ROW
           PERFORM 5120-WRITE-SOURCE-ROW
               VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 4
           MOVE 'TOTAL EXPECTED' TO WS-AMR-LABEL
           PERFORM 5140-SET-EXPECTED-TOTAL-CELL
               VARYING WS-WEEK-IDX FROM 1 BY 1 UNTIL WS-WEEK-IDX > 13
           WRITE PRINT-LINE FROM WS-AMOUNT-ROW
           MOVE 'GROSS DUE' TO WS-AMR-LABEL
           PERFORM 5150-SET-GROSS-TOTAL-CELL
               VARYING WS-WEEK-IDX FROM 1 BY 1 UNTIL WS-WEEK-IDX > 13
           WRITE PRINT-LINE FROM WS-AMOUNT-ROW.

       5110-SET-DATE-CELL SECTION.

       5110-SET-DATE.
           MOVE WS-WEEK-START(WS-WEEK-IDX) TO WS-DTR-DATE(WS-WEEK-IDX).

       5120-WRITE-SOURCE-ROW SECTION.

       5120-WRITE-SOURCE.
           MOVE WS-SRC-LABEL(WS-SRC-IDX) TO WS-AMR-LABEL
           PERFORM 5130-SET-SOURCE-CELL
               VARYING WS-WEEK-IDX FROM 1 BY 1 UNTIL WS-WEEK-IDX > 13
           WRITE PRINT-LINE FROM WS-AMOUNT-ROW.

       5130-SET-SOURCE-CELL SECTION.

       5130-SET-SOURCE.
           MOVE WS-FCG-EXPECTED(WS-GRP-IDX, WS-SRC-IDX, WS-WEEK-IDX)
               TO WS-AMR-AMOUNT(WS-WEEK-IDX).

       5140-SET-EXPECTED-TOTAL-CELL SECTION.

       5140-SET-EXPECTED.
           COMPUTE WS-ROW-TOTAL =
               WS-FCG-EXPECTED(WS-GRP-IDX, 1, WS-WEEK-IDX)
               + WS-FCG-EXPECTED(WS-GRP-IDX, 2, WS-WEEK-IDX)
               + WS-FCG-EXPECTED(WS-GRP-IDX, 3, WS-WEEK-IDX)
               + WS-FCG-EXPECTED(WS-GRP-IDX, 4, WS-WEEK-IDX)
           MOVE WS-ROW-TOTAL TO WS-AMR-AMOUNT(WS-WEEK-IDX).

       5150-SET-GROSS-TOTAL-CELL SECTION.

       5150-SET-GROSS.
           COMPUTE WS-ROW-TOTAL =
               WS-FCG-GROSS(WS-GRP-IDX, 1, WS-WEEK-IDX)
               + WS-FCG-GROSS(WS-GRP-IDX, 2, WS-WEEK-IDX)
               + WS-FCG-GROSS(WS-GRP-IDX, 3, WS-WEEK-IDX)
               + WS-FCG-GROSS(WS-GRP-IDX, 4, WS-WEEK-IDX)
           MOVE WS-ROW-TOTAL TO WS-AMR-AMOUNT(WS-WEEK-IDX).

      *----------------------------------------------------------------*
      * Earlier forecasts set against the cash that came in: every
      * saved week that has fully ended within the last thirteen
      * weeks, all sources of one forecast, company and currency
      * together. Accuracy is 100 less the variance as a percentage
      * of the actual, never below zero.
      *----------------------------------------------------------------*
       6000-REPORT-ACCURACY SECTION.

       6000-REPORT-ACC.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-ACCURACY-HEADING
           OPEN INPUT FORECAST-HISTORY-FILE
           IF NOT WS-CFH-OK
               MOVE 'NO EARLIER FORECASTS ON FILE' TO WS-MSG-TEXT
               WRITE PRINT-LINE FROM WS-MESSAGE-LINE
           ELSE
               WRITE PRINT-LINE FROM WS-ACCURACY-COLUMNS
               SET WS-ACC-GROUP-CLOSED TO TRUE
               PERFORM 6100-SCORE-ONE-HISTORY-ROW UNTIL WS-CFH-EOF
               IF WS-ACC-GROUP-OPEN
                   PERFORM 6200-WRITE-ACCURACY-LINE
               END-IF
               CLOSE FORECAST-HISTORY-FILE
               PERFORM 6300-WRITE-ACCURACY-TOTAL
           END-IF.

       6100-SCORE-ONE-HISTORY-ROW SECTION.

       6100-SCORE-ONE.
           READ FORECAST-HISTORY-FILE
               AT END
                   SET WS-CFH-EOF TO TRUE
               NOT AT END
                   IF CFH-WEEK-START NOT < WS-ACTUAL-FROM
                       AND CFH-WEEK-END < WS-TODAY-DATE
                       IF WS-ACC-GROUP-OPEN
                           AND (CFH-FORECAST-DATE NOT =
                                   WS-ACC-FORECAST-DATE
                               OR CFH-COMPANY-CODE NOT = WS-ACC-COMPANY
                               OR CFH-CURRENCY-CODE NOT =
                                   WS-ACC-CURRENCY
                               OR CFH-WEEK-NO NOT = WS-ACC-WEEK-NO)
                           PERFORM 6200-WRITE-ACCURACY-LINE
                       END-IF
                       IF WS-ACC-GROUP-CLOSED
                           SET WS-ACC-GROUP-OPEN TO TRUE
                           MOVE CFH-FORECAST-DATE TO
                               WS-ACC-FORECAST-DATE
                           MOVE CFH-COMPANY-CODE TO WS-ACC-COMPANY
                           MOVE CFH-CURRENCY-CODE TO WS-ACC-CURRENCY
                           MOVE CFH-WEEK-NO TO WS-ACC-WEEK-NO
                           MOVE CFH-WEEK-START TO WS-ACC-WEEK-START
                           MOVE CFH-WEEK-END TO WS-ACC-WEEK-END
                           MOVE 0 TO WS-ACC-FORECAST
                       END-IF
                       ADD CFH-EXPECTED-AMOUNT TO WS-ACC-FORECAST
                   END-IF
           END-READ.

       6200-WRITE-ACCURACY-LINE SECTION.

       6200-WRITE-ACC.
           MOVE 0 TO WS-ACC-ACTUAL
           PERFORM 6210-ADD-ONE-ACTUAL
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACTUAL-COUNT
           COMPUTE WS-ACC-VARIANCE = WS-ACC-ACTUAL - WS-ACC-FORECAST
           IF WS-ACC-VARIANCE < 0
               COMPUTE WS-ACC-ABS-VARIANCE = 0 - WS-ACC-VARIANCE
           ELSE
               MOVE WS-ACC-VARIANCE TO WS-ACC-ABS-VARIANCE
           END-IF
           EVALUATE TRUE
               WHEN WS-ACC-ACTUAL > 0
                   COMPUTE WS-ACC-PCT ROUNDED = 100
                       - WS-ACC-ABS-VARIANCE * 100 / WS-ACC-ACTUAL
               WHEN WS-ACC-FORECAST = 0
                   MOVE 100 TO WS-ACC-PCT
               WHEN OTHER
                   MOVE 0 TO WS-ACC-PCT
           END-EVALUATE
           IF WS-ACC-PCT < 0
               MOVE 0 TO WS-ACC-PCT
           END-IF
           ADD 1 TO WS-ACC-WEEKS-SCORED
           ADD WS-ACC-FORECAST TO WS-ACC-TOTAL-FORECAST
           ADD WS-ACC-ACTUAL TO WS-ACC-TOTAL-ACTUAL
           ADD WS-ACC-ABS-VARIANCE TO WS-ACC-TOTAL-ABS-VARIANCE
           MOVE WS-ACC-FORECAST-DATE TO WS-ACL-FORECAST-DATE
           MOVE WS-ACC-WEEK-NO TO WS-ACL-WEEK-NO
           MOVE WS-ACC-WEEK-START TO WS-ACL-WEEK-START
           MOVE WS-ACC-COMPANY TO WS-ACL-COMPANY
           MOVE WS-ACC-CURRENCY TO WS-ACL-CURRENCY
           MOVE WS-ACC-FORECAST TO WS-ACL-FORECAST
           MOVE WS-ACC-ACTUAL TO WS-ACL-ACTUAL
           MOVE WS-ACC-VARIANCE TO WS-ACL-VARIANCE
           MOVE WS-ACC-PCT TO WS-ACL-PCT
           WRITE PRINT-LINE FROM WS-ACCURACY-LINE
           SET WS-ACC-GROUP-CLOSED TO TRUE.

       6210-ADD-ONE-ACTUAL SECTION.

       6210-ADD-ACTUAL.
           IF WS-ACT-COMPANY(WS-ACT-IDX) = WS-ACC-COMPANY
               AND WS-ACT-CURRENCY(WS-ACT-IDX) = WS-ACC-CURRENCY
               AND WS-ACT-DATE(WS-ACT-IDX) NOT < WS-ACC-WEEK-START
               AND WS-ACT-DATE(WS-ACT-IDX) NOT > WS-ACC-WEEK-END
               ADD WS-ACT-AMOUNT(WS-ACT-IDX) TO WS-ACC-ACTUAL
           END-IF.

       6300-WRITE-ACCURACY-TOTAL SECTION.

       6300-WRITE-ACC-TOTAL.
           IF WS-ACC-WEEKS-SCORED = 0
               MOVE 'NO FORECAST WEEK HAS ENDED YET' TO WS-MSG-TEXT
               WRITE PRINT-LINE FROM WS-MESSAGE-LINE
           ELSE
               IF WS-ACC-TOTAL-ACTUAL > 0
                   COMPUTE WS-ACC-PCT ROUNDED = 100
                       - WS-ACC-TOTAL-ABS-VARIANCE * 100
                       / WS-ACC-TOTAL-ACTUAL
               ELSE
                   MOVE 0 TO WS-ACC-PCT
               END-IF
               IF WS-ACC-PCT < 0
                   MOVE 0 TO WS-ACC-PCT
               END-IF
               MOVE WS-ACC-WEEKS-SCORED TO WS-ACT-WEEKS
               MOVE WS-ACC-TOTAL-FORECAST TO WS-ACT-FORECAST
               MOVE WS-ACC-TOTAL-ACTUAL TO WS-ACT-ACTUAL
               MOVE WS-ACC-PCT TO WS-ACT-PCT
               WRITE PRINT-LINE FROM WS-ACCURACY-TOTAL-LINE
           END-IF.

      *----------------------------------------------------------------*
      * Every company, currency, week and source is saved, zeros
      * included, so each week can be scored once it has ended.
      *----------------------------------------------------------------*
       7000-SAVE-FORECAST SECTION.

       7000-SAVE.
           OPEN EXTEND FORECAST-HISTORY-FILE
           IF WS-CFH-NOT-OPEN
               OPEN OUTPUT FORECAST-HISTORY-FILE
           END-IF
           IF NOT WS-CFH-OK
               DISPLAY 'ERROR OPENING FORECAST HISTORY: ' WS-CFH-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 7100-SAVE-ONE-GROUP
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GROUP-COUNT
               CLOSE FORECAST-HISTORY-FILE
           END-IF.

       7100-SAVE-ONE-GROUP SECTION.

       7100-SAVE-GROUP.
           PERFORM 7110-SAVE-ONE-WEEK
               VARYING WS-WEEK-IDX FROM 1 BY 1 UNTIL WS-WEEK-IDX > 13.

       7110-SAVE-ONE-WEEK SECTION.

       7110-SAVE-WEEK.
           PERFORM 7120-SAVE-ONE-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 4.

       7120-SAVE-ONE-SOURCE SECTION.

       7120-SAVE-SOURCE.
           MOVE SPACES TO CASH-FORECAST-HISTORY-RECORD
           MOVE WS-TODAY-DATE TO CFH-FORECAST-DATE
           MOVE WS-FCG-COMPANY(WS-GRP-IDX) TO CFH-COMPANY-CODE
           MOVE WS-FCG-CURRENCY(WS-GRP-IDX) TO CFH-CURRENCY-CODE
           MOVE WS-WEEK-IDX TO CFH-WEEK-NO
           MOVE WS-WEEK-START(WS-WEEK-IDX) TO CFH-WEEK-START
           MOVE WS-WEEK-END(WS-WEEK-IDX) TO CFH-WEEK-END
           MOVE WS-SRC-CODE(WS-SRC-IDX) TO CFH-SOURCE
           MOVE WS-FCG-GROSS(WS-GRP-IDX, WS-SRC-IDX, WS-WEEK-IDX) TO
               CFH-GROSS-AMOUNT
           MOVE WS-FCG-EXPECTED(WS-GRP-IDX, WS-SRC-IDX, WS-WEEK-IDX)
               TO CFH-EXPECTED-AMOUNT
           WRITE CASH-FORECAST-HISTORY-RECORD
           IF WS-CFH-OK
               ADD 1 TO WS-HISTORY-ROWS-WRITTEN
           ELSE
               ADD 1 TO WS-WRITE-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      * Places the cash in its week (anything already due falls in
      * week 1; anything past the horizon is dropped) at its weight.
      *----------------------------------------------------------------*
       8000-ADD-TO-FORECAST SECTION.

       8000-ADD-FORECAST.
           IF WS-CASH-DATE < WS-TODAY-DATE
               MOVE 1 TO WS-WEEK-IDX
           ELSE
               SET DU-FN-DAYS-BETWEEN TO TRUE
               MOVE WS-TODAY-DATE TO DU-DATE-1
               MOVE WS-CASH-DATE TO DU-DATE-2
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               MOVE DU-DAYS-COUNT TO WS-DAY-OFFSET
               IF WS-DAY-OFFSET > 90
                   MOVE 0 TO WS-WEEK-IDX
               ELSE
                   COMPUTE WS-WEEK-IDX = WS-DAY-OFFSET / 7 + 1
               END-IF
           END-IF
           IF WS-WEEK-IDX > 0
               COMPUTE WS-CASH-EXPECTED ROUNDED =
                   WS-CASH-AMOUNT * WS-CASH-WEIGHT / 100
               ADD WS-CASH-AMOUNT TO
                   WS-FCG-GROSS(WS-GRP-IDX, WS-CASH-SOURCE, WS-WEEK-IDX)
               ADD WS-CASH-EXPECTED TO
                   WS-FCG-EXPECTED(WS-GRP-IDX, WS-CASH-SOURCE,
                       WS-WEEK-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * The run month plus WS-MONTH-IDX months, on the day in
      * WS-PLAN-DUE-DAY (never past the 28th).
      *----------------------------------------------------------------*
       8100-BUILD-MONTH-DATE SECTION.

       8100-BUILD-DATE.
           COMPUTE WS-MONTH-SERIAL =
               WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1 + WS-MONTH-IDX
           DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-BUILT-YYYY
               REMAINDER WS-BUILT-MM
           ADD 1 TO WS-BUILT-MM
           MOVE WS-PLAN-DUE-DAY TO WS-BUILT-DD.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-PROMISE-FULL-COUNT > 0
               DISPLAY 'WARNING: PROMISE TABLE FULL, '
                   WS-PROMISE-FULL-COUNT ' PROMISES NOT FORECAST'
           END-IF
           IF WS-GROUP-FULL-COUNT > 0
               DISPLAY 'WARNING: COMPANY/CURRENCY TABLE FULL, '
                   WS-GROUP-FULL-COUNT ' CUSTOMERS NOT FORECAST'
           END-IF
           IF WS-ACTUAL-FULL-COUNT > 0
               DISPLAY 'WARNING: ACTUALS TABLE FULL, '
                   WS-ACTUAL-FULL-COUNT ' RECEIPTS NOT SCORED'
           END-IF
           IF WS-FILE-OK OR WS-FILE-STATUS = '10'
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-RUN-CLEAN
               CLOSE DEBIT-MANDATE-FILE
               CLOSE PAYMENT-PLAN-FILE
               CLOSE OPEN-ITEM-FILE
               CLOSE PAYMENT-HISTORY-FILE
               CLOSE FORECAST-REPORT
           END-IF
           DISPLAY 'CUSTOMERS READ:          ' WS-CUSTOMERS-READ
           DISPLAY 'FORECAST FROM ACH:       ' WS-CUSTOMERS-ACH
           DISPLAY 'FORECAST FROM PLANS:     ' WS-CUSTOMERS-PLAN
           DISPLAY 'PROMISES FORECAST:       ' WS-PROMISES-USED
           DISPLAY 'OPEN ITEMS FORECAST:     ' WS-OPEN-ITEMS-USED
           DISPLAY 'HISTORY ROWS SAVED:      ' WS-HISTORY-ROWS-WRITTEN
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WRITE-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PROMISE-FULL-COUNT > 0
                   OR WS-GROUP-FULL-COUNT > 0
                   OR WS-ACTUAL-FULL-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           IF WS-RUN-CLEAN
               SET RC-FN-END-STEP TO TRUE
               MOVE 'CASHFCST' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-CUSTOMERS-READ TO RC-RECORD-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.
