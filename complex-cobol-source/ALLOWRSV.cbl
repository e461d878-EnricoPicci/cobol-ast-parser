       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOWRSV.
      *================================================================*
      * MONTH-END ALLOWANCE FOR DOUBTFUL ACCOUNTS
      * Close-time step, gated on BALRECON the way MNTHCLSE and
      * FXREVAL are: every positive balance on the customer snapshot
      * ages into CUSTAGE's 30/60/90/90+ buckets the way CUSTAGE ages
      * it - from the due date of the oldest statement minimum still
      * unmet on STMTDUE, current when every minimum has been met;
      * with no statement cycle on file, from the due date of the
      * oldest open item, then CUST-PAYMENT-DATE - and reserves at
      * the percentage the reserve table sets for its bucket and
      * CUST-TYPE, so the reserve lines up with the aging report.
      * Disputed open items on OPEN-ITEM-FILE come out of the aged
      * balance the same way CUSTAGE nets them, and reserve at the
      * over-ninety rate for the customer type since the dispute has
      * stopped collection.
      * A customer on BNKRFILE under an active stay, or discharged
      * and waiting on write-off, reserves the whole balance.
      *
      * The required allowance totals per operating company and is
      * kept per company and period on the allowance history file.
      * The change from the allowance last booked goes to the GLJRNL
      * feed as a balanced journal pair under the AL row of the GL
      * account mapping - an increase debits the mapping's debit
      * account (bad-debt expense) and credits its credit account
      * (the allowance), a release swaps the pair. The period is
      * each company's open posting period off the period control
      * file, so the step runs before MNTHCLSE locks it; a rerun in
      * the same period books only the difference from the earlier
      * run.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-TRAN-ID
               ALTERNATE RECORD KEY IS OPI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT STATEMENT-DUE-FILE ASSIGN TO 'STMTDUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDU-KEY
               FILE STATUS IS WS-SDU-STATUS.

           SELECT BANKRUPTCY-FILE ASSIGN TO 'BNKRFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-BKR-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.

           SELECT ALLOWANCE-HISTORY-FILE ASSIGN TO 'ALWHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALH-KEY
               FILE STATUS IS WS-ALH-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'GLACCTMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT ALLOWANCE-REPORT ASSIGN TO 'ALWRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  STATEMENT-DUE-FILE.
           COPY STMDUE.

       FD  BANKRUPTCY-FILE.
           COPY BNKRREC.

       FD  PERIOD-CONTROL-FILE.
           COPY PERDCTL.

       FD  ALLOWANCE-HISTORY-FILE.
           COPY ALWHIST.

       FD  GL-MAP-FILE.
           COPY GLMAPREC.

      *----------------------------------------------------------------*
      * The same journal layout GLEXTR writes, so the GL interface
      * loads the allowance pairs off the same feed.
      *----------------------------------------------------------------*
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05  GLJ-ACCOUNT                 PIC X(8).
           05  GLJ-DEBIT-CREDIT            PIC X(1).
               88  GLJ-DEBIT               VALUE 'D'.
               88  GLJ-CREDIT              VALUE 'C'.
           05  GLJ-AMOUNT                  PIC 9(9)V99.
           05  GLJ-TRAN-DATE               PIC 9(8).
           05  GLJ-SOURCE                  PIC X(8).
           05  GLJ-TRAN-ID                 PIC 9(12).
           05  GLJ-COMPANY                 PIC X(2).
           05  FILLER                      PIC X(10).

       FD  ALLOWANCE-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-OPI-STATUS                   PIC XX.
           88  WS-OPI-OK                   VALUE '00'.

       01  WS-SDU-STATUS                   PIC XX.
           88  WS-SDU-OK                   VALUE '00'.

       01  WS-BKR-STATUS                   PIC XX.
           88  WS-BKR-OK                   VALUE '00'.

       01  WS-PCT-STATUS                   PIC XX.
           88  WS-PCT-OK                   VALUE '00'.
           88  WS-PCT-EOF                  VALUE '10'.

       01  WS-ALH-STATUS                   PIC XX.
           88  WS-ALH-OK                   VALUE '00'.
           88  WS-ALH-NOT-OPEN             VALUE '35'.

       01  WS-GLM-STATUS                   PIC XX.
           88  WS-GLM-OK                   VALUE '00'.
           88  WS-GLM-EOF                  VALUE '10'.

       01  WS-GLJ-STATUS                   PIC XX.
           88  WS-GLJ-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY RUNPARM.

       COPY DATEPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-ALH-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-ALH-EOF              VALUE 'Y'.
               88  WS-ALH-NOT-EOF          VALUE 'N'.
           05  WS-STEP-FLAG                PIC X VALUE 'N'.
               88  WS-STEP-STARTED         VALUE 'Y'.
               88  WS-STEP-NOT-STARTED     VALUE 'N'.

       01  WS-OPI-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-OPI-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-OPI-FILE-ABSENT          VALUE 'N'.

       01  WS-OPI-SCAN-FLAG                PIC X VALUE 'N'.
           88  WS-OPI-SCAN-DONE            VALUE 'Y'.
           88  WS-OPI-SCAN-ACTIVE          VALUE 'N'.

      *----------------------------------------------------------------*
      * The aging inputs CUSTAGE uses: the latest statement due row's
      * oldest unmet minimum due date, and the earliest due date among
      * the customer's open items, gathered on the dispute pass.
      * 99999999 means no open item was found.
      *----------------------------------------------------------------*
       01  WS-SDU-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-SDU-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-SDU-FILE-ABSENT          VALUE 'N'.

       01  WS-SDU-SCAN-FLAG                PIC X VALUE 'N'.
           88  WS-SDU-SCAN-DONE            VALUE 'Y'.
           88  WS-SDU-SCAN-ACTIVE          VALUE 'N'.

       01  WS-SDU-FOUND-FLAG               PIC X VALUE 'N'.
           88  WS-SDU-FOUND                VALUE 'Y'.
           88  WS-SDU-NOT-FOUND            VALUE 'N'.

       01  WS-UNMET-DUE-DATE               PIC 9(8) VALUE 0.
       01  WS-OLDEST-DUE-DATE              PIC 9(8) VALUE 99999999.
       01  WS-ITEM-DUE-DATE                PIC 9(8) VALUE 0.
       01  WS-AGE-FROM-DATE                PIC 9(8) VALUE 0.

       01  WS-BKR-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-BKR-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-BKR-FILE-ABSENT          VALUE 'N'.

       01  WS-BANKRUPT-FLAG                PIC X VALUE 'N'.
           88  WS-IN-BANKRUPTCY            VALUE 'Y'.
           88  WS-NOT-IN-BANKRUPTCY        VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).

      *----------------------------------------------------------------*
      * Reserve percentages by customer type and aging bucket (1-30,
      * 31-60, 61-90, over 90). A type not listed reserves at the
      * last row's rates.
      *----------------------------------------------------------------*
       01  WS-RATE-TABLE-VALUES.
           05  FILLER                      PIC X(22)
               VALUE 'IN00100005000200005000'.
           05  FILLER                      PIC X(22)
               VALUE 'CO00050003000150004000'.
           05  FILLER                      PIC X(22)
               VALUE 'GV00000001000050002000'.
           05  FILLER                      PIC X(22)
               VALUE '  00100005000200005000'.

       01  WS-RATE-TABLE REDEFINES WS-RATE-TABLE-VALUES.
           05  WS-RTE-ENTRY OCCURS 4 TIMES.
               10  WS-RTE-CUST-TYPE        PIC X(2).
               10  WS-RTE-PCT              PIC 9(3)V99 OCCURS 4 TIMES.

       01  WS-RTE-IDX                      PIC 9(2).
       01  WS-BKT-IDX                      PIC 9(2).

      *----------------------------------------------------------------*
      * The AL rows off the GL account mapping file. A company's own
      * row beats the company wildcard, and the latest effective row
      * on or before today wins within each.
      *----------------------------------------------------------------*
       01  WS-ALM-COUNT                    PIC 9(2) VALUE 0.
       01  WS-ALM-TABLE.
           05  WS-ALM-ENTRY OCCURS 10 TIMES.
               10  WS-ALM-COMPANY          PIC X(2).
               10  WS-ALM-EFFECTIVE-DATE   PIC 9(8).
               10  WS-ALM-DEBIT-ACCT       PIC X(8).
               10  WS-ALM-CREDIT-ACCT      PIC X(8).

       01  WS-ALM-IDX                      PIC 9(2).
       01  WS-ALM-BEST-RANK                PIC 9(9).
       01  WS-ALM-RANK                     PIC 9(9).
       01  WS-ALM-FULL-COUNT               PIC 9(5) VALUE 0.

      *----------------------------------------------------------------*
      * One entry per operating company: its open period, the
      * allowance built this run by bucket, and the allowance last
      * period and as last booked off the allowance history.
      *----------------------------------------------------------------*
       01  WS-CO-COUNT                     PIC 9(2) VALUE 0.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 10 TIMES.
               10  WS-CO-COMPANY           PIC X(2).
               10  WS-CO-PERIOD            PIC 9(6).
               10  WS-CO-RSV-BKT           PIC S9(11)V99
                                           OCCURS 4 TIMES.
               10  WS-CO-RSV-BANKRUPT      PIC S9(11)V99.
               10  WS-CO-REQUIRED          PIC S9(11)V99.
               10  WS-CO-PRIOR-PERIOD      PIC 9(6).
               10  WS-CO-PRIOR-ALLOWANCE   PIC S9(11)V99.
               10  WS-CO-BOOKED-PERIOD     PIC 9(6).
               10  WS-CO-BOOKED-ALLOWANCE  PIC S9(11)V99.
               10  WS-CO-DEBIT-ACCT        PIC X(8).
               10  WS-CO-CREDIT-ACCT       PIC X(8).

       01  WS-CO-IDX                       PIC 9(2).
       01  WS-CO-FOUND-FLAG                PIC X VALUE 'N'.
           88  WS-CO-FOUND                 VALUE 'Y'.
           88  WS-CO-NOT-FOUND             VALUE 'N'.
       01  WS-CO-FULL-COUNT                PIC 9(5) VALUE 0.

       01  WS-RESERVE-WORK.
           05  WS-COMPANY-CODE             PIC X(2).
           05  WS-DAYS-PAST-DUE            PIC S9(7).
           05  WS-DISPUTED-AMOUNT          PIC S9(9)V99.
           05  WS-NET-BALANCE              PIC S9(9)V99.
           05  WS-RESERVE-AMOUNT           PIC S9(9)V99.
           05  WS-CHANGE-AMOUNT            PIC S9(11)V99.
           05  WS-CHANGE-ABS               PIC 9(9)V99.

       01  WS-RESERVE-TOTALS.
           05  WS-ACCOUNTS-SCANNED         PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-RESERVED        PIC 9(7) VALUE 0.
           05  WS-BANKRUPT-ACCOUNTS        PIC 9(7) VALUE 0.
           05  WS-COMPANIES-BOOKED         PIC 9(3) VALUE 0.
           05  WS-UNMAPPED-COMPANIES       PIC 9(3) VALUE 0.
           05  WS-TOTAL-REQUIRED           PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-CHANGE             PIC S9(11)V99 VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'ALLOWANCE FOR DOUBTFUL ACCOUNTS'.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE 'CO PERIOD '.
           05  FILLER                      PIC X(19)
               VALUE '           1-30    '.
           05  FILLER                      PIC X(19)
               VALUE '          31-60    '.
           05  FILLER                      PIC X(19)
               VALUE '          61-90    '.
           05  FILLER                      PIC X(19)
               VALUE '        OVER 90    '.
           05  FILLER                      PIC X(19)
               VALUE '       BANKRUPT    '.
           05  FILLER                      PIC X(19)
               VALUE '       REQUIRED    '.

       01  WS-COMPANY-LINE.
           05  WS-CPL-COMPANY              PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-CPL-PERIOD               PIC 9(6).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-CPL-BKT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                           OCCURS 4 TIMES.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-CPL-BANKRUPT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-CPL-REQUIRED             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-CHANGE-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(16)
               VALUE 'PRIOR ALLOWANCE '.
           05  WS-CHL-PRIOR                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(10) VALUE '  BOOKED  '.
           05  WS-CHL-BOOKED               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CHL-NOTE                 PIC X(30).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RESERVE-ONE-CUSTOMER UNTIL WS-EOF
           IF WS-STEP-STARTED
               PERFORM 3000-BOOK-ONE-COMPANY
                   VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-RESERVE-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           SET RC-FN-CHECK-STEP TO TRUE
           MOVE 'BALRECON' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-NOT-OK
               DISPLAY 'BALRECON HAS NOT TIED OUT TODAY, '
                   'ALLOWANCE REFUSED'
               SET WS-EOF TO TRUE
           END-IF
           IF NOT WS-EOF
               PERFORM 1100-LOAD-AL-MAPPING
           END-IF
           IF NOT WS-EOF
               PERFORM 1200-LOAD-OPEN-PERIODS
               PERFORM 1300-LOAD-ALLOWANCE-HISTORY
           END-IF
           IF NOT WS-EOF
               OPEN INPUT CUSTOMER-FILE
               IF NOT WS-FILE-OK
                   DISPLAY 'ERROR OPENING CUSTOMER SNAPSHOT: '
                       WS-FILE-STATUS
                   SET WS-EOF TO TRUE
               END-IF
               OPEN INPUT OPEN-ITEM-FILE
               IF WS-OPI-OK
                   SET WS-OPI-FILE-AVAILABLE TO TRUE
               ELSE
                   SET WS-OPI-FILE-ABSENT TO TRUE
                   DISPLAY 'OPEN ITEM FILE NOT AVAILABLE, DISPUTE '
                       'SPLIT SKIPPED: ' WS-OPI-STATUS
               END-IF
               OPEN INPUT STATEMENT-DUE-FILE
               IF WS-SDU-OK
                   SET WS-SDU-FILE-AVAILABLE TO TRUE
               ELSE
                   SET WS-SDU-FILE-ABSENT TO TRUE
                   DISPLAY 'STATEMENT DUE FILE NOT AVAILABLE, AGING '
                       'FROM OPEN ITEMS: ' WS-SDU-STATUS
               END-IF
               OPEN INPUT BANKRUPTCY-FILE
               IF WS-BKR-OK
                   SET WS-BKR-FILE-AVAILABLE TO TRUE
               ELSE
                   SET WS-BKR-FILE-ABSENT TO TRUE
                   DISPLAY 'BANKRUPTCY FILE NOT AVAILABLE, FULL '
                       'RESERVE SKIPPED: ' WS-BKR-STATUS
               END-IF
               OPEN EXTEND GL-JOURNAL-FILE
               IF NOT WS-GLJ-OK
                   OPEN OUTPUT GL-JOURNAL-FILE
               END-IF
               IF NOT WS-GLJ-OK
                   DISPLAY 'ERROR OPENING GL JOURNAL FILE: '
                       WS-GLJ-STATUS
                   SET WS-EOF TO TRUE
               END-IF
               OPEN OUTPUT ALLOWANCE-REPORT
               IF NOT WS-PRINT-OK
                   DISPLAY 'ERROR OPENING ALLOWANCE REPORT: '
                       WS-PRINT-STATUS
                   SET WS-EOF TO TRUE
               ELSE
                   MOVE WS-TODAY-DATE TO WS-HDG-DATE
                   WRITE PRINT-LINE FROM WS-HEADING-LINE
                   WRITE PRINT-LINE FROM WS-COLUMN-LINE
               END-IF
           END-IF
           IF NOT WS-EOF
               SET WS-STEP-STARTED TO TRUE
               SET RC-FN-START-STEP TO TRUE
               MOVE 'ALLOWRSV' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.

       1100-LOAD-AL-MAPPING SECTION.

      *----------------------------------------------------------------*
      * No AL row at all refuses the run the same way FXREVAL
      * refuses without its FX row; a company left without a usable
      * row is reported and its change not booked.
      *----------------------------------------------------------------*
       1100-LOAD-MAPPING.
           OPEN INPUT GL-MAP-FILE
           IF NOT WS-GLM-OK
               DISPLAY 'GL ACCOUNT MAPPING FILE NOT AVAILABLE, '
                   'ALLOWANCE REFUSED: ' WS-GLM-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1110-JUDGE-ONE-MAPPING UNTIL WS-GLM-EOF
               CLOSE GL-MAP-FILE
               IF WS-ALM-COUNT = 0
                   DISPLAY 'NO AL ACCOUNT MAPPING ON FILE, '
                       'ALLOWANCE REFUSED'
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

       1110-JUDGE-ONE-MAPPING SECTION.

       1110-JUDGE-MAP.
           READ GL-MAP-FILE
               AT END
                   SET WS-GLM-EOF TO TRUE
               NOT AT END
                   IF GLM-TRAN-TYPE = 'AL'
                       AND GLM-EFFECTIVE-DATE <= WS-TODAY-DATE
                       IF WS-ALM-COUNT < 10
                           ADD 1 TO WS-ALM-COUNT
                           MOVE GLM-COMPANY TO
                               WS-ALM-COMPANY(WS-ALM-COUNT)
                           MOVE GLM-EFFECTIVE-DATE TO
                               WS-ALM-EFFECTIVE-DATE(WS-ALM-COUNT)
                           MOVE GLM-DEBIT-ACCOUNT TO
                               WS-ALM-DEBIT-ACCT(WS-ALM-COUNT)
                           MOVE GLM-CREDIT-ACCOUNT TO
                               WS-ALM-CREDIT-ACCT(WS-ALM-COUNT)
                       ELSE
                           ADD 1 TO WS-ALM-FULL-COUNT
                       END-IF
                   END-IF
           END-READ.

       1200-LOAD-OPEN-PERIODS SECTION.

      *----------------------------------------------------------------*
      * Each company's open period names the period the allowance
      * is kept under; a company with no open period row falls back
      * to the run date's month.
      *----------------------------------------------------------------*
       1200-LOAD-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF NOT WS-PCT-OK
               DISPLAY 'PERIOD CONTROL FILE NOT AVAILABLE, RUN '
                   'MONTH USED: ' WS-PCT-STATUS
           ELSE
               PERFORM 1210-LOAD-ONE-PERIOD UNTIL WS-PCT-EOF
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       1210-LOAD-ONE-PERIOD SECTION.

       1210-LOAD-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PCT-EOF TO TRUE
               NOT AT END
                   IF PCT-OPEN
                       IF PCT-COMPANY-ONE
                           MOVE '01' TO WS-COMPANY-CODE
                       ELSE
                           MOVE PCT-COMPANY-CODE TO WS-COMPANY-CODE
                       END-IF
                       PERFORM 3400-FIND-COMPANY
                       IF WS-CO-FOUND
                           MOVE PCT-PERIOD TO WS-CO-PERIOD(WS-CO-IDX)
                       END-IF
                   END-IF
           END-READ.

       1300-LOAD-ALLOWANCE-HISTORY SECTION.

      *----------------------------------------------------------------*
      * The history reads in company/period order, so the last row
      * before the open period is last period's allowance and the
      * last row up to and including it is what was last booked.
      *----------------------------------------------------------------*
       1300-LOAD-HISTORY.
           OPEN I-O ALLOWANCE-HISTORY-FILE
           IF WS-ALH-NOT-OPEN
               OPEN OUTPUT ALLOWANCE-HISTORY-FILE
               CLOSE ALLOWANCE-HISTORY-FILE
               OPEN I-O ALLOWANCE-HISTORY-FILE
           END-IF
           IF NOT WS-ALH-OK
               DISPLAY 'ERROR OPENING ALLOWANCE HISTORY FILE: '
                   WS-ALH-STATUS
               SET WS-EOF TO TRUE
           ELSE
               SET WS-ALH-NOT-EOF TO TRUE
               MOVE LOW-VALUES TO ALH-KEY
               START ALLOWANCE-HISTORY-FILE
                   KEY IS NOT LESS THAN ALH-KEY
                   INVALID KEY
                       SET WS-ALH-EOF TO TRUE
               END-START
               PERFORM 1310-LOAD-ONE-HISTORY-ROW UNTIL WS-ALH-EOF
           END-IF.

       1310-LOAD-ONE-HISTORY-ROW SECTION.

       1310-LOAD-ONE.
           READ ALLOWANCE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-ALH-EOF TO TRUE
               NOT AT END
                   MOVE ALH-COMPANY TO WS-COMPANY-CODE
                   PERFORM 3400-FIND-COMPANY
                   IF WS-CO-FOUND
                       IF ALH-PERIOD < WS-CO-PERIOD(WS-CO-IDX)
                           MOVE ALH-PERIOD TO
                               WS-CO-PRIOR-PERIOD(WS-CO-IDX)
                           MOVE ALH-REQUIRED-ALLOWANCE TO
                               WS-CO-PRIOR-ALLOWANCE(WS-CO-IDX)
                       END-IF
                       IF ALH-PERIOD <= WS-CO-PERIOD(WS-CO-IDX)
                           MOVE ALH-PERIOD TO
                               WS-CO-BOOKED-PERIOD(WS-CO-IDX)
                           MOVE ALH-REQUIRED-ALLOWANCE TO
                               WS-CO-BOOKED-ALLOWANCE(WS-CO-IDX)
                       END-IF
                   END-IF
           END-READ.

       2000-RESERVE-ONE-CUSTOMER SECTION.

       2000-RESERVE.
           READ CUSTOMER-FILE INTO WS-WORK-CUSTOMER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-SCANNED
                   IF CUST-BALANCE OF WS-WORK-CUSTOMER > 0
                       PERFORM 2100-RESERVE-BALANCE
                   END-IF
           END-READ.

       2100-RESERVE-BALANCE SECTION.

       2100-RESERVE-BAL.
           IF CUST-COMPANY-CODE OF WS-WORK-CUSTOMER = SPACES
               MOVE '01' TO WS-COMPANY-CODE
           ELSE
               MOVE CUST-COMPANY-CODE OF WS-WORK-CUSTOMER TO
                   WS-COMPANY-CODE
           END-IF
           PERFORM 3400-FIND-COMPANY
           IF WS-CO-FOUND
               ADD 1 TO WS-ACCOUNTS-RESERVED
               PERFORM 2200-CHECK-BANKRUPTCY
               IF WS-IN-BANKRUPTCY
                   ADD 1 TO WS-BANKRUPT-ACCOUNTS
                   ADD CUST-BALANCE OF WS-WORK-CUSTOMER TO
                       WS-CO-RSV-BANKRUPT(WS-CO-IDX)
               ELSE
                   PERFORM 2300-FIND-RATE-ROW
                   PERFORM 2400-SUM-DISPUTED-ITEMS
                   COMPUTE WS-NET-BALANCE =
                       CUST-BALANCE OF WS-WORK-CUSTOMER
                       - WS-DISPUTED-AMOUNT
                   IF WS-NET-BALANCE < 0
                       MOVE 0 TO WS-NET-BALANCE
                   END-IF
                   IF WS-DISPUTED-AMOUNT > 0
                       COMPUTE WS-RESERVE-AMOUNT ROUNDED =
                           WS-DISPUTED-AMOUNT
                           * WS-RTE-PCT(WS-RTE-IDX, 4) / 100
                       ADD WS-RESERVE-AMOUNT TO
                           WS-CO-RSV-BKT(WS-CO-IDX, 4)
                   END-IF
                   PERFORM 2500-AGE-NET-BALANCE
                   COMPUTE WS-RESERVE-AMOUNT ROUNDED =
                       WS-NET-BALANCE
                       * WS-RTE-PCT(WS-RTE-IDX, WS-BKT-IDX) / 100
                   ADD WS-RESERVE-AMOUNT TO
                       WS-CO-RSV-BKT(WS-CO-IDX, WS-BKT-IDX)
               END-IF
           END-IF.

       2200-CHECK-BANKRUPTCY SECTION.

      *----------------------------------------------------------------*
      * An active stay or a discharge still waiting on write-off
      * means nothing will be collected; a dismissal puts the
      * account back on the ordinary aging rates.
      *----------------------------------------------------------------*
       2200-CHECK-BKR.
           SET WS-NOT-IN-BANKRUPTCY TO TRUE
           IF WS-BKR-FILE-AVAILABLE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO BKR-CUST-ID
               READ BANKRUPTCY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BKR-OK
                   AND (BKR-STAY-ACTIVE OR BKR-DISCHARGED)
                   SET WS-IN-BANKRUPTCY TO TRUE
               END-IF
           END-IF.

       2300-FIND-RATE-ROW SECTION.

       2300-FIND-RATE.
           MOVE 1 TO WS-RTE-IDX
           PERFORM 2310-STEP-RATE-ROW
               UNTIL WS-RTE-IDX > 3
                   OR WS-RTE-CUST-TYPE(WS-RTE-IDX) =
                       CUST-TYPE OF WS-WORK-CUSTOMER.

       2310-STEP-RATE-ROW SECTION.

       2310-STEP-RATE.
           ADD 1 TO WS-RTE-IDX.

       2400-SUM-DISPUTED-ITEMS SECTION.

       2400-SUM-DISPUTED.
           MOVE 0 TO WS-DISPUTED-AMOUNT
           MOVE 99999999 TO WS-OLDEST-DUE-DATE
           IF WS-OPI-FILE-ABSENT
               CONTINUE
           ELSE
               SET WS-OPI-SCAN-ACTIVE TO TRUE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO OPI-CUST-ID
               START OPEN-ITEM-FILE KEY IS = OPI-CUST-ID
                   INVALID KEY
                       SET WS-OPI-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-OPI-OK
                   SET WS-OPI-SCAN-DONE TO TRUE
               END-IF
               PERFORM 2410-SCAN-ONE-DISPUTED
                   UNTIL WS-OPI-SCAN-DONE
           END-IF.

       2410-SCAN-ONE-DISPUTED SECTION.

       2410-SCAN-DISPUTED.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-OPI-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-OPI-SCAN-DONE
               IF NOT WS-OPI-OK
                   SET WS-OPI-SCAN-DONE TO TRUE
               ELSE
                   IF OPI-CUST-ID NOT =
                       CUST-ID OF WS-WORK-CUSTOMER
                       SET WS-OPI-SCAN-DONE TO TRUE
                   ELSE
                       IF OPI-DISPUTED
                           ADD OPI-OPEN-AMOUNT TO
                               WS-DISPUTED-AMOUNT
                       END-IF
                       IF OPI-OPEN AND OPI-OPEN-AMOUNT > 0
                           PERFORM 2420-NOTE-ITEM-DUE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * An item written before due dates were carried ages from its
      * purchase date, as on the aging report.
      *----------------------------------------------------------------*
       2420-NOTE-ITEM-DUE-DATE SECTION.

       2420-NOTE-DUE.
           IF OPI-DUE-DATE NUMERIC AND OPI-DUE-DATE > 0
               MOVE OPI-DUE-DATE TO WS-ITEM-DUE-DATE
           ELSE
               MOVE OPI-TRAN-DATE TO WS-ITEM-DUE-DATE
           END-IF
           IF WS-ITEM-DUE-DATE < WS-OLDEST-DUE-DATE
               MOVE WS-ITEM-DUE-DATE TO WS-OLDEST-DUE-DATE
           END-IF.

       2500-AGE-NET-BALANCE SECTION.

      *----------------------------------------------------------------*
      * CUSTAGE's aging: the latest statement cycle's oldest unmet
      * minimum decides it, a cycle with every minimum met aging as
      * current. With no cycle on file the oldest open item's due
      * date does, then CUST-PAYMENT-DATE, and a customer with
      * neither ages as over ninety days.
      *----------------------------------------------------------------*
       2500-AGE-NET.
           PERFORM 2510-READ-STATEMENT-DUE
           IF WS-SDU-FOUND
               MOVE WS-UNMET-DUE-DATE TO WS-AGE-FROM-DATE
           ELSE
               IF WS-OLDEST-DUE-DATE < 99999999
                   MOVE WS-OLDEST-DUE-DATE TO WS-AGE-FROM-DATE
               ELSE
                   MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER TO
                       WS-AGE-FROM-DATE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-SDU-FOUND AND WS-AGE-FROM-DATE = 0
                   MOVE 0 TO WS-DAYS-PAST-DUE
               WHEN WS-AGE-FROM-DATE = 0
                   MOVE 999 TO WS-DAYS-PAST-DUE
               WHEN OTHER
                   SET DU-FN-DAYS-BETWEEN TO TRUE
                   MOVE WS-AGE-FROM-DATE TO DU-DATE-1
                   MOVE WS-TODAY-DATE TO DU-DATE-2
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
                   MOVE DU-DAYS-COUNT TO WS-DAYS-PAST-DUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 1 TO WS-BKT-IDX
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE 2 TO WS-BKT-IDX
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE 3 TO WS-BKT-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BKT-IDX
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Rows are keyed by customer then statement date, so the last
      * row read before the customer changes is the latest cycle.
      *----------------------------------------------------------------*
       2510-READ-STATEMENT-DUE SECTION.

       2510-READ-STMT-DUE.
           SET WS-SDU-NOT-FOUND TO TRUE
           MOVE 0 TO WS-UNMET-DUE-DATE
           IF WS-SDU-FILE-AVAILABLE
               SET WS-SDU-SCAN-ACTIVE TO TRUE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO SDU-CUST-ID
               MOVE 0 TO SDU-STMT-DATE
               START STATEMENT-DUE-FILE KEY IS NOT LESS THAN SDU-KEY
                   INVALID KEY
                       SET WS-SDU-SCAN-DONE TO TRUE
               END-START
               PERFORM 2520-SCAN-ONE-DUE-ROW
                   UNTIL WS-SDU-SCAN-DONE
           END-IF.

       2520-SCAN-ONE-DUE-ROW SECTION.

       2520-SCAN-DUE.
           READ STATEMENT-DUE-FILE NEXT RECORD
               AT END
                   SET WS-SDU-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SDU-SCAN-DONE
               IF NOT WS-SDU-OK
                   OR SDU-CUST-ID NOT = CUST-ID OF WS-WORK-CUSTOMER
                   SET WS-SDU-SCAN-DONE TO TRUE
               ELSE
                   SET WS-SDU-FOUND TO TRUE
                   MOVE SDU-OLDEST-UNMET-DUE-DATE TO WS-UNMET-DUE-DATE
               END-IF
           END-IF.

       3000-BOOK-ONE-COMPANY SECTION.

      *----------------------------------------------------------------*
      * The required allowance against what was last booked gives
      * the journal; the history row for the open period is written,
      * or rewritten on a rerun, with the allowance it now stands at.
      *----------------------------------------------------------------*
       3000-BOOK-COMPANY.
           COMPUTE WS-CO-REQUIRED(WS-CO-IDX) =
               WS-CO-RSV-BKT(WS-CO-IDX, 1)
               + WS-CO-RSV-BKT(WS-CO-IDX, 2)
               + WS-CO-RSV-BKT(WS-CO-IDX, 3)
               + WS-CO-RSV-BKT(WS-CO-IDX, 4)
               + WS-CO-RSV-BANKRUPT(WS-CO-IDX)
           ADD WS-CO-REQUIRED(WS-CO-IDX) TO WS-TOTAL-REQUIRED
           COMPUTE WS-CHANGE-AMOUNT =
               WS-CO-REQUIRED(WS-CO-IDX)
               - WS-CO-BOOKED-ALLOWANCE(WS-CO-IDX)
           PERFORM 3100-WRITE-COMPANY-LINES
           IF WS-CHANGE-AMOUNT NOT = 0
               PERFORM 3300-FIND-COMPANY-MAPPING
               IF WS-CO-DEBIT-ACCT(WS-CO-IDX) = SPACES
                   ADD 1 TO WS-UNMAPPED-COMPANIES
                   DISPLAY 'NO AL ACCOUNT MAPPING FOR COMPANY '
                       WS-CO-COMPANY(WS-CO-IDX)
                       ', ALLOWANCE CHANGE NOT BOOKED'
               ELSE
                   PERFORM 3200-BOOK-CHANGE
                   PERFORM 3500-STORE-HISTORY-ROW
               END-IF
           ELSE
               PERFORM 3500-STORE-HISTORY-ROW
           END-IF.

       3100-WRITE-COMPANY-LINES SECTION.

       3100-WRITE-LINES.
           MOVE WS-CO-COMPANY(WS-CO-IDX) TO WS-CPL-COMPANY
           MOVE WS-CO-PERIOD(WS-CO-IDX) TO WS-CPL-PERIOD
           PERFORM 3110-EDIT-ONE-BUCKET
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4
           MOVE WS-CO-RSV-BANKRUPT(WS-CO-IDX) TO WS-CPL-BANKRUPT
           MOVE WS-CO-REQUIRED(WS-CO-IDX) TO WS-CPL-REQUIRED
           WRITE PRINT-LINE FROM WS-COMPANY-LINE
           MOVE WS-CO-PRIOR-ALLOWANCE(WS-CO-IDX) TO WS-CHL-PRIOR
           MOVE WS-CHANGE-AMOUNT TO WS-CHL-BOOKED
           IF WS-CO-BOOKED-PERIOD(WS-CO-IDX) =
               WS-CO-PERIOD(WS-CO-IDX)
               MOVE 'RERUN, DIFFERENCE ONLY' TO WS-CHL-NOTE
           ELSE
               MOVE SPACES TO WS-CHL-NOTE
           END-IF
           WRITE PRINT-LINE FROM WS-CHANGE-LINE.

       3110-EDIT-ONE-BUCKET SECTION.

       3110-EDIT-BUCKET.
           MOVE WS-CO-RSV-BKT(WS-CO-IDX, WS-BKT-IDX) TO
               WS-CPL-BKT(WS-BKT-IDX).

       3200-BOOK-CHANGE SECTION.

      *----------------------------------------------------------------*
      * An increase debits bad-debt expense and credits the
      * allowance; a release swaps the pair, so the feed stays
      * balanced either way.
      *----------------------------------------------------------------*
       3200-BOOK.
           ADD 1 TO WS-COMPANIES-BOOKED
           ADD WS-CHANGE-AMOUNT TO WS-TOTAL-CHANGE
           IF WS-CHANGE-AMOUNT > 0
               MOVE WS-CHANGE-AMOUNT TO WS-CHANGE-ABS
               MOVE WS-CO-DEBIT-ACCT(WS-CO-IDX) TO GLJ-ACCOUNT
               SET GLJ-DEBIT TO TRUE
               PERFORM 3210-WRITE-GL-ENTRY
               MOVE WS-CO-CREDIT-ACCT(WS-CO-IDX) TO GLJ-ACCOUNT
               SET GLJ-CREDIT TO TRUE
               PERFORM 3210-WRITE-GL-ENTRY
           ELSE
               COMPUTE WS-CHANGE-ABS = 0 - WS-CHANGE-AMOUNT
               MOVE WS-CO-CREDIT-ACCT(WS-CO-IDX) TO GLJ-ACCOUNT
               SET GLJ-DEBIT TO TRUE
               PERFORM 3210-WRITE-GL-ENTRY
               MOVE WS-CO-DEBIT-ACCT(WS-CO-IDX) TO GLJ-ACCOUNT
               SET GLJ-CREDIT TO TRUE
               PERFORM 3210-WRITE-GL-ENTRY
           END-IF.

       3210-WRITE-GL-ENTRY SECTION.

       3210-WRITE-GLJ.
           MOVE WS-CHANGE-ABS TO GLJ-AMOUNT
           MOVE WS-TODAY-DATE TO GLJ-TRAN-DATE
           MOVE 'ALLOWRSV' TO GLJ-SOURCE
           MOVE 0 TO GLJ-TRAN-ID
           MOVE WS-CO-COMPANY(WS-CO-IDX) TO GLJ-COMPANY
           WRITE GL-JOURNAL-RECORD
           IF NOT WS-GLJ-OK
               DISPLAY 'ERROR WRITING ALLOWANCE JOURNAL FOR COMPANY: '
                   WS-CO-COMPANY(WS-CO-IDX)
                   ' STATUS: ' WS-GLJ-STATUS
           END-IF.

       3300-FIND-COMPANY-MAPPING SECTION.

       3300-FIND-MAPPING.
           MOVE SPACES TO WS-CO-DEBIT-ACCT(WS-CO-IDX)
           MOVE SPACES TO WS-CO-CREDIT-ACCT(WS-CO-IDX)
           MOVE 0 TO WS-ALM-BEST-RANK
           PERFORM 3310-JUDGE-ONE-AL-ROW
               VARYING WS-ALM-IDX FROM 1 BY 1
               UNTIL WS-ALM-IDX > WS-ALM-COUNT.

       3310-JUDGE-ONE-AL-ROW SECTION.

      *----------------------------------------------------------------*
      * A company-specific row always beats a wildcard; among rows
      * of the same kind the later effective date wins. Each row is
      * ranked by its effective date, lifted above every wildcard
      * date when the row is the company's own.
      *----------------------------------------------------------------*
       3310-JUDGE-AL.
           MOVE 0 TO WS-ALM-RANK
           IF WS-ALM-COMPANY(WS-ALM-IDX) = WS-CO-COMPANY(WS-CO-IDX)
               COMPUTE WS-ALM-RANK =
                   WS-ALM-EFFECTIVE-DATE(WS-ALM-IDX) + 100000000
           END-IF
           IF WS-ALM-COMPANY(WS-ALM-IDX) = SPACES
               MOVE WS-ALM-EFFECTIVE-DATE(WS-ALM-IDX) TO WS-ALM-RANK
           END-IF
           IF WS-ALM-RANK > 0 AND WS-ALM-RANK >= WS-ALM-BEST-RANK
               MOVE WS-ALM-RANK TO WS-ALM-BEST-RANK
               MOVE WS-ALM-DEBIT-ACCT(WS-ALM-IDX) TO
                   WS-CO-DEBIT-ACCT(WS-CO-IDX)
               MOVE WS-ALM-CREDIT-ACCT(WS-ALM-IDX) TO
                   WS-CO-CREDIT-ACCT(WS-CO-IDX)
           END-IF.

       3400-FIND-COMPANY SECTION.

      *----------------------------------------------------------------*
      * Finds the company's entry, adding it (open period defaulting
      * to the run month) the first time the code is met.
      *----------------------------------------------------------------*
       3400-FIND-CO.
           SET WS-CO-NOT-FOUND TO TRUE
           MOVE 1 TO WS-CO-IDX
           PERFORM 3410-STEP-COMPANY
               UNTIL WS-CO-IDX > WS-CO-COUNT
                   OR WS-CO-COMPANY(WS-CO-IDX) = WS-COMPANY-CODE
           IF WS-CO-IDX <= WS-CO-COUNT
               SET WS-CO-FOUND TO TRUE
           END-IF
           IF WS-CO-NOT-FOUND
               IF WS-CO-COUNT < 10
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT TO WS-CO-IDX
                   INITIALIZE WS-CO-ENTRY(WS-CO-IDX)
                   MOVE WS-COMPANY-CODE TO WS-CO-COMPANY(WS-CO-IDX)
                   MOVE WS-TODAY-DATE(1:6) TO WS-CO-PERIOD(WS-CO-IDX)
                   SET WS-CO-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CO-FULL-COUNT
               END-IF
           END-IF.

       3410-STEP-COMPANY SECTION.

       3410-STEP-CO.
           ADD 1 TO WS-CO-IDX.

       3500-STORE-HISTORY-ROW SECTION.

       3500-STORE-HISTORY.
           INITIALIZE ALLOWANCE-HISTORY-RECORD
           MOVE WS-CO-COMPANY(WS-CO-IDX) TO ALH-COMPANY
           MOVE WS-CO-PERIOD(WS-CO-IDX) TO ALH-PERIOD
           MOVE WS-CO-REQUIRED(WS-CO-IDX) TO ALH-REQUIRED-ALLOWANCE
           MOVE WS-CO-RSV-BKT(WS-CO-IDX, 1) TO ALH-RSV-BKT-30
           MOVE WS-CO-RSV-BKT(WS-CO-IDX, 2) TO ALH-RSV-BKT-60
           MOVE WS-CO-RSV-BKT(WS-CO-IDX, 3) TO ALH-RSV-BKT-90
           MOVE WS-CO-RSV-BKT(WS-CO-IDX, 4) TO ALH-RSV-BKT-90PLUS
           MOVE WS-CO-RSV-BANKRUPT(WS-CO-IDX) TO ALH-RSV-BANKRUPT
           MOVE WS-CO-PRIOR-ALLOWANCE(WS-CO-IDX) TO
               ALH-PRIOR-ALLOWANCE
           COMPUTE ALH-CHANGE-BOOKED =
               WS-CO-REQUIRED(WS-CO-IDX)
               - WS-CO-PRIOR-ALLOWANCE(WS-CO-IDX)
           MOVE WS-TODAY-DATE TO ALH-RUN-DATE
           WRITE ALLOWANCE-HISTORY-RECORD
               INVALID KEY
                   REWRITE ALLOWANCE-HISTORY-RECORD
           END-WRITE
           IF NOT WS-ALH-OK
               DISPLAY 'ERROR STORING ALLOWANCE HISTORY FOR COMPANY: '
                   ALH-COMPANY ' STATUS: ' WS-ALH-STATUS
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-STEP-STARTED
               CLOSE CUSTOMER-FILE
               IF WS-OPI-FILE-AVAILABLE
                   CLOSE OPEN-ITEM-FILE
               END-IF
               IF WS-SDU-FILE-AVAILABLE
                   CLOSE STATEMENT-DUE-FILE
               END-IF
               IF WS-BKR-FILE-AVAILABLE
                   CLOSE BANKRUPTCY-FILE
               END-IF
               CLOSE ALLOWANCE-HISTORY-FILE
               CLOSE GL-JOURNAL-FILE
               CLOSE ALLOWANCE-REPORT
               DISPLAY 'ACCOUNTS SCANNED:      ' WS-ACCOUNTS-SCANNED
               DISPLAY 'ACCOUNTS RESERVED:     ' WS-ACCOUNTS-RESERVED
               DISPLAY 'BANKRUPTCY ACCOUNTS:   ' WS-BANKRUPT-ACCOUNTS
               DISPLAY 'REQUIRED ALLOWANCE:    ' WS-TOTAL-REQUIRED
               DISPLAY 'NET CHANGE BOOKED:     ' WS-TOTAL-CHANGE
               DISPLAY 'COMPANIES BOOKED:      ' WS-COMPANIES-BOOKED
               IF WS-UNMAPPED-COMPANIES > 0
                   DISPLAY 'COMPANIES WITH NO AL MAPPING: '
                       WS-UNMAPPED-COMPANIES
               END-IF
               IF WS-ALM-FULL-COUNT > 0
                   DISPLAY 'WARNING: AL MAPPING TABLE FULL, '
                       WS-ALM-FULL-COUNT ' ROWS NOT LOADED'
               END-IF
               IF WS-CO-FULL-COUNT > 0
                   DISPLAY 'WARNING: COMPANY TABLE FULL, '
                       WS-CO-FULL-COUNT ' ENTRIES NOT RESERVED'
               END-IF
               SET RC-FN-END-STEP TO TRUE
               MOVE 'ALLOWRSV' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-ACCOUNTS-RESERVED TO RC-RECORD-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.
