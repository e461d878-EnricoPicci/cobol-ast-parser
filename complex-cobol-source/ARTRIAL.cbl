       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTRIAL.
      *================================================================*
      * RECEIVABLES SUBLEDGER TRIAL BALANCE
      * Month-end proof that the customer subledger and the GL agree
      * on what receivables are. BALRECON proves the day's
      * transactions against the balance changes they made; this
      * proves the balances themselves against the GL receivables
      * control accounts.
      *
      * The subledger side totals CUST-BALANCE off the month-end
      * snapshot by company (CUST-COMPANY-CODE) and currency, with the
      * open-item total (OPENITEM, open and disputed items) and the
      * unapplied credits (credit balances) alongside it. Each
      * currency's total converts to the home currency (USD) at
      * today's rate.
      *
      * The GL side is the cumulative balance of the receivables
      * control accounts per company: last month's balance carried on
      * ARGLBAL, plus every entry the month's GLJRNL journals (GLMONTH,
      * the month's generations together) booked to a control
      * account. The control accounts are the receivable side of the
      * GLACCTMP mappings: the debit account of the purchase, refund,
      * adjustment, reversal and FX revaluation rows, and the credit
      * account of the payment rows. The rolled balance is written to
      * ARGLNEW for next month.
      *
      * A difference is itemized by source:
      *   - a posting TRANPOST made this period (TRANHIST) with no
      *     GLJRNL entry, at the amount the GL should have booked;
      *   - a TRANPOST GLJRNL entry with no posting behind it;
      *   - FX conversion rounding: the GL carries each customer's
      *     balance converted and rounded on its own (FXREVAL) while
      *     the trial balance converts each currency's total once.
      * A balance transfer between two customers of one company books
      * nothing in GLEXTR, so its posting counts as matched; one
      * between companies matches the GL entries booked under its ID.
      * Anything left is unexplained. A company ties when it has no
      * unmatched postings or GL entries and nothing unexplained.
      * Each company's result goes to ARTBRES, and MNTHCLSE will not
      * close a company without a tied row for the period. Any company
      * not tying ends the run with return code 8.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO 'CUSTSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY OF CUSTOMER-RECORD
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-TRAN-ID
               ALTERNATE RECORD KEY IS OPI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRH-TRAN-ID
               FILE STATUS IS WS-TRH-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'GLACCTMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLMONTH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT CONTROL-BALANCE-FILE ASSIGN TO 'ARGLBAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACB-STATUS.

           SELECT CONTROL-BALANCE-NEW ASSIGN TO 'ARGLNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACN-STATUS.

           SELECT TRIAL-RESULT-FILE ASSIGN TO 'ARTBRES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATB-STATUS.

           SELECT TRIAL-REPORT ASSIGN TO 'ARTBRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'ARTBSRT1'.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
           COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                                BY ==SNAPSHOT-RECORD==.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  TRANSACTION-HISTORY-FILE.
           COPY TRNHIST.

       FD  PERIOD-CONTROL-FILE.
           COPY PERDCTL.

       FD  GL-MAP-FILE.
           COPY GLMAPREC.

      *----------------------------------------------------------------*
      * The same journal layout GLEXTR, FXREVAL and ALLOWRSV write.
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

       FD  CONTROL-BALANCE-FILE.
           COPY ARGLBAL.

       FD  CONTROL-BALANCE-NEW.
           COPY ARGLBAL REPLACING ==AR-CONTROL-BALANCE-RECORD==
                               BY ==AR-CONTROL-BALANCE-NEW==.

       FD  TRIAL-RESULT-FILE.
           COPY ARTBREC.

       FD  TRIAL-REPORT.
       01  PRINT-LINE                      PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-TRAN-ID                 PIC 9(12).
           05  SRT-COMPANY                 PIC X(2).
           05  SRT-ACCOUNT                 PIC X(8).
           05  SRT-TRAN-DATE               PIC 9(8).
           05  SRT-AMOUNT                  PIC S9(11)V99.

       WORKING-STORAGE SECTION.

       01  WS-SNAP-STATUS                  PIC XX.
           88  WS-SNAP-OK                  VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-OPI-STATUS                   PIC XX.
           88  WS-OPI-OK                   VALUE '00'.

       01  WS-TRH-STATUS                   PIC XX.
           88  WS-TRH-OK                   VALUE '00'.

       01  WS-PCT-STATUS                   PIC XX.
           88  WS-PCT-OK                   VALUE '00'.

       01  WS-GLM-STATUS                   PIC XX.
           88  WS-GLM-OK                   VALUE '00'.
           88  WS-GLM-EOF                  VALUE '10'.

       01  WS-GLJ-STATUS                   PIC XX.
           88  WS-GLJ-OK                   VALUE '00'.

       01  WS-ACB-STATUS                   PIC XX.
           88  WS-ACB-OK                   VALUE '00'.

       01  WS-ACN-STATUS                   PIC XX.
           88  WS-ACN-OK                   VALUE '00'.

       01  WS-ATB-STATUS                   PIC XX.
           88  WS-ATB-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY FXPARM.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-PCT-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-PCT-EOF              VALUE 'Y'.
               88  WS-PCT-NOT-EOF          VALUE 'N'.
           05  WS-ACB-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-ACB-EOF              VALUE 'Y'.
               88  WS-ACB-NOT-EOF          VALUE 'N'.
           05  WS-SNAP-EOF-FLAG            PIC X VALUE 'N'.
               88  WS-SNAP-EOF             VALUE 'Y'.
               88  WS-SNAP-NOT-EOF         VALUE 'N'.
           05  WS-OPI-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-OPI-SCAN-DONE        VALUE 'Y'.
               88  WS-OPI-SCAN-GOING       VALUE 'N'.
           05  WS-GLJ-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-GLJ-EOF              VALUE 'Y'.
               88  WS-GLJ-NOT-EOF          VALUE 'N'.
           05  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
               88  WS-SORT-AT-END          VALUE 'Y'.
               88  WS-SORT-NOT-AT-END      VALUE 'N'.
           05  WS-GROUP-FLAG               PIC X VALUE 'N'.
               88  WS-GL-DONE              VALUE 'Y'.
               88  WS-GL-GROUP-HELD        VALUE 'N'.
           05  WS-TRH-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-TRH-EOF              VALUE 'Y'.
               88  WS-TRH-NOT-EOF          VALUE 'N'.
           05  WS-CUST-FILE-FLAG           PIC X VALUE 'N'.
               88  WS-CUST-FILE-OPEN       VALUE 'Y'.
           05  WS-OPI-FILE-FLAG            PIC X VALUE 'N'.
               88  WS-OPI-FILE-OPEN        VALUE 'Y'.
           05  WS-CONTROL-ACCOUNT-FLAG     PIC X VALUE 'N'.
               88  WS-CONTROL-ACCOUNT      VALUE 'Y'.
               88  WS-NOT-CONTROL-ACCOUNT  VALUE 'N'.
           05  WS-XFR-COMPANY-FLAG         PIC X VALUE 'N'.
               88  WS-XFR-IN-COMPANY       VALUE 'Y'.
               88  WS-XFR-ACROSS-COMPANIES VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-TB-PERIOD                    PIC 9(6) VALUE 0.
       01  WS-LAST-OPI-CUST-ID             PIC 9(8) VALUE 0.
       01  WS-LKP-COMPANY                  PIC X(2).
       01  WS-LKP-CURRENCY                 PIC X(3).
       01  WS-XFR-TARGET-COMPANY           PIC X(2).
       01  WS-RECEIVABLE-ACCOUNT           PIC X(8).
       01  WS-SIGNED-AMOUNT                PIC S9(11)V99.
       01  WS-CUSTOMER-USD                 PIC S9(11)V99.

      *----------------------------------------------------------------*
      * One row per operating company, from the open periods, the
      * carried control balances and the codes met on the snapshot
      * and journals, the way GLEXTR builds its company table.
      *----------------------------------------------------------------*
       01  WS-CMP-COUNT                    PIC 9(2) VALUE 0.
       01  WS-COMPANY-TABLE.
           05  WS-CMP-ENTRY OCCURS 10 TIMES.
               10  WS-CMP-COMPANY          PIC X(2).
               10  WS-CMP-OPENING-FLAG     PIC X(1).
                   88  WS-CMP-OPENING-CARRIED VALUE 'Y'.
               10  WS-CMP-OPENING          PIC S9(13)V99.
               10  WS-CMP-MOVEMENT         PIC S9(13)V99.
               10  WS-CMP-CLOSING          PIC S9(13)V99.
               10  WS-CMP-SUBLEDGER-USD    PIC S9(13)V99.
               10  WS-CMP-NO-GL-COUNT      PIC 9(7).
               10  WS-CMP-NO-GL-AMOUNT     PIC S9(13)V99.
               10  WS-CMP-NO-POST-COUNT    PIC 9(7).
               10  WS-CMP-NO-POST-AMOUNT   PIC S9(13)V99.
               10  WS-CMP-FX-ROUNDING      PIC S9(13)V99.
               10  WS-CMP-DIFFERENCE       PIC S9(13)V99.
               10  WS-CMP-UNEXPLAINED      PIC S9(13)V99.

       01  WS-CMP-IDX                      PIC 9(2).
       01  WS-CMP-FULL-COUNT               PIC 9(5) VALUE 0.

      *----------------------------------------------------------------*
      * Subledger totals per company and currency, in the currency.
      * The rate is the one FXCONV used for the currency's customers
      * today, so the total converts at the same rate they did.
      *----------------------------------------------------------------*
       01  WS-CCY-COUNT                    PIC 9(2) VALUE 0.
       01  WS-CURRENCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 50 TIMES.
               10  WS-CCY-COMPANY          PIC X(2).
               10  WS-CCY-CURRENCY         PIC X(3).
               10  WS-CCY-CUSTOMERS        PIC 9(7).
               10  WS-CCY-BALANCE          PIC S9(13)V99.
               10  WS-CCY-DEBITS           PIC S9(13)V99.
               10  WS-CCY-CREDITS          PIC S9(13)V99.
               10  WS-CCY-OPEN-ITEMS       PIC S9(13)V99.
               10  WS-CCY-EACH-USD         PIC S9(13)V99.
               10  WS-CCY-TOTAL-USD        PIC S9(13)V99.
               10  WS-CCY-RATE-FLAG        PIC X(1).
                   88  WS-CCY-RATE-KNOWN   VALUE 'Y'.
               10  WS-CCY-RATE             PIC 9(3)V9(6).
               10  WS-CCY-UNRATED          PIC 9(7).

       01  WS-CCY-IDX                      PIC 9(2).
       01  WS-CCY-FULL-COUNT               PIC 9(5) VALUE 0.

      *----------------------------------------------------------------*
      * Receivables control accounts off the mapping file; a spaces
      * company is a control account for every company.
      *----------------------------------------------------------------*
       01  WS-CTA-COUNT                    PIC 9(2) VALUE 0.
       01  WS-CONTROL-ACCOUNT-TABLE.
           05  WS-CTA-ENTRY OCCURS 50 TIMES.
               10  WS-CTA-COMPANY          PIC X(2).
               10  WS-CTA-ACCOUNT          PIC X(8).

       01  WS-CTA-IDX                      PIC 9(2).

       01  WS-SORTED-ENTRY.
           05  WS-SRE-TRAN-ID              PIC 9(12).
           05  WS-SRE-COMPANY              PIC X(2).
           05  WS-SRE-ACCOUNT              PIC X(8).
           05  WS-SRE-TRAN-DATE            PIC 9(8).
           05  WS-SRE-AMOUNT               PIC S9(11)V99.

       01  WS-GL-GROUP.
           05  WS-GRP-TRAN-ID              PIC 9(12).
           05  WS-GRP-COMPANY              PIC X(2).
           05  WS-GRP-TRAN-DATE            PIC 9(8).
           05  WS-GRP-AMOUNT               PIC S9(11)V99.

       01  WS-RUN-TOTALS.
           05  WS-CUSTOMERS-READ           PIC 9(9) VALUE 0.
           05  WS-GL-ENTRIES-READ          PIC 9(9) VALUE 0.
           05  WS-CONTROL-ENTRIES          PIC 9(9) VALUE 0.
           05  WS-POSTINGS-MATCHED         PIC 9(9) VALUE 0.
           05  WS-COMPANIES-NOT-TIED       PIC 9(2) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'RECEIVABLES TRIAL BALANCE'.
           05  FILLER                      PIC X(8) VALUE 'PERIOD: '.
           05  WS-HDG-PERIOD               PIC 9(6).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-RUN-DATE             PIC 9(8).

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE                PIC X(60).

       01  WS-ITEM-COLUMN-LINE.
           05  FILLER                      PIC X(9) VALUE 'COMPANY'.
           05  FILLER                      PIC X(14) VALUE 'TRAN ID'.
           05  FILLER                      PIC X(10) VALUE 'DATE'.
           05  FILLER                      PIC X(6) VALUE 'TYPE'.
           05  FILLER                      PIC X(21)
               VALUE '           AMOUNT USD'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE 'SOURCE'.

       01  WS-ITEM-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ITM-COMPANY              PIC X(2).
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  WS-ITM-TRAN-ID              PIC 9(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ITM-DATE                 PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ITM-TYPE                 PIC X(2).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-ITM-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ITM-SOURCE               PIC X(30).

       01  WS-CCY-COLUMN-LINE.
           05  FILLER                      PIC X(4) VALUE 'CO'.
           05  FILLER                      PIC X(5) VALUE 'CCY'.
           05  FILLER                      PIC X(8) VALUE 'ACCOUNTS'.
           05  FILLER                      PIC X(22)
               VALUE '        BALANCE (CCY)'.
           05  FILLER                      PIC X(22)
               VALUE '       DEBIT BALANCES'.
           05  FILLER                      PIC X(22)
               VALUE '    UNAPPLIED CREDITS'.
           05  FILLER                      PIC X(22)
               VALUE '           OPEN ITEMS'.
           05  FILLER                      PIC X(21)
               VALUE '        BALANCE (USD)'.

       01  WS-CCY-LINE.
           05  WS-CCL-COMPANY              PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CCL-CURRENCY             PIC X(3).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CCL-CUSTOMERS            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CCL-BALANCE              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CCL-DEBITS               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CCL-CREDITS              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CCL-OPEN-ITEMS           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CCL-BALANCE-USD          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-PROOF-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-PRF-LABEL                PIC X(40).
           05  WS-PRF-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PRF-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-RESULT-LINE.
           05  FILLER                      PIC X(8) VALUE 'COMPANY '.
           05  WS-RES-COMPANY              PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RES-RESULT               PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-TOTAL-SUBLEDGER
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 3000-MATCH-GL-TO-POSTINGS
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 4000-PROVE-ONE-COMPANY
                   VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-COMPANY-TABLE
           INITIALIZE WS-CURRENCY-TABLE
           OPEN OUTPUT TRIAL-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING TRIAL BALANCE REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT TRIAL-RESULT-FILE
           IF NOT WS-ATB-OK
               DISPLAY 'ERROR OPENING TRIAL BALANCE RESULT FILE: '
                   WS-ATB-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT CONTROL-BALANCE-NEW
           IF NOT WS-ACN-OK
               DISPLAY 'ERROR OPENING NEW CONTROL BALANCE FILE: '
                   WS-ACN-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1100-LOAD-OPEN-PERIODS
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1200-LOAD-CONTROL-ACCOUNTS
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1300-LOAD-CARRIED-BALANCES
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1400-OPEN-POSTING-FILES
           END-IF
           IF WS-RUN-CLEAN
               MOVE WS-TB-PERIOD TO WS-HDG-PERIOD
               MOVE WS-TODAY-DATE TO WS-HDG-RUN-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
           END-IF.

      *----------------------------------------------------------------*
      * The companies close the same month in step, so the first open
      * period on the control file is the period being proved.
      *----------------------------------------------------------------*
       1100-LOAD-OPEN-PERIODS SECTION.

       1100-LOAD-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF NOT WS-PCT-OK
               DISPLAY 'ERROR OPENING PERIOD CONTROL FILE: '
                   WS-PCT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-PCT-NOT-EOF TO TRUE
               PERFORM 1110-LOAD-ONE-PERIOD UNTIL WS-PCT-EOF
               CLOSE PERIOD-CONTROL-FILE
               IF WS-TB-PERIOD = 0
                   DISPLAY 'NO OPEN PERIOD ON FILE, TRIAL BALANCE '
                       'REFUSED'
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       1110-LOAD-ONE-PERIOD SECTION.

       1110-LOAD-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PCT-EOF TO TRUE
               NOT AT END
                   IF PCT-OPEN
                       IF WS-TB-PERIOD = 0
                           MOVE PCT-PERIOD TO WS-TB-PERIOD
                       END-IF
                       IF PCT-COMPANY-CODE = SPACES
                           MOVE '01' TO WS-LKP-COMPANY
                       ELSE
                           MOVE PCT-COMPANY-CODE TO WS-LKP-COMPANY
                       END-IF
                       PERFORM 7000-FIND-COMPANY
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * The receivable side of each mapping row is a control account:
      * purchases, refunds, adjustments and reversals debit it, and
      * so does FXREVAL's revaluation; payments credit it. The PY row
      * under method CM is the agency commission account, not a
      * payment method, and is left out.
      *----------------------------------------------------------------*
       1200-LOAD-CONTROL-ACCOUNTS SECTION.

       1200-LOAD-CONTROL.
           OPEN INPUT GL-MAP-FILE
           IF NOT WS-GLM-OK
               DISPLAY 'GL ACCOUNT MAPPING FILE NOT AVAILABLE, '
                   'TRIAL BALANCE REFUSED: ' WS-GLM-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 1210-JUDGE-ONE-MAPPING UNTIL WS-GLM-EOF
               CLOSE GL-MAP-FILE
               IF WS-CTA-COUNT = 0
                   DISPLAY 'NO RECEIVABLES CONTROL ACCOUNT MAPPED, '
                       'TRIAL BALANCE REFUSED'
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       1210-JUDGE-ONE-MAPPING SECTION.

       1210-JUDGE-MAP.
           READ GL-MAP-FILE
               AT END
                   SET WS-GLM-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-RECEIVABLE-ACCOUNT
                   EVALUATE GLM-TRAN-TYPE
                       WHEN 'PU'
                       WHEN 'RF'
                       WHEN 'AJ'
                       WHEN 'RV'
                       WHEN 'FX'
                           MOVE GLM-DEBIT-ACCOUNT
                               TO WS-RECEIVABLE-ACCOUNT
                       WHEN 'PY'
                           IF GLM-PAY-METHOD NOT = 'CM'
                               MOVE GLM-CREDIT-ACCOUNT
                                   TO WS-RECEIVABLE-ACCOUNT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-RECEIVABLE-ACCOUNT NOT = SPACES
                       PERFORM 1220-ADD-CONTROL-ACCOUNT
                   END-IF
           END-READ.

       1220-ADD-CONTROL-ACCOUNT SECTION.

       1220-ADD-CONTROL.
           MOVE 1 TO WS-CTA-IDX
           PERFORM 1230-STEP-CONTROL-INDEX
               UNTIL WS-CTA-IDX > WS-CTA-COUNT
                   OR (WS-CTA-ACCOUNT(WS-CTA-IDX) =
                           WS-RECEIVABLE-ACCOUNT
                       AND WS-CTA-COMPANY(WS-CTA-IDX) = GLM-COMPANY)
           IF WS-CTA-IDX > WS-CTA-COUNT
               IF WS-CTA-COUNT < 50
                   ADD 1 TO WS-CTA-COUNT
                   MOVE GLM-COMPANY TO WS-CTA-COMPANY(WS-CTA-COUNT)
                   MOVE WS-RECEIVABLE-ACCOUNT
                       TO WS-CTA-ACCOUNT(WS-CTA-COUNT)
               ELSE
                   DISPLAY 'CONTROL ACCOUNT TABLE FULL, ACCOUNT NOT '
                       'LOADED: ' WS-RECEIVABLE-ACCOUNT
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       1230-STEP-CONTROL-INDEX SECTION.

       1230-STEP-CONTROL.
           ADD 1 TO WS-CTA-IDX.

      *----------------------------------------------------------------*
      * A company with no carried balance opens at zero and says so;
      * its first month is only right if the GL control accounts
      * really were empty when the trial balance began.
      *----------------------------------------------------------------*
       1300-LOAD-CARRIED-BALANCES SECTION.

       1300-LOAD-CARRIED.
           OPEN INPUT CONTROL-BALANCE-FILE
           IF NOT WS-ACB-OK
               DISPLAY 'NO CARRIED CONTROL BALANCES, ALL COMPANIES '
                   'OPEN AT ZERO: ' WS-ACB-STATUS
           ELSE
               SET WS-ACB-NOT-EOF TO TRUE
               PERFORM 1310-LOAD-ONE-CARRIED UNTIL WS-ACB-EOF
               CLOSE CONTROL-BALANCE-FILE
           END-IF.

       1310-LOAD-ONE-CARRIED SECTION.

       1310-LOAD-ONE.
           READ CONTROL-BALANCE-FILE
               AT END
                   SET WS-ACB-EOF TO TRUE
               NOT AT END
                   MOVE ACB-COMPANY-CODE OF AR-CONTROL-BALANCE-RECORD
                       TO WS-LKP-COMPANY
                   PERFORM 7000-FIND-COMPANY
                   IF WS-CMP-IDX <= WS-CMP-COUNT
                       SET WS-CMP-OPENING-CARRIED(WS-CMP-IDX) TO TRUE
                       MOVE ACB-CONTROL-BALANCE
                           OF AR-CONTROL-BALANCE-RECORD
                           TO WS-CMP-OPENING(WS-CMP-IDX)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * The history is needed to match postings; the customer and
      * open-item files only fill in detail, so either missing is
      * reported and the run goes on without it.
      *----------------------------------------------------------------*
       1400-OPEN-POSTING-FILES SECTION.

       1400-OPEN-POSTING.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF NOT WS-TRH-OK
               DISPLAY 'ERROR OPENING TRANSACTION HISTORY FILE: '
                   WS-TRH-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-OK
               SET WS-CUST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'CUSTOMER FILE NOT AVAILABLE, UNMATCHED '
                   'POSTINGS BOOK TO COMPANY 01 IN USD: '
                   WS-FILE-STATUS
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPI-OK
               SET WS-OPI-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'OPEN ITEM FILE NOT AVAILABLE, OPEN ITEM '
                   'TOTALS ZERO: ' WS-OPI-STATUS
           END-IF.

       2000-TOTAL-SUBLEDGER SECTION.

       2000-TOTAL-SUB.
           OPEN INPUT SNAPSHOT-FILE
           IF NOT WS-SNAP-OK
               DISPLAY 'ERROR OPENING CUSTOMER SNAPSHOT: '
                   WS-SNAP-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-SNAP-NOT-EOF TO TRUE
               PERFORM 2100-TOTAL-ONE-CUSTOMER UNTIL WS-SNAP-EOF
               CLOSE SNAPSHOT-FILE
               PERFORM 2500-CONVERT-CURRENCY-TOTAL
                   VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
           END-IF.

      *----------------------------------------------------------------*
      * Each balance also converts on its own, as FXREVAL converts it
      * for the GL; the difference from converting the currency's
      * total once is the FX rounding.
      *----------------------------------------------------------------*
       2100-TOTAL-ONE-CUSTOMER SECTION.

       2100-TOTAL-CUST.
           READ SNAPSHOT-FILE INTO WS-WORK-CUSTOMER
               AT END
                   SET WS-SNAP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   IF CUST-COMPANY-CODE OF WS-WORK-CUSTOMER = SPACES
                       MOVE '01' TO WS-LKP-COMPANY
                   ELSE
                       MOVE CUST-COMPANY-CODE OF WS-WORK-CUSTOMER
                           TO WS-LKP-COMPANY
                   END-IF
                   IF CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER = SPACES
                       MOVE 'USD' TO WS-LKP-CURRENCY
                   ELSE
                       MOVE CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER
                           TO WS-LKP-CURRENCY
                   END-IF
                   PERFORM 7000-FIND-COMPANY
                   PERFORM 7100-FIND-CURRENCY
                   IF WS-CCY-IDX <= WS-CCY-COUNT
                       PERFORM 2200-ADD-CUSTOMER-BALANCE
                   END-IF
           END-READ.

       2200-ADD-CUSTOMER-BALANCE SECTION.

       2200-ADD-BALANCE.
           ADD 1 TO WS-CCY-CUSTOMERS(WS-CCY-IDX)
           ADD CUST-BALANCE OF WS-WORK-CUSTOMER
               TO WS-CCY-BALANCE(WS-CCY-IDX)
           EVALUATE TRUE
               WHEN CUST-BALANCE OF WS-WORK-CUSTOMER > 0
                   ADD CUST-BALANCE OF WS-WORK-CUSTOMER
                       TO WS-CCY-DEBITS(WS-CCY-IDX)
               WHEN CUST-BALANCE OF WS-WORK-CUSTOMER < 0
                   ADD CUST-BALANCE OF WS-WORK-CUSTOMER
                       TO WS-CCY-CREDITS(WS-CCY-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-LKP-CURRENCY = 'USD'
               ADD CUST-BALANCE OF WS-WORK-CUSTOMER
                   TO WS-CCY-EACH-USD(WS-CCY-IDX)
           ELSE
               SET FX-FN-TO-HOME TO TRUE
               MOVE WS-LKP-CURRENCY TO FX-CURRENCY-CODE
               MOVE WS-TODAY-DATE TO FX-RATE-DATE
               MOVE CUST-BALANCE OF WS-WORK-CUSTOMER TO FX-AMOUNT-IN
               CALL 'FXCONV' USING FXCONV-PARMS
               IF FX-VALID
                   ADD FX-AMOUNT-OUT TO WS-CCY-EACH-USD(WS-CCY-IDX)
                   SET WS-CCY-RATE-KNOWN(WS-CCY-IDX) TO TRUE
                   MOVE FX-RATE-USED TO WS-CCY-RATE(WS-CCY-IDX)
               ELSE
                   ADD CUST-BALANCE OF WS-WORK-CUSTOMER
                       TO WS-CCY-EACH-USD(WS-CCY-IDX)
                   ADD 1 TO WS-CCY-UNRATED(WS-CCY-IDX)
               END-IF
           END-IF
           IF WS-OPI-FILE-OPEN
               AND CUST-ID OF WS-WORK-CUSTOMER NOT = WS-LAST-OPI-CUST-ID
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO WS-LAST-OPI-CUST-ID
               PERFORM 2300-TOTAL-OPEN-ITEMS
           END-IF.

      *----------------------------------------------------------------*
      * A disputed item is still owed and still on the balance, so it
      * counts with the open items here.
      *----------------------------------------------------------------*
       2300-TOTAL-OPEN-ITEMS SECTION.

       2300-TOTAL-ITEMS.
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO OPI-CUST-ID
           SET WS-OPI-SCAN-GOING TO TRUE
           START OPEN-ITEM-FILE KEY IS = OPI-CUST-ID
               INVALID KEY
                   SET WS-OPI-SCAN-DONE TO TRUE
           END-START
           PERFORM 2310-ADD-ONE-OPEN-ITEM UNTIL WS-OPI-SCAN-DONE.

       2310-ADD-ONE-OPEN-ITEM SECTION.

       2310-ADD-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-OPI-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-OPI-SCAN-DONE
               IF NOT WS-OPI-OK
                   OR OPI-CUST-ID NOT = CUST-ID OF WS-WORK-CUSTOMER
                   SET WS-OPI-SCAN-DONE TO TRUE
               ELSE
                   IF OPI-OPEN OR OPI-DISPUTED
                       ADD OPI-OPEN-AMOUNT
                           TO WS-CCY-OPEN-ITEMS(WS-CCY-IDX)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The currency's total converts once at the rate its customers
      * converted at; with no rate on file it stands at face value,
      * as GLEXTR books an unrated amount.
      *----------------------------------------------------------------*
       2500-CONVERT-CURRENCY-TOTAL SECTION.

       2500-CONVERT-TOTAL.
           IF WS-CCY-RATE-KNOWN(WS-CCY-IDX)
               COMPUTE WS-CCY-TOTAL-USD(WS-CCY-IDX) ROUNDED =
                   WS-CCY-BALANCE(WS-CCY-IDX) * WS-CCY-RATE(WS-CCY-IDX)
           ELSE
               MOVE WS-CCY-BALANCE(WS-CCY-IDX)
                   TO WS-CCY-TOTAL-USD(WS-CCY-IDX)
           END-IF
           MOVE WS-CCY-COMPANY(WS-CCY-IDX) TO WS-LKP-COMPANY
           PERFORM 7000-FIND-COMPANY
           IF WS-CMP-IDX <= WS-CMP-COUNT
               ADD WS-CCY-TOTAL-USD(WS-CCY-IDX)
                   TO WS-CMP-SUBLEDGER-USD(WS-CMP-IDX)
               COMPUTE WS-CMP-FX-ROUNDING(WS-CMP-IDX) =
                   WS-CMP-FX-ROUNDING(WS-CMP-IDX)
                   + WS-CCY-EACH-USD(WS-CCY-IDX)
                   - WS-CCY-TOTAL-USD(WS-CCY-IDX)
           END-IF
           IF WS-CCY-UNRATED(WS-CCY-IDX) > 0
               DISPLAY 'NO RATE FOR ' WS-CCY-CURRENCY(WS-CCY-IDX)
                   ', BALANCES AT FACE VALUE: '
                   WS-CCY-UNRATED(WS-CCY-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * Every control-account entry in the month's journals moves the
      * company's GL balance; TRANPOST's are then sorted by
      * transaction and matched to the postings behind them.
      *----------------------------------------------------------------*
       3000-MATCH-GL-TO-POSTINGS SECTION.

       3000-MATCH-GL.
           MOVE 'ITEMIZED DIFFERENCES' TO WS-SEC-TITLE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-ITEM-COLUMN-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-TRAN-ID
               INPUT PROCEDURE IS 3100-READ-GL-MONTH
               OUTPUT PROCEDURE IS 3300-MERGE-POSTINGS.

       3100-READ-GL-MONTH SECTION.

       3100-READ-GL.
           OPEN INPUT GL-JOURNAL-FILE
           IF NOT WS-GLJ-OK
               DISPLAY 'ERROR OPENING MONTH GL JOURNAL: '
                   WS-GLJ-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-GLJ-NOT-EOF TO TRUE
               PERFORM 3110-READ-ONE-GL-ENTRY UNTIL WS-GLJ-EOF
               CLOSE GL-JOURNAL-FILE
           END-IF.

       3110-READ-ONE-GL-ENTRY SECTION.

       3110-READ-ENTRY.
           READ GL-JOURNAL-FILE
               AT END
                   SET WS-GLJ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-GL-ENTRIES-READ
                   IF GLJ-COMPANY = SPACES
                       MOVE '01' TO WS-LKP-COMPANY
                   ELSE
                       MOVE GLJ-COMPANY TO WS-LKP-COMPANY
                   END-IF
                   PERFORM 3120-CHECK-CONTROL-ACCOUNT
                   IF WS-CONTROL-ACCOUNT
                       PERFORM 3130-BOOK-CONTROL-ENTRY
                   END-IF
           END-READ.

       3120-CHECK-CONTROL-ACCOUNT SECTION.

       3120-CHECK-CONTROL.
           SET WS-NOT-CONTROL-ACCOUNT TO TRUE
           PERFORM 3125-JUDGE-ONE-CONTROL
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CTA-COUNT
                   OR WS-CONTROL-ACCOUNT.

       3125-JUDGE-ONE-CONTROL SECTION.

       3125-JUDGE-CONTROL.
           IF WS-CTA-ACCOUNT(WS-CTA-IDX) = GLJ-ACCOUNT
               AND (WS-CTA-COMPANY(WS-CTA-IDX) = SPACES
                   OR WS-CTA-COMPANY(WS-CTA-IDX) = WS-LKP-COMPANY)
               SET WS-CONTROL-ACCOUNT TO TRUE
           END-IF.

       3130-BOOK-CONTROL-ENTRY SECTION.

       3130-BOOK-ENTRY.
           ADD 1 TO WS-CONTROL-ENTRIES
           IF GLJ-CREDIT
               COMPUTE WS-SIGNED-AMOUNT = 0 - GLJ-AMOUNT
           ELSE
               MOVE GLJ-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF
           PERFORM 7000-FIND-COMPANY
           IF WS-CMP-IDX <= WS-CMP-COUNT
               ADD WS-SIGNED-AMOUNT TO WS-CMP-MOVEMENT(WS-CMP-IDX)
           END-IF
           IF GLJ-SOURCE = 'TRANPOST'
               MOVE GLJ-TRAN-ID TO SRT-TRAN-ID
               MOVE WS-LKP-COMPANY TO SRT-COMPANY
               MOVE GLJ-ACCOUNT TO SRT-ACCOUNT
               MOVE GLJ-TRAN-DATE TO SRT-TRAN-DATE
               MOVE WS-SIGNED-AMOUNT TO SRT-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * The history is read whole in transaction order against the
      * sorted entries. An entry matching any history row is backed
      * by a posting; a history row with no entry only counts when it
      * was posted in the period being proved.
      *----------------------------------------------------------------*
       3300-MERGE-POSTINGS SECTION.

       3300-MERGE.
           IF WS-RUN-CLEAN
               SET WS-SORT-NOT-AT-END TO TRUE
               SET WS-TRH-NOT-EOF TO TRUE
               PERFORM 3305-RETURN-SORTED-ENTRY
               PERFORM 3310-TAKE-GL-GROUP
               PERFORM 3320-READ-NEXT-POSTING
               PERFORM 3330-MATCH-ONE-KEY
                   UNTIL WS-GL-DONE AND WS-TRH-EOF
           END-IF.

       3305-RETURN-SORTED-ENTRY SECTION.

       3305-RETURN-SORTED.
           RETURN SORT-WORK-FILE INTO WS-SORTED-ENTRY
               AT END
                   SET WS-SORT-AT-END TO TRUE
           END-RETURN.

      *----------------------------------------------------------------*
      * A transaction's control-account entries net to one amount.
      *----------------------------------------------------------------*
       3310-TAKE-GL-GROUP SECTION.

       3310-TAKE-GROUP.
           IF WS-SORT-AT-END
               SET WS-GL-DONE TO TRUE
           ELSE
               SET WS-GL-GROUP-HELD TO TRUE
               MOVE WS-SRE-TRAN-ID TO WS-GRP-TRAN-ID
               MOVE WS-SRE-COMPANY TO WS-GRP-COMPANY
               MOVE WS-SRE-TRAN-DATE TO WS-GRP-TRAN-DATE
               MOVE 0 TO WS-GRP-AMOUNT
               PERFORM 3315-ADD-TO-GL-GROUP
                   UNTIL WS-SORT-AT-END
                       OR WS-SRE-TRAN-ID NOT = WS-GRP-TRAN-ID
           END-IF.

       3315-ADD-TO-GL-GROUP SECTION.

       3315-ADD-TO-GROUP.
           ADD WS-SRE-AMOUNT TO WS-GRP-AMOUNT
           PERFORM 3305-RETURN-SORTED-ENTRY.

       3320-READ-NEXT-POSTING SECTION.

       3320-READ-POSTING.
           READ TRANSACTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-TRH-EOF TO TRUE
           END-READ
           IF NOT WS-TRH-EOF AND NOT WS-TRH-OK
               DISPLAY 'ERROR READING TRANSACTION HISTORY: '
                   WS-TRH-STATUS
               SET WS-TRH-EOF TO TRUE
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       3330-MATCH-ONE-KEY SECTION.

       3330-MATCH-KEY.
           EVALUATE TRUE
               WHEN WS-GL-DONE
                   PERFORM 3335-JUDGE-UNMATCHED-POSTING
                   PERFORM 3320-READ-NEXT-POSTING
               WHEN WS-TRH-EOF
                   PERFORM 3350-GL-WITHOUT-POSTING
                   PERFORM 3310-TAKE-GL-GROUP
               WHEN WS-GRP-TRAN-ID < TRH-TRAN-ID
                   PERFORM 3350-GL-WITHOUT-POSTING
                   PERFORM 3310-TAKE-GL-GROUP
               WHEN WS-GRP-TRAN-ID > TRH-TRAN-ID
                   PERFORM 3335-JUDGE-UNMATCHED-POSTING
                   PERFORM 3320-READ-NEXT-POSTING
               WHEN OTHER
                   ADD 1 TO WS-POSTINGS-MATCHED
                   PERFORM 3310-TAKE-GL-GROUP
                   PERFORM 3320-READ-NEXT-POSTING
           END-EVALUATE.

      *----------------------------------------------------------------*
      * A transfer whose target is in the source's own company has
      * no GL entry by design; it is counted matched, not listed.
      *----------------------------------------------------------------*
       3335-JUDGE-UNMATCHED-POSTING SECTION.

       3335-JUDGE-POSTING.
           SET WS-XFR-ACROSS-COMPANIES TO TRUE
           IF TRH-TRANSFER
               AND TRH-TRAN-DATE(1:6) = WS-TB-PERIOD
               PERFORM 3345-LOOKUP-POSTING-CUSTOMER
               PERFORM 3347-LOOKUP-TARGET-COMPANY
               IF WS-XFR-TARGET-COMPANY = WS-LKP-COMPANY
                   SET WS-XFR-IN-COMPANY TO TRUE
               END-IF
           END-IF
           IF WS-XFR-IN-COMPANY
               ADD 1 TO WS-POSTINGS-MATCHED
           ELSE
               PERFORM 3340-POSTING-WITHOUT-GL
           END-IF.

      *----------------------------------------------------------------*
      * The missing amount is what GLEXTR would have booked to the
      * control account: a payment credits it, everything else debits
      * it, an adjustment by its own sign; converted at the
      * transaction date's rate as GLEXTR converts.
      *----------------------------------------------------------------*
       3340-POSTING-WITHOUT-GL SECTION.

       3340-POSTING-NO-GL.
           IF TRH-TRAN-DATE(1:6) = WS-TB-PERIOD
               PERFORM 3345-LOOKUP-POSTING-CUSTOMER
               IF TRH-PAYMENT
                   COMPUTE FX-AMOUNT-IN = 0 - TRH-AMOUNT
               ELSE
                   MOVE TRH-AMOUNT TO FX-AMOUNT-IN
               END-IF
               MOVE FX-AMOUNT-IN TO WS-CUSTOMER-USD
               IF WS-LKP-CURRENCY NOT = 'USD'
                   SET FX-FN-TO-HOME TO TRUE
                   MOVE WS-LKP-CURRENCY TO FX-CURRENCY-CODE
                   MOVE TRH-TRAN-DATE TO FX-RATE-DATE
                   CALL 'FXCONV' USING FXCONV-PARMS
                   IF FX-VALID
                       MOVE FX-AMOUNT-OUT TO WS-CUSTOMER-USD
                   END-IF
               END-IF
               PERFORM 7000-FIND-COMPANY
               IF WS-CMP-IDX <= WS-CMP-COUNT
                   ADD 1 TO WS-CMP-NO-GL-COUNT(WS-CMP-IDX)
                   ADD WS-CUSTOMER-USD
                       TO WS-CMP-NO-GL-AMOUNT(WS-CMP-IDX)
               END-IF
               MOVE WS-LKP-COMPANY TO WS-ITM-COMPANY
               MOVE TRH-TRAN-ID TO WS-ITM-TRAN-ID
               MOVE TRH-TRAN-DATE TO WS-ITM-DATE
               MOVE TRH-TRAN-TYPE TO WS-ITM-TYPE
               MOVE WS-CUSTOMER-USD TO WS-ITM-AMOUNT
               MOVE 'POSTING WITH NO GL ENTRY' TO WS-ITM-SOURCE
               WRITE PRINT-LINE FROM WS-ITEM-LINE
           END-IF.

      *----------------------------------------------------------------*
      * TRH-CUST-ID is the CUST-ID half of CUST-KEY, so the customer
      * is positioned to the way GLEXTR positions it.
      *----------------------------------------------------------------*
       3345-LOOKUP-POSTING-CUSTOMER SECTION.

       3345-LOOKUP-CUST.
           MOVE '01' TO WS-LKP-COMPANY
           MOVE 'USD' TO WS-LKP-CURRENCY
           IF WS-CUST-FILE-OPEN
               MOVE TRH-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
               MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
               START CUSTOMER-FILE KEY IS NOT LESS THAN
                   CUST-KEY OF CUSTOMER-RECORD
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-FILE-OK
                   READ CUSTOMER-FILE NEXT RECORD
                   IF WS-FILE-OK
                       AND CUST-ID OF CUSTOMER-RECORD = TRH-CUST-ID
                       IF CUST-COMPANY-CODE OF CUSTOMER-RECORD
                           NOT = SPACES
                           MOVE CUST-COMPANY-CODE OF CUSTOMER-RECORD
                               TO WS-LKP-COMPANY
                       END-IF
                       IF CUST-CURRENCY-CODE OF CUSTOMER-RECORD
                           NOT = SPACES
                           MOVE CUST-CURRENCY-CODE OF CUSTOMER-RECORD
                               TO WS-LKP-CURRENCY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The target's company as GLEXTR's 3475 takes it: company 01
      * for blank, and the source's own company when the customer
      * file is not open.
      *----------------------------------------------------------------*
       3347-LOOKUP-TARGET-COMPANY SECTION.

       3347-LOOKUP-TARGET.
           MOVE WS-LKP-COMPANY TO WS-XFR-TARGET-COMPANY
           IF WS-CUST-FILE-OPEN
               MOVE '01' TO WS-XFR-TARGET-COMPANY
               MOVE TRH-XFR-TARGET-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
               MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
               START CUSTOMER-FILE KEY IS NOT LESS THAN
                   CUST-KEY OF CUSTOMER-RECORD
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-FILE-OK
                   READ CUSTOMER-FILE NEXT RECORD
                   IF WS-FILE-OK
                       AND CUST-ID OF CUSTOMER-RECORD =
                           TRH-XFR-TARGET-CUST-ID
                       AND CUST-COMPANY-CODE OF CUSTOMER-RECORD
                           NOT = SPACES
                       MOVE CUST-COMPANY-CODE OF CUSTOMER-RECORD
                           TO WS-XFR-TARGET-COMPANY
                   END-IF
               END-IF
           END-IF.

       3350-GL-WITHOUT-POSTING SECTION.

       3350-GL-NO-POSTING.
           MOVE WS-GRP-COMPANY TO WS-LKP-COMPANY
           PERFORM 7000-FIND-COMPANY
           IF WS-CMP-IDX <= WS-CMP-COUNT
               ADD 1 TO WS-CMP-NO-POST-COUNT(WS-CMP-IDX)
               ADD WS-GRP-AMOUNT TO WS-CMP-NO-POST-AMOUNT(WS-CMP-IDX)
           END-IF
           MOVE WS-GRP-COMPANY TO WS-ITM-COMPANY
           MOVE WS-GRP-TRAN-ID TO WS-ITM-TRAN-ID
           MOVE WS-GRP-TRAN-DATE TO WS-ITM-DATE
           MOVE SPACES TO WS-ITM-TYPE
           MOVE WS-GRP-AMOUNT TO WS-ITM-AMOUNT
           MOVE 'GL ENTRY WITH NO POSTING' TO WS-ITM-SOURCE
           WRITE PRINT-LINE FROM WS-ITEM-LINE.

      *----------------------------------------------------------------*
      * GL balance = subledger - postings the GL is missing + entries
      * with no posting + FX rounding + whatever is unexplained.
      *----------------------------------------------------------------*
       4000-PROVE-ONE-COMPANY SECTION.

       4000-PROVE-COMPANY.
           COMPUTE WS-CMP-CLOSING(WS-CMP-IDX) =
               WS-CMP-OPENING(WS-CMP-IDX) + WS-CMP-MOVEMENT(WS-CMP-IDX)
           COMPUTE WS-CMP-DIFFERENCE(WS-CMP-IDX) =
               WS-CMP-CLOSING(WS-CMP-IDX)
               - WS-CMP-SUBLEDGER-USD(WS-CMP-IDX)
           COMPUTE WS-CMP-UNEXPLAINED(WS-CMP-IDX) =
               WS-CMP-DIFFERENCE(WS-CMP-IDX)
               + WS-CMP-NO-GL-AMOUNT(WS-CMP-IDX)
               - WS-CMP-NO-POST-AMOUNT(WS-CMP-IDX)
               - WS-CMP-FX-ROUNDING(WS-CMP-IDX)
           PERFORM 4100-PRINT-COMPANY-PROOF
           INITIALIZE AR-TRIAL-BALANCE-RESULT
           MOVE WS-CMP-COMPANY(WS-CMP-IDX) TO ATB-COMPANY-CODE
           MOVE WS-TB-PERIOD TO ATB-PERIOD
           MOVE WS-TODAY-DATE TO ATB-RUN-DATE
           MOVE WS-CMP-SUBLEDGER-USD(WS-CMP-IDX) TO ATB-SUBLEDGER-USD
           MOVE WS-CMP-CLOSING(WS-CMP-IDX) TO ATB-CONTROL-BALANCE
           MOVE WS-CMP-UNEXPLAINED(WS-CMP-IDX) TO ATB-UNEXPLAINED
           MOVE WS-CMP-COMPANY(WS-CMP-IDX) TO WS-RES-COMPANY
           IF WS-CMP-NO-GL-COUNT(WS-CMP-IDX) = 0
               AND WS-CMP-NO-POST-COUNT(WS-CMP-IDX) = 0
               AND WS-CMP-UNEXPLAINED(WS-CMP-IDX) = 0
               SET ATB-TIED TO TRUE
               MOVE 'TRIAL BALANCE TIES' TO WS-RES-RESULT
           ELSE
               SET ATB-NOT-TIED TO TRUE
               ADD 1 TO WS-COMPANIES-NOT-TIED
               MOVE 'TRIAL BALANCE DOES NOT TIE' TO WS-RES-RESULT
               DISPLAY 'TRIAL BALANCE DOES NOT TIE FOR COMPANY: '
                   WS-CMP-COMPANY(WS-CMP-IDX)
           END-IF
           WRITE PRINT-LINE FROM WS-RESULT-LINE
           WRITE AR-TRIAL-BALANCE-RESULT
           INITIALIZE AR-CONTROL-BALANCE-NEW
           MOVE WS-CMP-COMPANY(WS-CMP-IDX)
               TO ACB-COMPANY-CODE OF AR-CONTROL-BALANCE-NEW
           MOVE WS-TB-PERIOD TO ACB-PERIOD OF AR-CONTROL-BALANCE-NEW
           MOVE WS-CMP-CLOSING(WS-CMP-IDX)
               TO ACB-CONTROL-BALANCE OF AR-CONTROL-BALANCE-NEW
           MOVE WS-TODAY-DATE
               TO ACB-UPDATED-DATE OF AR-CONTROL-BALANCE-NEW
           WRITE AR-CONTROL-BALANCE-NEW.

       4100-PRINT-COMPANY-PROOF SECTION.

       4100-PRINT-PROOF.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-SEC-TITLE
           STRING 'TRIAL BALANCE - COMPANY '
                   WS-CMP-COMPANY(WS-CMP-IDX)
               DELIMITED BY SIZE INTO WS-SEC-TITLE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-CCY-COLUMN-LINE
           PERFORM 4110-PRINT-ONE-CURRENCY
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
           IF NOT WS-CMP-OPENING-CARRIED(WS-CMP-IDX)
               MOVE 'GL CONTROL OPENING (NONE CARRIED)'
                   TO WS-PRF-LABEL
           ELSE
               MOVE 'GL CONTROL OPENING' TO WS-PRF-LABEL
           END-IF
           MOVE 0 TO WS-PRF-COUNT
           MOVE WS-CMP-OPENING(WS-CMP-IDX) TO WS-PRF-AMOUNT
           WRITE PRINT-LINE FROM WS-PROOF-LINE
           MOVE 'GL CONTROL POSTINGS THIS MONTH' TO WS-PRF-LABEL
           MOVE WS-CMP-MOVEMENT(WS-CMP-IDX) TO WS-PRF-AMOUNT
           WRITE PRINT-LINE FROM WS-PROOF-LINE
           MOVE 'GL CONTROL BALANCE' TO WS-PRF-LABEL
           MOVE WS-CMP-CLOSING(WS-CMP-IDX) TO WS-PRF-AMOUNT
           WRITE PRINT-LINE FROM WS-PROOF-LINE
           MOVE 'SUBLEDGER BALANCE (USD)' TO WS-PRF-LABEL
           MOVE WS-CMP-SUBLEDGER-USD(WS-CMP-IDX) TO WS-PRF-AMOUNT
           WRITE PRINT-LINE FROM WS-PROOF-LINE
           MOVE 'DIFFERENCE' TO WS-PRF-LABEL
           MOVE WS-CMP-DIFFERENCE(WS-CMP-IDX) TO WS-PRF-AMOUNT
           WRITE PRINT-LINE FROM WS-PROOF-LINE
           MOVE '  POSTINGS WITH NO GL ENTRY' TO WS-PRF-LABEL
           MOVE WS-CMP-NO-GL-COUNT(WS-CMP-IDX) TO WS-PRF-COUNT
           COMPUTE WS-PRF-AMOUNT = 0 - WS-CMP-NO-GL-AMOUNT(WS-CMP-IDX)
           WRITE PRINT-LINE FROM WS-PROOF-LINE
           MOVE '  GL ENTRIES WITH NO POSTING' TO WS-PRF-LABEL
           MOVE WS-CMP-NO-POST-COUNT(WS-CMP-IDX) TO WS-PRF-COUNT
           MOVE WS-CMP-NO-POST-AMOUNT(WS-CMP-IDX) TO WS-PRF-AMOUNT
           WRITE PRINT-LINE FROM WS-PROOF-LINE
           MOVE '  FX CONVERSION ROUNDING' TO WS-PRF-LABEL
           MOVE 0 TO WS-PRF-COUNT
           MOVE WS-CMP-FX-ROUNDING(WS-CMP-IDX) TO WS-PRF-AMOUNT
           WRITE PRINT-LINE FROM WS-PROOF-LINE
           MOVE '  UNEXPLAINED' TO WS-PRF-LABEL
           MOVE WS-CMP-UNEXPLAINED(WS-CMP-IDX) TO WS-PRF-AMOUNT
           WRITE PRINT-LINE FROM WS-PROOF-LINE.

       4110-PRINT-ONE-CURRENCY SECTION.

       4110-PRINT-CCY.
           IF WS-CCY-COMPANY(WS-CCY-IDX) = WS-CMP-COMPANY(WS-CMP-IDX)
               MOVE WS-CCY-COMPANY(WS-CCY-IDX) TO WS-CCL-COMPANY
               MOVE WS-CCY-CURRENCY(WS-CCY-IDX) TO WS-CCL-CURRENCY
               MOVE WS-CCY-CUSTOMERS(WS-CCY-IDX) TO WS-CCL-CUSTOMERS
               MOVE WS-CCY-BALANCE(WS-CCY-IDX) TO WS-CCL-BALANCE
               MOVE WS-CCY-DEBITS(WS-CCY-IDX) TO WS-CCL-DEBITS
               MOVE WS-CCY-CREDITS(WS-CCY-IDX) TO WS-CCL-CREDITS
               MOVE WS-CCY-OPEN-ITEMS(WS-CCY-IDX) TO WS-CCL-OPEN-ITEMS
               MOVE WS-CCY-TOTAL-USD(WS-CCY-IDX)
                   TO WS-CCL-BALANCE-USD
               WRITE PRINT-LINE FROM WS-CCY-LINE
           END-IF.

      *----------------------------------------------------------------*
      * Finds the company in WS-LKP-COMPANY, adding it when new;
      * WS-CMP-IDX past the count means the table was full.
      *----------------------------------------------------------------*
       7000-FIND-COMPANY SECTION.

       7000-FIND-CMP.
           MOVE 1 TO WS-CMP-IDX
           PERFORM 7010-STEP-COMPANY-INDEX
               UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   OR WS-CMP-COMPANY(WS-CMP-IDX) = WS-LKP-COMPANY
           IF WS-CMP-IDX > WS-CMP-COUNT
               IF WS-CMP-COUNT < 10
                   ADD 1 TO WS-CMP-COUNT
                   MOVE WS-CMP-COUNT TO WS-CMP-IDX
                   MOVE WS-LKP-COMPANY TO WS-CMP-COMPANY(WS-CMP-IDX)
               ELSE
                   ADD 1 TO WS-CMP-FULL-COUNT
               END-IF
           END-IF.

       7010-STEP-COMPANY-INDEX SECTION.

       7010-STEP-CMP.
           ADD 1 TO WS-CMP-IDX.

       7100-FIND-CURRENCY SECTION.

       7100-FIND-CCY.
           MOVE 1 TO WS-CCY-IDX
           PERFORM 7110-STEP-CURRENCY-INDEX
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   OR (WS-CCY-COMPANY(WS-CCY-IDX) = WS-LKP-COMPANY
                       AND WS-CCY-CURRENCY(WS-CCY-IDX) =
                           WS-LKP-CURRENCY)
           IF WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-COUNT < 50
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-IDX
                   MOVE WS-LKP-COMPANY TO WS-CCY-COMPANY(WS-CCY-IDX)
                   MOVE WS-LKP-CURRENCY TO WS-CCY-CURRENCY(WS-CCY-IDX)
               ELSE
                   ADD 1 TO WS-CCY-FULL-COUNT
               END-IF
           END-IF.

       7110-STEP-CURRENCY-INDEX SECTION.

       7110-STEP-CCY.
           ADD 1 TO WS-CCY-IDX.

      *----------------------------------------------------------------*
      * A company or currency that would not fit its table leaves
      * the proof incomplete, so every company is then held back.
      *----------------------------------------------------------------*
       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-CMP-FULL-COUNT > 0 OR WS-CCY-FULL-COUNT > 0
               DISPLAY 'COMPANY OR CURRENCY TABLE FULL, TRIAL BALANCE '
                   'INCOMPLETE: ' WS-CMP-FULL-COUNT ' '
                   WS-CCY-FULL-COUNT
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           CLOSE TRANSACTION-HISTORY-FILE
           IF WS-CUST-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-OPI-FILE-OPEN
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF WS-ATB-OK
               CLOSE TRIAL-RESULT-FILE
           END-IF
           IF WS-ACN-OK
               CLOSE CONTROL-BALANCE-NEW
           END-IF
           IF WS-PRINT-OK
               CLOSE TRIAL-REPORT
           END-IF
           DISPLAY 'CUSTOMERS TOTALLED:     ' WS-CUSTOMERS-READ
           DISPLAY 'GL ENTRIES READ:        ' WS-GL-ENTRIES-READ
           DISPLAY 'CONTROL ACCOUNT ENTRIES:' WS-CONTROL-ENTRIES
           DISPLAY 'POSTINGS MATCHED:       ' WS-POSTINGS-MATCHED
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   DISPLAY 'TRIAL BALANCE NOT COMPLETED'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-COMPANIES-NOT-TIED > 0
                   DISPLAY 'COMPANIES NOT TIED:     '
                       WS-COMPANIES-NOT-TIED
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ALL COMPANIES TIE'
           END-EVALUATE.
