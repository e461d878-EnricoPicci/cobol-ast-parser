       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLWATCH.
      *================================================================*
      * APPROACHING STATUTE OF LIMITATIONS REPORT
      * Monthly list of every account with a balance owing whose debt
      * will become time-barred in the customer's state within the
      * look-ahead window, so collections can work it, or take it to
      * counsel, while a suit is still open to us. The limitation
      * date comes from SOLCALC, counted from the last qualifying
      * payment on PAYMENT-HISTORY-FILE (CUST-PAYMENT-DATE when there
      * is none). Accounts already time-barred are counted, not
      * listed; DUNNING and COLLQUE handle those. Sold accounts are
      * the buyer's. The window in days is supplied the same way
      * CUSTPRGE's cutoff is - ACCEPTed FROM COMMAND-LINE - and
      * defaults to 90 days when absent.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT WATCH-REPORT ASSIGN TO 'SOLWATCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  WATCH-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY SOLPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-WINDOW-DAYS         PIC X(3).
           05  FILLER                      PIC X(17).

       01  WS-WINDOW-DAYS                  PIC 9(3) VALUE 90.

       01  WS-WATCH-TOTALS.
           05  WS-CUSTOMERS-READ           PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-CHECKED         PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-NOT-TRACKED     PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-BARRED          PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-APPROACHING     PIC 9(7) VALUE 0.
           05  WS-APPROACHING-BALANCE      PIC S9(9)V99 VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'ACCOUNTS APPROACHING TIME-BARRED STATUS'.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'WINDOW: '.
           05  WS-HDG-WINDOW               PIC ZZ9.
           05  FILLER                      PIC X(5) VALUE ' DAYS'.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE 'CUST ID'.
           05  FILLER                      PIC X(32) VALUE 'NAME'.
           05  FILLER                      PIC X(4) VALUE 'ST'.
           05  FILLER                      PIC X(4) VALUE 'YRS'.
           05  FILLER                      PIC X(12) VALUE 'LAST PAID'.
           05  FILLER                      PIC X(3) VALUE 'SRC'.
           05  FILLER                      PIC X(12) VALUE 'BARRED ON'.
           05  FILLER                      PIC X(6) VALUE 'DAYS'.
           05  FILLER                      PIC X(15) VALUE 'BALANCE'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-NAME                 PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-STATE                PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-YEARS                PIC Z9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-LAST-PAY-DATE        PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DTL-SOURCE               PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-LIMIT-DATE           PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DTL-DAYS-LEFT            PIC ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(28).
           05  WS-SUM-VALUE                PIC ZZZ,ZZ9.

       01  WS-SUMMARY-AMOUNT-LINE.
           05  WS-SUM-AMT-LABEL            PIC X(28).
           05  WS-SUM-AMT-VALUE            PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CUSTOMER UNTIL WS-EOF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-WATCH-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-WINDOW-DAYS NUMERIC
               AND WS-PARM-WINDOW-DAYS NOT = '000'
               MOVE WS-PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT WATCH-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING LIMITATION WATCH REPORT: '
                   WS-PRINT-STATUS
               SET WS-EOF TO TRUE
           ELSE
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               MOVE WS-WINDOW-DAYS TO WS-HDG-WINDOW
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
           END-IF.

       2000-PROCESS-CUSTOMER SECTION.

       2000-PROCESS.
           READ CUSTOMER-FILE INTO WS-WORK-CUSTOMER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   EVALUATE TRUE
                       WHEN CUST-BALANCE OF WS-WORK-CUSTOMER NOT > 0
                       WHEN CUST-STAT-SOLD OF WS-WORK-CUSTOMER
                           CONTINUE
                       WHEN OTHER
                           PERFORM 3000-CHECK-ACCOUNT
                   END-EVALUATE
           END-READ.

       3000-CHECK-ACCOUNT SECTION.

       3000-CHECK.
           ADD 1 TO WS-ACCOUNTS-CHECKED
           SET SL-FN-CHECK TO TRUE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO SL-CUST-ID
           MOVE CUST-COUNTRY-CODE OF WS-WORK-CUSTOMER TO
               SL-COUNTRY-CODE
           MOVE CUST-STATE OF WS-WORK-CUSTOMER TO SL-STATE
           MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER TO
               SL-FALLBACK-DATE
           MOVE WS-TODAY-DATE TO SL-AS-OF-DATE
           CALL 'SOLCALC' USING SOLCALC-PARMS
           EVALUATE TRUE
               WHEN SL-NOT-TRACKED
                   ADD 1 TO WS-ACCOUNTS-NOT-TRACKED
               WHEN SL-TIME-BARRED
                   ADD 1 TO WS-ACCOUNTS-BARRED
               WHEN SL-DAYS-TO-LIMIT <= WS-WINDOW-DAYS
                   PERFORM 4000-WRITE-DETAIL-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4000-WRITE-DETAIL-LINE SECTION.

       4000-WRITE-DETAIL.
           ADD 1 TO WS-ACCOUNTS-APPROACHING
           ADD CUST-BALANCE OF WS-WORK-CUSTOMER TO
               WS-APPROACHING-BALANCE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO WS-DTL-CUST-ID
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO WS-DTL-NAME
           MOVE SL-STATE TO WS-DTL-STATE
           MOVE SL-LIMIT-YEARS TO WS-DTL-YEARS
           MOVE SL-LAST-PAY-DATE TO WS-DTL-LAST-PAY-DATE
           MOVE SL-LAST-PAY-SOURCE TO WS-DTL-SOURCE
           MOVE SL-LIMIT-DATE TO WS-DTL-LIMIT-DATE
           MOVE SL-DAYS-TO-LIMIT TO WS-DTL-DAYS-LEFT
           MOVE CUST-BALANCE OF WS-WORK-CUSTOMER TO WS-DTL-BALANCE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           SET SL-FN-CLOSE TO TRUE
           CALL 'SOLCALC' USING SOLCALC-PARMS
           CLOSE CUSTOMER-FILE
           MOVE 'CUSTOMERS READ' TO WS-SUM-LABEL
           MOVE WS-CUSTOMERS-READ TO WS-SUM-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNTS CHECKED' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-CHECKED TO WS-SUM-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'STATE NOT TRACKED' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-NOT-TRACKED TO WS-SUM-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ALREADY TIME-BARRED' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-BARRED TO WS-SUM-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'BARRED WITHIN WINDOW' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-APPROACHING TO WS-SUM-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'BALANCE WITHIN WINDOW' TO WS-SUM-AMT-LABEL
           MOVE WS-APPROACHING-BALANCE TO WS-SUM-AMT-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-AMOUNT-LINE
           CLOSE WATCH-REPORT
           DISPLAY 'CUSTOMERS READ:       ' WS-CUSTOMERS-READ
           DISPLAY 'ALREADY TIME-BARRED:  ' WS-ACCOUNTS-BARRED
           DISPLAY 'BARRED WITHIN WINDOW: ' WS-ACCOUNTS-APPROACHING.
