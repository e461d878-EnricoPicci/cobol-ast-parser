       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODSALE.
      *================================================================*
      * MONTHLY SALES BY PRODUCT REPORT
      * Quantities sold and merchandise revenue for one month, by
      * product within branch (CUST-BRANCH-CODE) within company
      * (CUST-COMPANY-CODE), with branch, company and grand totals.
      *
      * The month's sales are the purchases TRANPOST posted dated in
      * the period (TRANHIST), broken down by their item lines
      * (ITEMFILE). A line's revenue is its extended amount less its
      * share of the purchase discount, the same merchandise figure
      * RMAPROC credits a return at. Returns are netted against the
      * month of the sale, at the quantity RMAPROC has counted back on
      * the line so far: each line's returns are its revenue in
      * proportion to the units returned. A closed month rerun later
      * therefore shows the returns taken against it since.
      *
      * The period is the run parameter (YYYYMM); without one it is
      * the first open period on the period control file, the month
      * being closed. Lines carrying no product code report under
      * (UNCODED); a purchase with no item lines at all is counted at
      * the foot, since it cannot be put to any product.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRH-TRAN-ID
               FILE STATUS IS WS-TRH-STATUS.

           SELECT ITEM-DETAIL-FILE ASSIGN TO 'ITEMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITM-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRD-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.

           SELECT SALES-REPORT ASSIGN TO 'PRODRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'PRODSRT1'.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-HISTORY-FILE.
           COPY TRNHIST.

       FD  ITEM-DETAIL-FILE.
           COPY ITEMDTL.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODREC.

       FD  PERIOD-CONTROL-FILE.
           COPY PERDCTL.

       FD  SALES-REPORT.
       01  PRINT-LINE                      PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-COMPANY                 PIC X(2).
           05  SRT-BRANCH                  PIC X(3).
           05  SRT-PRODUCT                 PIC X(10).
           05  SRT-QTY-SOLD                PIC 9(5).
           05  SRT-QTY-RETURNED            PIC 9(5).
           05  SRT-GROSS                   PIC S9(9)V99.
           05  SRT-RETURNS                 PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01  WS-TRH-STATUS                   PIC XX.
           88  WS-TRH-OK                   VALUE '00'.

       01  WS-ITM-STATUS                   PIC XX.
           88  WS-ITM-OK                   VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-PRD-STATUS                   PIC XX.
           88  WS-PRD-OK                   VALUE '00'.

       01  WS-PCT-STATUS                   PIC XX.
           88  WS-PCT-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-TRH-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-TRH-EOF              VALUE 'Y'.
               88  WS-TRH-NOT-EOF          VALUE 'N'.
           05  WS-PCT-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-PCT-EOF              VALUE 'Y'.
               88  WS-PCT-NOT-EOF          VALUE 'N'.
           05  WS-ITM-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-ITM-SCAN-DONE        VALUE 'Y'.
               88  WS-ITM-SCAN-ACTIVE      VALUE 'N'.
           05  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
               88  WS-SORT-AT-END          VALUE 'Y'.
               88  WS-SORT-NOT-AT-END      VALUE 'N'.
           05  WS-PRODUCT-FILE-FLAG        PIC X VALUE 'N'.
               88  WS-PRODUCT-FILE-AVAILABLE VALUE 'Y'.
               88  WS-PRODUCT-FILE-ABSENT  VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).

      *----------------------------------------------------------------*
      * Optional reporting-period parameter (YYYYMM).
      *----------------------------------------------------------------*
       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-PERIOD              PIC X(6).
           05  FILLER                      PIC X(14).

       01  WS-SALES-PERIOD                 PIC 9(6) VALUE 0.

      *----------------------------------------------------------------*
      * The purchase being broken down: the customer's company and
      * branch, and the number of item lines found behind it.
      *----------------------------------------------------------------*
       01  WS-PURCHASE-WORK.
           05  WS-PUR-COMPANY              PIC X(2).
           05  WS-PUR-BRANCH               PIC X(3).
           05  WS-PUR-LINE-COUNT           PIC 9(3).
           05  WS-LINE-REVENUE             PIC S9(9)V99.
           05  WS-LINE-RETURNED-QTY        PIC 9(5).

       01  WS-SORTED-ENTRY.
           05  WS-SRE-COMPANY              PIC X(2).
           05  WS-SRE-BRANCH               PIC X(3).
           05  WS-SRE-PRODUCT              PIC X(10).
           05  WS-SRE-QTY-SOLD             PIC 9(5).
           05  WS-SRE-QTY-RETURNED         PIC 9(5).
           05  WS-SRE-GROSS                PIC S9(9)V99.
           05  WS-SRE-RETURNS              PIC S9(9)V99.

       01  WS-HOLD-KEYS.
           05  WS-HLD-COMPANY              PIC X(2).
           05  WS-HLD-BRANCH               PIC X(3).
           05  WS-HLD-PRODUCT              PIC X(10).

      *----------------------------------------------------------------*
      * Running totals at each level of the report: product within
      * branch within company, and the whole month.
      *----------------------------------------------------------------*
       01  WS-PRODUCT-TOTALS.
           05  WS-PDT-QTY-SOLD             PIC 9(9).
           05  WS-PDT-QTY-RETURNED         PIC 9(9).
           05  WS-PDT-GROSS                PIC S9(11)V99.
           05  WS-PDT-RETURNS              PIC S9(11)V99.

       01  WS-BRANCH-TOTALS.
           05  WS-BRT-QTY-SOLD             PIC 9(9).
           05  WS-BRT-QTY-RETURNED         PIC 9(9).
           05  WS-BRT-GROSS                PIC S9(11)V99.
           05  WS-BRT-RETURNS              PIC S9(11)V99.

       01  WS-COMPANY-TOTALS.
           05  WS-CMT-QTY-SOLD             PIC 9(9).
           05  WS-CMT-QTY-RETURNED         PIC 9(9).
           05  WS-CMT-GROSS                PIC S9(11)V99.
           05  WS-CMT-RETURNS              PIC S9(11)V99.

       01  WS-GRAND-TOTALS.
           05  WS-GRT-QTY-SOLD             PIC 9(9).
           05  WS-GRT-QTY-RETURNED         PIC 9(9).
           05  WS-GRT-GROSS                PIC S9(11)V99.
           05  WS-GRT-RETURNS              PIC S9(11)V99.

       01  WS-RUN-TOTALS.
           05  WS-HISTORY-READ             PIC 9(9) VALUE 0.
           05  WS-PURCHASES-SELECTED       PIC 9(7) VALUE 0.
           05  WS-LINES-RELEASED           PIC 9(7) VALUE 0.
           05  WS-PURCHASES-UNITEMIZED     PIC 9(7) VALUE 0.
           05  WS-UNITEMIZED-AMOUNT        PIC S9(11)V99 VALUE 0.
           05  WS-CUSTOMERS-MISSING        PIC 9(7) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(32)
               VALUE 'MONTHLY SALES BY PRODUCT'.
           05  FILLER                      PIC X(8) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'PERIOD: '.
           05  WS-HDG-PERIOD               PIC 9(6).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(8) VALUE 'CO BRN'.
           05  FILLER                      PIC X(11) VALUE 'PRODUCT'.
           05  FILLER                      PIC X(25)
               VALUE 'DESCRIPTION'.
           05  FILLER                      PIC X(11) VALUE '      SOLD'.
           05  FILLER                      PIC X(11) VALUE '  RETURNED'.
           05  FILLER                      PIC X(11) VALUE '   NET QTY'.
           05  FILLER                      PIC X(16)
               VALUE '   GROSS REVENUE'.
           05  FILLER                      PIC X(16)
               VALUE '         RETURNS'.
           05  FILLER                      PIC X(16)
               VALUE '     NET REVENUE'.

       01  WS-SALES-LINE.
           05  WS-SLN-COMPANY              PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-SLN-BRANCH               PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SLN-PRODUCT              PIC X(10).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-SLN-DESCRIPTION          PIC X(24).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-SLN-QTY-SOLD             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-SLN-QTY-RETURNED         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-SLN-NET-QTY              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-SLN-GROSS                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-SLN-RETURNS              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-SLN-NET                  PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-UNITEMIZED-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'PURCHASES WITHOUT ITEM LINES:'.
           05  WS-UNL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-UNL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-COMPANY SRT-BRANCH SRT-PRODUCT
                   INPUT PROCEDURE IS 2000-SELECT-SALES
                   OUTPUT PROCEDURE IS 3000-PRINT-SALES
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-GRAND-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-PERIOD NUMERIC AND WS-PARM-PERIOD NOT =
               '000000'
               MOVE WS-PARM-PERIOD TO WS-SALES-PERIOD
           ELSE
               PERFORM 1100-LOAD-OPEN-PERIOD
           END-IF
           OPEN OUTPUT SALES-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING SALES BY PRODUCT REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF NOT WS-TRH-OK
               DISPLAY 'ERROR OPENING TRANSACTION HISTORY FILE: '
                   WS-TRH-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT ITEM-DETAIL-FILE
           IF NOT WS-ITM-OK
               DISPLAY 'ERROR OPENING ITEM DETAIL FILE: '
                   WS-ITM-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PRD-OK
               SET WS-PRODUCT-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-PRODUCT-FILE-ABSENT TO TRUE
               DISPLAY 'PRODUCT MASTER NOT AVAILABLE, DESCRIPTIONS '
                   'LEFT BLANK: ' WS-PRD-STATUS
           END-IF
           IF WS-RUN-CLEAN
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               MOVE WS-SALES-PERIOD TO WS-HDG-PERIOD
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
           END-IF.

      *----------------------------------------------------------------*
      * The companies close the same month in step, so the first open
      * period on the control file is the month being reported.
      *----------------------------------------------------------------*
       1100-LOAD-OPEN-PERIOD SECTION.

       1100-LOAD-PERIOD.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF NOT WS-PCT-OK
               DISPLAY 'ERROR OPENING PERIOD CONTROL FILE: '
                   WS-PCT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-PCT-NOT-EOF TO TRUE
               PERFORM 1110-READ-PERIOD-RECORD UNTIL WS-PCT-EOF
               CLOSE PERIOD-CONTROL-FILE
               IF WS-SALES-PERIOD = 0
                   DISPLAY 'NO OPEN PERIOD ON FILE AND NO PERIOD '
                       'GIVEN, SALES REPORT REFUSED'
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       1110-READ-PERIOD-RECORD SECTION.

       1110-READ-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PCT-EOF TO TRUE
               NOT AT END
                   IF PCT-OPEN AND WS-SALES-PERIOD = 0
                       MOVE PCT-PERIOD TO WS-SALES-PERIOD
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Every purchase posted in the period releases one sort row per
      * item line, under the buying customer's company and branch.
      *----------------------------------------------------------------*
       2000-SELECT-SALES SECTION.

       2000-SELECT.
           SET WS-TRH-NOT-EOF TO TRUE
           PERFORM 2100-READ-ONE-HISTORY UNTIL WS-TRH-EOF.

       2100-READ-ONE-HISTORY SECTION.

       2100-READ-HISTORY.
           READ TRANSACTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-TRH-EOF TO TRUE
           END-READ
           IF NOT WS-TRH-EOF AND NOT WS-TRH-OK
               DISPLAY 'ERROR READING TRANSACTION HISTORY: '
                   WS-TRH-STATUS
               SET WS-TRH-EOF TO TRUE
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF NOT WS-TRH-EOF
               ADD 1 TO WS-HISTORY-READ
               IF TRH-PURCHASE
                   AND TRH-TRAN-DATE(1:6) = WS-SALES-PERIOD
                   ADD 1 TO WS-PURCHASES-SELECTED
                   PERFORM 2200-LOOKUP-CUSTOMER
                   PERFORM 2300-RELEASE-ITEM-LINES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * TRH-CUST-ID only carries the CUST-ID half of CUST-KEY; START
      * positions to the first key NOT LESS THAN CUST-ID with a low
      * CUST-TYPE and READ NEXT RECORD picks up that customer however
      * its CUST-TYPE happens to be coded. A purged customer's sales
      * still count, under company 01 and no branch.
      *----------------------------------------------------------------*
       2200-LOOKUP-CUSTOMER SECTION.

       2200-LOOKUP-CUST.
           MOVE '01' TO WS-PUR-COMPANY
           MOVE SPACES TO WS-PUR-BRANCH
           MOVE TRH-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD
           END-IF
           IF WS-FILE-OK
               AND CUST-ID OF CUSTOMER-RECORD = TRH-CUST-ID
               IF CUST-COMPANY-CODE OF CUSTOMER-RECORD NOT = SPACES
                   MOVE CUST-COMPANY-CODE OF CUSTOMER-RECORD
                       TO WS-PUR-COMPANY
               END-IF
               MOVE CUST-BRANCH-CODE OF CUSTOMER-RECORD
                   TO WS-PUR-BRANCH
           ELSE
               ADD 1 TO WS-CUSTOMERS-MISSING
           END-IF.

       2300-RELEASE-ITEM-LINES SECTION.

       2300-RELEASE-LINES.
           MOVE 0 TO WS-PUR-LINE-COUNT
           SET WS-ITM-SCAN-ACTIVE TO TRUE
           MOVE TRH-TRAN-ID TO ITM-TRAN-ID
           MOVE 0 TO ITM-LINE-NO
           START ITEM-DETAIL-FILE KEY IS NOT LESS THAN ITM-KEY
               INVALID KEY
                   SET WS-ITM-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-ITM-OK
               SET WS-ITM-SCAN-DONE TO TRUE
           END-IF
           PERFORM 2310-RELEASE-ONE-LINE UNTIL WS-ITM-SCAN-DONE
           IF WS-PUR-LINE-COUNT = 0
               ADD 1 TO WS-PURCHASES-UNITEMIZED
               ADD TRH-AMOUNT TO WS-UNITEMIZED-AMOUNT
           END-IF.

      *----------------------------------------------------------------*
      * A line cannot have more returned than it sold; the returns
      * are the line's revenue in proportion to the units back.
      *----------------------------------------------------------------*
       2310-RELEASE-ONE-LINE SECTION.

       2310-RELEASE-ONE.
           READ ITEM-DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-ITM-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-ITM-SCAN-DONE
               IF NOT WS-ITM-OK
                   OR ITM-TRAN-ID NOT = TRH-TRAN-ID
                   SET WS-ITM-SCAN-DONE TO TRUE
               END-IF
           END-IF
           IF NOT WS-ITM-SCAN-DONE
               ADD 1 TO WS-PUR-LINE-COUNT
               COMPUTE WS-LINE-REVENUE =
                   ITM-EXTENDED-AMOUNT - ITM-DISCOUNT-SHARE
               IF ITM-RETURNED-QTY > ITM-QUANTITY
                   MOVE ITM-QUANTITY TO WS-LINE-RETURNED-QTY
               ELSE
                   MOVE ITM-RETURNED-QTY TO WS-LINE-RETURNED-QTY
               END-IF
               MOVE WS-PUR-COMPANY TO SRT-COMPANY
               MOVE WS-PUR-BRANCH TO SRT-BRANCH
               MOVE ITM-PRODUCT-CODE TO SRT-PRODUCT
               MOVE ITM-QUANTITY TO SRT-QTY-SOLD
               MOVE WS-LINE-RETURNED-QTY TO SRT-QTY-RETURNED
               MOVE WS-LINE-REVENUE TO SRT-GROSS
               IF ITM-QUANTITY = 0
                   MOVE 0 TO SRT-RETURNS
               ELSE
                   COMPUTE SRT-RETURNS ROUNDED =
                       WS-LINE-REVENUE * WS-LINE-RETURNED-QTY
                           / ITM-QUANTITY
               END-IF
               RELEASE SORT-WORK-RECORD
               ADD 1 TO WS-LINES-RELEASED
           END-IF.

      *----------------------------------------------------------------*
      * Control breaks on company, branch and product, in that order
      * of precedence; each level prints its line as it closes.
      *----------------------------------------------------------------*
       3000-PRINT-SALES SECTION.

       3000-PRINT.
           IF WS-RUN-CLEAN
               SET WS-SORT-NOT-AT-END TO TRUE
               PERFORM 3050-RETURN-SORTED-ENTRY
               PERFORM 3100-TAKE-COMPANY UNTIL WS-SORT-AT-END
               MOVE SPACES TO WS-SALES-LINE
               MOVE 'GRAND TOTAL' TO WS-SLN-DESCRIPTION
               MOVE WS-GRT-QTY-SOLD TO WS-SLN-QTY-SOLD
               MOVE WS-GRT-QTY-RETURNED TO WS-SLN-QTY-RETURNED
               COMPUTE WS-SLN-NET-QTY =
                   WS-GRT-QTY-SOLD - WS-GRT-QTY-RETURNED
               MOVE WS-GRT-GROSS TO WS-SLN-GROSS
               MOVE WS-GRT-RETURNS TO WS-SLN-RETURNS
               COMPUTE WS-SLN-NET = WS-GRT-GROSS - WS-GRT-RETURNS
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM WS-SALES-LINE
               MOVE WS-PURCHASES-UNITEMIZED TO WS-UNL-COUNT
               MOVE WS-UNITEMIZED-AMOUNT TO WS-UNL-AMOUNT
               WRITE PRINT-LINE FROM WS-UNITEMIZED-LINE
           END-IF.

       3050-RETURN-SORTED-ENTRY SECTION.

       3050-RETURN-SORTED.
           RETURN SORT-WORK-FILE INTO WS-SORTED-ENTRY
               AT END
                   SET WS-SORT-AT-END TO TRUE
           END-RETURN.

       3100-TAKE-COMPANY SECTION.

       3100-TAKE-CO.
           MOVE WS-SRE-COMPANY TO WS-HLD-COMPANY
           INITIALIZE WS-COMPANY-TOTALS
           PERFORM 3200-TAKE-BRANCH
               UNTIL WS-SORT-AT-END
                   OR WS-SRE-COMPANY NOT = WS-HLD-COMPANY
           MOVE SPACES TO WS-SALES-LINE
           MOVE WS-HLD-COMPANY TO WS-SLN-COMPANY
           MOVE 'COMPANY TOTAL' TO WS-SLN-DESCRIPTION
           MOVE WS-CMT-QTY-SOLD TO WS-SLN-QTY-SOLD
           MOVE WS-CMT-QTY-RETURNED TO WS-SLN-QTY-RETURNED
           COMPUTE WS-SLN-NET-QTY =
               WS-CMT-QTY-SOLD - WS-CMT-QTY-RETURNED
           MOVE WS-CMT-GROSS TO WS-SLN-GROSS
           MOVE WS-CMT-RETURNS TO WS-SLN-RETURNS
           COMPUTE WS-SLN-NET = WS-CMT-GROSS - WS-CMT-RETURNS
           WRITE PRINT-LINE FROM WS-SALES-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD WS-CMT-QTY-SOLD TO WS-GRT-QTY-SOLD
           ADD WS-CMT-QTY-RETURNED TO WS-GRT-QTY-RETURNED
           ADD WS-CMT-GROSS TO WS-GRT-GROSS
           ADD WS-CMT-RETURNS TO WS-GRT-RETURNS.

       3200-TAKE-BRANCH SECTION.

       3200-TAKE-BRN.
           MOVE WS-SRE-BRANCH TO WS-HLD-BRANCH
           INITIALIZE WS-BRANCH-TOTALS
           PERFORM 3300-TAKE-PRODUCT
               UNTIL WS-SORT-AT-END
                   OR WS-SRE-COMPANY NOT = WS-HLD-COMPANY
                   OR WS-SRE-BRANCH NOT = WS-HLD-BRANCH
           MOVE SPACES TO WS-SALES-LINE
           MOVE WS-HLD-COMPANY TO WS-SLN-COMPANY
           MOVE WS-HLD-BRANCH TO WS-SLN-BRANCH
           MOVE 'BRANCH TOTAL' TO WS-SLN-DESCRIPTION
           MOVE WS-BRT-QTY-SOLD TO WS-SLN-QTY-SOLD
           MOVE WS-BRT-QTY-RETURNED TO WS-SLN-QTY-RETURNED
           COMPUTE WS-SLN-NET-QTY =
               WS-BRT-QTY-SOLD - WS-BRT-QTY-RETURNED
           MOVE WS-BRT-GROSS TO WS-SLN-GROSS
           MOVE WS-BRT-RETURNS TO WS-SLN-RETURNS
           COMPUTE WS-SLN-NET = WS-BRT-GROSS - WS-BRT-RETURNS
           WRITE PRINT-LINE FROM WS-SALES-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD WS-BRT-QTY-SOLD TO WS-CMT-QTY-SOLD
           ADD WS-BRT-QTY-RETURNED TO WS-CMT-QTY-RETURNED
           ADD WS-BRT-GROSS TO WS-CMT-GROSS
           ADD WS-BRT-RETURNS TO WS-CMT-RETURNS.

       3300-TAKE-PRODUCT SECTION.

       3300-TAKE-PRD.
           MOVE WS-SRE-PRODUCT TO WS-HLD-PRODUCT
           INITIALIZE WS-PRODUCT-TOTALS
           PERFORM 3310-ADD-TO-PRODUCT
               UNTIL WS-SORT-AT-END
                   OR WS-SRE-COMPANY NOT = WS-HLD-COMPANY
                   OR WS-SRE-BRANCH NOT = WS-HLD-BRANCH
                   OR WS-SRE-PRODUCT NOT = WS-HLD-PRODUCT
           MOVE SPACES TO WS-SALES-LINE
           MOVE WS-HLD-COMPANY TO WS-SLN-COMPANY
           MOVE WS-HLD-BRANCH TO WS-SLN-BRANCH
           PERFORM 3320-DESCRIBE-PRODUCT
           MOVE WS-PDT-QTY-SOLD TO WS-SLN-QTY-SOLD
           MOVE WS-PDT-QTY-RETURNED TO WS-SLN-QTY-RETURNED
           COMPUTE WS-SLN-NET-QTY =
               WS-PDT-QTY-SOLD - WS-PDT-QTY-RETURNED
           MOVE WS-PDT-GROSS TO WS-SLN-GROSS
           MOVE WS-PDT-RETURNS TO WS-SLN-RETURNS
           COMPUTE WS-SLN-NET = WS-PDT-GROSS - WS-PDT-RETURNS
           WRITE PRINT-LINE FROM WS-SALES-LINE
           ADD WS-PDT-QTY-SOLD TO WS-BRT-QTY-SOLD
           ADD WS-PDT-QTY-RETURNED TO WS-BRT-QTY-RETURNED
           ADD WS-PDT-GROSS TO WS-BRT-GROSS
           ADD WS-PDT-RETURNS TO WS-BRT-RETURNS.

       3310-ADD-TO-PRODUCT SECTION.

       3310-ADD-PRD.
           ADD WS-SRE-QTY-SOLD TO WS-PDT-QTY-SOLD
           ADD WS-SRE-QTY-RETURNED TO WS-PDT-QTY-RETURNED
           ADD WS-SRE-GROSS TO WS-PDT-GROSS
           ADD WS-SRE-RETURNS TO WS-PDT-RETURNS
           PERFORM 3050-RETURN-SORTED-ENTRY.

       3320-DESCRIBE-PRODUCT SECTION.

       3320-DESCRIBE.
           IF WS-HLD-PRODUCT = SPACES
               MOVE '(UNCODED)' TO WS-SLN-PRODUCT
               MOVE 'NO PRODUCT ON LINE' TO WS-SLN-DESCRIPTION
           ELSE
               MOVE WS-HLD-PRODUCT TO WS-SLN-PRODUCT
               IF WS-PRODUCT-FILE-AVAILABLE
                   MOVE WS-HLD-PRODUCT TO PRD-PRODUCT-CODE
                   READ PRODUCT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-PRD-OK
                       MOVE PRD-DESCRIPTION TO WS-SLN-DESCRIPTION
                   ELSE
                       MOVE 'NOT ON PRODUCT MASTER' TO
                           WS-SLN-DESCRIPTION
                   END-IF
               END-IF
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE TRANSACTION-HISTORY-FILE
           CLOSE ITEM-DETAIL-FILE
           CLOSE CUSTOMER-FILE
           IF WS-PRODUCT-FILE-AVAILABLE
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           IF WS-PRINT-OK
               CLOSE SALES-REPORT
           END-IF
           DISPLAY 'SALES PERIOD:            ' WS-SALES-PERIOD
           DISPLAY 'HISTORY ROWS READ:       ' WS-HISTORY-READ
           DISPLAY 'PURCHASES SELECTED:      ' WS-PURCHASES-SELECTED
           DISPLAY 'ITEM LINES REPORTED:     ' WS-LINES-RELEASED
           DISPLAY 'PURCHASES UNITEMIZED:    ' WS-PURCHASES-UNITEMIZED
           DISPLAY 'CUSTOMERS NOT ON FILE:   ' WS-CUSTOMERS-MISSING
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   DISPLAY 'SALES BY PRODUCT REPORT NOT COMPLETED'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CUSTOMERS-MISSING > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
