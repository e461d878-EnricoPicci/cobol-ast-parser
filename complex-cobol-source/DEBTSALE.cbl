       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBTSALE.
      *================================================================*
      * SALE OF CHARGED-OFF ACCOUNTS TO A DEBT BUYER
      * Works a selection file of written-off customers being sold to
      * the debt buyer named on the run parameter, each at the price
      * the buyer is paying for it. Every selection must carry an
      * approver with write-off authority on the security master (a
      * sale disposes of the debt the same way the write-off did), a
      * customer on file that is neither already sold nor placed with
      * a collection agency (AGYRECAL must bring it back first) nor
      * held for sanctions review, and at least one unsold row on the
      * WOLEDGER write-off ledger.
      *
      * The ledger is rewritten in place: each unsold row of a
      * selected customer is marked sold with the sale date, the buyer
      * and the price. The buyer's file then gets one record per
      * account sold - name, address, the charged-off balance net of
      * recoveries since the write-off, the last payment, and a
      * summary of the account's payment history off PAYHIST. The
      * customer's account status goes to sold (reason DS), journalled
      * to the audit file like a CUSTMAIN update, so TRANPOST forwards
      * any later payment to the buyer instead of posting it and
      * CBREXTR reports the account to the bureau as sold.
      *
      * Run parameter 'F' in position 1 produces the forward-to-buyer
      * report instead: the payments TRANPOST diverted for sold
      * accounts, each against the buyer and sale date off the
      * ledger, with a total to remit. The diverted payment file is
      * emptied once the report is written, so a payment is reported
      * once.
      *
      * Sale run parameter: position 1 'S' or space, the buyer ID in
      * positions 2-9 (required) and the sale date in positions 10-17
      * (today when not supplied).
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALE-SELECTION-FILE ASSIGN TO 'DSSELECT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT WRITEOFF-LEDGER ASSIGN TO 'WOLEDGER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOL-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMH-KEY
               FILE STATUS IS WS-PMH-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPR-MASTER-STATUS.

           SELECT BUYER-FILE ASSIGN TO 'DSBUYOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUY-STATUS.

           SELECT FORWARD-PAYMENT-FILE ASSIGN TO 'FWDPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FWD-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDITFIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SALE-REPORT ASSIGN TO 'DSRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALE-SELECTION-FILE.
       01  SALE-SELECTION-RECORD.
           05  DSS-CUST-ID                 PIC 9(8).
           05  DSS-SALE-PRICE              PIC 9(7)V99.
           05  DSS-APPROVED-BY             PIC X(8).
           05  FILLER                      PIC X(55).

       FD  WRITEOFF-LEDGER.
           COPY WOLEDGER.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

      *----------------------------------------------------------------*
      * Debt buyer file: one row per account sold, carrying what the
      * buyer needs to collect it and the history behind the balance.
      *----------------------------------------------------------------*
       FD  BUYER-FILE.
       01  BUYER-RECORD.
           05  BUY-BUYER-ID                PIC X(8).
           05  BUY-SALE-DATE               PIC 9(8).
           05  BUY-CUST-ID                 PIC 9(8).
           05  BUY-CUST-TYPE               PIC X(2).
           05  BUY-NAME                    PIC X(56).
           05  BUY-STREET                  PIC X(40).
           05  BUY-CITY                    PIC X(25).
           05  BUY-STATE                   PIC X(2).
           05  BUY-POSTAL-CODE             PIC X(9).
           05  BUY-COUNTRY-CODE            PIC X(2).
           05  BUY-PHONE                   PIC 9(10).
           05  BUY-CURRENCY-CODE           PIC X(3).
           05  BUY-WRITEOFF-DATE           PIC 9(8).
           05  BUY-CHARGED-OFF-AMOUNT      PIC 9(9)V99.
           05  BUY-RECOVERED-AMOUNT        PIC 9(9)V99.
           05  BUY-BALANCE                 PIC 9(9)V99.
           05  BUY-LAST-PAYMENT-DATE       PIC 9(8).
           05  BUY-LAST-PAYMENT            PIC 9(7)V99.
      *----------------------------------------------------------------*
      * Payment history summary: every payment ever applied that was
      * not later reversed, and how many were reversed.
      *----------------------------------------------------------------*
           05  BUY-FIRST-PAYMENT-DATE      PIC 9(8).
           05  BUY-PAYMENT-COUNT           PIC 9(5).
           05  BUY-PAYMENT-TOTAL           PIC 9(9)V99.
           05  BUY-REVERSED-COUNT          PIC 9(5).
           05  BUY-CREDIT-LIMIT            PIC 9(7)V99.
           05  BUY-SALE-PRICE              PIC 9(7)V99.
           05  FILLER                      PIC X(22).

      *----------------------------------------------------------------*
      * Payments TRANPOST diverted for sold accounts, in the suspect
      * payment layout: the raw transaction plus why and when.
      *----------------------------------------------------------------*
       FD  FORWARD-PAYMENT-FILE.
           COPY SUSPREC REPLACING ==SUSPENSE-RECORD==
                              BY ==FORWARD-PAYMENT-RECORD==.

       FD  AUDIT-JOURNAL-FILE.
           COPY AUDITREC.

       FD  SALE-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SEL-STATUS                   PIC XX.
           88  WS-SEL-OK                   VALUE '00'.

       01  WS-WOL-STATUS                   PIC XX.
           88  WS-WOL-OK                   VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-PMH-STATUS                   PIC XX.
           88  WS-PMH-OK                   VALUE '00'.

       01  WS-OPR-MASTER-STATUS            PIC XX.
           88  WS-OPR-MASTER-OK            VALUE '00'.

       01  WS-BUY-STATUS                   PIC XX.
           88  WS-BUY-OK                   VALUE '00'.

       01  WS-FWD-STATUS                   PIC XX.
           88  WS-FWD-OK                   VALUE '00'.

       01  WS-AUDIT-STATUS                 PIC XX.
           88  WS-AUDIT-OK                 VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-BEFORE-IMAGE==.

       COPY TRANREC.

       COPY DATEPARM.

       COPY RUNPARM.

       COPY AUDCPARM.

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-RUN-MODE            PIC X(1).
               88  WS-PARM-FORWARD-MODE    VALUE 'F'.
               88  WS-PARM-SALE-MODE       VALUE 'S' SPACE.
           05  WS-PARM-BUYER-ID            PIC X(8).
           05  WS-PARM-SALE-DATE           PIC X(8).
           05  FILLER                      PIC X(3).

       01  WS-BUYER-ID                     PIC X(8) VALUE SPACES.
       01  WS-SALE-DATE                    PIC 9(8).

      *----------------------------------------------------------------*
      * Registry interlock on CUSTFILE, registered exclusive through
      * RUNCTL's LK function before the I-O open and released at end
      * of step. WRITEOFF takes the same lock before it extends the
      * ledger, so the ledger is never rewritten here while a
      * write-off run is adding to it.
      *----------------------------------------------------------------*
       01  WS-CUSTFILE-LOCK-FLAG           PIC X VALUE 'N'.
           88  WS-CUSTFILE-LOCKED          VALUE 'Y'.
           88  WS-CUSTFILE-NOT-LOCKED      VALUE 'N'.

      *----------------------------------------------------------------*
      * Payment history only feeds the buyer's summary; a missing
      * file is reported and the summary falls back to the customer
      * record's last payment.
      *----------------------------------------------------------------*
       01  WS-PMH-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-PMH-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-PMH-FILE-ABSENT          VALUE 'N'.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE 'N'.
               88  WS-CUSTOMER-FOUND       VALUE 'Y'.
           05  WS-AUTH-FOUND-FLAG          PIC X VALUE 'N'.
               88  WS-AUTH-FOUND           VALUE 'Y'.
           05  WS-SEL-FOUND-FLAG           PIC X VALUE 'N'.
               88  WS-SEL-FOUND            VALUE 'Y'.
               88  WS-SEL-NOT-FOUND        VALUE 'N'.
           05  WS-PMH-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-PMH-SCAN-DONE        VALUE 'Y'.
               88  WS-PMH-SCAN-ACTIVE      VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-LOOKUP-CUST-ID               PIC 9(8).
       01  WS-REJECT-REASON                PIC X(30).

      *----------------------------------------------------------------*
      * Accounts that passed the selection checks, held for the
      * ledger pass; each entry gathers its ledger rows' charged-off
      * amount and earliest write-off date as they are marked sold.
      *----------------------------------------------------------------*
       01  WS-SALE-COUNT                   PIC 9(4) VALUE 0.
       01  WS-SALE-TABLE.
           05  WS-SALE-ENTRY OCCURS 2000 TIMES.
               10  WS-SALE-CUST-ID         PIC 9(8).
               10  WS-SALE-PRICE           PIC 9(7)V99.
               10  WS-SALE-APPROVER        PIC X(8).
               10  WS-SALE-LEDGER-ROWS     PIC 9(3).
               10  WS-SALE-WO-AMOUNT       PIC 9(9)V99.
               10  WS-SALE-WO-DATE         PIC 9(8).

       01  WS-SALE-IDX                     PIC 9(4).
       01  WS-SALE-FOUND-IDX               PIC 9(4).

      *----------------------------------------------------------------*
      * Sold ledger rows loaded for the forward-to-buyer report, so
      * each diverted payment finds its buyer without rereading the
      * ledger; a ledger past the table's capacity warns and the
      * overflow accounts report with no buyer named.
      *----------------------------------------------------------------*
       01  WS-SOLD-COUNT                   PIC 9(5) VALUE 0.
       01  WS-SOLD-TABLE.
           05  WS-SOLD-ENTRY OCCURS 5000 TIMES.
               10  WS-SOLD-CUST-ID         PIC 9(8).
               10  WS-SOLD-BUYER-ID        PIC X(8).
               10  WS-SOLD-SALE-DATE       PIC 9(8).

       01  WS-SOLD-IDX                     PIC 9(5).
       01  WS-SOLD-FULL-COUNT              PIC 9(5) VALUE 0.

      *----------------------------------------------------------------*
      * Payment history summary for the account being sold.
      *----------------------------------------------------------------*
       01  WS-HISTORY-SUMMARY.
           05  WS-HST-PAYMENT-COUNT        PIC 9(5).
           05  WS-HST-PAYMENT-TOTAL        PIC S9(9)V99.
           05  WS-HST-REVERSED-COUNT       PIC 9(5).
           05  WS-HST-FIRST-DATE           PIC 9(8).
           05  WS-HST-LAST-DATE            PIC 9(8).
           05  WS-HST-LAST-AMOUNT          PIC S9(7)V99.
           05  WS-HST-RECOVERED            PIC S9(9)V99.

       01  WS-NET-BALANCE                  PIC S9(9)V99.

       01  WS-SALE-TOTALS.
           05  WS-SELECTIONS-READ          PIC 9(7) VALUE 0.
           05  WS-SELECTIONS-REJECTED      PIC 9(7) VALUE 0.
           05  WS-LEDGER-ROWS-SOLD         PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-SOLD            PIC 9(7) VALUE 0.
           05  WS-BALANCE-SOLD-TOTAL       PIC S9(11)V99 VALUE 0.
           05  WS-PRICE-TOTAL              PIC S9(11)V99 VALUE 0.
           05  WS-FORWARD-COUNT            PIC 9(7) VALUE 0.
           05  WS-FORWARD-TOTAL            PIC S9(11)V99 VALUE 0.

       01  WS-HEADING-LINE.
           05  WS-HDG-TITLE                PIC X(30).
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE 'BUYER: '.
           05  WS-HDG-BUYER                PIC X(8).

       01  WS-DETAIL-LINE.
           05  WS-DTL-LABEL                PIC X(14).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-PRICE                PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-APPROVER             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-NOTE                 PIC X(56).

       01  WS-FORWARD-LINE.
           05  WS-FWL-BUYER                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FWL-SALE-DATE            PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FWL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FWL-TRAN-ID              PIC 9(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FWL-PAY-DATE             PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FWL-AMOUNT               PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FWL-METHOD               PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FWL-REFERENCE            PIC X(20).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(30).
           05  WS-SUM-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SUM-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               IF WS-PARM-FORWARD-MODE
                   PERFORM 7000-REPORT-FORWARDED-PAYMENTS
               ELSE
                   PERFORM 2000-LOAD-SELECTION UNTIL WS-EOF
                   PERFORM 4000-MARK-LEDGER
                   PERFORM 5000-COMPLETE-ONE-SALE
                       VARYING WS-SALE-IDX FROM 1 BY 1
                       UNTIL WS-SALE-IDX > WS-SALE-COUNT
               END-IF
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-SALE-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE WS-TODAY-DATE TO WS-SALE-DATE
           OPEN OUTPUT SALE-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING DEBT SALE REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-PARM-FORWARD-MODE
               MOVE 'FORWARD-TO-BUYER PAYMENTS' TO WS-HDG-TITLE
           ELSE
               MOVE 'DEBT SALE REGISTER' TO WS-HDG-TITLE
               PERFORM 1050-EDIT-SALE-PARM
               IF WS-RUN-CLEAN
                   PERFORM 1100-OPEN-SALE-FILES
               END-IF
           END-IF
           IF WS-PRINT-OK
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               MOVE WS-BUYER-ID TO WS-HDG-BUYER
               WRITE PRINT-LINE FROM WS-HEADING-LINE
           END-IF.

      *----------------------------------------------------------------*
      * A sale must name its buyer; the sale date defaults to today
      * and a supplied date must be a real one.
      *----------------------------------------------------------------*
       1050-EDIT-SALE-PARM SECTION.

       1050-EDIT-PARM.
           IF WS-PARM-BUYER-ID = SPACES
               DISPLAY 'NO DEBT BUYER ON RUN PARAMETER, RUN REFUSED'
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE WS-PARM-BUYER-ID TO WS-BUYER-ID
           END-IF
           IF WS-PARM-SALE-DATE NUMERIC
               AND WS-PARM-SALE-DATE NOT = '00000000'
               SET DU-FN-VALIDATE TO TRUE
               MOVE WS-PARM-SALE-DATE TO DU-DATE-1
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               IF DU-VALID
                   MOVE WS-PARM-SALE-DATE TO WS-SALE-DATE
               ELSE
                   DISPLAY 'INVALID SALE DATE ON RUN PARAMETER: '
                       WS-PARM-SALE-DATE
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           IF WS-RUN-CLEAN
               DISPLAY 'SELLING TO DEBT BUYER ' WS-BUYER-ID
                   ' SALE DATE ' WS-SALE-DATE
           END-IF.

       1100-OPEN-SALE-FILES SECTION.

       1100-OPEN-SALE.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF NOT WS-OPR-MASTER-OK
               DISPLAY 'OPERATOR SECURITY MASTER NOT AVAILABLE, '
                   'RUN REFUSED: ' WS-OPR-MASTER-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           PERFORM 1200-LOCK-CUSTOMER-FILE
           IF WS-RUN-CLEAN
               OPEN I-O CUSTOMER-FILE
               IF NOT WS-FILE-OK
                   DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                       WS-FILE-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           OPEN INPUT SALE-SELECTION-FILE
           IF NOT WS-SEL-OK
               DISPLAY 'ERROR OPENING SALE SELECTION FILE: '
                   WS-SEL-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT BUYER-FILE
           IF NOT WS-BUY-OK
               DISPLAY 'ERROR OPENING DEBT BUYER FILE: '
                   WS-BUY-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-PMH-OK
               SET WS-PMH-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-PMH-FILE-ABSENT TO TRUE
               DISPLAY 'PAYMENT HISTORY FILE NOT AVAILABLE, HISTORY '
                   'SUMMARY SKIPPED: ' WS-PMH-STATUS
           END-IF
           OPEN EXTEND AUDIT-JOURNAL-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR OPENING AUDIT JOURNAL FILE: '
                   WS-AUDIT-STATUS
           END-IF
           IF WS-RUN-ABORTED
               SET WS-EOF TO TRUE
           END-IF.

       1200-LOCK-CUSTOMER-FILE SECTION.

       1200-LOCK-CUST.
           SET RC-FN-LOCK-FILE TO TRUE
           MOVE 'DEBTSALE' TO RC-PROGRAM-NAME
           MOVE 'CUSTFILE' TO RC-LOCK-NAME
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-NOT-OK
               DISPLAY 'CUSTFILE IS HELD BY ANOTHER UPDATER, '
                   'RUN REFUSED'
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-CUSTFILE-LOCKED TO TRUE
           END-IF.

       2000-LOAD-SELECTION SECTION.

       2000-LOAD.
           READ SALE-SELECTION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SELECTIONS-READ
                   PERFORM 3000-QUALIFY-SELECTION
           END-READ.

       3000-QUALIFY-SELECTION SECTION.

       3000-QUALIFY.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 3100-VALIDATE-AUTHORITY
           MOVE DSS-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM 3200-FIND-CUSTOMER
           PERFORM 3300-FIND-SALE-ENTRY
           EVALUATE TRUE
               WHEN NOT WS-AUTH-FOUND
                   MOVE 'UNAUTHORIZED APPROVER' TO WS-REJECT-REASON
               WHEN NOT WS-CUSTOMER-FOUND
                   MOVE 'CUSTOMER NOT FOUND' TO WS-REJECT-REASON
               WHEN CUST-STAT-SOLD OF WS-WORK-CUSTOMER
                   MOVE 'ACCOUNT ALREADY SOLD' TO WS-REJECT-REASON
               WHEN CUST-PLACED-WITH-AGENCY OF WS-WORK-CUSTOMER
                   MOVE 'PLACED WITH COLLECTION AGENCY' TO
                       WS-REJECT-REASON
               WHEN NOT CUST-SANCTIONS-NONE OF WS-WORK-CUSTOMER
                   MOVE 'UNDER SANCTIONS REVIEW' TO WS-REJECT-REASON
               WHEN DSS-SALE-PRICE NOT NUMERIC
                   MOVE 'SALE PRICE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN WS-SEL-FOUND
                   MOVE 'SELECTED TWICE' TO WS-REJECT-REASON
               WHEN WS-SALE-COUNT NOT < 2000
                   MOVE 'SALE TABLE FULL' TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-SALE-COUNT
                   MOVE DSS-CUST-ID TO WS-SALE-CUST-ID(WS-SALE-COUNT)
                   MOVE DSS-SALE-PRICE TO WS-SALE-PRICE(WS-SALE-COUNT)
                   MOVE DSS-APPROVED-BY TO
                       WS-SALE-APPROVER(WS-SALE-COUNT)
                   MOVE 0 TO WS-SALE-LEDGER-ROWS(WS-SALE-COUNT)
                   MOVE 0 TO WS-SALE-WO-AMOUNT(WS-SALE-COUNT)
                   MOVE 0 TO WS-SALE-WO-DATE(WS-SALE-COUNT)
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3900-REJECT-SELECTION
           END-IF.

      *----------------------------------------------------------------*
      * The same authority a write-off needs: an active operator
      * carrying write-off authority on the security master.
      *----------------------------------------------------------------*
       3100-VALIDATE-AUTHORITY SECTION.

       3100-VALIDATE-AUTH.
           MOVE 'N' TO WS-AUTH-FOUND-FLAG
           MOVE DSS-APPROVED-BY TO OPR-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OPR-MASTER-OK AND OPR-ACTIVE AND OPR-CAN-WRITEOFF
               SET WS-AUTH-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * The selection only carries the CUST-ID half of CUST-KEY, so
      * START positions to the first key NOT LESS THAN CUST-ID with a
      * low CUST-TYPE and READ NEXT RECORD picks up that customer
      * however its CUST-TYPE happens to be coded.
      *----------------------------------------------------------------*
       3200-FIND-CUSTOMER SECTION.

       3200-FIND-CUST.
           MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
           MOVE WS-LOOKUP-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   AND CUST-ID OF WS-WORK-CUSTOMER = WS-LOOKUP-CUST-ID
                   SET WS-CUSTOMER-FOUND TO TRUE
               END-IF
           END-IF.

       3300-FIND-SALE-ENTRY SECTION.

       3300-FIND-SALE.
           SET WS-SEL-NOT-FOUND TO TRUE
           MOVE 0 TO WS-SALE-FOUND-IDX
           PERFORM 3310-CHECK-ONE-SALE-ENTRY
               VARYING WS-SALE-IDX FROM 1 BY 1
               UNTIL WS-SALE-IDX > WS-SALE-COUNT OR WS-SEL-FOUND.

       3310-CHECK-ONE-SALE-ENTRY SECTION.

       3310-CHECK-SALE.
           IF WS-SALE-CUST-ID(WS-SALE-IDX) = WS-LOOKUP-CUST-ID
               SET WS-SEL-FOUND TO TRUE
               MOVE WS-SALE-IDX TO WS-SALE-FOUND-IDX
           END-IF.

       3900-REJECT-SELECTION SECTION.

       3900-REJECT.
           ADD 1 TO WS-SELECTIONS-REJECTED
           DISPLAY 'DEBT SALE REJECTED, ' WS-REJECT-REASON ': '
               WS-LOOKUP-CUST-ID
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'REJECTED' TO WS-DTL-LABEL
           MOVE WS-LOOKUP-CUST-ID TO WS-DTL-CUST-ID
           MOVE 0 TO WS-DTL-AMOUNT
           MOVE 0 TO WS-DTL-PRICE
           MOVE WS-REJECT-REASON TO WS-DTL-NOTE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------*
      * One pass over the ledger, rewritten in place: each unsold row
      * belonging to an accepted selection is marked sold. The price
      * rides the customer's first row sold.
      *----------------------------------------------------------------*
       4000-MARK-LEDGER SECTION.

       4000-MARK.
           OPEN I-O WRITEOFF-LEDGER
           IF WS-WOL-OK
               SET WS-NOT-EOF TO TRUE
               PERFORM 4100-MARK-ONE-LEDGER-ROW UNTIL WS-EOF
               CLOSE WRITEOFF-LEDGER
           ELSE
               DISPLAY 'ERROR OPENING WRITE-OFF LEDGER: '
                   WS-WOL-STATUS
               MOVE 0 TO WS-SALE-COUNT
           END-IF.

       4100-MARK-ONE-LEDGER-ROW SECTION.

       4100-MARK-ROW.
           READ WRITEOFF-LEDGER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF NOT WOL-SOLD
                       MOVE WOL-CUST-ID TO WS-LOOKUP-CUST-ID
                       PERFORM 3300-FIND-SALE-ENTRY
                       IF WS-SEL-FOUND
                           PERFORM 4200-SELL-LEDGER-ROW
                       END-IF
                   END-IF
           END-READ.

       4200-SELL-LEDGER-ROW SECTION.

       4200-SELL-ROW.
           SET WOL-SOLD TO TRUE
           MOVE WS-SALE-DATE TO WOL-SALE-DATE
           MOVE WS-BUYER-ID TO WOL-BUYER-ID
           IF WS-SALE-LEDGER-ROWS(WS-SALE-FOUND-IDX) = 0
               MOVE WS-SALE-PRICE(WS-SALE-FOUND-IDX) TO WOL-SALE-PRICE
           ELSE
               MOVE 0 TO WOL-SALE-PRICE
           END-IF
           REWRITE WRITEOFF-RECORD
           IF WS-WOL-OK
               ADD 1 TO WS-LEDGER-ROWS-SOLD
               ADD 1 TO WS-SALE-LEDGER-ROWS(WS-SALE-FOUND-IDX)
               ADD WOL-AMOUNT TO WS-SALE-WO-AMOUNT(WS-SALE-FOUND-IDX)
               IF WS-SALE-WO-DATE(WS-SALE-FOUND-IDX) = 0
                   OR WOL-WRITEOFF-DATE <
                       WS-SALE-WO-DATE(WS-SALE-FOUND-IDX)
                   MOVE WOL-WRITEOFF-DATE TO
                       WS-SALE-WO-DATE(WS-SALE-FOUND-IDX)
               END-IF
           ELSE
               DISPLAY 'ERROR MARKING LEDGER ROW SOLD FOR: '
                   WOL-CUST-ID ' STATUS: ' WS-WOL-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * An accepted selection with no unsold ledger row was never
      * written off (or was sold already) and is rejected now; the
      * rest go to the buyer and take sold status.
      *----------------------------------------------------------------*
       5000-COMPLETE-ONE-SALE SECTION.

       5000-COMPLETE.
           MOVE WS-SALE-CUST-ID(WS-SALE-IDX) TO WS-LOOKUP-CUST-ID
           IF WS-SALE-LEDGER-ROWS(WS-SALE-IDX) = 0
               MOVE 'NO UNSOLD WRITE-OFF ON LEDGER' TO WS-REJECT-REASON
               PERFORM 3900-REJECT-SELECTION
           ELSE
               PERFORM 3200-FIND-CUSTOMER
               IF WS-CUSTOMER-FOUND
                   PERFORM 5100-SUMMARIZE-HISTORY
                   PERFORM 5200-WRITE-BUYER-RECORD
                   PERFORM 5300-MARK-CUSTOMER-SOLD
               ELSE
                   DISPLAY 'CUSTOMER LOST BEFORE SALE COMPLETED: '
                       WS-LOOKUP-CUST-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Every payment on the account's history: the still-active ones
      * count and total, the first and the last; reversed ones are
      * only counted. Active payments dated after the write-off are
      * recoveries and come off the balance sold.
      *----------------------------------------------------------------*
       5100-SUMMARIZE-HISTORY SECTION.

       5100-SUMMARIZE.
           INITIALIZE WS-HISTORY-SUMMARY
           IF WS-PMH-FILE-AVAILABLE
               SET WS-PMH-SCAN-ACTIVE TO TRUE
               MOVE WS-LOOKUP-CUST-ID TO PMH-CUST-ID
               MOVE 0 TO PMH-SEQUENCE
               START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN PMH-KEY
                   INVALID KEY
                       SET WS-PMH-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-PMH-OK
                   SET WS-PMH-SCAN-DONE TO TRUE
               END-IF
               PERFORM 5110-SUMMARIZE-ONE-PAYMENT
                   UNTIL WS-PMH-SCAN-DONE
           END-IF
           IF WS-HST-LAST-DATE = 0
               MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER TO
                   WS-HST-LAST-DATE
               MOVE CUST-LAST-PAYMENT OF WS-WORK-CUSTOMER TO
                   WS-HST-LAST-AMOUNT
           END-IF
           COMPUTE WS-NET-BALANCE =
               WS-SALE-WO-AMOUNT(WS-SALE-IDX) - WS-HST-RECOVERED
           IF WS-NET-BALANCE < 0
               MOVE 0 TO WS-NET-BALANCE
           END-IF.

       5110-SUMMARIZE-ONE-PAYMENT SECTION.

       5110-SUMMARIZE-ONE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-PMH-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-PMH-SCAN-DONE
               IF NOT WS-PMH-OK
                   OR PMH-CUST-ID NOT = WS-LOOKUP-CUST-ID
                   SET WS-PMH-SCAN-DONE TO TRUE
               ELSE
                   IF PMH-REVERSED
                       ADD 1 TO WS-HST-REVERSED-COUNT
                   ELSE
                       ADD 1 TO WS-HST-PAYMENT-COUNT
                       ADD PMH-PAYMENT-AMOUNT TO WS-HST-PAYMENT-TOTAL
                       IF WS-HST-FIRST-DATE = 0
                           OR PMH-PAYMENT-DATE < WS-HST-FIRST-DATE
                           MOVE PMH-PAYMENT-DATE TO WS-HST-FIRST-DATE
                       END-IF
                       IF PMH-PAYMENT-DATE NOT < WS-HST-LAST-DATE
                           MOVE PMH-PAYMENT-DATE TO WS-HST-LAST-DATE
                           MOVE PMH-PAYMENT-AMOUNT TO
                               WS-HST-LAST-AMOUNT
                       END-IF
                       IF PMH-PAYMENT-DATE >
                           WS-SALE-WO-DATE(WS-SALE-IDX)
                           ADD PMH-PAYMENT-AMOUNT TO WS-HST-RECOVERED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5200-WRITE-BUYER-RECORD SECTION.

       5200-WRITE-BUYER.
           INITIALIZE BUYER-RECORD
           MOVE WS-BUYER-ID TO BUY-BUYER-ID
           MOVE WS-SALE-DATE TO BUY-SALE-DATE
           MOVE WS-LOOKUP-CUST-ID TO BUY-CUST-ID
           MOVE CUST-TYPE OF WS-WORK-CUSTOMER TO BUY-CUST-TYPE
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO BUY-NAME
           MOVE CUST-STREET OF WS-WORK-CUSTOMER TO BUY-STREET
           MOVE CUST-CITY OF WS-WORK-CUSTOMER TO BUY-CITY
           MOVE CUST-PROVINCE OF WS-WORK-CUSTOMER TO BUY-STATE
           MOVE CUST-POSTAL-CODE OF WS-WORK-CUSTOMER
               TO BUY-POSTAL-CODE
           MOVE CUST-COUNTRY-CODE OF WS-WORK-CUSTOMER
               TO BUY-COUNTRY-CODE
           MOVE CUST-PHONE OF WS-WORK-CUSTOMER TO BUY-PHONE
           MOVE CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER
               TO BUY-CURRENCY-CODE
           MOVE CUST-CREDIT-LIMIT OF WS-WORK-CUSTOMER
               TO BUY-CREDIT-LIMIT
           MOVE WS-SALE-WO-DATE(WS-SALE-IDX) TO BUY-WRITEOFF-DATE
           MOVE WS-SALE-WO-AMOUNT(WS-SALE-IDX) TO
               BUY-CHARGED-OFF-AMOUNT
           MOVE WS-HST-RECOVERED TO BUY-RECOVERED-AMOUNT
           MOVE WS-NET-BALANCE TO BUY-BALANCE
           MOVE WS-HST-LAST-DATE TO BUY-LAST-PAYMENT-DATE
           MOVE WS-HST-LAST-AMOUNT TO BUY-LAST-PAYMENT
           MOVE WS-HST-FIRST-DATE TO BUY-FIRST-PAYMENT-DATE
           MOVE WS-HST-PAYMENT-COUNT TO BUY-PAYMENT-COUNT
           MOVE WS-HST-PAYMENT-TOTAL TO BUY-PAYMENT-TOTAL
           MOVE WS-HST-REVERSED-COUNT TO BUY-REVERSED-COUNT
           MOVE WS-SALE-PRICE(WS-SALE-IDX) TO BUY-SALE-PRICE
           WRITE BUYER-RECORD
           IF WS-BUY-OK
               ADD 1 TO WS-ACCOUNTS-SOLD
               ADD WS-NET-BALANCE TO WS-BALANCE-SOLD-TOTAL
               ADD WS-SALE-PRICE(WS-SALE-IDX) TO WS-PRICE-TOTAL
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'SOLD' TO WS-DTL-LABEL
               MOVE WS-LOOKUP-CUST-ID TO WS-DTL-CUST-ID
               MOVE WS-NET-BALANCE TO WS-DTL-AMOUNT
               MOVE WS-SALE-PRICE(WS-SALE-IDX) TO WS-DTL-PRICE
               MOVE WS-SALE-APPROVER(WS-SALE-IDX) TO WS-DTL-APPROVER
               MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO WS-DTL-NOTE
               WRITE PRINT-LINE FROM WS-DETAIL-LINE
           ELSE
               DISPLAY 'ERROR WRITING DEBT BUYER RECORD FOR: '
                   WS-LOOKUP-CUST-ID ' STATUS: ' WS-BUY-STATUS
           END-IF.

       5300-MARK-CUSTOMER-SOLD SECTION.

       5300-MARK-SOLD.
           MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
           SET CUST-STAT-SOLD OF WS-WORK-CUSTOMER TO TRUE
           MOVE 'DS' TO CUST-STATUS-REASON OF WS-WORK-CUSTOMER
           REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
           IF WS-FILE-OK
               PERFORM 5400-WRITE-AUDIT-ENTRY
           ELSE
               DISPLAY 'ERROR MARKING CUSTOMER SOLD: '
                   WS-LOOKUP-CUST-ID ' STATUS: ' WS-FILE-STATUS
           END-IF.

       5400-WRITE-AUDIT-ENTRY SECTION.

       5400-WRITE-AUDIT.
           SET AUD-ACTION-UPDATE TO TRUE
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TS-TIME FROM TIME
           MOVE WS-LOOKUP-CUST-ID TO AUD-CUST-ID
           MOVE WS-SALE-APPROVER(WS-SALE-IDX) TO AUD-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
                   WS-LOOKUP-CUST-ID ' STATUS: ' WS-AUDIT-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * Forward-to-buyer report: sold ledger rows are loaded first so
      * each diverted payment prints against its buyer and sale date.
      *----------------------------------------------------------------*
       7000-REPORT-FORWARDED-PAYMENTS SECTION.

       7000-REPORT-FWD.
           OPEN INPUT WRITEOFF-LEDGER
           IF WS-WOL-OK
               SET WS-NOT-EOF TO TRUE
               PERFORM 7100-LOAD-ONE-SOLD-ROW UNTIL WS-EOF
               CLOSE WRITEOFF-LEDGER
           ELSE
               DISPLAY 'WRITE-OFF LEDGER NOT AVAILABLE, BUYERS NOT '
                   'NAMED: ' WS-WOL-STATUS
           END-IF
           OPEN INPUT FORWARD-PAYMENT-FILE
           IF WS-FWD-OK
               SET WS-NOT-EOF TO TRUE
               PERFORM 7200-REPORT-ONE-PAYMENT UNTIL WS-EOF
               CLOSE FORWARD-PAYMENT-FILE
               OPEN OUTPUT FORWARD-PAYMENT-FILE
               CLOSE FORWARD-PAYMENT-FILE
           ELSE
               DISPLAY 'NO FORWARD-TO-BUYER PAYMENTS ON FILE: '
                   WS-FWD-STATUS
           END-IF.

       7100-LOAD-ONE-SOLD-ROW SECTION.

       7100-LOAD-SOLD.
           READ WRITEOFF-LEDGER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WOL-SOLD
                       IF WS-SOLD-COUNT < 5000
                           ADD 1 TO WS-SOLD-COUNT
                           MOVE WOL-CUST-ID TO
                               WS-SOLD-CUST-ID(WS-SOLD-COUNT)
                           MOVE WOL-BUYER-ID TO
                               WS-SOLD-BUYER-ID(WS-SOLD-COUNT)
                           MOVE WOL-SALE-DATE TO
                               WS-SOLD-SALE-DATE(WS-SOLD-COUNT)
                       ELSE
                           ADD 1 TO WS-SOLD-FULL-COUNT
                       END-IF
                   END-IF
           END-READ.

       7200-REPORT-ONE-PAYMENT SECTION.

       7200-REPORT-ONE.
           READ FORWARD-PAYMENT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SUS-TRAN-DATA OF FORWARD-PAYMENT-RECORD
                       TO TRANSACTION-RECORD
                   MOVE SPACES TO WS-FORWARD-LINE
                   MOVE 0 TO WS-FWL-SALE-DATE
                   MOVE TRAN-CUSTOMER-ID TO WS-LOOKUP-CUST-ID
                   SET WS-SEL-NOT-FOUND TO TRUE
                   PERFORM 7210-CHECK-ONE-SOLD-ROW
                       VARYING WS-SOLD-IDX FROM 1 BY 1
                       UNTIL WS-SOLD-IDX > WS-SOLD-COUNT
                           OR WS-SEL-FOUND
                   MOVE TRAN-CUSTOMER-ID TO WS-FWL-CUST-ID
                   MOVE TRAN-ID TO WS-FWL-TRAN-ID
                   MOVE TRAN-DATE TO WS-FWL-PAY-DATE
                   MOVE TRAN-AMOUNT TO WS-FWL-AMOUNT
                   MOVE PAY-METHOD TO WS-FWL-METHOD
                   MOVE PAY-REFERENCE TO WS-FWL-REFERENCE
                   WRITE PRINT-LINE FROM WS-FORWARD-LINE
                   ADD 1 TO WS-FORWARD-COUNT
                   ADD TRAN-AMOUNT TO WS-FORWARD-TOTAL
           END-READ.

       7210-CHECK-ONE-SOLD-ROW SECTION.

       7210-CHECK-SOLD.
           IF WS-SOLD-CUST-ID(WS-SOLD-IDX) = WS-LOOKUP-CUST-ID
               SET WS-SEL-FOUND TO TRUE
               MOVE WS-SOLD-BUYER-ID(WS-SOLD-IDX) TO WS-FWL-BUYER
               MOVE WS-SOLD-SALE-DATE(WS-SOLD-IDX) TO WS-FWL-SALE-DATE
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-PARM-FORWARD-MODE
               MOVE 'PAYMENTS TO FORWARD' TO WS-SUM-LABEL
               MOVE WS-FORWARD-COUNT TO WS-SUM-COUNT
               MOVE WS-FORWARD-TOTAL TO WS-SUM-AMOUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               DISPLAY 'PAYMENTS TO FORWARD: ' WS-FORWARD-COUNT
               DISPLAY 'AMOUNT TO FORWARD:   ' WS-FORWARD-TOTAL
               IF WS-SOLD-FULL-COUNT > 0
                   DISPLAY 'WARNING: SOLD ACCOUNT TABLE FULL, '
                       WS-SOLD-FULL-COUNT ' LEDGER ROWS NOT LOADED'
               END-IF
           ELSE
               CLOSE SALE-SELECTION-FILE
               CLOSE CUSTOMER-FILE
               CLOSE OPERATOR-MASTER-FILE
               CLOSE BUYER-FILE
               CLOSE AUDIT-JOURNAL-FILE
               IF WS-PMH-FILE-AVAILABLE
                   CLOSE PAYMENT-HISTORY-FILE
               END-IF
               MOVE 'ACCOUNTS SOLD (NET BALANCE)' TO WS-SUM-LABEL
               MOVE WS-ACCOUNTS-SOLD TO WS-SUM-COUNT
               MOVE WS-BALANCE-SOLD-TOTAL TO WS-SUM-AMOUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'SALE PROCEEDS' TO WS-SUM-LABEL
               MOVE WS-ACCOUNTS-SOLD TO WS-SUM-COUNT
               MOVE WS-PRICE-TOTAL TO WS-SUM-AMOUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'SELECTIONS REJECTED' TO WS-SUM-LABEL
               MOVE WS-SELECTIONS-REJECTED TO WS-SUM-COUNT
               MOVE 0 TO WS-SUM-AMOUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               DISPLAY 'SELECTIONS READ:     ' WS-SELECTIONS-READ
               DISPLAY 'SELECTIONS REJECTED: ' WS-SELECTIONS-REJECTED
               DISPLAY 'LEDGER ROWS SOLD:    ' WS-LEDGER-ROWS-SOLD
               DISPLAY 'ACCOUNTS SOLD:       ' WS-ACCOUNTS-SOLD
               DISPLAY 'BALANCE SOLD:        ' WS-BALANCE-SOLD-TOTAL
               DISPLAY 'SALE PROCEEDS:       ' WS-PRICE-TOTAL
           END-IF
           CLOSE SALE-REPORT
           IF WS-CUSTFILE-LOCKED
               SET RC-FN-UNLOCK-FILE TO TRUE
               MOVE 'DEBTSALE' TO RC-PROGRAM-NAME
               MOVE 'CUSTFILE' TO RC-LOCK-NAME
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.
