       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYREMIT.
      *================================================================*
      * COLLECTION AGENCY REMITTANCE INTAKE
      * Converts the outside collection agency's remittance file into
      * a BH/BT-wrapped batch of 'PY' payment transactions for
      * TRANPOST to post through its normal validated path. Each
      * remittance row is one customer collection: the customer is
      * credited the gross the agency collected, and the commission
      * the agency kept back rides the payment as
      * PAY-AGENCY-COMMISSION so GLEXTR books it to the commission
      * expense account and only the net to cash. The payment method
      * is PAY-AGENCY, the agency's reference is PAY-REFERENCE and
      * the agency ID is PAY-BANK-CODE.
      *
      * A row is only accepted for a customer on the agency placement
      * master under the same agency - a remittance for a recalled
      * account is still accepted, since the agency may have
      * collected before the recall reached it. Accepted rows add to
      * the placement's collected and commission totals. Rows naming
      * an account never placed with that agency, with no amount, or
      * with a commission larger than the gross go to the exceptions
      * report and are left for the agency to correct.
      *
      * The batch is built in two passes over the remittance file
      * because the batch header's expected count must precede the
      * details it counts - the same arrangement LOCKBOX uses. Both
      * passes run the same checks, so what the first pass counts is
      * what the second pass writes.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-FILE ASSIGN TO 'AGYREMIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGR-STATUS.

           SELECT PLACEMENT-MASTER-FILE ASSIGN TO 'AGYMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-CUST-ID
               FILE STATUS IS WS-APL-STATUS.

           SELECT PAYMENT-TRAN-FILE ASSIGN TO 'AGYPYTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PYT-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO 'AGYREXCP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05  AGR-AGENCY-ID               PIC X(8).
           05  AGR-CUST-ID                 PIC 9(8).
           05  AGR-COLLECTED-DATE          PIC 9(8).
           05  AGR-GROSS-AMOUNT            PIC 9(7)V99.
           05  AGR-COMMISSION              PIC 9(7)V99.
           05  AGR-REFERENCE               PIC X(20).
           05  FILLER                      PIC X(18).

       FD  PLACEMENT-MASTER-FILE.
           COPY AGYPLREC.

       FD  PAYMENT-TRAN-FILE.
       01  PAYMENT-TRAN-RECORD             PIC X(145).

       FD  EXCEPTION-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-AGR-STATUS                   PIC XX.
           88  WS-AGR-OK                   VALUE '00'.

       01  WS-APL-STATUS                   PIC XX.
           88  WS-APL-OK                   VALUE '00'.

       01  WS-PYT-STATUS                   PIC XX.
           88  WS-PYT-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY TRANREC.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-ACCEPT-FLAG              PIC X VALUE 'N'.
               88  WS-ROW-ACCEPTED         VALUE 'Y'.
               88  WS-ROW-REJECTED         VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-RUN-TIME                     PIC 9(6).
       01  WS-REJECT-REASON                PIC X(24).

       01  WS-INTAKE-TOTALS.
           05  WS-ROWS-READ                PIC 9(7) VALUE 0.
           05  WS-ACCEPT-COUNT             PIC 9(7) VALUE 0.
           05  WS-ACCEPT-HASH              PIC S9(9)V99 VALUE 0.
           05  WS-PAYMENTS-WRITTEN         PIC 9(7) VALUE 0.
           05  WS-GROSS-TOTAL              PIC S9(9)V99 VALUE 0.
           05  WS-COMMISSION-TOTAL         PIC S9(9)V99 VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
           05  WS-REJECT-TOTAL             PIC S9(9)V99 VALUE 0.

       01  WS-TRAN-ID-WORK.
           05  WS-TID-DATE                 PIC 9(8).
           05  WS-TID-SERIAL               PIC 9(4) VALUE 0.

       01  WS-TRAN-ID-NUM REDEFINES WS-TRAN-ID-WORK
                                           PIC 9(12).

       01  WS-EXCEPTION-HEADING.
           05  FILLER                      PIC X(30)
               VALUE 'AGENCY REMITTANCE EXCEPTIONS'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-EXCEPTION-LINE.
           05  WS-EXL-AGENCY-ID            PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXL-REFERENCE            PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXL-GROSS                PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXL-COMMISSION           PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXL-REASON               PIC X(24).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-EOF
               PERFORM 2000-COUNT-ACCEPTED-ROWS
               PERFORM 3000-WRITE-BATCH-HEADER
               PERFORM 4000-BUILD-PAYMENT-BATCH
               PERFORM 5000-WRITE-BATCH-TRAILER
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-INTAKE-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-TODAY-DATE TO WS-TID-DATE
           OPEN I-O PLACEMENT-MASTER-FILE
           IF NOT WS-APL-OK
               DISPLAY 'ERROR OPENING AGENCY PLACEMENT MASTER: '
                   WS-APL-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT PAYMENT-TRAN-FILE
           IF NOT WS-PYT-OK
               DISPLAY 'ERROR OPENING PAYMENT TRANSACTION FILE: '
                   WS-PYT-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING REMITTANCE EXCEPTION REPORT: '
                   WS-PRINT-STATUS
               SET WS-EOF TO TRUE
           ELSE
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-EXCEPTION-HEADING
           END-IF.

       2000-COUNT-ACCEPTED-ROWS SECTION.

      *----------------------------------------------------------------*
      * First pass: size the batch so the header carries the expected
      * count and the trailer's hash total is known up front.
      *----------------------------------------------------------------*
       2000-COUNT.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT REMITTANCE-FILE
           IF NOT WS-AGR-OK
               DISPLAY 'ERROR OPENING AGENCY REMITTANCE FILE: '
                   WS-AGR-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 2100-COUNT-ONE-ROW UNTIL WS-EOF
               CLOSE REMITTANCE-FILE
           END-IF.

       2100-COUNT-ONE-ROW SECTION.

       2100-COUNT-ONE.
           READ REMITTANCE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 6000-CHECK-REMITTANCE-ROW
                   IF WS-ROW-ACCEPTED
                       ADD 1 TO WS-ACCEPT-COUNT
                       ADD AGR-GROSS-AMOUNT TO WS-ACCEPT-HASH
                   END-IF
           END-READ.

       3000-WRITE-BATCH-HEADER SECTION.

       3000-WRITE-HEADER.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 'BH' TO BHR-RECORD-TYPE
           MOVE WS-TODAY-DATE TO BHR-BATCH-DATE
           MOVE 'AGYREMIT  ' TO BHR-BATCH-ID
           MOVE WS-ACCEPT-COUNT TO BHR-EXPECTED-COUNT
           WRITE PAYMENT-TRAN-RECORD FROM TRANSACTION-RECORD.

       4000-BUILD-PAYMENT-BATCH SECTION.

       4000-BUILD.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT REMITTANCE-FILE
           IF NOT WS-AGR-OK
               DISPLAY 'ERROR REOPENING AGENCY REMITTANCE FILE: '
                   WS-AGR-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 4100-PROCESS-ONE-ROW UNTIL WS-EOF
               CLOSE REMITTANCE-FILE
           END-IF.

       4100-PROCESS-ONE-ROW SECTION.

       4100-PROCESS-ONE.
           READ REMITTANCE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 6000-CHECK-REMITTANCE-ROW
                   IF WS-ROW-ACCEPTED
                       PERFORM 4200-WRITE-PAYMENT-TRAN
                       PERFORM 4300-UPDATE-PLACEMENT
                   ELSE
                       PERFORM 4400-REPORT-EXCEPTION
                   END-IF
           END-READ.

       4200-WRITE-PAYMENT-TRAN SECTION.

       4200-WRITE-PAY.
           MOVE SPACES TO TRANSACTION-RECORD
           ADD 1 TO WS-TID-SERIAL
           MOVE WS-TRAN-ID-NUM TO TRAN-ID
           IF AGR-COLLECTED-DATE = 0
               MOVE WS-TODAY-DATE TO TRAN-DATE
           ELSE
               MOVE AGR-COLLECTED-DATE TO TRAN-DATE
           END-IF
           MOVE WS-RUN-TIME TO TRAN-TIME
           MOVE 'PY' TO TRAN-TYPE
           MOVE AGR-CUST-ID TO TRAN-CUSTOMER-ID
           MOVE AGR-GROSS-AMOUNT TO TRAN-AMOUNT
           SET PAY-AGENCY TO TRUE
           MOVE AGR-REFERENCE TO PAY-REFERENCE
           MOVE AGR-AGENCY-ID TO PAY-BANK-CODE
           MOVE ZEROS TO PAY-APPLIED-TO-TRAN
           MOVE AGR-COMMISSION TO PAY-AGENCY-COMMISSION
           WRITE PAYMENT-TRAN-RECORD FROM TRANSACTION-RECORD
           IF WS-PYT-OK
               ADD 1 TO WS-PAYMENTS-WRITTEN
               ADD AGR-GROSS-AMOUNT TO WS-GROSS-TOTAL
               ADD AGR-COMMISSION TO WS-COMMISSION-TOTAL
           ELSE
               DISPLAY 'ERROR WRITING AGENCY PAYMENT FOR: '
                   AGR-CUST-ID ' STATUS: ' WS-PYT-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * The placement row was read by the check just made, so it is
      * current for the rewrite.
      *----------------------------------------------------------------*
       4300-UPDATE-PLACEMENT SECTION.

       4300-UPDATE-PLC.
           ADD AGR-GROSS-AMOUNT TO APL-COLLECTED-GROSS
           ADD AGR-COMMISSION TO APL-COMMISSION-TOTAL
           MOVE TRAN-DATE TO APL-LAST-REMIT-DATE
           REWRITE AGENCY-PLACEMENT-RECORD
           IF NOT WS-APL-OK
               DISPLAY 'ERROR UPDATING PLACEMENT FOR: '
                   AGR-CUST-ID ' STATUS: ' WS-APL-STATUS
           END-IF.

       4400-REPORT-EXCEPTION SECTION.

       4400-REPORT-EXC.
           ADD 1 TO WS-REJECT-COUNT
           INITIALIZE WS-EXCEPTION-LINE
           MOVE AGR-AGENCY-ID TO WS-EXL-AGENCY-ID
           MOVE AGR-CUST-ID TO WS-EXL-CUST-ID
           MOVE AGR-REFERENCE TO WS-EXL-REFERENCE
           IF AGR-GROSS-AMOUNT NUMERIC
               ADD AGR-GROSS-AMOUNT TO WS-REJECT-TOTAL
               MOVE AGR-GROSS-AMOUNT TO WS-EXL-GROSS
           END-IF
           IF AGR-COMMISSION NUMERIC
               MOVE AGR-COMMISSION TO WS-EXL-COMMISSION
           END-IF
           MOVE WS-REJECT-REASON TO WS-EXL-REASON
           WRITE PRINT-LINE FROM WS-EXCEPTION-LINE.

       5000-WRITE-BATCH-TRAILER SECTION.

       5000-WRITE-TRAILER.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 'BT' TO BTR-RECORD-TYPE
           MOVE WS-ACCEPT-COUNT TO BTR-RECORD-COUNT
           MOVE WS-ACCEPT-HASH TO BTR-HASH-TOTAL
           WRITE PAYMENT-TRAN-RECORD FROM TRANSACTION-RECORD.

       6000-CHECK-REMITTANCE-ROW SECTION.

       6000-CHECK-ROW.
           SET WS-ROW-REJECTED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF AGR-CUST-ID NOT NUMERIC
               MOVE 'INVALID CUSTOMER ID' TO WS-REJECT-REASON
           ELSE
               MOVE AGR-CUST-ID TO APL-CUST-ID
               READ PLACEMENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN NOT WS-APL-OK
                       MOVE 'ACCOUNT NOT PLACED' TO WS-REJECT-REASON
                   WHEN APL-AGENCY-ID NOT = AGR-AGENCY-ID
                       MOVE 'PLACED WITH OTHER AGENCY'
                           TO WS-REJECT-REASON
                   WHEN AGR-GROSS-AMOUNT NOT NUMERIC
                       OR AGR-GROSS-AMOUNT = 0
                       MOVE 'NO GROSS AMOUNT' TO WS-REJECT-REASON
                   WHEN AGR-COMMISSION NOT NUMERIC
                       MOVE 'INVALID COMMISSION' TO WS-REJECT-REASON
                   WHEN AGR-COMMISSION > AGR-GROSS-AMOUNT
                       MOVE 'COMMISSION EXCEEDS GROSS'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       SET WS-ROW-ACCEPTED TO TRUE
               END-EVALUATE
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE PLACEMENT-MASTER-FILE
           CLOSE PAYMENT-TRAN-FILE
           CLOSE EXCEPTION-REPORT
           DISPLAY 'REMITTANCE ROWS READ:     ' WS-ROWS-READ
           DISPLAY 'PAYMENTS WRITTEN:         ' WS-PAYMENTS-WRITTEN
           DISPLAY 'GROSS COLLECTED:          ' WS-GROSS-TOTAL
           DISPLAY 'COMMISSION RETAINED:      ' WS-COMMISSION-TOTAL
           DISPLAY 'ROWS REJECTED:            ' WS-REJECT-COUNT
           DISPLAY 'REJECTED AMOUNT:          ' WS-REJECT-TOTAL.
