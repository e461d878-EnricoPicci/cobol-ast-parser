      * of 'PY' payment transactions for TRANPOST to post through its
      * normal validated path - PAY-CHECK method, the check number as
      * PAY-REFERENCE, hash-totalled trailer. Each item is matched to
      * a customer by its scanline. A check returned with the
      * statement's remittance coupon carries the coupon's full OCR
      * scanline - CUST-ID, statement date, amount due and check digit
      * - which OCRLINE must pass before any of it is trusted; a
      * matched coupon whose check is for more or less than the
      * coupon's amount due still posts, and is listed on the amount
      * exceptions report as an over or partial payment. A check with
      * no coupon may still carry the bank-keyed 8-digit account
      * number in the scanline's leading positions, matched as
      * before. When the scanline fails (bad check digit, unreadable
      * or not on file) the payer name falls back to a CUSTSRCH-style
      * match through the CUST-LAST-NAME alternate path, accepted only
      * when it lands on exactly one customer. Items matching no one
      * go to the unmatched-items report for the hand-research pile
      * instead of guessing.
      *
      * The batch is built in two passes over the remittance file
      * because the batch header's expected count must precede the
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT AMOUNT-EXCEPTION-REPORT ASSIGN TO 'LBXEXCP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
      *----------------------------------------------------------------*
      * LBX-SCANLINE is the full coupon scanline when the check came
      * back with a coupon; a check without one carries at most the
      * 8-digit account number the bank keyed from it, with the rest
      * of the scanline blank.
      *----------------------------------------------------------------*
       01  LOCKBOX-RECORD.
           05  LBX-SCANLINE                PIC X(28).
           05  LBX-SCAN-ACCOUNT-VIEW REDEFINES LBX-SCANLINE.
               10  LBX-SCAN-ACCOUNT        PIC X(8).
               10  LBX-SCAN-COUPON-REST    PIC X(20).
           05  LBX-PAYER-LAST-NAME         PIC X(30).
           05  LBX-PAYER-FIRST-NAME        PIC X(25).
           05  LBX-CHECK-NUMBER            PIC X(10).
       FD  UNMATCHED-REPORT.
       01  PRINT-LINE                      PIC X(132).

       FD  AMOUNT-EXCEPTION-REPORT.
       01  EXCEPTION-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-LBX-STATUS                   PIC XX.
       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       01  WS-EXC-STATUS                   PIC XX.
           88  WS-EXC-OK                   VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY TRANREC.

       COPY OCRPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-NAME-SCAN-FLAG           PIC X VALUE 'N'.
               88  WS-NAME-SCAN-DONE       VALUE 'Y'.
               88  WS-NAME-SCAN-ACTIVE     VALUE 'N'.
           05  WS-SCANLINE-KIND            PIC X VALUE SPACE.
               88  WS-SCAN-COUPON          VALUE 'C'.
               88  WS-SCAN-ACCOUNT-ONLY    VALUE 'A'.
               88  WS-SCAN-BAD-CHECK-DIGIT VALUE 'X'.
               88  WS-SCAN-NONE            VALUE SPACE.
           05  WS-COUPON-MATCH-FLAG        PIC X VALUE 'N'.
               88  WS-COUPON-MATCHED       VALUE 'Y'.
               88  WS-COUPON-NOT-MATCHED   VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-RUN-TIME                     PIC 9(6).
           05  WS-MATCHED-CUST-ID          PIC 9(8).
           05  WS-NAME-MATCH-COUNT         PIC 9(3).
           05  WS-NAME-CANDIDATE-ID        PIC 9(8).
           05  WS-SCAN-CUST-ID             PIC X(8).
           05  WS-COUPON-STMT-DATE         PIC 9(8).
           05  WS-COUPON-AMOUNT-DUE        PIC 9(9)V99.
           05  WS-COUPON-DIFFERENCE        PIC S9(9)V99.

       01  WS-INTAKE-TOTALS.
           05  WS-ITEMS-READ               PIC 9(7) VALUE 0.
           05  WS-NAME-MATCHES             PIC 9(7) VALUE 0.
           05  WS-UNMATCHED-COUNT          PIC 9(7) VALUE 0.
           05  WS-UNMATCHED-TOTAL          PIC S9(9)V99 VALUE 0.
           05  WS-COUPON-PAYMENTS          PIC 9(7) VALUE 0.
           05  WS-CHECK-DIGIT-FAILS        PIC 9(7) VALUE 0.
           05  WS-PARTIAL-COUNT            PIC 9(7) VALUE 0.
           05  WS-OVER-COUNT               PIC 9(7) VALUE 0.

       01  WS-TRAN-ID-WORK.
           05  WS-TID-DATE                 PIC 9(8).
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-UNMATCHED-LINE.
           05  WS-UNM-SCANLINE             PIC X(28).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-UNM-LAST-NAME            PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-UNM-FIRST-NAME           PIC X(15).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-UNM-CHECK-NUMBER         PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-UNM-REASON               PIC X(24).

       01  WS-EXCEPTION-HEADING.
           05  FILLER                      PIC X(30)
               VALUE 'LOCKBOX AMOUNT EXCEPTIONS'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-EXH-DATE                 PIC 9(8).

       01  WS-EXCEPTION-LINE.
           05  WS-EXL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXL-STMT-DATE            PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXL-CHECK-NUMBER         PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXL-CHECK-AMOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXL-AMOUNT-DUE           PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXL-DIFFERENCE           PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXL-REASON               PIC X(16).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.
           ELSE
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-UNMATCHED-HEADING
           END-IF
           OPEN OUTPUT AMOUNT-EXCEPTION-REPORT
           IF NOT WS-EXC-OK
               DISPLAY 'ERROR OPENING AMOUNT EXCEPTION REPORT: '
                   WS-EXC-STATUS
               SET WS-EOF TO TRUE
           ELSE
               MOVE WS-TODAY-DATE TO WS-EXH-DATE
               WRITE EXCEPTION-LINE FROM WS-EXCEPTION-HEADING
           END-IF.

       2000-COUNT-MATCHED-ITEMS SECTION.
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 6000-MATCH-ITEM-TO-CUSTOMER
                   IF WS-SCAN-BAD-CHECK-DIGIT
                       ADD 1 TO WS-CHECK-DIGIT-FAILS
                   END-IF
                   IF WS-ITEM-MATCHED
                       PERFORM 4200-WRITE-PAYMENT-TRAN
                       IF WS-COUPON-MATCHED
                           ADD 1 TO WS-COUPON-PAYMENTS
                           IF LBX-AMOUNT NOT = WS-COUPON-AMOUNT-DUE
                               PERFORM 4400-REPORT-AMOUNT-EXCEPTION
                           END-IF
                       END-IF
                   ELSE
                       PERFORM 4300-REPORT-UNMATCHED
                   END-IF
           MOVE LBX-PAYER-FIRST-NAME TO WS-UNM-FIRST-NAME
           MOVE LBX-CHECK-NUMBER TO WS-UNM-CHECK-NUMBER
           MOVE LBX-AMOUNT TO WS-UNM-AMOUNT
           EVALUATE TRUE
               WHEN WS-NAME-MATCH-COUNT > 1
                   MOVE 'AMBIGUOUS NAME MATCH' TO WS-UNM-REASON
               WHEN WS-SCAN-BAD-CHECK-DIGIT
                   MOVE 'SCANLINE CHECK DIGIT' TO WS-UNM-REASON
               WHEN OTHER
                   MOVE 'NO CUSTOMER MATCH' TO WS-UNM-REASON
           END-EVALUATE
           WRITE PRINT-LINE FROM WS-UNMATCHED-LINE.

      *----------------------------------------------------------------*
      * The check posts as written; the coupon's amount due is only
      * what the customer was asked for, so a difference is listed
      * for follow-up rather than held back.
      *----------------------------------------------------------------*
       4400-REPORT-AMOUNT-EXCEPTION SECTION.

       4400-REPORT-EXC.
           INITIALIZE WS-EXCEPTION-LINE
           COMPUTE WS-COUPON-DIFFERENCE =
               LBX-AMOUNT - WS-COUPON-AMOUNT-DUE
           IF WS-COUPON-DIFFERENCE < 0
               MOVE 'PARTIAL PAYMENT' TO WS-EXL-REASON
               ADD 1 TO WS-PARTIAL-COUNT
           ELSE
               MOVE 'OVER PAYMENT' TO WS-EXL-REASON
               ADD 1 TO WS-OVER-COUNT
           END-IF
           MOVE WS-MATCHED-CUST-ID TO WS-EXL-CUST-ID
           MOVE WS-COUPON-STMT-DATE TO WS-EXL-STMT-DATE
           MOVE LBX-CHECK-NUMBER TO WS-EXL-CHECK-NUMBER
           MOVE LBX-AMOUNT TO WS-EXL-CHECK-AMOUNT
           MOVE WS-COUPON-AMOUNT-DUE TO WS-EXL-AMOUNT-DUE
           MOVE WS-COUPON-DIFFERENCE TO WS-EXL-DIFFERENCE
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-LINE.

       6000-MATCH-ITEM-TO-CUSTOMER SECTION.

      *----------------------------------------------------------------*
      * A coupon scanline is trusted only when its check digit holds,
      * and then matches on its CUST-ID with the coupon's statement
      * date and amount due carried for the amount comparison. A
      * bank-keyed account number alone (the rest of the scanline
      * blank) matches on that number as it always has. Either way,
      * when the customer is on file the item is matched without
      * touching the name. Otherwise the payer name goes through the
      * last-name alternate path, accepted only when exactly one
      * customer carries that last name (and the first name, when the
      * bank keyed one) - anything ambiguous stays unmatched for hand
      * research.
      *----------------------------------------------------------------*
       6000-MATCH-ITEM.
           SET WS-ITEM-NOT-MATCHED TO TRUE
           SET WS-COUPON-NOT-MATCHED TO TRUE
           SET WS-SCAN-NONE TO TRUE
           MOVE 0 TO WS-MATCHED-CUST-ID
           MOVE 0 TO WS-NAME-MATCH-COUNT
           MOVE SPACES TO WS-SCAN-CUST-ID
           MOVE 0 TO WS-COUPON-STMT-DATE
           MOVE 0 TO WS-COUPON-AMOUNT-DUE
           IF LBX-SCAN-COUPON-REST = SPACES
               IF LBX-SCAN-ACCOUNT NUMERIC
                   AND LBX-SCAN-ACCOUNT NOT = '00000000'
                   SET WS-SCAN-ACCOUNT-ONLY TO TRUE
                   MOVE LBX-SCAN-ACCOUNT TO WS-SCAN-CUST-ID
               END-IF
           ELSE
               SET OL-FN-VALIDATE TO TRUE
               MOVE LBX-SCANLINE TO OL-SCANLINE
               CALL 'OCRLINE' USING OCRLINE-PARMS
               IF OL-VALID
                   SET WS-SCAN-COUPON TO TRUE
                   MOVE OL-SCANLINE(1:8) TO WS-SCAN-CUST-ID
                   MOVE OL-SCAN-STMT-DATE TO WS-COUPON-STMT-DATE
                   MOVE OL-SCAN-AMOUNT-DUE TO WS-COUPON-AMOUNT-DUE
               ELSE
                   SET WS-SCAN-BAD-CHECK-DIGIT TO TRUE
               END-IF
           END-IF
           IF WS-SCAN-COUPON OR WS-SCAN-ACCOUNT-ONLY
               PERFORM 6100-MATCH-BY-SCANLINE
               IF WS-ITEM-MATCHED AND WS-SCAN-COUPON
                   SET WS-COUPON-MATCHED TO TRUE
               END-IF
           END-IF
           IF WS-ITEM-NOT-MATCHED
               AND LBX-PAYER-LAST-NAME NOT = SPACES
       6100-MATCH-BY-SCANLINE SECTION.

      *----------------------------------------------------------------*
      * The scanline only carries the CUST-ID half of CUST-KEY, so
      * the customer type isn't known until the record is found;
      * START positions to the first key NOT LESS THAN CUST-ID with
      * a low CUST-TYPE and READ NEXT RECORD picks up that customer
      * however its CUST-TYPE happens to be coded.
      *----------------------------------------------------------------*
       6100-MATCH-SCAN.
           MOVE WS-SCAN-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   AND CUST-ID OF WS-WORK-CUSTOMER = WS-SCAN-CUST-ID
                   SET WS-ITEM-MATCHED TO TRUE
                   MOVE CUST-ID OF WS-WORK-CUSTOMER TO
                       WS-MATCHED-CUST-ID
           CLOSE CUSTOMER-FILE
           CLOSE PAYMENT-TRAN-FILE
           CLOSE UNMATCHED-REPORT
           CLOSE AMOUNT-EXCEPTION-REPORT
           DISPLAY 'LOCKBOX ITEMS READ:   ' WS-ITEMS-READ
           DISPLAY 'PAYMENTS WRITTEN:     ' WS-PAYMENTS-WRITTEN
           DISPLAY 'SCANLINE MATCHES:     ' WS-SCANLINE-MATCHES
           DISPLAY 'NAME MATCHES:         ' WS-NAME-MATCHES
           DISPLAY 'UNMATCHED ITEMS:      ' WS-UNMATCHED-COUNT
           DISPLAY 'UNMATCHED AMOUNT:     ' WS-UNMATCHED-TOTAL
           DISPLAY 'COUPON PAYMENTS:      ' WS-COUPON-PAYMENTS
           DISPLAY 'CHECK DIGIT FAILURES: ' WS-CHECK-DIGIT-FAILS
           DISPLAY 'PARTIAL PAYMENTS:     ' WS-PARTIAL-COUNT
           DISPLAY 'OVER PAYMENTS:        ' WS-OVER-COUNT.
