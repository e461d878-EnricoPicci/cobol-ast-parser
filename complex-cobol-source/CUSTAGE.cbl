      *================================================================*
      * CUSTOMER AGING AND DELINQUENCY REPORT
      * Scans CUSTOMER-FILE and buckets every account with a positive
      * balance into 30/60/90/90+ day aging categories. Days past due
      * come from the statement cycle: the gap between today and the
      * due date of the oldest cycle minimum payment the customer has
      * not met, or current when every minimum has been met. An
      * account with no statement cycle on file ages from the due
      * date of its oldest open item, falling back to
      * CUST-PAYMENT-DATE when it has no open items either.
      *================================================================*

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT STATEMENT-DUE-FILE ASSIGN TO 'STMTDUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDU-KEY
               FILE STATUS IS WS-SDU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  STATEMENT-DUE-FILE.
           COPY STMDUE.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.

       01  WS-TOTAL-DISPUTED               PIC S9(9)V99 VALUE 0.

      *----------------------------------------------------------------*
      * Earliest due date among the customer's collectable open
      * items, gathered on the same pass as the disputed amounts. An
      * item written before due dates were carried ages from its
      * purchase date. 99999999 means no open item was found.
      *----------------------------------------------------------------*
       01  WS-OLDEST-DUE-DATE              PIC 9(8) VALUE 99999999.
       01  WS-ITEM-DUE-DATE                PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      * The customer's latest statement due row. When one is found,
      * its oldest unmet minimum due date decides the aging; a missing
      * statement due file leaves every account on the open-item
      * aging above.
      *----------------------------------------------------------------*
       01  WS-SDU-STATUS                   PIC XX.
           88  WS-SDU-OK                   VALUE '00'.

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

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

               DISPLAY 'OPEN ITEM FILE NOT AVAILABLE, DISPUTE '
                   'EXCLUSION SKIPPED: ' WS-OPI-STATUS
           END-IF
           OPEN INPUT STATEMENT-DUE-FILE
           IF WS-SDU-OK
               SET WS-SDU-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-SDU-FILE-ABSENT TO TRUE
               DISPLAY 'STATEMENT DUE FILE NOT AVAILABLE, AGING '
                   'FROM OPEN ITEMS: ' WS-SDU-STATUS
           END-IF
           OPEN OUTPUT AGING-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING AGING REPORT FILE: '
       3000-AGE-CUSTOMER SECTION.

       3000-AGE.
           PERFORM 3600-READ-STATEMENT-DUE
           IF WS-SDU-FOUND
               IF WS-UNMET-DUE-DATE = 0
                   MOVE 0 TO WS-DAYS-PAST-DUE
               ELSE
                   MOVE WS-UNMET-DUE-DATE(1:4) TO WS-CALC-YEAR
                   MOVE WS-UNMET-DUE-DATE(5:2) TO WS-CALC-MONTH
                   MOVE WS-UNMET-DUE-DATE(7:2) TO WS-CALC-DAY
                   PERFORM 5000-CALC-ORDINAL-DAY
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-TODAY-ORDINAL - WS-CALC-ORDINAL
                   IF WS-DAYS-PAST-DUE < 0
                       MOVE 0 TO WS-DAYS-PAST-DUE
                   END-IF
               END-IF
               PERFORM 3100-BUCKET-CUSTOMER
           ELSE
               PERFORM 3050-AGE-FROM-OPEN-ITEMS
           END-IF.

      *----------------------------------------------------------------*
      * No statement cycle on file: age from the oldest open item's
      * due date, or from CUST-PAYMENT-DATE.
      *----------------------------------------------------------------*
       3050-AGE-FROM-OPEN-ITEMS SECTION.

       3050-AGE-OPEN-ITEMS.
           IF WS-OLDEST-DUE-DATE < 99999999
               MOVE WS-OLDEST-DUE-DATE TO WS-PAYMENT-DATE-WORK
           ELSE
               MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER
                   TO WS-PAYMENT-DATE-WORK
           END-IF
           IF WS-PAYMENT-DATE-WORK = ZEROS OR SPACES
               MOVE 999999999 TO WS-DAYS-PAST-DUE
           ELSE

       3500-SUM-DISPUTED.
           MOVE 0 TO WS-DISPUTED-AMOUNT
           MOVE 99999999 TO WS-OLDEST-DUE-DATE
           IF WS-OPI-FILE-ABSENT
               CONTINUE
           ELSE
                           ADD OPI-OPEN-AMOUNT TO
                               WS-DISPUTED-AMOUNT
                       END-IF
                       IF OPI-OPEN AND OPI-OPEN-AMOUNT > 0
                           PERFORM 3520-NOTE-ITEM-DUE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3520-NOTE-ITEM-DUE-DATE SECTION.

       3520-NOTE-DUE.
           IF OPI-DUE-DATE NUMERIC AND OPI-DUE-DATE > 0
               MOVE OPI-DUE-DATE TO WS-ITEM-DUE-DATE
           ELSE
               MOVE OPI-TRAN-DATE TO WS-ITEM-DUE-DATE
           END-IF
           IF WS-ITEM-DUE-DATE < WS-OLDEST-DUE-DATE
               MOVE WS-ITEM-DUE-DATE TO WS-OLDEST-DUE-DATE
           END-IF.

       3400-SUBTOTAL-BY-COMPANY SECTION.

       3400-SUBTOTAL-COMPANY.
               ADD WS-NET-BALANCE TO WS-CAG-AMOUNT(WS-CAG-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * Latest statement due row for the customer: rows are keyed by
      * customer then statement date, so the last row read before the
      * customer changes is the most recent cycle.
      *----------------------------------------------------------------*
       3600-READ-STATEMENT-DUE SECTION.

       3600-READ-STMT-DUE.
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
               PERFORM 3610-SCAN-ONE-DUE-ROW
                   UNTIL WS-SDU-SCAN-DONE
           END-IF.

       3610-SCAN-ONE-DUE-ROW SECTION.

       3610-SCAN-DUE.
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

       5000-CALC-ORDINAL-DAY SECTION.

       5000-CALC-ORDINAL.
           IF WS-OPI-FILE-AVAILABLE
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF WS-SDU-FILE-AVAILABLE
               CLOSE STATEMENT-DUE-FILE
           END-IF
           PERFORM 9100-WRITE-REPORT
           CLOSE AGING-REPORT.

