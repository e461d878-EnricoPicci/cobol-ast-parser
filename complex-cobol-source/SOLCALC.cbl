       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLCALC.
      *================================================================*
      * STATUTE OF LIMITATIONS CHECK SUBROUTINE
      * Callable check of whether a customer's debt is time-barred,
      * driven by SL-FUNCTION-CODE in SOLCALC-PARMS (see
      * copybooks/SOLPARM), the same CALL convention SANCSCRN uses.
      * The limitation period comes from the state table in
      * copybooks/SOLTAB and runs from the customer's last
      * qualifying payment: the latest payment on
      * PAYMENT-HISTORY-FILE that was not reversed. A customer with
      * no such payment counts from the caller's fallback date. The
      * period ends on the same month and day that many years on
      * (28 February for a 29 February payment landing outside a
      * leap year); the debt is time-barred from that date.
      *
      * DUNNING, COLLQUE and SOLWATCH all check here. Payment history
      * is opened on the first check and held for the life of the
      * run; without it every account counts from its fallback date.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMH-KEY
               FILE STATUS IS WS-PMH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       WORKING-STORAGE SECTION.

       01  WS-PMH-STATUS                   PIC XX.
           88  WS-PMH-OK                   VALUE '00'.

       01  WS-OPEN-FLAG                    PIC X VALUE 'N'.
           88  WS-OPEN-TRIED               VALUE 'Y'.
           88  WS-OPEN-NOT-TRIED           VALUE 'N'.

       01  WS-PMH-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-PMH-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-PMH-FILE-ABSENT          VALUE 'N'.

       01  WS-PMH-SCAN-FLAG                PIC X VALUE 'N'.
           88  WS-PMH-SCAN-DONE            VALUE 'Y'.
           88  WS-PMH-SCAN-ACTIVE          VALUE 'N'.

       01  WS-HISTORY-PAY-DATE             PIC 9(8) VALUE 0.

           COPY SOLTAB.

           COPY DATEPARM.

       LINKAGE SECTION.

           COPY SOLPARM.

       PROCEDURE DIVISION USING SOLCALC-PARMS.

       0000-MAIN SECTION.

       0000-START.
           EVALUATE TRUE
               WHEN SL-FN-CHECK
                   IF WS-OPEN-NOT-TRIED
                       PERFORM 1000-OPEN-PAY-HISTORY
                   END-IF
                   PERFORM 2000-CHECK-CUSTOMER
               WHEN SL-FN-CLOSE
                   PERFORM 9000-CLOSE-PAY-HISTORY
               WHEN OTHER
                   SET SL-NOT-TRACKED TO TRUE
           END-EVALUATE
           GOBACK.

       1000-OPEN-PAY-HISTORY SECTION.

       1000-OPEN.
           SET WS-OPEN-TRIED TO TRUE
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-PMH-OK
               SET WS-PMH-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-PMH-FILE-ABSENT TO TRUE
               DISPLAY 'PAYMENT HISTORY NOT AVAILABLE, LIMITATION '
                   'COUNTED FROM FALLBACK DATE: ' WS-PMH-STATUS
           END-IF.

       2000-CHECK-CUSTOMER SECTION.

       2000-CHECK.
           SET SL-NOT-TRACKED TO TRUE
           MOVE 0 TO SL-LIMIT-YEARS
           MOVE 0 TO SL-LAST-PAY-DATE
           MOVE SPACE TO SL-LAST-PAY-SOURCE
           MOVE 0 TO SL-LIMIT-DATE
           MOVE 0 TO SL-DAYS-TO-LIMIT
           SET SOL-NOT-FOUND TO TRUE
           IF SL-COUNTRY-CODE = 'US'
               PERFORM 2100-FIND-STATE
                   VARYING SOL-IDX FROM 1 BY 1
                   UNTIL SOL-IDX > SOL-TABLE-SIZE OR SOL-FOUND
           END-IF
           IF SOL-FOUND
               PERFORM 3000-FIND-LAST-PAYMENT
               IF SL-LAST-PAY-DATE > 0
                   PERFORM 4000-COMPUTE-LIMIT-DATE
               END-IF
           END-IF.

       2100-FIND-STATE SECTION.

       2100-FIND.
           IF SOL-STATE(SOL-IDX) = SL-STATE
               SET SOL-FOUND TO TRUE
               MOVE SOL-LIMIT-YEARS(SOL-IDX) TO SL-LIMIT-YEARS
           END-IF.

      *----------------------------------------------------------------*
      * Latest payment on history not flagged reversed; a bounced
      * payment does not restart the period.
      *----------------------------------------------------------------*
       3000-FIND-LAST-PAYMENT SECTION.

       3000-FIND-LAST.
           MOVE 0 TO WS-HISTORY-PAY-DATE
           IF WS-PMH-FILE-AVAILABLE
               SET WS-PMH-SCAN-ACTIVE TO TRUE
               MOVE SL-CUST-ID TO PMH-CUST-ID
               MOVE 0 TO PMH-SEQUENCE
               START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN PMH-KEY
                   INVALID KEY
                       SET WS-PMH-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-PMH-OK
                   SET WS-PMH-SCAN-DONE TO TRUE
               END-IF
               PERFORM 3100-SCAN-ONE-PAYMENT UNTIL WS-PMH-SCAN-DONE
           END-IF
           IF WS-HISTORY-PAY-DATE > 0
               MOVE WS-HISTORY-PAY-DATE TO SL-LAST-PAY-DATE
               SET SL-FROM-PAY-HISTORY TO TRUE
           ELSE
               MOVE SL-FALLBACK-DATE TO SL-LAST-PAY-DATE
               SET SL-FROM-FALLBACK TO TRUE
           END-IF.

       3100-SCAN-ONE-PAYMENT SECTION.

       3100-SCAN-ONE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-PMH-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-PMH-SCAN-DONE
               IF NOT WS-PMH-OK
                   SET WS-PMH-SCAN-DONE TO TRUE
               ELSE
                   IF PMH-CUST-ID NOT = SL-CUST-ID
                       SET WS-PMH-SCAN-DONE TO TRUE
                   ELSE
                       IF NOT PMH-REVERSED
                          AND PMH-PAYMENT-AMOUNT > 0
                          AND PMH-PAYMENT-DATE > WS-HISTORY-PAY-DATE
                           MOVE PMH-PAYMENT-DATE TO
                               WS-HISTORY-PAY-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4000-COMPUTE-LIMIT-DATE SECTION.

       4000-COMPUTE.
           COMPUTE SL-LIMIT-DATE =
               SL-LAST-PAY-DATE + SL-LIMIT-YEARS * 10000
           SET DU-FN-VALIDATE TO TRUE
           MOVE SL-LIMIT-DATE TO DU-DATE-1
           CALL 'DATEUTIL' USING DATEUTIL-PARMS
           IF DU-INVALID
               SUBTRACT 1 FROM SL-LIMIT-DATE
           END-IF
           SET DU-FN-DAYS-BETWEEN TO TRUE
           MOVE SL-AS-OF-DATE TO DU-DATE-1
           MOVE SL-LIMIT-DATE TO DU-DATE-2
           CALL 'DATEUTIL' USING DATEUTIL-PARMS
           MOVE DU-DAYS-COUNT TO SL-DAYS-TO-LIMIT
           IF SL-AS-OF-DATE < SL-LIMIT-DATE
               SET SL-WITHIN-LIMIT TO TRUE
           ELSE
               SET SL-TIME-BARRED TO TRUE
           END-IF.

       9000-CLOSE-PAY-HISTORY SECTION.

       9000-CLOSE.
           IF WS-PMH-FILE-AVAILABLE
               CLOSE PAYMENT-HISTORY-FILE
               SET WS-PMH-FILE-ABSENT TO TRUE
           END-IF
           SET WS-OPEN-NOT-TRIED TO TRUE.
