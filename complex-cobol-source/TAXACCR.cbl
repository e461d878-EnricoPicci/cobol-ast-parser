      * PUR-SUBTOTAL at the state's rate); purchases off by more than
      * the tolerance are reported - that's how the vendor who charged
      * no tax for a year gets caught in week one.
      *
      * An RTN credit memo from RMAPROC carries the tax on the
      * returned lines; it is netted out of the tax accrued and out
      * of the state the original sale was subtotalled under, so the
      * remittance is filed on what the customer kept.
      *================================================================*

       ENVIRONMENT DIVISION.
           05  WS-JUR-STATE                PIC X(2).
           05  WS-EXPECTED-TAX             PIC 9(7)V99.
           05  WS-TAX-VARIANCE             PIC S9(7)V99.
           05  WS-JUR-TAX-AMOUNT           PIC S9(7)V99.
           05  WS-TAX-TOLERANCE            PIC 9(3)V99 VALUE 1.00.
           05  WS-VARIANCE-COUNT           PIC 9(7) VALUE 0.

           05  WS-PURCHASE-COUNT           PIC 9(7) VALUE 0.
           05  WS-TAX-TOTAL                PIC S9(7)V99 VALUE 0.
           05  WS-DISCOUNT-TOTAL           PIC S9(7)V99 VALUE 0.
           05  WS-RETURN-COUNT             PIC 9(7) VALUE 0.
           05  WS-RETURNED-TAX-TOTAL       PIC S9(7)V99 VALUE 0.

       01  WS-SHIP-METHOD-TOTALS.
           05  WS-SHIP-GROUND-COUNT        PIC 9(7) VALUE 0.
                           OR WS-TRAN-PERIOD = WS-SELECT-PERIOD)
                       PERFORM 3000-ACCRUE-PURCHASE
                   END-IF
                   IF TRAN-ADJUSTMENT AND CMO-RETURN-CREDIT
                       AND (WS-SELECT-PERIOD = 0
                           OR WS-TRAN-PERIOD = WS-SELECT-PERIOD)
                       PERFORM 3300-NET-RETURNED-TAX
                   END-IF
           END-READ.

       3000-ACCRUE-PURCHASE SECTION.
       3050-ACCRUE-TAX-UNLESS-EXEMPT SECTION.

       3050-ACCRUE-TAX.
           PERFORM 3040-READ-CUSTOMER
           PERFORM 3055-CHECK-EXEMPT-CERT
           EVALUATE TRUE
               WHEN WS-CUST-FOUND
                   AND CUST-GOVERNMENT OF WS-WORK-CUSTOMER
                   ADD 1 TO WS-TAX-EXEMPT-COUNT
               WHEN WS-CERT-EXEMPT
                   ADD 1 TO WS-TAX-EXEMPT-COUNT
                   PERFORM 3065-SUBTOTAL-EXEMPT-SALES
               WHEN OTHER
                   ADD PUR-TAX-AMOUNT TO WS-TAX-TOTAL
                   MOVE PUR-TAX-AMOUNT TO WS-JUR-TAX-AMOUNT
                   PERFORM 3060-SUBTOTAL-BY-STATE
                   PERFORM 3070-VALIDATE-TAX-RATE
           END-EVALUATE.

       3040-READ-CUSTOMER SECTION.

       3040-READ-CUST.
           SET WS-CUST-NOT-FOUND TO TRUE
           MOVE TRAN-CUSTOMER-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
                   AND CUST-ID OF WS-WORK-CUSTOMER = TRAN-CUSTOMER-ID
                   SET WS-CUST-FOUND TO TRUE
               END-IF
           END-IF.

       3055-CHECK-EXEMPT-CERT SECTION.

               END-IF
           END-IF
           IF WS-STX-FOUND
               IF TRAN-PURCHASE
                   ADD 1 TO WS-STX-COUNT(WS-STX-IDX)
               END-IF
               ADD WS-JUR-TAX-AMOUNT TO WS-STX-TAX-TOTAL(WS-STX-IDX)
           END-IF.

       3070-VALIDATE-TAX-RATE SECTION.
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Returned tax comes out of the state the sale was filed under;
      * a customer whose sales were exempt had no tax accrued, so
      * there is nothing to net.
      *----------------------------------------------------------------*
       3300-NET-RETURNED-TAX SECTION.

       3300-NET-RETURN.
           IF CMO-TAX-AMOUNT NUMERIC AND CMO-TAX-AMOUNT > 0
               PERFORM 3040-READ-CUSTOMER
               PERFORM 3055-CHECK-EXEMPT-CERT
               IF (WS-CUST-FOUND
                   AND CUST-GOVERNMENT OF WS-WORK-CUSTOMER)
                   OR WS-CERT-EXEMPT
                   CONTINUE
               ELSE
                   ADD 1 TO WS-RETURN-COUNT
                   SUBTRACT CMO-TAX-AMOUNT FROM WS-TAX-TOTAL
                   ADD CMO-TAX-AMOUNT TO WS-RETURNED-TAX-TOTAL
                   COMPUTE WS-JUR-TAX-AMOUNT = 0 - CMO-TAX-AMOUNT
                   PERFORM 3060-SUBTOTAL-BY-STATE
               END-IF
           END-IF.

       3200-SUBTOTAL-BY-PROMOTION SECTION.

       3200-SUBTOTAL-PROMO.
           MOVE WS-TAX-TOTAL TO WS-ACR-AMOUNT-OUT
           WRITE PRINT-LINE FROM WS-ACCRUAL-LINE

           MOVE 'RETURNED TAX NETTED' TO WS-SHP-LABEL
           MOVE WS-RETURN-COUNT TO WS-SHP-COUNT-OUT
           MOVE WS-RETURNED-TAX-TOTAL TO WS-SHP-AMOUNT-OUT
           WRITE PRINT-LINE FROM WS-SHIP-LINE

           MOVE 'DISCOUNTS GRANTED' TO WS-ACR-LABEL
           MOVE WS-DISCOUNT-TOTAL TO WS-ACR-AMOUNT-OUT
           WRITE PRINT-LINE FROM WS-ACCRUAL-LINE
