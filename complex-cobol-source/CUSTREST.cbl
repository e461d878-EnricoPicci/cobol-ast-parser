                   MOVE AUD-AFTER-IMAGE TO WS-WORK-CUSTOMER
                   REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
                   PERFORM 3300-CHECK-APPLY-STATUS
      *        A re-age leaves the customer record as it was, so
      *        there is nothing to replay.
               WHEN AUD-ACTION-REAGE
                   ADD 1 TO WS-AUDIT-SKIPPED
               WHEN AUD-ACTION-DELETE
                   MOVE AUD-BEFORE-IMAGE TO WS-AUD-IMAGE-VIEW
                   MOVE CUST-ID OF WS-AUD-IMAGE-VIEW
