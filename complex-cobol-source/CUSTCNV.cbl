      * in bulk. Rows that fail mapping are written to a conversion
      * exception report instead of being loaded. The vendor record
      * layout below is this program's own invention, since no
      * vendor ever sends us the same file twice. Every row that maps
      * is screened against the sanctions list through SANCSCRN; a
      * potential match loads on hold for compliance review and is
      * reported on the exception report the way a near match is.
      *================================================================*

       ENVIRONMENT DIVISION.
           05  WS-DUP-MATCH-ID             PIC 9(8).
           05  WS-NEAR-MATCH-COUNT         PIC 9(7) VALUE 0.

       COPY SANCPARM.

       01  WS-SANCTIONS-HOLD-COUNT         PIC 9(7) VALUE 0.

       01  WS-REJECT-REASON                PIC X(40).

       01  WS-ROWS-READ                    PIC 9(7) VALUE 0.
                   IF WS-ROW-VALID
                       PERFORM 2150-SCREEN-DUPLICATES
                   END-IF
                   IF WS-ROW-VALID
                       PERFORM 2170-SCREEN-SANCTIONS
                   END-IF
                   IF WS-ROW-VALID
                       PERFORM 2200-LOAD-CUSTOMER
                   ELSE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Sanctions screen of the converted name and country. A
      * potential match loads on hold with reason SN and the
      * sanctions flag pending, and is queued for review once it is
      * on file.
      *----------------------------------------------------------------*
       2170-SCREEN-SANCTIONS SECTION.

       2170-SCREEN-SANC.
           SET SS-FN-SCREEN TO TRUE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO SS-CUST-ID
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO SS-FULL-NAME
           MOVE CUST-COUNTRY-CODE OF WS-WORK-CUSTOMER TO
               SS-COUNTRY-CODE
           MOVE 'CUSTCNV' TO SS-SOURCE-PROGRAM
           CALL 'SANCSCRN' USING SANCSCRN-PARMS
           IF SS-POTENTIAL-MATCH
               ADD 1 TO WS-SANCTIONS-HOLD-COUNT
               MOVE CUST-ACCT-STATUS OF WS-WORK-CUSTOMER TO
                   SS-PRIOR-STATUS
               MOVE CUST-STATUS-REASON OF WS-WORK-CUSTOMER TO
                   SS-PRIOR-REASON
               SET CUST-STAT-HOLD OF WS-WORK-CUSTOMER TO TRUE
               MOVE 'SN' TO CUST-STATUS-REASON OF WS-WORK-CUSTOMER
               SET CUST-SANCTIONS-PENDING OF WS-WORK-CUSTOMER TO TRUE
               MOVE 'SANCTIONS MATCH, LOADED ON HOLD' TO
                   WS-REJECT-REASON
               PERFORM 2300-WRITE-EXCEPTION
               SUBTRACT 1 FROM WS-ROWS-REJECTED
           END-IF.

       2120-SET-CREDIT-LIMIT-BY-TYPE SECTION.

       2120-SET-LIMIT.
           IF WS-FILE-OK
               ADD 1 TO WS-ROWS-LOADED
               ADD 1 TO WS-NEXT-CUST-ID
               IF SS-POTENTIAL-MATCH
                   SET SS-FN-QUEUE TO TRUE
                   CALL 'SANCSCRN' USING SANCSCRN-PARMS
               END-IF
           ELSE
               MOVE 'CUSTOMER FILE WRITE FAILED - ' TO WS-REJECT-REASON
               MOVE WS-FILE-STATUS TO WS-REJECT-REASON(30:2)
       9000-FINAL.
           CLOSE VENDOR-FILE
           CLOSE CUSTOMER-FILE
           SET SS-FN-CLOSE TO TRUE
           CALL 'SANCSCRN' USING SANCSCRN-PARMS
           PERFORM 9100-WRITE-SUMMARY
           CLOSE EXCEPTION-REPORT.


           MOVE 'NEAR MATCHES FOR REVIEW' TO WS-SUM-LABEL
           MOVE WS-NEAR-MATCH-COUNT TO WS-SUM-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE

           MOVE 'SANCTIONS HOLDS FOR REVIEW' TO WS-SUM-LABEL
           MOVE WS-SANCTIONS-HOLD-COUNT TO WS-SUM-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE.
