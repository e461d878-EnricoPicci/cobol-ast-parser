      * update, with the intake itself recorded as the operator.
      * Rows matching a customer on name but disagreeing on the old
      * address go to the low-confidence report for hand review
      * instead of being applied. A customer moving is screened
      * against the sanctions list again on the new country through
      * SANCSCRN; a potential match puts the account on hold with
      * the address change and queues it for compliance review.
      *================================================================*

       ENVIRONMENT DIVISION.

       COPY RUNPARM.

       COPY AUDCPARM.

       COPY SANCPARM.

      *----------------------------------------------------------------*
      * Registry interlock on CUSTFILE, registered exclusive through
      * RUNCTL's LK function before the I-O open and released at end
           05  WS-UNDELIV-CLEARED          PIC 9(7) VALUE 0.
           05  WS-REVIEW-COUNT             PIC 9(7) VALUE 0.
           05  WS-NO-MATCH-COUNT           PIC 9(7) VALUE 0.
           05  WS-SANCTIONS-HOLD-COUNT     PIC 9(7) VALUE 0.

       01  WS-REVIEW-HEADING.
           05  FILLER                      PIC X(34)
               MOVE 'N' TO CUST-ADDR-UNDELIV OF WS-WORK-CUSTOMER
               ADD 1 TO WS-UNDELIV-CLEARED
           END-IF
           PERFORM 4050-SCREEN-SANCTIONS
           REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
           IF WS-FILE-OK
               ADD 1 TO WS-ADDRESSES-APPLIED
               PERFORM 4100-WRITE-AUDIT-ENTRY
               IF SS-POTENTIAL-MATCH
                   SET SS-FN-QUEUE TO TRUE
                   CALL 'SANCSCRN' USING SANCSCRN-PARMS
               END-IF
           ELSE
               DISPLAY 'ERROR APPLYING ADDRESS FOR: '
                   WS-MATCHED-CUST-ID ' STATUS: ' WS-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * Screen on the name and the new country. An account already
      * under sanctions review is not screened again; it stays on
      * the hold it has until SANCREVW decides it. A sold account
      * is the debt buyer's to screen, and its status stays sold.
      *----------------------------------------------------------------*
       4050-SCREEN-SANCTIONS SECTION.

       4050-SCREEN-SANC.
           SET SS-NO-MATCH TO TRUE
           IF CUST-SANCTIONS-NONE OF WS-WORK-CUSTOMER
               AND NOT CUST-STAT-SOLD OF WS-WORK-CUSTOMER
               SET SS-FN-SCREEN TO TRUE
               MOVE WS-MATCHED-CUST-ID TO SS-CUST-ID
               MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO SS-FULL-NAME
               MOVE CUST-COUNTRY-CODE OF WS-WORK-CUSTOMER TO
                   SS-COUNTRY-CODE
               MOVE 'NCOAINTK' TO SS-SOURCE-PROGRAM
               CALL 'SANCSCRN' USING SANCSCRN-PARMS
           END-IF
           IF SS-POTENTIAL-MATCH
               ADD 1 TO WS-SANCTIONS-HOLD-COUNT
               MOVE CUST-ACCT-STATUS OF WS-WORK-CUSTOMER TO
                   SS-PRIOR-STATUS
               MOVE CUST-STATUS-REASON OF WS-WORK-CUSTOMER TO
                   SS-PRIOR-REASON
               SET CUST-STAT-HOLD OF WS-WORK-CUSTOMER TO TRUE
               MOVE 'SN' TO CUST-STATUS-REASON OF WS-WORK-CUSTOMER
               SET CUST-SANCTIONS-PENDING OF WS-WORK-CUSTOMER TO TRUE
               DISPLAY 'SANCTIONS POTENTIAL MATCH, PLACED ON HOLD: '
                   WS-MATCHED-CUST-ID ' LIST ENTRY: ' SS-ENTRY-ID
           END-IF.

       4100-WRITE-AUDIT-ENTRY SECTION.

       4100-WRITE-AUDIT.
           MOVE 'NCOAINTK' TO AUD-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
           CLOSE CUSTOMER-FILE
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE REVIEW-REPORT
           SET SS-FN-CLOSE TO TRUE
           CALL 'SANCSCRN' USING SANCSCRN-PARMS
           DISPLAY 'MOVES READ:          ' WS-MOVES-READ
           DISPLAY 'ADDRESSES APPLIED:   ' WS-ADDRESSES-APPLIED
           DISPLAY 'UNDELIV FLAGS CLEARED: ' WS-UNDELIV-CLEARED
           DISPLAY 'HELD FOR REVIEW:     ' WS-REVIEW-COUNT
           DISPLAY 'NO CUSTOMER MATCH:   ' WS-NO-MATCH-COUNT
           DISPLAY 'SANCTIONS HOLDS:     ' WS-SANCTIONS-HOLD-COUNT
           IF WS-SHARED-LOCKED
               SET RC-FN-UNLOCK-FILE TO TRUE
               MOVE 'NCOAINTK' TO RC-PROGRAM-NAME
