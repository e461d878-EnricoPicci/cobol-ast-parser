       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDREVW.
      *================================================================*
      * FRAUD ALERT REVIEW DECISIONS
      * Applies the fraud analyst's decisions on the alerts FRDSCRN
      * queued: one decision row per customer and alert date, C to
      * clear the alert as genuine spending or M to confirm it as
      * fraud. The deciding operator must be active on the operator
      * security master and carry the fraud clearance authority; the
      * queue row records their operator ID and the decision date.
      *
      * The account's fraud hold (hold, reason FR) then follows what
      * is left on the queue for the customer: while any alert is
      * still pending the hold stays; once none is, an alert confirmed
      * since the hold was placed freezes the account (reason FR
      * kept), and otherwise the account goes back to the status and
      * reason it held before the hold. An account not on a fraud
      * hold is left as it is. Every change to the customer is
      * journalled to the audit file under the deciding operator.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO 'FRDDECN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT FRAUD-QUEUE-FILE ASSIGN TO 'FRAUDQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRQ-KEY
               FILE STATUS IS WS-FRQ-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPR-MASTER-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDITFIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DECISION-REPORT ASSIGN TO 'FRDDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  FDC-CUST-ID                 PIC 9(8).
           05  FDC-ALERT-DATE              PIC 9(8).
           05  FDC-ACTION                  PIC X(1).
               88  FDC-CLEAR               VALUE 'C'.
               88  FDC-CONFIRM             VALUE 'M'.
           05  FDC-OPERATOR-ID             PIC X(8).
           05  FILLER                      PIC X(55).

       FD  FRAUD-QUEUE-FILE.
           COPY FRDQREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  AUDIT-JOURNAL-FILE.
           COPY AUDITREC.

       FD  DECISION-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DEC-STATUS                   PIC XX.
           88  WS-DEC-OK                   VALUE '00'.

       01  WS-FRQ-STATUS                   PIC XX.
           88  WS-FRQ-OK                   VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-OPR-MASTER-STATUS            PIC XX.
           88  WS-OPR-MASTER-OK            VALUE '00'.

       01  WS-AUDIT-STATUS                 PIC XX.
           88  WS-AUDIT-OK                 VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-BEFORE-IMAGE==.

       COPY RUNPARM.

       COPY AUDCPARM.

      *----------------------------------------------------------------*
      * Registry interlock on CUSTFILE, registered exclusive through
      * RUNCTL's LK function before the I-O open and released at end
      * of step, the same arrangement the other updaters take.
      *----------------------------------------------------------------*
       01  WS-CUSTFILE-LOCK-FLAG           PIC X VALUE 'N'.
           88  WS-CUSTFILE-LOCKED          VALUE 'Y'.
           88  WS-CUSTFILE-NOT-LOCKED      VALUE 'N'.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-AUTH-FOUND-FLAG          PIC X VALUE 'N'.
               88  WS-AUTH-FOUND           VALUE 'Y'.
           05  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE 'N'.
               88  WS-CUSTOMER-FOUND       VALUE 'Y'.
           05  WS-QUEUE-FOUND-FLAG         PIC X VALUE 'N'.
               88  WS-QUEUE-FOUND          VALUE 'Y'.
           05  WS-QUEUE-SCAN-FLAG          PIC X VALUE 'N'.
               88  WS-QUEUE-SCAN-DONE      VALUE 'Y'.
               88  WS-QUEUE-SCAN-ACTIVE    VALUE 'N'.
           05  WS-OPEN-PENDING-FLAG        PIC X VALUE 'N'.
               88  WS-OPEN-PENDING         VALUE 'Y'.
           05  WS-CONFIRMED-FLAG           PIC X VALUE 'N'.
               88  WS-CONFIRMED-SINCE-HOLD VALUE 'Y'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-REJECT-REASON                PIC X(30).

      *----------------------------------------------------------------*
      * Status and reason from before the fraud hold, off the latest
      * queue row that placed a hold.
      *----------------------------------------------------------------*
       01  WS-HOLD-WORK.
           05  WS-HLD-PRIOR-STATUS         PIC X(1).
           05  WS-HLD-PRIOR-REASON         PIC X(2).

       01  WS-REVIEW-TOTALS.
           05  WS-DECISIONS-READ           PIC 9(7) VALUE 0.
           05  WS-ALERTS-CLEARED           PIC 9(7) VALUE 0.
           05  WS-ALERTS-CONFIRMED         PIC 9(7) VALUE 0.
           05  WS-HOLDS-RELEASED           PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-FROZEN          PIC 9(7) VALUE 0.
           05  WS-DECISIONS-REJECTED       PIC 9(7) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'FRAUD ALERT REVIEW DECISIONS'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-ALERT-DATE           PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-ACTION               PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-OPERATOR             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-NOTE                 PIC X(40).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(30).
           05  WS-SUM-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-PROCESS-DECISION UNTIL WS-EOF
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-REVIEW-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT OPERATOR-MASTER-FILE
           IF NOT WS-OPR-MASTER-OK
               DISPLAY 'OPERATOR SECURITY MASTER NOT AVAILABLE, '
                   'RUN REFUSED: ' WS-OPR-MASTER-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT DECISION-FILE
           IF NOT WS-DEC-OK
               DISPLAY 'ERROR OPENING FRAUD DECISION FILE: '
                   WS-DEC-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN I-O FRAUD-QUEUE-FILE
           IF NOT WS-FRQ-OK
               DISPLAY 'ERROR OPENING FRAUD QUEUE: ' WS-FRQ-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1200-LOCK-CUSTOMER-FILE
           END-IF
           IF WS-RUN-CLEAN
               OPEN I-O CUSTOMER-FILE
               IF NOT WS-FILE-OK
                   DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                       WS-FILE-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           OPEN EXTEND AUDIT-JOURNAL-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR OPENING AUDIT JOURNAL FILE: '
                   WS-AUDIT-STATUS
           END-IF
           OPEN OUTPUT DECISION-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING DECISION REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
           END-IF.

       1200-LOCK-CUSTOMER-FILE SECTION.

       1200-LOCK-CUST.
           SET RC-FN-LOCK-FILE TO TRUE
           MOVE 'FRDREVW' TO RC-PROGRAM-NAME
           MOVE 'CUSTFILE' TO RC-LOCK-NAME
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-NOT-OK
               DISPLAY 'CUSTFILE IS HELD BY ANOTHER UPDATER, '
                   'RUN REFUSED'
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-CUSTFILE-LOCKED TO TRUE
           END-IF.

       2000-PROCESS-DECISION SECTION.

       2000-PROCESS.
           READ DECISION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DECISIONS-READ
                   PERFORM 3000-QUALIFY-DECISION
           END-READ.

       3000-QUALIFY-DECISION SECTION.

       3000-QUALIFY.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 3100-VALIDATE-AUTHORITY
           PERFORM 3200-FIND-QUEUE-ROW
           PERFORM 3300-FIND-CUSTOMER
           EVALUATE TRUE
               WHEN NOT FDC-CLEAR AND NOT FDC-CONFIRM
                   MOVE 'INVALID DECISION CODE' TO WS-REJECT-REASON
               WHEN NOT WS-AUTH-FOUND
                   MOVE 'NO FRAUD CLEARANCE AUTHORITY' TO
                       WS-REJECT-REASON
               WHEN NOT WS-QUEUE-FOUND
                   MOVE 'ALERT NOT ON FRAUD QUEUE' TO WS-REJECT-REASON
               WHEN NOT FRQ-PENDING
                   MOVE 'ALERT ALREADY DECIDED' TO WS-REJECT-REASON
               WHEN NOT WS-CUSTOMER-FOUND
                   MOVE 'CUSTOMER NOT FOUND' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 4000-APPLY-DECISION
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3900-REJECT-DECISION
           END-IF.

      *----------------------------------------------------------------*
      * Only an active operator carrying the fraud clearance
      * authority on the security master may decide an alert.
      *----------------------------------------------------------------*
       3100-VALIDATE-AUTHORITY SECTION.

       3100-VALIDATE-AUTH.
           MOVE 'N' TO WS-AUTH-FOUND-FLAG
           MOVE FDC-OPERATOR-ID TO OPR-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OPR-MASTER-OK AND OPR-ACTIVE
               AND OPR-CAN-CLEAR-FRAUD
               SET WS-AUTH-FOUND TO TRUE
           END-IF.

       3200-FIND-QUEUE-ROW SECTION.

       3200-FIND-QUEUE.
           MOVE 'N' TO WS-QUEUE-FOUND-FLAG
           MOVE FDC-CUST-ID TO FRQ-CUST-ID
           MOVE FDC-ALERT-DATE TO FRQ-ALERT-DATE
           READ FRAUD-QUEUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FRQ-OK
               SET WS-QUEUE-FOUND TO TRUE
           END-IF.

       3300-FIND-CUSTOMER SECTION.

       3300-FIND-CUST.
           MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
           MOVE FDC-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   AND CUST-ID OF WS-WORK-CUSTOMER = FDC-CUST-ID
                   SET WS-CUSTOMER-FOUND TO TRUE
               END-IF
           END-IF.

       3900-REJECT-DECISION SECTION.

       3900-REJECT.
           ADD 1 TO WS-DECISIONS-REJECTED
           DISPLAY 'FRAUD DECISION REJECTED, ' WS-REJECT-REASON
               ': ' FDC-CUST-ID ' ' FDC-ALERT-DATE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE FDC-CUST-ID TO WS-DTL-CUST-ID
           MOVE FDC-ALERT-DATE TO WS-DTL-ALERT-DATE
           MOVE 'REJECTED' TO WS-DTL-ACTION
           MOVE FDC-OPERATOR-ID TO WS-DTL-OPERATOR
           MOVE WS-REJECT-REASON TO WS-DTL-NOTE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------*
      * The queue row takes the decision first, so the scan of the
      * customer's rows that follows sees it decided.
      *----------------------------------------------------------------*
       4000-APPLY-DECISION SECTION.

       4000-APPLY.
           IF FDC-CLEAR
               SET FRQ-CLEARED TO TRUE
           ELSE
               SET FRQ-CONFIRMED TO TRUE
           END-IF
           MOVE FDC-OPERATOR-ID TO FRQ-DECIDED-BY
           MOVE WS-TODAY-DATE TO FRQ-DECISION-DATE
           REWRITE FRAUD-QUEUE-RECORD
           IF NOT WS-FRQ-OK
               MOVE 'QUEUE REWRITE FAILED' TO WS-REJECT-REASON
           ELSE
               IF FDC-CLEAR
                   ADD 1 TO WS-ALERTS-CLEARED
               ELSE
                   ADD 1 TO WS-ALERTS-CONFIRMED
               END-IF
               PERFORM 4100-SCAN-CUSTOMER-QUEUE
               PERFORM 4200-UPDATE-CUSTOMER
           END-IF.

      *----------------------------------------------------------------*
      * Rows come back in alert-date order. Each row that placed a
      * hold starts the count of confirmations afresh, so a fraud
      * confirmed on an earlier hold does not freeze the account over
      * a later one.
      *----------------------------------------------------------------*
       4100-SCAN-CUSTOMER-QUEUE SECTION.

       4100-SCAN-QUEUE.
           MOVE 'N' TO WS-OPEN-PENDING-FLAG
           MOVE 'N' TO WS-CONFIRMED-FLAG
           MOVE SPACES TO WS-HOLD-WORK
           SET WS-QUEUE-SCAN-ACTIVE TO TRUE
           MOVE FDC-CUST-ID TO FRQ-CUST-ID
           MOVE 0 TO FRQ-ALERT-DATE
           START FRAUD-QUEUE-FILE KEY IS NOT LESS THAN FRQ-KEY
               INVALID KEY
                   SET WS-QUEUE-SCAN-DONE TO TRUE
           END-START
           PERFORM 4110-SCAN-ONE-QUEUE-ROW UNTIL WS-QUEUE-SCAN-DONE.

       4110-SCAN-ONE-QUEUE-ROW SECTION.

       4110-SCAN-ONE.
           READ FRAUD-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-QUEUE-SCAN-DONE TO TRUE
               NOT AT END
                   IF FRQ-CUST-ID NOT = FDC-CUST-ID
                       SET WS-QUEUE-SCAN-DONE TO TRUE
                   ELSE
                       IF FRQ-HOLD-PLACED
                           MOVE 'N' TO WS-CONFIRMED-FLAG
                           MOVE FRQ-PRIOR-STATUS TO WS-HLD-PRIOR-STATUS
                           MOVE FRQ-PRIOR-REASON TO WS-HLD-PRIOR-REASON
                       END-IF
                       IF FRQ-CONFIRMED
                           SET WS-CONFIRMED-SINCE-HOLD TO TRUE
                       END-IF
                       IF FRQ-PENDING
                           SET WS-OPEN-PENDING TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Only an account still on its fraud hold is moved. A pending
      * alert keeps the hold; a confirmed one freezes the account;
      * otherwise the status and reason from before the hold return.
      *----------------------------------------------------------------*
       4200-UPDATE-CUSTOMER SECTION.

       4200-UPDATE-CUST.
           MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN NOT CUST-STAT-HOLD OF WS-WORK-CUSTOMER
                   MOVE 'ACCOUNT NOT ON FRAUD HOLD' TO WS-DTL-NOTE
               WHEN CUST-STATUS-REASON OF WS-WORK-CUSTOMER NOT = 'FR'
                   MOVE 'ACCOUNT NOT ON FRAUD HOLD' TO WS-DTL-NOTE
               WHEN WS-OPEN-PENDING
                   MOVE 'OTHER ALERTS STILL PENDING' TO WS-DTL-NOTE
               WHEN WS-CONFIRMED-SINCE-HOLD
                   SET CUST-STAT-FROZEN OF WS-WORK-CUSTOMER TO TRUE
                   ADD 1 TO WS-ACCOUNTS-FROZEN
                   MOVE 'FRAUD CONFIRMED, ACCOUNT FROZEN' TO
                       WS-DTL-NOTE
               WHEN OTHER
                   MOVE WS-HLD-PRIOR-STATUS TO
                       CUST-ACCT-STATUS OF WS-WORK-CUSTOMER
                   MOVE WS-HLD-PRIOR-REASON TO
                       CUST-STATUS-REASON OF WS-WORK-CUSTOMER
                   ADD 1 TO WS-HOLDS-RELEASED
                   MOVE 'FRAUD HOLD RELEASED' TO WS-DTL-NOTE
           END-EVALUATE
           IF WS-WORK-CUSTOMER NOT = WS-BEFORE-IMAGE
               REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   PERFORM 4300-WRITE-AUDIT-ENTRY
               ELSE
                   MOVE 'CUSTOMER REWRITE FAILED' TO WS-DTL-NOTE
                   DISPLAY 'ERROR REWRITING CUSTOMER: ' FDC-CUST-ID
                       ' STATUS: ' WS-FILE-STATUS
               END-IF
           END-IF
           MOVE FDC-CUST-ID TO WS-DTL-CUST-ID
           MOVE FDC-ALERT-DATE TO WS-DTL-ALERT-DATE
           IF FDC-CLEAR
               MOVE 'CLEARED' TO WS-DTL-ACTION
           ELSE
               MOVE 'CONFIRMED' TO WS-DTL-ACTION
           END-IF
           MOVE FDC-OPERATOR-ID TO WS-DTL-OPERATOR
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

       4300-WRITE-AUDIT-ENTRY SECTION.

       4300-WRITE-AUDIT.
           SET AUD-ACTION-UPDATE TO TRUE
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TS-TIME FROM TIME
           MOVE FDC-CUST-ID TO AUD-CUST-ID
           MOVE FDC-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE 0 TO AUD-TRAN-ID
           MOVE SPACES TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
                   FDC-CUST-ID ' STATUS: ' WS-AUDIT-STATUS
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-PRINT-OK
               PERFORM 9100-WRITE-SUMMARY
           END-IF
           CLOSE DECISION-FILE
           CLOSE FRAUD-QUEUE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE OPERATOR-MASTER-FILE
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE DECISION-REPORT
           DISPLAY 'DECISIONS READ:      ' WS-DECISIONS-READ
           DISPLAY 'ALERTS CLEARED:      ' WS-ALERTS-CLEARED
           DISPLAY 'ALERTS CONFIRMED:    ' WS-ALERTS-CONFIRMED
           DISPLAY 'HOLDS RELEASED:      ' WS-HOLDS-RELEASED
           DISPLAY 'ACCOUNTS FROZEN:     ' WS-ACCOUNTS-FROZEN
           DISPLAY 'DECISIONS REJECTED:  ' WS-DECISIONS-REJECTED
           IF WS-CUSTFILE-LOCKED
               SET RC-FN-UNLOCK-FILE TO TRUE
               MOVE 'FRDREVW' TO RC-PROGRAM-NAME
               MOVE 'CUSTFILE' TO RC-LOCK-NAME
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.

       9100-WRITE-SUMMARY SECTION.

       9100-WRITE.
           MOVE 'DECISIONS READ' TO WS-SUM-LABEL
           MOVE WS-DECISIONS-READ TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ALERTS CLEARED' TO WS-SUM-LABEL
           MOVE WS-ALERTS-CLEARED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ALERTS CONFIRMED' TO WS-SUM-LABEL
           MOVE WS-ALERTS-CONFIRMED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'FRAUD HOLDS RELEASED' TO WS-SUM-LABEL
           MOVE WS-HOLDS-RELEASED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNTS FROZEN FOR FRAUD' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-FROZEN TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DECISIONS REJECTED' TO WS-SUM-LABEL
           MOVE WS-DECISIONS-REJECTED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE.
