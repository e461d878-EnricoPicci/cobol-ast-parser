       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCREVW.
      *================================================================*
      * SANCTIONS REVIEW DECISIONS
      * Applies the compliance officer's decisions on the potential
      * sanctions matches SANCSCRN queued: one decision row per
      * customer and list entry, C to clear the match as a false
      * positive or M to confirm it. The deciding operator must be
      * active on the operator security master and carry the
      * sanctions review authority; the queue row records their
      * operator ID and the decision date.
      *
      * The customer's sanctions flag then follows what is left on
      * the queue for the account: any confirmed match leaves it
      * confirmed, which TRANPOST reads to refuse every posting but
      * payments; any other match still pending leaves it pending;
      * once nothing is pending or confirmed the flag clears and the
      * account goes back to the status and reason it held before
      * the sanctions hold. Every change to the customer is
      * journalled to the audit file under the deciding operator.
      * When the flag clears, a guarantor on GUARFILE still marked as
      * a pending match is cleared with it, so that SANCRSCN screens
      * the guarantor again on its next run.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO 'SANCDECN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT SANCTIONS-QUEUE-FILE ASSIGN TO 'SANCQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRQ-KEY
               FILE STATUS IS WS-SRQ-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GUARANTOR-FILE ASSIGN TO 'GUARFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUA-CUST-ID
               FILE STATUS IS WS-GUA-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPR-MASTER-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDITFIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DECISION-REPORT ASSIGN TO 'SANCDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  SDC-CUST-ID                 PIC 9(8).
           05  SDC-ENTRY-ID                PIC X(10).
           05  SDC-ACTION                  PIC X(1).
               88  SDC-CLEAR               VALUE 'C'.
               88  SDC-CONFIRM             VALUE 'M'.
           05  SDC-OPERATOR-ID             PIC X(8).
           05  FILLER                      PIC X(53).

       FD  SANCTIONS-QUEUE-FILE.
           COPY SANCQREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  GUARANTOR-FILE.
           COPY GUARREC.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  AUDIT-JOURNAL-FILE.
           COPY AUDITREC.

       FD  DECISION-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DEC-STATUS                   PIC XX.
           88  WS-DEC-OK                   VALUE '00'.

       01  WS-SRQ-STATUS                   PIC XX.
           88  WS-SRQ-OK                   VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-GUA-STATUS                   PIC XX.
           88  WS-GUA-OK                   VALUE '00'.

       01  WS-GUA-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-GUA-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-GUA-FILE-ABSENT          VALUE 'N'.

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
           05  WS-OPEN-CONFIRMED-FLAG      PIC X VALUE 'N'.
               88  WS-OPEN-CONFIRMED       VALUE 'Y'.
           05  WS-OPEN-PENDING-FLAG        PIC X VALUE 'N'.
               88  WS-OPEN-PENDING         VALUE 'Y'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-REJECT-REASON                PIC X(30).

      *----------------------------------------------------------------*
      * The decided row's prior status and reason, kept across the
      * queue scan that reads the customer's other rows.
      *----------------------------------------------------------------*
       01  WS-DECIDED-WORK.
           05  WS-DCD-PRIOR-STATUS         PIC X(1).
           05  WS-DCD-PRIOR-REASON         PIC X(2).

       01  WS-REVIEW-TOTALS.
           05  WS-DECISIONS-READ           PIC 9(7) VALUE 0.
           05  WS-MATCHES-CLEARED          PIC 9(7) VALUE 0.
           05  WS-MATCHES-CONFIRMED        PIC 9(7) VALUE 0.
           05  WS-HOLDS-RELEASED           PIC 9(7) VALUE 0.
           05  WS-GUARANTORS-CLEARED       PIC 9(7) VALUE 0.
           05  WS-DECISIONS-REJECTED       PIC 9(7) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'SANCTIONS REVIEW DECISIONS'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-ENTRY-ID             PIC X(10).
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
               DISPLAY 'ERROR OPENING SANCTIONS DECISION FILE: '
                   WS-DEC-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN I-O SANCTIONS-QUEUE-FILE
           IF NOT WS-SRQ-OK
               DISPLAY 'ERROR OPENING SANCTIONS REVIEW QUEUE: '
                   WS-SRQ-STATUS
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
           IF WS-RUN-CLEAN
               OPEN I-O GUARANTOR-FILE
               IF WS-GUA-OK
                   SET WS-GUA-FILE-AVAILABLE TO TRUE
               ELSE
                   SET WS-GUA-FILE-ABSENT TO TRUE
                   DISPLAY 'GUARANTOR FILE NOT AVAILABLE, GUARANTOR '
                       'CLEARANCE SKIPPED: ' WS-GUA-STATUS
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
           MOVE 'SANCREVW' TO RC-PROGRAM-NAME
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
               WHEN NOT SDC-CLEAR AND NOT SDC-CONFIRM
                   MOVE 'INVALID DECISION CODE' TO WS-REJECT-REASON
               WHEN NOT WS-AUTH-FOUND
                   MOVE 'NO SANCTIONS REVIEW AUTHORITY' TO
                       WS-REJECT-REASON
               WHEN NOT WS-QUEUE-FOUND
                   MOVE 'MATCH NOT ON REVIEW QUEUE' TO
                       WS-REJECT-REASON
               WHEN NOT SRQ-PENDING
                   MOVE 'MATCH ALREADY DECIDED' TO WS-REJECT-REASON
               WHEN NOT WS-CUSTOMER-FOUND
                   MOVE 'CUSTOMER NOT FOUND' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 4000-APPLY-DECISION
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3900-REJECT-DECISION
           END-IF.

      *----------------------------------------------------------------*
      * Only an active operator carrying the sanctions review
      * authority on the security master may decide a match.
      *----------------------------------------------------------------*
       3100-VALIDATE-AUTHORITY SECTION.

       3100-VALIDATE-AUTH.
           MOVE 'N' TO WS-AUTH-FOUND-FLAG
           MOVE SDC-OPERATOR-ID TO OPR-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OPR-MASTER-OK AND OPR-ACTIVE
               AND OPR-CAN-DECIDE-SANCTIONS
               SET WS-AUTH-FOUND TO TRUE
           END-IF.

       3200-FIND-QUEUE-ROW SECTION.

       3200-FIND-QUEUE.
           MOVE 'N' TO WS-QUEUE-FOUND-FLAG
           MOVE SDC-CUST-ID TO SRQ-CUST-ID
           MOVE SDC-ENTRY-ID TO SRQ-ENTRY-ID
           READ SANCTIONS-QUEUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SRQ-OK
               SET WS-QUEUE-FOUND TO TRUE
           END-IF.

       3300-FIND-CUSTOMER SECTION.

       3300-FIND-CUST.
           MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
           MOVE SDC-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   AND CUST-ID OF WS-WORK-CUSTOMER = SDC-CUST-ID
                   SET WS-CUSTOMER-FOUND TO TRUE
               END-IF
           END-IF.

       3900-REJECT-DECISION SECTION.

       3900-REJECT.
           ADD 1 TO WS-DECISIONS-REJECTED
           DISPLAY 'SANCTIONS DECISION REJECTED, ' WS-REJECT-REASON
               ': ' SDC-CUST-ID ' ' SDC-ENTRY-ID
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SDC-CUST-ID TO WS-DTL-CUST-ID
           MOVE SDC-ENTRY-ID TO WS-DTL-ENTRY-ID
           MOVE 'REJECTED' TO WS-DTL-ACTION
           MOVE SDC-OPERATOR-ID TO WS-DTL-OPERATOR
           MOVE WS-REJECT-REASON TO WS-DTL-NOTE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------*
      * The queue row takes the decision first, so the scan of the
      * customer's rows that follows sees it decided.
      *----------------------------------------------------------------*
       4000-APPLY-DECISION SECTION.

       4000-APPLY.
           MOVE SRQ-PRIOR-STATUS TO WS-DCD-PRIOR-STATUS
           MOVE SRQ-PRIOR-REASON TO WS-DCD-PRIOR-REASON
           IF SDC-CLEAR
               SET SRQ-CLEARED TO TRUE
           ELSE
               SET SRQ-CONFIRMED TO TRUE
           END-IF
           MOVE SDC-OPERATOR-ID TO SRQ-DECIDED-BY
           MOVE WS-TODAY-DATE TO SRQ-DECISION-DATE
           REWRITE SANCTIONS-QUEUE-RECORD
           IF NOT WS-SRQ-OK
               MOVE 'QUEUE REWRITE FAILED' TO WS-REJECT-REASON
           ELSE
               IF SDC-CLEAR
                   ADD 1 TO WS-MATCHES-CLEARED
               ELSE
                   ADD 1 TO WS-MATCHES-CONFIRMED
               END-IF
               PERFORM 4100-SCAN-CUSTOMER-QUEUE
               PERFORM 4200-UPDATE-CUSTOMER
           END-IF.

      *----------------------------------------------------------------*
      * What is still open on the queue for the customer decides
      * where the sanctions flag lands.
      *----------------------------------------------------------------*
       4100-SCAN-CUSTOMER-QUEUE SECTION.

       4100-SCAN-QUEUE.
           MOVE 'N' TO WS-OPEN-CONFIRMED-FLAG
           MOVE 'N' TO WS-OPEN-PENDING-FLAG
           SET WS-QUEUE-SCAN-ACTIVE TO TRUE
           MOVE SDC-CUST-ID TO SRQ-CUST-ID
           MOVE LOW-VALUES TO SRQ-ENTRY-ID
           START SANCTIONS-QUEUE-FILE KEY IS NOT LESS THAN SRQ-KEY
               INVALID KEY
                   SET WS-QUEUE-SCAN-DONE TO TRUE
           END-START
           PERFORM 4110-SCAN-ONE-QUEUE-ROW UNTIL WS-QUEUE-SCAN-DONE.

       4110-SCAN-ONE-QUEUE-ROW SECTION.

       4110-SCAN-ONE.
           READ SANCTIONS-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-QUEUE-SCAN-DONE TO TRUE
               NOT AT END
                   IF SRQ-CUST-ID NOT = SDC-CUST-ID
                       SET WS-QUEUE-SCAN-DONE TO TRUE
                   ELSE
                       IF SRQ-CONFIRMED
                           SET WS-OPEN-CONFIRMED TO TRUE
                       END-IF
                       IF SRQ-PENDING
                           SET WS-OPEN-PENDING TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * A confirmed match keeps the account on its sanctions hold.
      * When the last open match clears, the account returns to the
      * status and reason it held before the hold, provided it is
      * still on that hold.
      *----------------------------------------------------------------*
       4200-UPDATE-CUSTOMER SECTION.

       4200-UPDATE-CUST.
           MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN WS-OPEN-CONFIRMED
                   SET CUST-SANCTIONS-CONFIRMED OF WS-WORK-CUSTOMER
                       TO TRUE
                   MOVE 'MATCH CONFIRMED, POSTING BLOCKED' TO
                       WS-DTL-NOTE
               WHEN WS-OPEN-PENDING
                   SET CUST-SANCTIONS-PENDING OF WS-WORK-CUSTOMER
                       TO TRUE
                   MOVE 'OTHER MATCHES STILL PENDING' TO WS-DTL-NOTE
               WHEN OTHER
                   SET CUST-SANCTIONS-NONE OF WS-WORK-CUSTOMER TO TRUE
                   IF CUST-STAT-HOLD OF WS-WORK-CUSTOMER
                       AND CUST-STATUS-REASON OF WS-WORK-CUSTOMER
                           = 'SN'
                       MOVE WS-DCD-PRIOR-STATUS TO
                           CUST-ACCT-STATUS OF WS-WORK-CUSTOMER
                       MOVE WS-DCD-PRIOR-REASON TO
                           CUST-STATUS-REASON OF WS-WORK-CUSTOMER
                   END-IF
                   ADD 1 TO WS-HOLDS-RELEASED
                   MOVE 'SANCTIONS HOLD RELEASED' TO WS-DTL-NOTE
                   PERFORM 4250-CLEAR-GUARANTOR
           END-EVALUATE
           REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
           IF WS-FILE-OK
               PERFORM 4300-WRITE-AUDIT-ENTRY
           ELSE
               MOVE 'CUSTOMER REWRITE FAILED' TO WS-DTL-NOTE
               DISPLAY 'ERROR REWRITING CUSTOMER: ' SDC-CUST-ID
                   ' STATUS: ' WS-FILE-STATUS
           END-IF
           MOVE SDC-CUST-ID TO WS-DTL-CUST-ID
           MOVE SDC-ENTRY-ID TO WS-DTL-ENTRY-ID
           IF SDC-CLEAR
               MOVE 'CLEARED' TO WS-DTL-ACTION
           ELSE
               MOVE 'CONFIRMED' TO WS-DTL-ACTION
           END-IF
           MOVE SDC-OPERATOR-ID TO WS-DTL-OPERATOR
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------*
      * A guarantor whose name raised the match was marked pending
      * when it was screened; with nothing left open for the account
      * the mark comes off.
      *----------------------------------------------------------------*
       4250-CLEAR-GUARANTOR SECTION.

       4250-CLEAR-GUAR.
           IF WS-GUA-FILE-AVAILABLE
               MOVE SDC-CUST-ID TO GUA-CUST-ID
               READ GUARANTOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GUA-SANCTIONS-PENDING
                           SET GUA-SANCTIONS-NONE TO TRUE
                           REWRITE GUARANTOR-RECORD
                           IF WS-GUA-OK
                               ADD 1 TO WS-GUARANTORS-CLEARED
                           ELSE
                               DISPLAY 'ERROR REWRITING GUARANTOR: '
                                   SDC-CUST-ID ' STATUS: '
                                   WS-GUA-STATUS
                           END-IF
                       END-IF
               END-READ
           END-IF.

       4300-WRITE-AUDIT-ENTRY SECTION.

       4300-WRITE-AUDIT.
           SET AUD-ACTION-UPDATE TO TRUE
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TS-TIME FROM TIME
           MOVE SDC-CUST-ID TO AUD-CUST-ID
           MOVE SDC-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE 0 TO AUD-TRAN-ID
           MOVE SPACES TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
                   SDC-CUST-ID ' STATUS: ' WS-AUDIT-STATUS
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-PRINT-OK
               PERFORM 9100-WRITE-SUMMARY
           END-IF
           CLOSE DECISION-FILE
           CLOSE SANCTIONS-QUEUE-FILE
           CLOSE CUSTOMER-FILE
           IF WS-GUA-FILE-AVAILABLE
               CLOSE GUARANTOR-FILE
           END-IF
           CLOSE OPERATOR-MASTER-FILE
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE DECISION-REPORT
           DISPLAY 'DECISIONS READ:      ' WS-DECISIONS-READ
           DISPLAY 'MATCHES CLEARED:     ' WS-MATCHES-CLEARED
           DISPLAY 'MATCHES CONFIRMED:   ' WS-MATCHES-CONFIRMED
           DISPLAY 'HOLDS RELEASED:      ' WS-HOLDS-RELEASED
           DISPLAY 'GUARANTORS CLEARED:  ' WS-GUARANTORS-CLEARED
           DISPLAY 'DECISIONS REJECTED:  ' WS-DECISIONS-REJECTED
           IF WS-CUSTFILE-LOCKED
               SET RC-FN-UNLOCK-FILE TO TRUE
               MOVE 'SANCREVW' TO RC-PROGRAM-NAME
               MOVE 'CUSTFILE' TO RC-LOCK-NAME
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.

       9100-WRITE-SUMMARY SECTION.

       9100-WRITE.
           MOVE 'DECISIONS READ' TO WS-SUM-LABEL
           MOVE WS-DECISIONS-READ TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'MATCHES CLEARED' TO WS-SUM-LABEL
           MOVE WS-MATCHES-CLEARED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'MATCHES CONFIRMED' TO WS-SUM-LABEL
           MOVE WS-MATCHES-CONFIRMED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'SANCTIONS HOLDS RELEASED' TO WS-SUM-LABEL
           MOVE WS-HOLDS-RELEASED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'GUARANTORS CLEARED' TO WS-SUM-LABEL
           MOVE WS-GUARANTORS-CLEARED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DECISIONS REJECTED' TO WS-SUM-LABEL
           MOVE WS-DECISIONS-REJECTED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE.
