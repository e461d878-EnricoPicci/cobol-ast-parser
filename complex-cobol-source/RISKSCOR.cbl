      * applies them through the normal audited path instead of
      * limits being set once from the type tier table and never
      * revisited.
      *
      * The sweep checkpoints every thousand customers (RSCKPT) and
      * resumes after the last checkpoint on a rerun, the way FINCHG
      * does, cutting the review extract back to the reviews kept at
      * the checkpoint (RSCKWORK holds them meanwhile). Ratings
      * stored past the checkpoint stand and are simply found
      * unchanged when those customers are rescored, so the journal
      * holds each change once.
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO 'RSCKPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CHECKPOINT-WORK-FILE ASSIGN TO 'RSCKWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
      * so the proposed limits apply through the normal audited path.
      *----------------------------------------------------------------*
       FD  REVIEW-EXTRACT-FILE.
       01  REVIEW-EXTRACT-RECORD           PIC X(339).

       FD  CHECKPOINT-FILE.
       01  CKPT-RECORD.
           05  CKPT-LAST-CUST-ID           PIC 9(8).
           05  CKPT-RECORDS-READ           PIC 9(7).
           05  CKPT-RUN-DATE               PIC 9(8).
           05  CKPT-OUTPUT-COUNT           PIC 9(7).
           05  CKPT-CUSTOMERS-SCORED       PIC 9(7).
           05  CKPT-RATINGS-CHANGED        PIC 9(7).
           05  CKPT-REVIEWS-WRITTEN        PIC 9(7).

       FD  CHECKPOINT-WORK-FILE.
       01  CKWK-RECORD                     PIC X(339).

       WORKING-STORAGE SECTION.


       COPY DATEPARM.

       COPY AUDCPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
      * hundred times the intended amount.
      *----------------------------------------------------------------*
       01  WS-REVIEW-BUILD.
           05  WS-REV-RECORD               PIC X(339).
           05  WS-REV-LIMIT-INT            PIC 9(9).
           05  WS-REV-LIMIT-R REDEFINES WS-REV-LIMIT-INT
                                           PIC X(9).
           05  WS-RATINGS-CHANGED          PIC 9(7) VALUE 0.
           05  WS-REVIEWS-WRITTEN          PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Checkpoint/restart state, as FINCHG keeps it.
      *----------------------------------------------------------------*
       01  WS-CKPT-STATUS                  PIC XX.
           88  WS-CKPT-OK                  VALUE '00'.

       01  WS-CKWK-STATUS                  PIC XX.
           88  WS-CKWK-OK                  VALUE '00'.

       01  WS-CKPT-FILE-FLAG               PIC X VALUE 'N'.
           88  WS-CKPT-FILE-AVAILABLE      VALUE 'Y'.
           88  WS-CKPT-FILE-ABSENT         VALUE 'N'.

       01  WS-CHECKPOINT-WORK.
           05  WS-CHECKPOINT-INTERVAL      PIC 9(5) VALUE 1000.
           05  WS-CKPT-QUOTIENT            PIC 9(7).
           05  WS-CKPT-REMAINDER           PIC 9(5).

       01  WS-RESTART-FLAG                 PIC X VALUE 'N'.
           88  WS-RESTARTING               VALUE 'Y'.
           88  WS-FRESH-RUN                VALUE 'N'.

       01  WS-SWEEP-COMPLETE-FLAG          PIC X VALUE 'N'.
           88  WS-SWEEP-COMPLETE           VALUE 'Y'.
           88  WS-SWEEP-INCOMPLETE         VALUE 'N'.

       01  WS-RESTART-STATE.
           05  WS-RESTART-CUST-ID          PIC 9(8) VALUE 0.
           05  WS-RESTART-READ             PIC 9(7) VALUE 0.
           05  WS-SWEEP-READ               PIC 9(7) VALUE 0.
           05  WS-OUTPUT-KEPT              PIC 9(7) VALUE 0.
           05  WS-OUTPUT-COPIED            PIC 9(7) VALUE 0.
           05  WS-OUTPUT-DISCARDED         PIC 9(7) VALUE 0.

       COPY RUNPARM.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-SCORE-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-RESTART-SETUP
           OPEN I-O CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
                   WS-PMH-STATUS
               SET WS-EOF TO TRUE
           END-IF
           IF WS-RESTARTING
               PERFORM 1400-TRUNCATE-REVIEW-FILE
           ELSE
               OPEN OUTPUT REVIEW-EXTRACT-FILE
           END-IF
           IF NOT WS-REV-OK
               DISPLAY 'ERROR OPENING REVIEW EXTRACT FILE: '
                   WS-REV-STATUS
               DISPLAY 'ERROR OPENING AUDIT JOURNAL FILE: '
                   WS-AUDIT-STATUS
               SET WS-EOF TO TRUE
           END-IF
           IF NOT WS-EOF
               PERFORM 1500-REGISTER-RUN
               PERFORM 1600-POSITION-CUSTOMER-FILE
               IF WS-EOF
                   SET WS-SWEEP-COMPLETE TO TRUE
               END-IF
           END-IF.

       1300-RESTART-SETUP SECTION.

      *----------------------------------------------------------------*
      * The last checkpoint on file, if any, is the restart point;
      * the run scores as of the original run's date.
      *----------------------------------------------------------------*
       1300-RESTART.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-OK
               PERFORM 1310-READ-CHECKPOINT UNTIL NOT WS-CKPT-OK
               CLOSE CHECKPOINT-FILE
           END-IF
           OPEN EXTEND CHECKPOINT-FILE
           IF NOT WS-CKPT-OK
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           IF WS-CKPT-OK
               SET WS-CKPT-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-CKPT-FILE-ABSENT TO TRUE
               DISPLAY 'CHECKPOINT FILE NOT AVAILABLE, RUN IS NOT '
                   'RESTARTABLE: ' WS-CKPT-STATUS
           END-IF
           IF WS-RESTARTING
               DISPLAY 'RESTARTING RISK SCORING RUN OF '
                   WS-TODAY-DATE ' AFTER CUSTOMER '
                   WS-RESTART-CUST-ID
           END-IF.

       1310-READ-CHECKPOINT SECTION.

       1310-READ-CKPT.
           READ CHECKPOINT-FILE
               NOT AT END
                   SET WS-RESTARTING TO TRUE
                   MOVE CKPT-LAST-CUST-ID TO WS-RESTART-CUST-ID
                   MOVE CKPT-RECORDS-READ TO WS-RESTART-READ
                   MOVE CKPT-RUN-DATE TO WS-TODAY-DATE
                   MOVE CKPT-OUTPUT-COUNT TO WS-OUTPUT-KEPT
                   MOVE CKPT-CUSTOMERS-SCORED TO WS-CUSTOMERS-SCORED
                   MOVE CKPT-RATINGS-CHANGED TO WS-RATINGS-CHANGED
                   MOVE CKPT-REVIEWS-WRITTEN TO WS-REVIEWS-WRITTEN
           END-READ.

       1400-TRUNCATE-REVIEW-FILE SECTION.

      *----------------------------------------------------------------*
      * The reviews kept at the checkpoint are copied aside and the
      * extract rewritten with them alone, left open after them.
      *----------------------------------------------------------------*
       1400-TRUNCATE.
           MOVE 0 TO WS-OUTPUT-COPIED
           MOVE 0 TO WS-OUTPUT-DISCARDED
           OPEN INPUT REVIEW-EXTRACT-FILE
           OPEN OUTPUT CHECKPOINT-WORK-FILE
           IF NOT WS-REV-OK OR NOT WS-CKWK-OK
               DISPLAY 'ERROR OPENING REVIEW EXTRACT FOR RESTART: '
                   WS-REV-STATUS ' ' WS-CKWK-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1410-SAVE-KEPT-RECORD UNTIL NOT WS-REV-OK
               CLOSE REVIEW-EXTRACT-FILE
               CLOSE CHECKPOINT-WORK-FILE
               IF WS-OUTPUT-COPIED < WS-OUTPUT-KEPT
                   DISPLAY 'REVIEW EXTRACT HOLDS ' WS-OUTPUT-COPIED
                       ' OF ' WS-OUTPUT-KEPT ' CHECKPOINTED RECORDS, '
                       'RUN CANNOT RESUME'
                   SET WS-EOF TO TRUE
               ELSE
                   OPEN INPUT CHECKPOINT-WORK-FILE
                   OPEN OUTPUT REVIEW-EXTRACT-FILE
                   PERFORM 1420-RESTORE-KEPT-RECORD
                       UNTIL NOT WS-CKWK-OK
                   CLOSE CHECKPOINT-WORK-FILE
                   DISPLAY 'REVIEW EXTRACT CUT BACK TO '
                       WS-OUTPUT-KEPT ' RECORDS, '
                       WS-OUTPUT-DISCARDED ' DISCARDED'
               END-IF
           END-IF.

       1410-SAVE-KEPT-RECORD SECTION.

       1410-SAVE-KEPT.
           READ REVIEW-EXTRACT-FILE
               NOT AT END
                   IF WS-OUTPUT-COPIED < WS-OUTPUT-KEPT
                       WRITE CKWK-RECORD FROM REVIEW-EXTRACT-RECORD
                       ADD 1 TO WS-OUTPUT-COPIED
                   ELSE
                       ADD 1 TO WS-OUTPUT-DISCARDED
                   END-IF
           END-READ.

       1420-RESTORE-KEPT-RECORD SECTION.

       1420-RESTORE-KEPT.
           READ CHECKPOINT-WORK-FILE
               NOT AT END
                   WRITE REVIEW-EXTRACT-RECORD FROM CKWK-RECORD
           END-READ.

       1500-REGISTER-RUN SECTION.

       1500-REGISTER.
           MOVE 'RISKSCOR' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           IF WS-RESTARTING
               SET RC-FN-RESUME-STEP TO TRUE
               MOVE WS-RESTART-CUST-ID TO RC-RESTART-KEY
               MOVE WS-RESTART-READ TO RC-RECORD-COUNT
               MOVE WS-OUTPUT-KEPT TO RC-OUTPUT-COUNT
               MOVE WS-OUTPUT-DISCARDED TO RC-DISCARDED-COUNT
           ELSE
               SET RC-FN-START-STEP TO TRUE
           END-IF
           CALL 'RUNCTL' USING RUNCTL-PARMS.

       1600-POSITION-CUSTOMER-FILE SECTION.

       1600-POSITION.
           MOVE 0 TO WS-SWEEP-READ
           IF WS-RESTARTING
               MOVE WS-RESTART-READ TO WS-SWEEP-READ
               MOVE WS-RESTART-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
               MOVE HIGH-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
               START CUSTOMER-FILE
                   KEY IS GREATER THAN CUST-KEY OF CUSTOMER-RECORD
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
           END-IF.

       2000-SCORE-CUSTOMER SECTION.
           READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               AT END
                   SET WS-EOF TO TRUE
                   SET WS-SWEEP-COMPLETE TO TRUE
               NOT AT END
                   IF NOT CUST-GOVERNMENT OF WS-WORK-CUSTOMER
                       PERFORM 3000-MEASURE-BEHAVIOR
                       PERFORM 5000-STORE-RATING
                       PERFORM 6000-PROPOSE-LIMIT-CHANGE
                   END-IF
                   PERFORM 7000-TAKE-CHECKPOINT
           END-READ.

       3000-MEASURE-BEHAVIOR SECTION.
           MOVE 'RISKSCOR' TO AUD-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
               END-IF
           END-IF.

       7000-TAKE-CHECKPOINT SECTION.

       7000-TAKE-CKPT.
           ADD 1 TO WS-SWEEP-READ
           DIVIDE WS-SWEEP-READ BY WS-CHECKPOINT-INTERVAL
               GIVING WS-CKPT-QUOTIENT REMAINDER WS-CKPT-REMAINDER
           IF WS-CKPT-REMAINDER = 0 AND WS-CKPT-FILE-AVAILABLE
               PERFORM 7100-WRITE-CHECKPOINT
           END-IF.

       7100-WRITE-CHECKPOINT SECTION.

       7100-WRITE-CKPT.
           INITIALIZE CKPT-RECORD
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO CKPT-LAST-CUST-ID
           MOVE WS-SWEEP-READ TO CKPT-RECORDS-READ
           MOVE WS-TODAY-DATE TO CKPT-RUN-DATE
           MOVE WS-REVIEWS-WRITTEN TO CKPT-OUTPUT-COUNT
           MOVE WS-CUSTOMERS-SCORED TO CKPT-CUSTOMERS-SCORED
           MOVE WS-RATINGS-CHANGED TO CKPT-RATINGS-CHANGED
           MOVE WS-REVIEWS-WRITTEN TO CKPT-REVIEWS-WRITTEN
           WRITE CKPT-RECORD
           IF NOT WS-CKPT-OK
               DISPLAY 'ERROR WRITING CHECKPOINT AFTER: '
                   CKPT-LAST-CUST-ID ' STATUS: ' WS-CKPT-STATUS
           ELSE
               SET RC-FN-CHECKPOINT-STEP TO TRUE
               MOVE 'RISKSCOR' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE CKPT-LAST-CUST-ID TO RC-RESTART-KEY
               MOVE CKPT-RECORDS-READ TO RC-RECORD-COUNT
               MOVE CKPT-OUTPUT-COUNT TO RC-OUTPUT-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.

       9000-FINALIZE SECTION.

      *----------------------------------------------------------------*
      * Only a run that swept to the end completes its step and
      * clears its checkpoint.
      *----------------------------------------------------------------*
       9000-FINAL.
           CLOSE CUSTOMER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE REVIEW-EXTRACT-FILE
           CLOSE AUDIT-JOURNAL-FILE
           IF WS-CKPT-FILE-AVAILABLE
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-SWEEP-COMPLETE
               PERFORM 9100-COMPLETE-RUN
           ELSE
               DISPLAY 'RISK SCORING RUN INCOMPLETE, CHECKPOINT '
                   'KEPT FOR RESTART'
           END-IF
           DISPLAY 'CUSTOMERS SCORED:  ' WS-CUSTOMERS-SCORED
           DISPLAY 'RATINGS CHANGED:   ' WS-RATINGS-CHANGED
           DISPLAY 'REVIEWS EXTRACTED: ' WS-REVIEWS-WRITTEN.

       9100-COMPLETE-RUN SECTION.

       9100-COMPLETE.
           SET RC-FN-END-STEP TO TRUE
           MOVE 'RISKSCOR' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           MOVE WS-CUSTOMERS-SCORED TO RC-RECORD-COUNT
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF WS-CKPT-FILE-AVAILABLE
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
           END-IF.
