      * PAY-ACH method, dated the settlement date - so TRANPOST
      * posts the collections on settlement day through the same
      * validated path as keyed payments. Returns come back through
      * BANKRTRN, which reverses the posted payment. Nothing is
      * originated against a customer whose death has been notified
      * (DECDFILE, kept by DECDINTK), whatever the mandate says.
      *
      * The batch is built in two passes over CUSTOMER-FILE because
      * the batch header's expected count must precede the details it
      * counts - the same arrangement FINCHG and SUSPREP use.
      *
      * The run checkpoints and restarts the way FINCHG does
      * (ACCKPT, with ACCKWORK as the holding file): a rerun after a
      * failure resumes from the last checkpoint under the original
      * run's date, time and settlement date, cuts both the debit
      * file and the payment batch back to the records kept at the
      * checkpoint, and records the restart in RUNCTL - so a rerun
      * never sends the bank the same debits twice.
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS MND-CUST-ID
               FILE STATUS IS WS-MND-STATUS.

           SELECT DECEASED-FILE ASSIGN TO 'DECDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DCD-STATUS.

           SELECT ACH-DEBIT-FILE ASSIGN TO 'ACHDEBIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PYT-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO 'ACCKPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CHECKPOINT-WORK-FILE ASSIGN TO 'ACCKWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  DEBIT-MANDATE-FILE.
           COPY MANDREC.

       FD  DECEASED-FILE.
           COPY DECDREC.

       FD  ACH-DEBIT-FILE.
       01  ACH-DEBIT-RECORD.
           05  ACH-CUST-ID                 PIC 9(8).
       FD  PAYMENT-TRAN-FILE.
       01  PAYMENT-TRAN-RECORD             PIC X(145).

       FD  CHECKPOINT-FILE.
       01  CKPT-RECORD.
           05  CKPT-PHASE                  PIC X(1).
           05  CKPT-LAST-CUST-ID           PIC 9(8).
           05  CKPT-RECORDS-READ           PIC 9(7).
           05  CKPT-RUN-DATE               PIC 9(8).
           05  CKPT-RUN-TIME               PIC 9(6).
           05  CKPT-SETTLE-DATE            PIC 9(8).
           05  CKPT-TID-SERIAL             PIC 9(4).
           05  CKPT-DEBIT-OUTPUT-COUNT     PIC 9(7).
           05  CKPT-PAY-OUTPUT-COUNT       PIC 9(7).
           05  CKPT-DEBIT-COUNT            PIC 9(7).
           05  CKPT-DEBIT-HASH             PIC S9(9)V99.
           05  CKPT-DEBITS-WRITTEN         PIC 9(7).
           05  CKPT-DEBIT-TOTAL-AMOUNT     PIC S9(9)V99.
           05  CKPT-CUSTOMERS-SCANNED      PIC 9(7).
           05  CKPT-CAPPED-COUNT           PIC 9(7).
           05  CKPT-PAYMENTS-WRITTEN       PIC 9(7).
           05  CKPT-DECEASED-SUPPRESSED-COUNT
                                           PIC 9(7).

      *----------------------------------------------------------------*
      * Holds the kept records of one output at a time while it is
      * rewritten; a debit record rides in the first 80 bytes.
      *----------------------------------------------------------------*
       FD  CHECKPOINT-WORK-FILE.
       01  CKWK-RECORD                     PIC X(145).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
       01  WS-PYT-STATUS                   PIC XX.
           88  WS-PYT-OK                   VALUE '00'.

      *----------------------------------------------------------------*
      * Deceased customer: no debit is drawn on a dead customer's
      * account once the death is on file. No deceased file means no
      * death has been notified.
      *----------------------------------------------------------------*
       01  WS-DCD-STATUS                   PIC XX.
           88  WS-DCD-OK                   VALUE '00'.

       01  WS-DCD-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-DCD-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-DCD-FILE-ABSENT          VALUE 'N'.

       01  WS-DECEASED-FLAG                PIC X VALUE 'N'.
           88  WS-CUSTOMER-DECEASED        VALUE 'Y'.
           88  WS-NOT-DECEASED             VALUE 'N'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

           05  WS-DEBIT-TOTAL-AMOUNT       PIC S9(9)V99 VALUE 0.
           05  WS-CUSTOMERS-SCANNED        PIC 9(7) VALUE 0.
           05  WS-CAPPED-COUNT             PIC 9(7) VALUE 0.
           05  WS-PAYMENTS-WRITTEN         PIC 9(7) VALUE 0.
           05  WS-DECEASED-SUPPRESSED-COUNT
                                           PIC 9(7) VALUE 0.

       01  WS-TRAN-ID-WORK.
           05  WS-TID-DATE                 PIC 9(8).
           05  WS-REF-SERIAL               PIC 9(4).
           05  FILLER                      PIC X(3) VALUE SPACES.

      *----------------------------------------------------------------*
      * Checkpoint/restart state, as FINCHG keeps it, with a kept
      * count for each of the two outputs.
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

       01  WS-CURRENT-PHASE                PIC X(1) VALUE SPACE.
           88  WS-PHASE-COUNT              VALUE '1'.
           88  WS-PHASE-GENERATE           VALUE '2'.

       01  WS-RESTART-STATE.
           05  WS-RESTART-PHASE            PIC X(1) VALUE SPACE.
               88  WS-RESTART-IN-COUNT     VALUE '1'.
               88  WS-RESTART-IN-GENERATE  VALUE '2'.
           05  WS-RESTART-CUST-ID          PIC 9(8) VALUE 0.
           05  WS-RESTART-READ             PIC 9(7) VALUE 0.
           05  WS-SWEEP-READ               PIC 9(7) VALUE 0.
           05  WS-DEBIT-KEPT               PIC 9(7) VALUE 0.
           05  WS-PAY-KEPT                 PIC 9(7) VALUE 0.
           05  WS-OUTPUT-COPIED            PIC 9(7) VALUE 0.
           05  WS-OUTPUT-DISCARDED         PIC 9(7) VALUE 0.

       COPY RUNPARM.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-EOF
               IF NOT WS-RESTART-IN-GENERATE
                   PERFORM 2000-COUNT-ORIGINATIONS
                   PERFORM 3000-WRITE-BATCH-HEADER
               END-IF
               PERFORM 4000-GENERATE-ORIGINATIONS
               PERFORM 5000-WRITE-BATCH-TRAILER
           END-IF
           INITIALIZE WS-ORIG-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1300-RESTART-SETUP
           MOVE WS-TODAY-DATE TO WS-TID-DATE
           MOVE WS-TODAY-DATE TO WS-REF-DATE
           IF WS-FRESH-RUN
               PERFORM 1100-COMPUTE-SETTLE-DATE
           END-IF
           OPEN INPUT DEBIT-MANDATE-FILE
           IF NOT WS-MND-OK
               DISPLAY 'ERROR OPENING DEBIT MANDATE FILE: '
                   WS-MND-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT DECEASED-FILE
           IF WS-DCD-OK
               SET WS-DCD-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-DCD-FILE-ABSENT TO TRUE
               DISPLAY 'DECEASED FILE NOT AVAILABLE, DECEASED '
                   'CHECK SKIPPED: ' WS-DCD-STATUS
           END-IF
           IF WS-RESTART-IN-GENERATE
               PERFORM 1400-TRUNCATE-OUTPUT-FILES
           ELSE
               OPEN OUTPUT ACH-DEBIT-FILE
               OPEN OUTPUT PAYMENT-TRAN-FILE
           END-IF
           IF NOT WS-ACH-OK
               DISPLAY 'ERROR OPENING ACH DEBIT FILE: ' WS-ACH-STATUS
               SET WS-EOF TO TRUE
           END-IF
           IF NOT WS-PYT-OK
               DISPLAY 'ERROR OPENING PAYMENT TRANSACTION FILE: '
                   WS-PYT-STATUS
               SET WS-EOF TO TRUE
           END-IF
           IF NOT WS-EOF
               PERFORM 1500-REGISTER-RUN
           END-IF.

       1100-COMPUTE-SETTLE-DATE SECTION.
                   'ORIGINATING SAME-DAY'
           END-IF.

       1300-RESTART-SETUP SECTION.

      *----------------------------------------------------------------*
      * The last checkpoint on file, if any, is the restart point;
      * the run takes back the original run's date, time and
      * settlement date so the batch, its transaction IDs and its
      * payment references continue unbroken.
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
               DISPLAY 'RESTARTING ACH ORIGINATION RUN OF '
                   WS-TODAY-DATE ' IN PASS ' WS-RESTART-PHASE
                   ' AFTER CUSTOMER ' WS-RESTART-CUST-ID
           END-IF.

       1310-READ-CHECKPOINT SECTION.

       1310-READ-CKPT.
           READ CHECKPOINT-FILE
               NOT AT END
                   SET WS-RESTARTING TO TRUE
                   MOVE CKPT-PHASE TO WS-RESTART-PHASE
                   MOVE CKPT-LAST-CUST-ID TO WS-RESTART-CUST-ID
                   MOVE CKPT-RECORDS-READ TO WS-RESTART-READ
                   MOVE CKPT-RUN-DATE TO WS-TODAY-DATE
                   MOVE CKPT-RUN-TIME TO WS-RUN-TIME
                   MOVE CKPT-SETTLE-DATE TO WS-SETTLE-DATE
                   MOVE CKPT-TID-SERIAL TO WS-TID-SERIAL
                   MOVE CKPT-DEBIT-OUTPUT-COUNT TO WS-DEBIT-KEPT
                   MOVE CKPT-PAY-OUTPUT-COUNT TO WS-PAY-KEPT
                   MOVE CKPT-DEBIT-COUNT TO WS-DEBIT-COUNT
                   MOVE CKPT-DEBIT-HASH TO WS-DEBIT-HASH
                   MOVE CKPT-DEBITS-WRITTEN TO WS-DEBITS-WRITTEN
                   MOVE CKPT-DEBIT-TOTAL-AMOUNT TO
                       WS-DEBIT-TOTAL-AMOUNT
                   MOVE CKPT-CUSTOMERS-SCANNED TO WS-CUSTOMERS-SCANNED
                   MOVE CKPT-CAPPED-COUNT TO WS-CAPPED-COUNT
                   MOVE CKPT-PAYMENTS-WRITTEN TO WS-PAYMENTS-WRITTEN
                   MOVE CKPT-DECEASED-SUPPRESSED-COUNT TO
                       WS-DECEASED-SUPPRESSED-COUNT
           END-READ.

       1400-TRUNCATE-OUTPUT-FILES SECTION.

      *----------------------------------------------------------------*
      * Each output in turn is copied aside up to its kept count and
      * rewritten with those records alone, left open after them for
      * the resumed pass. Either file holding fewer records than its
      * checkpoint says stops the run for operations.
      *----------------------------------------------------------------*
       1400-TRUNCATE.
           MOVE 0 TO WS-OUTPUT-DISCARDED
           MOVE 0 TO WS-OUTPUT-COPIED
           OPEN INPUT ACH-DEBIT-FILE
           OPEN OUTPUT CHECKPOINT-WORK-FILE
           IF NOT WS-ACH-OK OR NOT WS-CKWK-OK
               DISPLAY 'ERROR OPENING ACH DEBIT FILE FOR RESTART: '
                   WS-ACH-STATUS ' ' WS-CKWK-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1410-SAVE-KEPT-DEBIT UNTIL NOT WS-ACH-OK
               CLOSE ACH-DEBIT-FILE
               CLOSE CHECKPOINT-WORK-FILE
               IF WS-OUTPUT-COPIED < WS-DEBIT-KEPT
                   DISPLAY 'ACH DEBIT FILE HOLDS ' WS-OUTPUT-COPIED
                       ' OF ' WS-DEBIT-KEPT ' CHECKPOINTED RECORDS, '
                       'RUN CANNOT RESUME'
                   SET WS-EOF TO TRUE
               ELSE
                   OPEN INPUT CHECKPOINT-WORK-FILE
                   OPEN OUTPUT ACH-DEBIT-FILE
                   PERFORM 1420-RESTORE-KEPT-DEBIT
                       UNTIL NOT WS-CKWK-OK
                   CLOSE CHECKPOINT-WORK-FILE
               END-IF
           END-IF
           IF NOT WS-EOF
               MOVE 0 TO WS-OUTPUT-COPIED
               OPEN INPUT PAYMENT-TRAN-FILE
               OPEN OUTPUT CHECKPOINT-WORK-FILE
               IF NOT WS-PYT-OK OR NOT WS-CKWK-OK
                   DISPLAY 'ERROR OPENING PAYMENT FILE FOR RESTART: '
                       WS-PYT-STATUS ' ' WS-CKWK-STATUS
                   SET WS-EOF TO TRUE
               ELSE
                   PERFORM 1430-SAVE-KEPT-PAYMENT UNTIL NOT WS-PYT-OK
                   CLOSE PAYMENT-TRAN-FILE
                   CLOSE CHECKPOINT-WORK-FILE
                   IF WS-OUTPUT-COPIED < WS-PAY-KEPT
                       DISPLAY 'PAYMENT FILE HOLDS ' WS-OUTPUT-COPIED
                           ' OF ' WS-PAY-KEPT ' CHECKPOINTED RECORDS, '
                           'RUN CANNOT RESUME'
                       SET WS-EOF TO TRUE
                   ELSE
                       OPEN INPUT CHECKPOINT-WORK-FILE
                       OPEN OUTPUT PAYMENT-TRAN-FILE
                       PERFORM 1440-RESTORE-KEPT-PAYMENT
                           UNTIL NOT WS-CKWK-OK
                       CLOSE CHECKPOINT-WORK-FILE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-EOF
               DISPLAY 'OUTPUT CUT BACK TO ' WS-DEBIT-KEPT
                   ' DEBITS AND ' WS-PAY-KEPT ' PAYMENT RECORDS, '
                   WS-OUTPUT-DISCARDED ' DISCARDED'
           END-IF.

       1410-SAVE-KEPT-DEBIT SECTION.

       1410-SAVE-DEBIT.
           READ ACH-DEBIT-FILE
               NOT AT END
                   IF WS-OUTPUT-COPIED < WS-DEBIT-KEPT
                       WRITE CKWK-RECORD FROM ACH-DEBIT-RECORD
                       ADD 1 TO WS-OUTPUT-COPIED
                   ELSE
                       ADD 1 TO WS-OUTPUT-DISCARDED
                   END-IF
           END-READ.

       1420-RESTORE-KEPT-DEBIT SECTION.

       1420-RESTORE-DEBIT.
           READ CHECKPOINT-WORK-FILE
               NOT AT END
                   WRITE ACH-DEBIT-RECORD FROM CKWK-RECORD
           END-READ.

       1430-SAVE-KEPT-PAYMENT SECTION.

       1430-SAVE-PAYMENT.
           READ PAYMENT-TRAN-FILE
               NOT AT END
                   IF WS-OUTPUT-COPIED < WS-PAY-KEPT
                       WRITE CKWK-RECORD FROM PAYMENT-TRAN-RECORD
                       ADD 1 TO WS-OUTPUT-COPIED
                   ELSE
                       ADD 1 TO WS-OUTPUT-DISCARDED
                   END-IF
           END-READ.

       1440-RESTORE-KEPT-PAYMENT SECTION.

       1440-RESTORE-PAYMENT.
           READ CHECKPOINT-WORK-FILE
               NOT AT END
                   WRITE PAYMENT-TRAN-RECORD FROM CKWK-RECORD
           END-READ.

       1500-REGISTER-RUN SECTION.

      *----------------------------------------------------------------*
      * The output count RUNCTL carries for this step is the debits
      * kept - the file that goes to the bank.
      *----------------------------------------------------------------*
       1500-REGISTER.
           MOVE 'ACHORIG' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           IF WS-RESTARTING
               SET RC-FN-RESUME-STEP TO TRUE
               MOVE WS-RESTART-CUST-ID TO RC-RESTART-KEY
               MOVE WS-RESTART-READ TO RC-RECORD-COUNT
               MOVE WS-DEBIT-KEPT TO RC-OUTPUT-COUNT
               MOVE WS-OUTPUT-DISCARDED TO RC-DISCARDED-COUNT
           ELSE
               SET RC-FN-START-STEP TO TRUE
           END-IF
           CALL 'RUNCTL' USING RUNCTL-PARMS.

       1600-POSITION-CUSTOMER-FILE SECTION.

       1600-POSITION.
           MOVE 0 TO WS-SWEEP-READ
           IF WS-RESTARTING AND WS-RESTART-PHASE = WS-CURRENT-PHASE
               MOVE WS-RESTART-READ TO WS-SWEEP-READ
               MOVE WS-RESTART-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
               MOVE HIGH-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
               START CUSTOMER-FILE
                   KEY IS GREATER THAN CUST-KEY OF CUSTOMER-RECORD
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
           END-IF.

       2000-COUNT-ORIGINATIONS SECTION.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2000-COUNT.
           SET WS-NOT-EOF TO TRUE
           SET WS-PHASE-COUNT TO TRUE
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1600-POSITION-CUSTOMER-FILE
               PERFORM 2100-COUNT-ONE-CUSTOMER UNTIL WS-EOF
               CLOSE CUSTOMER-FILE
           END-IF.
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-SCANNED
                   PERFORM 6000-COMPUTE-DEBIT
                   IF WS-CUSTOMER-DECEASED
                       ADD 1 TO WS-DECEASED-SUPPRESSED-COUNT
                   END-IF
                   IF WS-DEBIT-AMOUNT > 0
                       ADD 1 TO WS-DEBIT-COUNT
                       ADD WS-DEBIT-AMOUNT TO WS-DEBIT-HASH
                   END-IF
                   PERFORM 7000-TAKE-CHECKPOINT
           END-READ.

       3000-WRITE-BATCH-HEADER SECTION.

       4000-GENERATE.
           SET WS-NOT-EOF TO TRUE
           SET WS-PHASE-GENERATE TO TRUE
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR REOPENING CUSTOMER FILE: '
                   WS-FILE-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1600-POSITION-CUSTOMER-FILE
               IF WS-EOF
                   SET WS-SWEEP-COMPLETE TO TRUE
               END-IF
               PERFORM 4100-ORIGINATE-ONE-CUSTOMER UNTIL WS-EOF
               CLOSE CUSTOMER-FILE
           END-IF.
           READ CUSTOMER-FILE INTO WS-WORK-CUSTOMER
               AT END
                   SET WS-EOF TO TRUE
                   SET WS-SWEEP-COMPLETE TO TRUE
               NOT AT END
                   PERFORM 6000-COMPUTE-DEBIT
                   IF WS-DEBIT-AMOUNT > 0
                       PERFORM 4200-WRITE-ACH-DEBIT
                       PERFORM 4300-WRITE-PAYMENT-TRAN
                   END-IF
                   PERFORM 7000-TAKE-CHECKPOINT
           END-READ.

       4200-WRITE-ACH-DEBIT SECTION.
           MOVE MND-BANK-ROUTING TO PAY-BANK-CODE
           MOVE ZEROS TO PAY-APPLIED-TO-TRAN
           WRITE PAYMENT-TRAN-RECORD FROM TRANSACTION-RECORD
           IF WS-PYT-OK
               ADD 1 TO WS-PAYMENTS-WRITTEN
           ELSE
               DISPLAY 'ERROR WRITING PAYMENT TRANSACTION FOR: '
                   CUST-ID OF WS-WORK-CUSTOMER
                   ' STATUS: ' WS-PYT-STATUS

      *----------------------------------------------------------------*
      * Zero unless the customer owes money and holds a mandate in
      * effect today, and is not deceased; the debit is the balance
      * due capped at the mandate's authorized amount, with the
      * capped remainder left for next month's origination.
      *----------------------------------------------------------------*
       6000-COMPUTE.
           MOVE 0 TO WS-DEBIT-AMOUNT
           SET WS-NOT-DECEASED TO TRUE
           IF CUST-BALANCE OF WS-WORK-CUSTOMER > 0
               PERFORM 6050-CHECK-DECEASED
           END-IF
           IF CUST-BALANCE OF WS-WORK-CUSTOMER <= 0
               OR WS-CUSTOMER-DECEASED
               CONTINUE
           ELSE
               PERFORM 6100-CHECK-MANDATE
               END-IF
           END-IF.

       6050-CHECK-DECEASED SECTION.

       6050-CHECK-DCD.
           IF WS-DCD-FILE-AVAILABLE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO DCD-CUST-ID
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-DCD-OK AND DCD-DECEASED
                   SET WS-CUSTOMER-DECEASED TO TRUE
               END-IF
           END-IF.

       6100-CHECK-MANDATE SECTION.

       6100-CHECK-MND.
               SET WS-MANDATE-IN-EFFECT TO TRUE
           END-IF.

       7000-TAKE-CHECKPOINT SECTION.

      *----------------------------------------------------------------*
      * Taken after the customer's debit and payment are written; in
      * the generation pass the payment batch keeps its header plus
      * every payment written so far.
      *----------------------------------------------------------------*
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
           MOVE WS-CURRENT-PHASE TO CKPT-PHASE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO CKPT-LAST-CUST-ID
           MOVE WS-SWEEP-READ TO CKPT-RECORDS-READ
           MOVE WS-TODAY-DATE TO CKPT-RUN-DATE
           MOVE WS-RUN-TIME TO CKPT-RUN-TIME
           MOVE WS-SETTLE-DATE TO CKPT-SETTLE-DATE
           MOVE WS-TID-SERIAL TO CKPT-TID-SERIAL
           IF WS-PHASE-GENERATE
               MOVE WS-DEBITS-WRITTEN TO CKPT-DEBIT-OUTPUT-COUNT
               COMPUTE CKPT-PAY-OUTPUT-COUNT =
                   WS-PAYMENTS-WRITTEN + 1
           END-IF
           MOVE WS-DEBIT-COUNT TO CKPT-DEBIT-COUNT
           MOVE WS-DEBIT-HASH TO CKPT-DEBIT-HASH
           MOVE WS-DEBITS-WRITTEN TO CKPT-DEBITS-WRITTEN
           MOVE WS-DEBIT-TOTAL-AMOUNT TO CKPT-DEBIT-TOTAL-AMOUNT
           MOVE WS-CUSTOMERS-SCANNED TO CKPT-CUSTOMERS-SCANNED
           MOVE WS-CAPPED-COUNT TO CKPT-CAPPED-COUNT
           MOVE WS-PAYMENTS-WRITTEN TO CKPT-PAYMENTS-WRITTEN
           MOVE WS-DECEASED-SUPPRESSED-COUNT TO
               CKPT-DECEASED-SUPPRESSED-COUNT
           WRITE CKPT-RECORD
           IF NOT WS-CKPT-OK
               DISPLAY 'ERROR WRITING CHECKPOINT AFTER: '
                   CKPT-LAST-CUST-ID ' STATUS: ' WS-CKPT-STATUS
           ELSE
               SET RC-FN-CHECKPOINT-STEP TO TRUE
               MOVE 'ACHORIG' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE CKPT-LAST-CUST-ID TO RC-RESTART-KEY
               MOVE CKPT-RECORDS-READ TO RC-RECORD-COUNT
               MOVE CKPT-DEBIT-OUTPUT-COUNT TO RC-OUTPUT-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.

       9000-FINALIZE SECTION.

      *----------------------------------------------------------------*
      * Only a run that swept to the end completes its step and
      * clears its checkpoint.
      *----------------------------------------------------------------*
       9000-FINAL.
           CLOSE DEBIT-MANDATE-FILE
           IF WS-DCD-FILE-AVAILABLE
               CLOSE DECEASED-FILE
           END-IF
           CLOSE ACH-DEBIT-FILE
           CLOSE PAYMENT-TRAN-FILE
           IF WS-CKPT-FILE-AVAILABLE
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-SWEEP-COMPLETE
               PERFORM 9100-COMPLETE-RUN
           ELSE
               DISPLAY 'ACH ORIGINATION RUN INCOMPLETE, CHECKPOINT '
                   'KEPT FOR RESTART'
           END-IF
           DISPLAY 'CUSTOMERS SCANNED:    ' WS-CUSTOMERS-SCANNED
           DISPLAY 'ACH DEBITS WRITTEN:   ' WS-DEBITS-WRITTEN
           DISPLAY 'DEBITS CAPPED:        ' WS-CAPPED-COUNT
           IF WS-DECEASED-SUPPRESSED-COUNT > 0
               DISPLAY 'SUPPRESSED (DECEASED): '
                   WS-DECEASED-SUPPRESSED-COUNT
           END-IF
           DISPLAY 'SETTLEMENT DATE:      ' WS-SETTLE-DATE
           DISPLAY 'TOTAL AMOUNT ORIGINATED: '
               WS-DEBIT-TOTAL-AMOUNT.

       9100-COMPLETE-RUN SECTION.

       9100-COMPLETE.
           SET RC-FN-END-STEP TO TRUE
           MOVE 'ACHORIG' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           MOVE WS-DEBITS-WRITTEN TO RC-RECORD-COUNT
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF WS-CKPT-FILE-AVAILABLE
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
           END-IF.
