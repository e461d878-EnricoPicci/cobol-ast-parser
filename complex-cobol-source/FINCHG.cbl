      *================================================================*
      * MONTHLY FINANCE CHARGE ASSESSMENT
      * Scans CUSTOMER-FILE the way CUSTAGE does, ages each positive
      * balance from its oldest open item's due date, and assesses the
      * contractual late charge on balances more than thirty days past
      * due. Rates escalate by aging bucket and differ by CUST-TYPE
      * (government accounts are exempt), with a minimum charge per
      * assessment. A servicemember on active duty (SCRAFILE, kept
      * by SCRAINTK) has the rate capped at the servicemember ceiling
      * for as long as the period runs, and no minimum charge lifts
      * the charge back above it. A customer whose death has been
      * notified (DECDFILE, kept by DECDINTK) is charged nothing
      * further; the estate is claimed at the balance on the date
      * of death.
      * The assessments come out as a properly BH/BT-wrapped batch of
      * AJ adjustment transactions - reason code FC, system approver,
      * hash-totalled trailer - so TRANPOST posts them through the
      * The batch is built in two passes over CUSTOMER-FILE because
      * the batch header's expected count must precede the details it
      * counts - the same arrangement SUSPREP and BANKRTRN use.
      *
      * Both passes checkpoint every thousand customers (FCCKPT), the
      * interval CUSTMAIN uses, with the pass, the last CUST-KEY, the
      * running totals and the charge records kept so far, and record
      * each checkpoint against the step in RUNCTL. A rerun after a
      * failure resumes from the last checkpoint under the original
      * run's date and time, cuts the charge file back to the records
      * kept at the checkpoint (FCCKWORK holds them while the file is
      * rewritten), and records the restart and its reconciled counts
      * in RUNCTL - so a rerun never emits a second batch of the same
      * charges. A clean end of run clears the checkpoint.
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-BKR-STATUS.

           SELECT DECEASED-FILE ASSIGN TO 'DECDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DCD-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT SERVICEMEMBER-FILE ASSIGN TO 'SCRAFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-CUST-ID
               FILE STATUS IS WS-SCR-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO 'FCCKPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CHECKPOINT-WORK-FILE ASSIGN TO 'FCCKWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  BANKRUPTCY-FILE.
           COPY BNKRREC.

       FD  DECEASED-FILE.
           COPY DECDREC.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  SERVICEMEMBER-FILE.
           COPY SCRAREC.

       FD  CHECKPOINT-FILE.
       01  CKPT-RECORD.
           05  CKPT-PHASE                  PIC X(1).
           05  CKPT-LAST-CUST-ID           PIC 9(8).
           05  CKPT-RECORDS-READ           PIC 9(7).
           05  CKPT-RUN-DATE               PIC 9(8).
           05  CKPT-RUN-TIME               PIC 9(6).
           05  CKPT-TID-SERIAL             PIC 9(4).
           05  CKPT-OUTPUT-COUNT           PIC 9(7).
           05  CKPT-CHARGE-COUNT           PIC 9(7).
           05  CKPT-CHARGE-HASH            PIC S9(9)V99.
           05  CKPT-CHARGES-WRITTEN        PIC 9(7).
           05  CKPT-CUSTOMERS-SCANNED      PIC 9(7).
           05  CKPT-PLAN-EXEMPT-COUNT      PIC 9(7).
           05  CKPT-STAY-SUPPRESSED-COUNT  PIC 9(7).
           05  CKPT-SCRA-CAPPED-COUNT      PIC 9(7).
           05  CKPT-DISPUTED-CUST-COUNT    PIC 9(7).
           05  CKPT-DECEASED-SUPPRESSED-COUNT
                                           PIC 9(7).

       FD  CHECKPOINT-WORK-FILE.
       01  CKWK-RECORD                     PIC X(145).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
       01  WS-NET-BALANCE                  PIC S9(9)V99 VALUE 0.
       01  WS-DISPUTED-CUST-COUNT          PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Earliest due date among the customer's collectable open
      * items, gathered on the same pass as the disputed amounts. An
      * item written before due dates were carried ages from its
      * purchase date. 99999999 means no open item was found, and
      * the account ages from CUST-PAYMENT-DATE as before.
      *----------------------------------------------------------------*
       01  WS-OLDEST-DUE-DATE              PIC 9(8) VALUE 99999999.
       01  WS-ITEM-DUE-DATE                PIC 9(8) VALUE 0.
       01  WS-AGING-FROM-DATE              PIC 9(8) VALUE 0.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.


       01  WS-STAY-SUPPRESSED-COUNT        PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Deceased customer: once a death is on file nothing more is
      * charged to the estate. No deceased file means no death has
      * been notified.
      *----------------------------------------------------------------*
       01  WS-DCD-STATUS                   PIC XX.
           88  WS-DCD-OK                   VALUE '00'.

       01  WS-DCD-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-DCD-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-DCD-FILE-ABSENT          VALUE 'N'.

       01  WS-DECEASED-FLAG                PIC X VALUE 'N'.
           88  WS-CUSTOMER-DECEASED        VALUE 'Y'.
           88  WS-NOT-DECEASED             VALUE 'N'.

       01  WS-DECEASED-SUPPRESSED-COUNT    PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Servicemember rate cap: while today falls inside a recorded
      * active-duty period the monthly rate is held to the statutory
      * six percent a year. A missing servicemember file just means
      * nobody is known to be serving.
      *----------------------------------------------------------------*
       01  WS-SCR-STATUS                   PIC XX.
           88  WS-SCR-OK                   VALUE '00'.

       01  WS-SCR-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-SCR-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-SCR-FILE-ABSENT          VALUE 'N'.

       01  WS-SERVICE-FLAG                 PIC X VALUE 'N'.
           88  WS-IN-ACTIVE-SERVICE        VALUE 'Y'.
           88  WS-NOT-IN-SERVICE           VALUE 'N'.

       01  WS-RATE-CAPPED-FLAG             PIC X VALUE 'N'.
           88  WS-RATE-CAPPED              VALUE 'Y'.
           88  WS-RATE-NOT-CAPPED          VALUE 'N'.

       01  WS-SCRA-CAP-RATE                PIC V999 VALUE .005.
       01  WS-SCRA-CAPPED-COUNT            PIC 9(7) VALUE 0.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-RUN-TIME                     PIC 9(6).

       01  WS-TRAN-ID-NUM REDEFINES WS-TRAN-ID-WORK
                                           PIC 9(12).

      *----------------------------------------------------------------*
      * Checkpoint/restart state. WS-SWEEP-READ counts the customers
      * read in the pass under way; a restart in the count pass
      * resumes that pass, one in the generation pass skips the count
      * pass and the header, both already done. The charge file is
      * cut back to WS-OUTPUT-KEPT records - one that holds fewer
      * than the checkpoint says cannot be resumed, and the run stops
      * for operations rather than guess.
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
           05  WS-OUTPUT-KEPT              PIC 9(7) VALUE 0.
           05  WS-OUTPUT-COPIED            PIC 9(7) VALUE 0.
           05  WS-OUTPUT-DISCARDED         PIC 9(7) VALUE 0.

       COPY RUNPARM.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-EOF
               IF NOT WS-RESTART-IN-GENERATE
                   PERFORM 2000-COUNT-ASSESSMENTS
                   PERFORM 3000-WRITE-BATCH-HEADER
               END-IF
               PERFORM 4000-GENERATE-ASSESSMENTS
               PERFORM 5000-WRITE-BATCH-TRAILER
           END-IF
           INITIALIZE WS-CHARGE-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1300-RESTART-SETUP
           MOVE WS-TODAY-DATE TO WS-TID-DATE
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PLAN-OK
               DISPLAY 'BANKRUPTCY FILE NOT AVAILABLE, STAY '
                   'CHECK SKIPPED: ' WS-BKR-STATUS
           END-IF
           OPEN INPUT DECEASED-FILE
           IF WS-DCD-OK
               SET WS-DCD-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-DCD-FILE-ABSENT TO TRUE
               DISPLAY 'DECEASED FILE NOT AVAILABLE, DECEASED '
                   'CHECK SKIPPED: ' WS-DCD-STATUS
           END-IF
           OPEN INPUT SERVICEMEMBER-FILE
           IF WS-SCR-OK
               SET WS-SCR-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-SCR-FILE-ABSENT TO TRUE
               DISPLAY 'SERVICEMEMBER FILE NOT AVAILABLE, RATE '
                   'CAP SKIPPED: ' WS-SCR-STATUS
           END-IF
           IF WS-RESTART-IN-GENERATE
               PERFORM 1400-TRUNCATE-CHARGE-FILE
           ELSE
               OPEN OUTPUT CHARGE-TRAN-FILE
           END-IF
           IF NOT WS-CHG-OK
               DISPLAY 'ERROR OPENING CHARGE TRANSACTION FILE: '
                   WS-CHG-STATUS
               SET WS-EOF TO TRUE
           END-IF
           IF NOT WS-EOF
               PERFORM 1500-REGISTER-RUN
           END-IF.

       1300-RESTART-SETUP SECTION.

      *----------------------------------------------------------------*
      * The last checkpoint on file, if any, is the restart point;
      * the run takes back the original run's date and time so the
      * batch and its transaction IDs continue unbroken. The file is
      * then reopened to take this run's checkpoints after it.
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
               DISPLAY 'RESTARTING FINANCE CHARGE RUN OF '
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
                   MOVE CKPT-TID-SERIAL TO WS-TID-SERIAL
                   MOVE CKPT-OUTPUT-COUNT TO WS-OUTPUT-KEPT
                   MOVE CKPT-CHARGE-COUNT TO WS-CHARGE-COUNT
                   MOVE CKPT-CHARGE-HASH TO WS-CHARGE-HASH
                   MOVE CKPT-CHARGES-WRITTEN TO WS-CHARGES-WRITTEN
                   MOVE CKPT-CUSTOMERS-SCANNED TO WS-CUSTOMERS-SCANNED
                   MOVE CKPT-PLAN-EXEMPT-COUNT TO WS-PLAN-EXEMPT-COUNT
                   MOVE CKPT-STAY-SUPPRESSED-COUNT TO
                       WS-STAY-SUPPRESSED-COUNT
                   MOVE CKPT-SCRA-CAPPED-COUNT TO WS-SCRA-CAPPED-COUNT
                   MOVE CKPT-DISPUTED-CUST-COUNT TO
                       WS-DISPUTED-CUST-COUNT
                   MOVE CKPT-DECEASED-SUPPRESSED-COUNT TO
                       WS-DECEASED-SUPPRESSED-COUNT
           END-READ.

       1400-TRUNCATE-CHARGE-FILE SECTION.

      *----------------------------------------------------------------*
      * The records kept at the checkpoint are copied aside and the
      * charge file rewritten with them alone, left open after them
      * for the resumed pass; anything the failed run wrote past the
      * checkpoint is discarded and counted.
      *----------------------------------------------------------------*
       1400-TRUNCATE.
           MOVE 0 TO WS-OUTPUT-COPIED
           MOVE 0 TO WS-OUTPUT-DISCARDED
           OPEN INPUT CHARGE-TRAN-FILE
           OPEN OUTPUT CHECKPOINT-WORK-FILE
           IF NOT WS-CHG-OK OR NOT WS-CKWK-OK
               DISPLAY 'ERROR OPENING CHARGE FILE FOR RESTART: '
                   WS-CHG-STATUS ' ' WS-CKWK-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1410-SAVE-KEPT-RECORD UNTIL NOT WS-CHG-OK
               CLOSE CHARGE-TRAN-FILE
               CLOSE CHECKPOINT-WORK-FILE
               IF WS-OUTPUT-COPIED < WS-OUTPUT-KEPT
                   DISPLAY 'CHARGE FILE HOLDS ' WS-OUTPUT-COPIED
                       ' OF ' WS-OUTPUT-KEPT ' CHECKPOINTED RECORDS, '
                       'RUN CANNOT RESUME'
                   SET WS-EOF TO TRUE
               ELSE
                   OPEN INPUT CHECKPOINT-WORK-FILE
                   OPEN OUTPUT CHARGE-TRAN-FILE
                   PERFORM 1420-RESTORE-KEPT-RECORD
                       UNTIL NOT WS-CKWK-OK
                   CLOSE CHECKPOINT-WORK-FILE
                   DISPLAY 'CHARGE FILE CUT BACK TO ' WS-OUTPUT-KEPT
                       ' RECORDS, ' WS-OUTPUT-DISCARDED ' DISCARDED'
               END-IF
           END-IF.

       1410-SAVE-KEPT-RECORD SECTION.

       1410-SAVE-KEPT.
           READ CHARGE-TRAN-FILE
               NOT AT END
                   IF WS-OUTPUT-COPIED < WS-OUTPUT-KEPT
                       WRITE CKWK-RECORD FROM CHARGE-TRAN-RECORD
                       ADD 1 TO WS-OUTPUT-COPIED
                   ELSE
                       ADD 1 TO WS-OUTPUT-DISCARDED
                   END-IF
           END-READ.

       1420-RESTORE-KEPT-RECORD SECTION.

       1420-RESTORE-KEPT.
           READ CHECKPOINT-WORK-FILE
               NOT AT END
                   WRITE CHARGE-TRAN-RECORD FROM CKWK-RECORD
           END-READ.

       1500-REGISTER-RUN SECTION.

      *----------------------------------------------------------------*
      * A fresh run starts its step in RUNCTL; a resumed one records
      * the restart point and the counts it reconciled to under the
      * original run's date.
      *----------------------------------------------------------------*
       1500-REGISTER.
           MOVE 'FINCHG' TO RC-PROGRAM-NAME
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

      *----------------------------------------------------------------*
      * The pass the restart fell in picks up after the checkpointed
      * customer with its read count restored; any other pass reads
      * from the top. The key's type half is set high, so the START
      * passes every row of the checkpointed customer.
      *----------------------------------------------------------------*
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

       2000-COUNT-ASSESSMENTS SECTION.
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
                   IF WS-STAY-IN-FORCE
                       ADD 1 TO WS-STAY-SUPPRESSED-COUNT
                   END-IF
                   IF WS-CUSTOMER-DECEASED
                       ADD 1 TO WS-DECEASED-SUPPRESSED-COUNT
                   END-IF
                   IF WS-RATE-CAPPED
                       ADD 1 TO WS-SCRA-CAPPED-COUNT
                   END-IF
                   IF WS-CHARGE-AMOUNT > 0
                       ADD 1 TO WS-CHARGE-COUNT
                       ADD WS-CHARGE-AMOUNT TO WS-CHARGE-HASH
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
               PERFORM 4100-ASSESS-ONE-CUSTOMER UNTIL WS-EOF
               CLOSE CUSTOMER-FILE
           END-IF.
           READ CUSTOMER-FILE INTO WS-WORK-CUSTOMER
               AT END
                   SET WS-EOF TO TRUE
                   SET WS-SWEEP-COMPLETE TO TRUE
               NOT AT END
                   PERFORM 6000-COMPUTE-CHARGE
                   IF WS-CHARGE-AMOUNT > 0
                       PERFORM 4200-WRITE-CHARGE-TRAN
                   END-IF
                   PERFORM 7000-TAKE-CHECKPOINT
           END-READ.

       4200-WRITE-CHARGE-TRAN SECTION.
       6000-COMPUTE-CHARGE SECTION.

      *----------------------------------------------------------------*
      * Ages the balance from the oldest open item's due date (or
      * CUST-PAYMENT-DATE when no open item is on file) through
      * DATEUTIL and prices the charge from the rate table: nothing
      * inside thirty days, escalating bucket rates beyond, the minimum
      * charge applied whenever a non-zero rate prices below it. A
      * customer with no date to age from is treated as over ninety
      * days, the same way CUSTAGE buckets them.
      *----------------------------------------------------------------*
       6000-COMPUTE.
           MOVE 0 TO WS-CHARGE-AMOUNT
           SET WS-RATE-NOT-CAPPED TO TRUE
           PERFORM 6300-CHECK-BANKRUPTCY-STAY
           PERFORM 6350-CHECK-DECEASED
           IF WS-STAY-IN-FORCE OR WS-CUSTOMER-DECEASED
               CONTINUE
           ELSE
               PERFORM 6200-CHECK-PAYMENT-PLAN
               PERFORM 6400-CHECK-SERVICEMEMBER
               PERFORM 6500-SUM-DISPUTED-ITEMS
               COMPUTE WS-NET-BALANCE =
                   CUST-BALANCE OF WS-WORK-CUSTOMER
               OR WS-PLAN-COMPLIANT
               CONTINUE
           ELSE
               IF WS-OLDEST-DUE-DATE < 99999999
                   MOVE WS-OLDEST-DUE-DATE TO WS-AGING-FROM-DATE
               ELSE
                   MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER
                       TO WS-AGING-FROM-DATE
               END-IF
               IF WS-AGING-FROM-DATE = 0
                   MOVE 999 TO WS-DAYS-PAST-DUE
               ELSE
                   SET DU-FN-DAYS-BETWEEN TO TRUE
                   MOVE WS-AGING-FROM-DATE TO DU-DATE-1
                   MOVE WS-TODAY-DATE TO DU-DATE-2
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
                   MOVE DU-DAYS-COUNT TO WS-DAYS-PAST-DUE
                   COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                       WS-NET-BALANCE * WS-CHARGE-RATE
                   IF WS-CHARGE-AMOUNT < WS-MINIMUM-CHARGE
                       AND WS-NOT-IN-SERVICE
                       MOVE WS-MINIMUM-CHARGE TO WS-CHARGE-AMOUNT
                   END-IF
               END-IF
                   ELSE
                       MOVE WS-RATE-IN-90PLUS TO WS-CHARGE-RATE
                   END-IF
           END-EVALUATE
           IF WS-IN-ACTIVE-SERVICE
               AND WS-CHARGE-RATE > WS-SCRA-CAP-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-CHARGE-RATE
               SET WS-RATE-CAPPED TO TRUE
           END-IF.

       6300-CHECK-BANKRUPTCY-STAY SECTION.

               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A stay takes precedence in the counts, so an account under
      * both is counted once, as stayed.
      *----------------------------------------------------------------*
       6350-CHECK-DECEASED SECTION.

       6350-CHECK-DCD.
           SET WS-NOT-DECEASED TO TRUE
           IF WS-DCD-FILE-AVAILABLE AND WS-NO-STAY
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO DCD-CUST-ID
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-DCD-OK AND DCD-DECEASED
                   SET WS-CUSTOMER-DECEASED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * In service when today falls on or after the period's start
      * and on or before its end; a zero end date is still serving.
      *----------------------------------------------------------------*
       6400-CHECK-SERVICEMEMBER SECTION.

       6400-CHECK-SERVICE.
           SET WS-NOT-IN-SERVICE TO TRUE
           IF WS-SCR-FILE-AVAILABLE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO SCR-CUST-ID
               READ SERVICEMEMBER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-SCR-OK
                   AND SCR-ACTIVE-START-DATE NOT > WS-TODAY-DATE
                   AND (SCR-ACTIVE-END-DATE = 0
                       OR SCR-ACTIVE-END-DATE NOT < WS-TODAY-DATE)
                   SET WS-IN-ACTIVE-SERVICE TO TRUE
               END-IF
           END-IF.

       6200-CHECK-PAYMENT-PLAN SECTION.

      *----------------------------------------------------------------*

       6500-SUM-DISPUTED.
           MOVE 0 TO WS-DISPUTED-AMOUNT
           MOVE 99999999 TO WS-OLDEST-DUE-DATE
           IF WS-OPI-FILE-ABSENT
               CONTINUE
           ELSE
                           ADD OPI-OPEN-AMOUNT TO
                               WS-DISPUTED-AMOUNT
                       END-IF
                       IF OPI-OPEN AND OPI-OPEN-AMOUNT > 0
                           PERFORM 6520-NOTE-ITEM-DUE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       6520-NOTE-ITEM-DUE-DATE SECTION.

       6520-NOTE-DUE.
           IF OPI-DUE-DATE NUMERIC AND OPI-DUE-DATE > 0
               MOVE OPI-DUE-DATE TO WS-ITEM-DUE-DATE
           ELSE
               MOVE OPI-TRAN-DATE TO WS-ITEM-DUE-DATE
           END-IF
           IF WS-ITEM-DUE-DATE < WS-OLDEST-DUE-DATE
               MOVE WS-ITEM-DUE-DATE TO WS-OLDEST-DUE-DATE
           END-IF.

       7000-TAKE-CHECKPOINT SECTION.

      *----------------------------------------------------------------*
      * Taken after the customer's charge is written, so the charge
      * records kept are the header plus every charge written so far
      * in the generation pass, and none in the count pass.
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
           MOVE WS-TID-SERIAL TO CKPT-TID-SERIAL
           IF WS-PHASE-GENERATE
               COMPUTE CKPT-OUTPUT-COUNT = WS-CHARGES-WRITTEN + 1
           END-IF
           MOVE WS-CHARGE-COUNT TO CKPT-CHARGE-COUNT
           MOVE WS-CHARGE-HASH TO CKPT-CHARGE-HASH
           MOVE WS-CHARGES-WRITTEN TO CKPT-CHARGES-WRITTEN
           MOVE WS-CUSTOMERS-SCANNED TO CKPT-CUSTOMERS-SCANNED
           MOVE WS-PLAN-EXEMPT-COUNT TO CKPT-PLAN-EXEMPT-COUNT
           MOVE WS-STAY-SUPPRESSED-COUNT TO CKPT-STAY-SUPPRESSED-COUNT
           MOVE WS-SCRA-CAPPED-COUNT TO CKPT-SCRA-CAPPED-COUNT
           MOVE WS-DISPUTED-CUST-COUNT TO CKPT-DISPUTED-CUST-COUNT
           MOVE WS-DECEASED-SUPPRESSED-COUNT TO
               CKPT-DECEASED-SUPPRESSED-COUNT
           WRITE CKPT-RECORD
           IF NOT WS-CKPT-OK
               DISPLAY 'ERROR WRITING CHECKPOINT AFTER: '
                   CKPT-LAST-CUST-ID ' STATUS: ' WS-CKPT-STATUS
           ELSE
               SET RC-FN-CHECKPOINT-STEP TO TRUE
               MOVE 'FINCHG' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE CKPT-LAST-CUST-ID TO RC-RESTART-KEY
               MOVE CKPT-RECORDS-READ TO RC-RECORD-COUNT
               MOVE CKPT-OUTPUT-COUNT TO RC-OUTPUT-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.

       9000-FINALIZE SECTION.

      *----------------------------------------------------------------*
      * Only a run that swept to the end completes its step and
      * clears its checkpoint; any other end leaves the checkpoint
      * standing for the rerun to resume from.
      *----------------------------------------------------------------*
       9000-FINAL.
           CLOSE CHARGE-TRAN-FILE
           IF WS-PLAN-FILE-AVAILABLE
           IF WS-BKR-FILE-AVAILABLE
               CLOSE BANKRUPTCY-FILE
           END-IF
           IF WS-DCD-FILE-AVAILABLE
               CLOSE DECEASED-FILE
           END-IF
           IF WS-SCR-FILE-AVAILABLE
               CLOSE SERVICEMEMBER-FILE
           END-IF
           IF WS-CKPT-FILE-AVAILABLE
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-SWEEP-COMPLETE
               PERFORM 9100-COMPLETE-RUN
           ELSE
               DISPLAY 'FINANCE CHARGE RUN INCOMPLETE, CHECKPOINT '
                   'KEPT FOR RESTART'
           END-IF
           DISPLAY 'CUSTOMERS SCANNED:       ' WS-CUSTOMERS-SCANNED
           DISPLAY 'FINANCE CHARGES WRITTEN: ' WS-CHARGES-WRITTEN
           IF WS-PLAN-EXEMPT-COUNT > 0
           IF WS-STAY-SUPPRESSED-COUNT > 0
               DISPLAY 'EXEMPT (BANKRUPTCY STAY): '
                   WS-STAY-SUPPRESSED-COUNT
           END-IF
           IF WS-DECEASED-SUPPRESSED-COUNT > 0
               DISPLAY 'EXEMPT (DECEASED):       '
                   WS-DECEASED-SUPPRESSED-COUNT
           END-IF
           IF WS-SCRA-CAPPED-COUNT > 0
               DISPLAY 'RATE CAPPED (SERVICEMEMBER): '
                   WS-SCRA-CAPPED-COUNT
           END-IF.

       9100-COMPLETE-RUN SECTION.

       9100-COMPLETE.
           SET RC-FN-END-STEP TO TRUE
           MOVE 'FINCHG' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           MOVE WS-CHARGES-WRITTEN TO RC-RECORD-COUNT
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF WS-CKPT-FILE-AVAILABLE
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
           END-IF.
