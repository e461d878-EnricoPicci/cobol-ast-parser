       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDSCRN.
      *================================================================*
      * NIGHTLY FRAUD SCREEN OF THE DAY'S PURCHASES
      * Scores each customer's purchases ('PU' postings on TRANHIST)
      * for the run date on two counts:
      *   - velocity: the day's purchase total against the account's
      *     trailing daily average over the 90 days before the run
      *     date; three, five and ten times the average score 20, 40
      *     and 60. An account with no purchases in the 90 days
      *     scores 30 when the day's total reaches the large-purchase
      *     amount.
      *   - contact change: an address or email change on the audit
      *     journal within 3 days up to the run date, with purchases
      *     on the run date, scores 20, or 50 when one purchase alone
      *     reaches the large-purchase amount.
      * The two parts add up to the alert score, capped at 100. A
      * customer scoring 30 or more is written to the fraud queue
      * (FRAUDQUE) for the fraud analyst; a score at or above the
      * hold score (60 unless the run parameter says otherwise) also
      * puts an active account on hold with reason FR, journalled to
      * the audit file like a CUSTMAIN update, so TRANPOST refuses
      * its purchases until FRDREVW records the analyst's decision.
      * An account already held, frozen, closed or sold is queued
      * without a new hold.
      *
      * The audit journal is read from AUDDAILY, the recent daily
      * generations concatenated at the JCL level the way AUDCONS
      * takes them; the hold entries this run writes go to AUDITFIL
      * as usual. A rerun for the same date finds the day's alerts
      * already queued and passes them over.
      *
      * Run parameter: positions 1-8 the run date (YYYYMMDD, blank
      * for today), positions 9-11 the hold score.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRH-TRAN-ID
               FILE STATUS IS WS-TRH-STATUS.

           SELECT DAILY-JOURNAL-FILE ASSIGN TO 'AUDDAILY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.

           SELECT FRAUD-QUEUE-FILE ASSIGN TO 'FRAUDQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRQ-KEY
               FILE STATUS IS WS-FRQ-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDITFIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'FRDSRT01'.

           SELECT FRAUD-REPORT ASSIGN TO 'FRDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  TRANSACTION-HISTORY-FILE.
           COPY TRNHIST.

       FD  DAILY-JOURNAL-FILE.
           COPY AUDITREC REPLACING ==AUDIT-RECORD==
                               BY ==DAILY-AUDIT-RECORD==.

       FD  FRAUD-QUEUE-FILE.
           COPY FRDQREC.

       FD  AUDIT-JOURNAL-FILE.
           COPY AUDITREC.

      *----------------------------------------------------------------*
      * One row per purchase in the lookback (type P) and per contact
      * change in the window (type C), brought together by customer.
      *----------------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-CUST-ID                 PIC 9(8).
           05  SRT-EVENT-TYPE              PIC X(1).
               88  SRT-CONTACT-CHANGE      VALUE 'C'.
               88  SRT-PURCHASE            VALUE 'P'.
           05  SRT-EVENT-DATE              PIC 9(8).
           05  SRT-AMOUNT                  PIC S9(7)V99.

       FD  FRAUD-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-TRH-STATUS                   PIC XX.
           88  WS-TRH-OK                   VALUE '00'.

       01  WS-DAILY-STATUS                 PIC XX.
           88  WS-DAILY-OK                 VALUE '00'.

       01  WS-FRQ-STATUS                   PIC XX.
           88  WS-FRQ-OK                   VALUE '00'.
           88  WS-FRQ-NOT-OPEN             VALUE '35'.

       01  WS-AUDIT-STATUS                 PIC XX.
           88  WS-AUDIT-OK                 VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-BEFORE-IMAGE==.

      *----------------------------------------------------------------*
      * The journal entry's before and after images, compared for an
      * address or email change.
      *----------------------------------------------------------------*
       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-BEFORE-VIEW==.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-AFTER-VIEW==.

       COPY RUNPARM.

       COPY AUDCPARM.

       COPY DATEPARM.

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-RUN-DATE            PIC X(8).
           05  WS-PARM-HOLD-SCORE          PIC X(3).
           05  FILLER                      PIC X(9).

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
           05  WS-TRH-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-TRH-EOF              VALUE 'Y'.
               88  WS-TRH-NOT-EOF          VALUE 'N'.
           05  WS-DAILY-EOF-FLAG           PIC X VALUE 'N'.
               88  WS-DAILY-EOF            VALUE 'Y'.
               88  WS-DAILY-NOT-EOF        VALUE 'N'.
           05  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
               88  WS-SORT-AT-END          VALUE 'Y'.
               88  WS-SORT-NOT-AT-END      VALUE 'N'.
           05  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE 'N'.
               88  WS-CUSTOMER-FOUND       VALUE 'Y'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-LOOKBACK-START               PIC 9(8).
       01  WS-CONTACT-START                PIC 9(8).

      *----------------------------------------------------------------*
      * Screening rules. The hold score alone can be overridden from
      * the run parameter.
      *----------------------------------------------------------------*
       01  WS-FRAUD-RULES.
           05  WS-ALERT-SCORE              PIC 9(3) VALUE 30.
           05  WS-HOLD-SCORE               PIC 9(3) VALUE 60.
           05  WS-MAXIMUM-SCORE            PIC 9(3) VALUE 100.
           05  WS-LOOKBACK-DAYS            PIC 9(3) VALUE 90.
           05  WS-CONTACT-WINDOW-DAYS      PIC 9(3) VALUE 3.
           05  WS-LARGE-PURCHASE           PIC 9(7)V99 VALUE 1000.00.
           05  WS-VELOCITY-HIGH-TIMES      PIC 9(3) VALUE 10.
           05  WS-VELOCITY-HIGH-POINTS     PIC 9(3) VALUE 60.
           05  WS-VELOCITY-MID-TIMES       PIC 9(3) VALUE 5.
           05  WS-VELOCITY-MID-POINTS      PIC 9(3) VALUE 40.
           05  WS-VELOCITY-LOW-TIMES       PIC 9(3) VALUE 3.
           05  WS-VELOCITY-LOW-POINTS      PIC 9(3) VALUE 20.
           05  WS-NO-HISTORY-POINTS        PIC 9(3) VALUE 30.
           05  WS-CONTACT-LARGE-POINTS     PIC 9(3) VALUE 50.
           05  WS-CONTACT-POINTS           PIC 9(3) VALUE 20.

      *----------------------------------------------------------------*
      * The customer being gathered off the sort.
      *----------------------------------------------------------------*
       01  WS-CUSTOMER-WORK.
           05  WS-CUR-CUST-ID              PIC 9(8) VALUE 0.
           05  WS-DAY-TOTAL                PIC S9(9)V99 VALUE 0.
           05  WS-DAY-COUNT                PIC 9(5) VALUE 0.
           05  WS-DAY-LARGEST              PIC S9(7)V99 VALUE 0.
           05  WS-HISTORY-TOTAL            PIC S9(9)V99 VALUE 0.
           05  WS-CONTACT-DATE             PIC 9(8) VALUE 0.
           05  WS-AVERAGE-DAILY            PIC S9(7)V99 VALUE 0.
           05  WS-VELOCITY-SCORE           PIC 9(3) VALUE 0.
           05  WS-CONTACT-SCORE            PIC 9(3) VALUE 0.
           05  WS-TOTAL-SCORE              PIC 9(3) VALUE 0.

       01  WS-SCREEN-TOTALS.
           05  WS-PURCHASES-READ           PIC 9(7) VALUE 0.
           05  WS-CONTACT-CHANGES          PIC 9(7) VALUE 0.
           05  WS-CUSTOMERS-SCORED         PIC 9(7) VALUE 0.
           05  WS-ALERTS-QUEUED            PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-HELD            PIC 9(7) VALUE 0.
           05  WS-ALREADY-QUEUED           PIC 9(7) VALUE 0.
           05  WS-CUSTOMERS-NOT-FOUND      PIC 9(7) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'FRAUD SCREEN ALERTS'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(12)
               VALUE 'HOLD SCORE: '.
           05  WS-HDG-HOLD-SCORE           PIC ZZ9.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(32) VALUE 'NAME'.
           05  FILLER                      PIC X(7) VALUE 'SCORE'.
           05  FILLER                      PIC X(5) VALUE 'VEL'.
           05  FILLER                      PIC X(5) VALUE 'CON'.
           05  FILLER                      PIC X(16)
               VALUE 'DAY PURCHASES'.
           05  FILLER                      PIC X(16)
               VALUE 'DAILY AVERAGE'.
           05  FILLER                      PIC X(10) VALUE 'CONTACT'.
           05  FILLER                      PIC X(20) VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-NAME                 PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-SCORE                PIC ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DTL-VELOCITY             PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-CONTACT              PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-DAY-TOTAL            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-AVERAGE              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-CONTACT-DATE         PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-ACTION               PIC X(20).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(30).
           05  WS-SUM-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-SORT-AND-SCORE
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-SCREEN-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE WS-TODAY-DATE TO WS-RUN-DATE
           IF WS-PARM-RUN-DATE NOT = SPACES
               PERFORM 1050-VALIDATE-RUN-DATE
           END-IF
           IF WS-PARM-HOLD-SCORE NUMERIC
               AND WS-PARM-HOLD-SCORE NOT = '000'
               MOVE WS-PARM-HOLD-SCORE TO WS-HOLD-SCORE
           END-IF
           IF WS-RUN-CLEAN
               SET DU-FN-SUB-DAYS TO TRUE
               MOVE WS-RUN-DATE TO DU-DATE-1
               MOVE WS-LOOKBACK-DAYS TO DU-DAYS-COUNT
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               MOVE DU-RESULT-DATE TO WS-LOOKBACK-START
               SET DU-FN-SUB-DAYS TO TRUE
               MOVE WS-RUN-DATE TO DU-DATE-1
               MOVE WS-CONTACT-WINDOW-DAYS TO DU-DAYS-COUNT
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               MOVE DU-RESULT-DATE TO WS-CONTACT-START
               PERFORM 1100-OPEN-SCREEN-FILES
           END-IF.

       1050-VALIDATE-RUN-DATE SECTION.

       1050-VALIDATE-DATE.
           IF WS-PARM-RUN-DATE NUMERIC
               SET DU-FN-VALIDATE TO TRUE
               MOVE WS-PARM-RUN-DATE TO DU-DATE-1
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
           END-IF
           IF WS-PARM-RUN-DATE NUMERIC AND DU-VALID
               MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'INVALID RUN DATE PARAMETER, RUN REFUSED: '
                   WS-PARM-RUN-DATE
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       1100-OPEN-SCREEN-FILES SECTION.

       1100-OPEN-FILES.
           SET RC-FN-LOCK-FILE TO TRUE
           MOVE 'FRDSCRN' TO RC-PROGRAM-NAME
           MOVE 'CUSTFILE' TO RC-LOCK-NAME
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-NOT-OK
               DISPLAY 'CUSTFILE IS HELD BY ANOTHER UPDATER, '
                   'RUN REFUSED'
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-CUSTFILE-LOCKED TO TRUE
               OPEN I-O CUSTOMER-FILE
               IF NOT WS-FILE-OK
                   DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                       WS-FILE-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           IF WS-RUN-CLEAN
               OPEN I-O FRAUD-QUEUE-FILE
               IF WS-FRQ-NOT-OPEN
                   OPEN OUTPUT FRAUD-QUEUE-FILE
                   CLOSE FRAUD-QUEUE-FILE
                   OPEN I-O FRAUD-QUEUE-FILE
               END-IF
               IF NOT WS-FRQ-OK
                   DISPLAY 'ERROR OPENING FRAUD QUEUE: '
                       WS-FRQ-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           IF WS-RUN-CLEAN
               OPEN EXTEND AUDIT-JOURNAL-FILE
               IF NOT WS-AUDIT-OK
                   OPEN OUTPUT AUDIT-JOURNAL-FILE
               END-IF
               IF NOT WS-AUDIT-OK
                   DISPLAY 'ERROR OPENING AUDIT JOURNAL FILE: '
                       WS-AUDIT-STATUS
               END-IF
               OPEN OUTPUT FRAUD-REPORT
               IF NOT WS-PRINT-OK
                   DISPLAY 'ERROR OPENING FRAUD REPORT: '
                       WS-PRINT-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   MOVE WS-RUN-DATE TO WS-HDG-DATE
                   MOVE WS-HOLD-SCORE TO WS-HDG-HOLD-SCORE
                   WRITE PRINT-LINE FROM WS-HEADING-LINE
                   WRITE PRINT-LINE FROM WS-COLUMN-LINE
               END-IF
           END-IF.

       2000-SORT-AND-SCORE SECTION.

       2000-SORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-ID
               ON ASCENDING KEY SRT-EVENT-TYPE
               ON ASCENDING KEY SRT-EVENT-DATE
               INPUT PROCEDURE IS 2500-SUPPLY-SORT-INPUT
               OUTPUT PROCEDURE IS 3000-SCORE-CUSTOMERS.

      *----------------------------------------------------------------*
      * Purchases first, then the journal. Without transaction
      * history there is nothing to score; without the journal the
      * contact-change part is simply not scored.
      *----------------------------------------------------------------*
       2500-SUPPLY-SORT-INPUT SECTION.

       2500-SUPPLY.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF NOT WS-TRH-OK
               DISPLAY 'ERROR OPENING TRANSACTION HISTORY FILE: '
                   WS-TRH-STATUS
           ELSE
               PERFORM 2600-RELEASE-ONE-PURCHASE UNTIL WS-TRH-EOF
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF
           OPEN INPUT DAILY-JOURNAL-FILE
           IF NOT WS-DAILY-OK
               DISPLAY 'AUDIT JOURNAL NOT AVAILABLE, CONTACT CHANGE '
                   'CHECK SKIPPED: ' WS-DAILY-STATUS
           ELSE
               PERFORM 2700-RELEASE-ONE-CHANGE UNTIL WS-DAILY-EOF
               CLOSE DAILY-JOURNAL-FILE
           END-IF.

       2600-RELEASE-ONE-PURCHASE SECTION.

       2600-RELEASE-PURCHASE.
           READ TRANSACTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-TRH-EOF TO TRUE
               NOT AT END
                   IF TRH-PURCHASE
                       AND TRH-TRAN-DATE NOT < WS-LOOKBACK-START
                       AND TRH-TRAN-DATE NOT > WS-RUN-DATE
                       ADD 1 TO WS-PURCHASES-READ
                       MOVE TRH-CUST-ID TO SRT-CUST-ID
                       SET SRT-PURCHASE TO TRUE
                       MOVE TRH-TRAN-DATE TO SRT-EVENT-DATE
                       MOVE TRH-AMOUNT TO SRT-AMOUNT
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * An update entry inside the contact window whose images show
      * a different mailing address or email address.
      *----------------------------------------------------------------*
       2700-RELEASE-ONE-CHANGE SECTION.

       2700-RELEASE-CHANGE.
           READ DAILY-JOURNAL-FILE
               AT END
                   SET WS-DAILY-EOF TO TRUE
               NOT AT END
                   IF AUD-ACTION-UPDATE OF DAILY-AUDIT-RECORD
                       AND AUD-TS-DATE OF DAILY-AUDIT-RECORD
                           NOT < WS-CONTACT-START
                       AND AUD-TS-DATE OF DAILY-AUDIT-RECORD
                           NOT > WS-RUN-DATE
                       MOVE AUD-BEFORE-IMAGE OF DAILY-AUDIT-RECORD TO
                           WS-BEFORE-VIEW
                       MOVE AUD-AFTER-IMAGE OF DAILY-AUDIT-RECORD TO
                           WS-AFTER-VIEW
                       IF CUST-ADDRESS OF WS-BEFORE-VIEW NOT =
                           CUST-ADDRESS OF WS-AFTER-VIEW
                          OR CUST-EMAIL OF WS-BEFORE-VIEW NOT =
                           CUST-EMAIL OF WS-AFTER-VIEW
                           ADD 1 TO WS-CONTACT-CHANGES
                           MOVE AUD-CUST-ID OF DAILY-AUDIT-RECORD TO
                               SRT-CUST-ID
                           SET SRT-CONTACT-CHANGE TO TRUE
                           MOVE AUD-TS-DATE OF DAILY-AUDIT-RECORD TO
                               SRT-EVENT-DATE
                           MOVE 0 TO SRT-AMOUNT
                           RELEASE SORT-WORK-RECORD
                       END-IF
                   END-IF
           END-READ.

       3000-SCORE-CUSTOMERS SECTION.

       3000-SCORE.
           MOVE 0 TO WS-CUR-CUST-ID
           PERFORM 3100-RETURN-SORTED-EVENT UNTIL WS-SORT-AT-END
           IF WS-CUR-CUST-ID NOT = 0
               PERFORM 4000-SCORE-CUSTOMER
           END-IF.

       3100-RETURN-SORTED-EVENT SECTION.

       3100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-AT-END TO TRUE
               NOT AT END
                   IF SRT-CUST-ID NOT = WS-CUR-CUST-ID
                       IF WS-CUR-CUST-ID NOT = 0
                           PERFORM 4000-SCORE-CUSTOMER
                       END-IF
                       INITIALIZE WS-CUSTOMER-WORK
                       MOVE SRT-CUST-ID TO WS-CUR-CUST-ID
                   END-IF
                   PERFORM 3200-ACCUMULATE-EVENT
           END-RETURN.

      *----------------------------------------------------------------*
      * Purchases on the run date make the day; earlier ones in the
      * lookback make the history the average is taken over.
      *----------------------------------------------------------------*
       3200-ACCUMULATE-EVENT SECTION.

       3200-ACCUMULATE.
           EVALUATE TRUE
               WHEN SRT-CONTACT-CHANGE
                   IF SRT-EVENT-DATE > WS-CONTACT-DATE
                       MOVE SRT-EVENT-DATE TO WS-CONTACT-DATE
                   END-IF
               WHEN SRT-EVENT-DATE = WS-RUN-DATE
                   ADD SRT-AMOUNT TO WS-DAY-TOTAL
                   ADD 1 TO WS-DAY-COUNT
                   IF SRT-AMOUNT > WS-DAY-LARGEST
                       MOVE SRT-AMOUNT TO WS-DAY-LARGEST
                   END-IF
               WHEN OTHER
                   ADD SRT-AMOUNT TO WS-HISTORY-TOTAL
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Only a customer with purchases on the run date is scored.
      *----------------------------------------------------------------*
       4000-SCORE-CUSTOMER SECTION.

       4000-SCORE-CUST.
           IF WS-DAY-COUNT > 0
               ADD 1 TO WS-CUSTOMERS-SCORED
               COMPUTE WS-AVERAGE-DAILY ROUNDED =
                   WS-HISTORY-TOTAL / WS-LOOKBACK-DAYS
               EVALUATE TRUE
                   WHEN WS-AVERAGE-DAILY NOT > 0
                       IF WS-DAY-TOTAL NOT < WS-LARGE-PURCHASE
                           MOVE WS-NO-HISTORY-POINTS TO
                               WS-VELOCITY-SCORE
                       END-IF
                   WHEN WS-DAY-TOTAL NOT <
                        WS-AVERAGE-DAILY * WS-VELOCITY-HIGH-TIMES
                       MOVE WS-VELOCITY-HIGH-POINTS TO
                           WS-VELOCITY-SCORE
                   WHEN WS-DAY-TOTAL NOT <
                        WS-AVERAGE-DAILY * WS-VELOCITY-MID-TIMES
                       MOVE WS-VELOCITY-MID-POINTS TO WS-VELOCITY-SCORE
                   WHEN WS-DAY-TOTAL NOT <
                        WS-AVERAGE-DAILY * WS-VELOCITY-LOW-TIMES
                       MOVE WS-VELOCITY-LOW-POINTS TO WS-VELOCITY-SCORE
                   WHEN OTHER
                       MOVE 0 TO WS-VELOCITY-SCORE
               END-EVALUATE
               IF WS-CONTACT-DATE > 0
                   IF WS-DAY-LARGEST NOT < WS-LARGE-PURCHASE
                       MOVE WS-CONTACT-LARGE-POINTS TO WS-CONTACT-SCORE
                   ELSE
                       MOVE WS-CONTACT-POINTS TO WS-CONTACT-SCORE
                   END-IF
               END-IF
               COMPUTE WS-TOTAL-SCORE =
                   WS-VELOCITY-SCORE + WS-CONTACT-SCORE
               IF WS-TOTAL-SCORE > WS-MAXIMUM-SCORE
                   MOVE WS-MAXIMUM-SCORE TO WS-TOTAL-SCORE
               END-IF
               IF WS-TOTAL-SCORE NOT < WS-ALERT-SCORE
                   PERFORM 4100-RAISE-ALERT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The queue row goes first; a row already there for the day
      * means a rerun, and the account is left as that run left it.
      *----------------------------------------------------------------*
       4100-RAISE-ALERT SECTION.

       4100-RAISE.
           PERFORM 4200-FIND-CUSTOMER
           IF NOT WS-CUSTOMER-FOUND
               ADD 1 TO WS-CUSTOMERS-NOT-FOUND
               DISPLAY 'FRAUD ALERT FOR CUSTOMER NOT ON FILE: '
                   WS-CUR-CUST-ID
           ELSE
               INITIALIZE FRAUD-QUEUE-RECORD
               MOVE WS-CUR-CUST-ID TO FRQ-CUST-ID
               MOVE WS-RUN-DATE TO FRQ-ALERT-DATE
               SET FRQ-PENDING TO TRUE
               MOVE WS-TOTAL-SCORE TO FRQ-SCORE
               MOVE WS-VELOCITY-SCORE TO FRQ-VELOCITY-SCORE
               MOVE WS-CONTACT-SCORE TO FRQ-CONTACT-SCORE
               MOVE WS-DAY-TOTAL TO FRQ-DAY-PURCHASES
               MOVE WS-DAY-COUNT TO FRQ-DAY-PURCHASE-COUNT
               MOVE WS-DAY-LARGEST TO FRQ-LARGEST-PURCHASE
               MOVE WS-AVERAGE-DAILY TO FRQ-AVERAGE-DAILY
               IF WS-CONTACT-SCORE > 0
                   MOVE WS-CONTACT-DATE TO FRQ-CONTACT-CHANGE-DATE
               END-IF
               MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO
                   FRQ-CUST-NAME
               SET FRQ-HOLD-NOT-PLACED TO TRUE
               MOVE SPACES TO FRQ-DECIDED-BY
               IF WS-TOTAL-SCORE NOT < WS-HOLD-SCORE
                   AND CUST-STAT-ACTIVE OF WS-WORK-CUSTOMER
                   SET FRQ-HOLD-PLACED TO TRUE
                   MOVE CUST-ACCT-STATUS OF WS-WORK-CUSTOMER TO
                       FRQ-PRIOR-STATUS
                   MOVE CUST-STATUS-REASON OF WS-WORK-CUSTOMER TO
                       FRQ-PRIOR-REASON
               END-IF
               MOVE SPACES TO WS-DETAIL-LINE
               WRITE FRAUD-QUEUE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ALREADY-QUEUED
                       DISPLAY 'FRAUD ALERT ALREADY QUEUED FOR: '
                           WS-CUR-CUST-ID ' ' WS-RUN-DATE
                   NOT INVALID KEY
                       ADD 1 TO WS-ALERTS-QUEUED
                       IF FRQ-HOLD-PLACED
                           PERFORM 4300-PLACE-FRAUD-HOLD
                       ELSE
                           MOVE 'QUEUED' TO WS-DTL-ACTION
                       END-IF
                       PERFORM 4500-WRITE-DETAIL-LINE
               END-WRITE
           END-IF.

       4200-FIND-CUSTOMER SECTION.

       4200-FIND-CUST.
           MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
           MOVE WS-CUR-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   AND CUST-ID OF WS-WORK-CUSTOMER = WS-CUR-CUST-ID
                   SET WS-CUSTOMER-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CUSTOMER-RECORD (the FD area) still holds the row just read,
      * so the REWRITE lands on it. A hold that cannot be written
      * comes back off the queue row, so FRDREVW never restores a
      * status the account was not moved from.
      *----------------------------------------------------------------*
       4300-PLACE-FRAUD-HOLD SECTION.

       4300-PLACE-HOLD.
           MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
           SET CUST-STAT-HOLD OF WS-WORK-CUSTOMER TO TRUE
           MOVE 'FR' TO CUST-STATUS-REASON OF WS-WORK-CUSTOMER
           REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
           IF WS-FILE-OK
               ADD 1 TO WS-ACCOUNTS-HELD
               MOVE 'HELD FOR REVIEW' TO WS-DTL-ACTION
               PERFORM 4400-WRITE-AUDIT-ENTRY
           ELSE
               DISPLAY 'ERROR PLACING FRAUD HOLD FOR: '
                   WS-CUR-CUST-ID ' STATUS: ' WS-FILE-STATUS
               MOVE 'QUEUED, HOLD FAILED' TO WS-DTL-ACTION
               SET FRQ-HOLD-NOT-PLACED TO TRUE
               MOVE SPACES TO FRQ-PRIOR-STATUS
               MOVE SPACES TO FRQ-PRIOR-REASON
               REWRITE FRAUD-QUEUE-RECORD
               IF NOT WS-FRQ-OK
                   DISPLAY 'ERROR REWRITING FRAUD QUEUE FOR: '
                       WS-CUR-CUST-ID ' STATUS: ' WS-FRQ-STATUS
               END-IF
           END-IF.

       4400-WRITE-AUDIT-ENTRY SECTION.

       4400-WRITE-AUDIT.
           SET AUD-ACTION-UPDATE OF AUDIT-RECORD TO TRUE
           ACCEPT AUD-TS-DATE OF AUDIT-RECORD FROM DATE YYYYMMDD
           ACCEPT AUD-TS-TIME OF AUDIT-RECORD FROM TIME
           MOVE WS-CUR-CUST-ID TO AUD-CUST-ID OF AUDIT-RECORD
           MOVE 'FRDSCRN' TO AUD-OPERATOR-ID OF AUDIT-RECORD
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE OF AUDIT-RECORD
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE OF AUDIT-RECORD
           MOVE 0 TO AUD-TRAN-ID OF AUDIT-RECORD
           MOVE SPACES TO AUD-APPROVER-ID OF AUDIT-RECORD
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
                   WS-CUR-CUST-ID ' STATUS: ' WS-AUDIT-STATUS
           END-IF.

       4500-WRITE-DETAIL-LINE SECTION.

       4500-WRITE-DETAIL.
           MOVE WS-CUR-CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO WS-DTL-NAME
           MOVE WS-TOTAL-SCORE TO WS-DTL-SCORE
           MOVE WS-VELOCITY-SCORE TO WS-DTL-VELOCITY
           MOVE WS-CONTACT-SCORE TO WS-DTL-CONTACT
           MOVE WS-DAY-TOTAL TO WS-DTL-DAY-TOTAL
           MOVE WS-AVERAGE-DAILY TO WS-DTL-AVERAGE
           MOVE FRQ-CONTACT-CHANGE-DATE TO WS-DTL-CONTACT-DATE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-CUSTFILE-LOCKED
               IF WS-PRINT-OK
                   PERFORM 9100-WRITE-SUMMARY
               END-IF
               CLOSE CUSTOMER-FILE
               CLOSE FRAUD-QUEUE-FILE
               CLOSE AUDIT-JOURNAL-FILE
               CLOSE FRAUD-REPORT
           END-IF
           DISPLAY 'FRAUD SCREEN RUN DATE: ' WS-RUN-DATE
           DISPLAY 'PURCHASES READ:        ' WS-PURCHASES-READ
           DISPLAY 'CONTACT CHANGES:       ' WS-CONTACT-CHANGES
           DISPLAY 'CUSTOMERS SCORED:      ' WS-CUSTOMERS-SCORED
           DISPLAY 'ALERTS QUEUED:         ' WS-ALERTS-QUEUED
           DISPLAY 'ACCOUNTS HELD:         ' WS-ACCOUNTS-HELD
           DISPLAY 'ALREADY QUEUED:        ' WS-ALREADY-QUEUED
           DISPLAY 'CUSTOMERS NOT FOUND:   ' WS-CUSTOMERS-NOT-FOUND
           IF WS-CUSTFILE-LOCKED
               SET RC-FN-UNLOCK-FILE TO TRUE
               MOVE 'FRDSCRN' TO RC-PROGRAM-NAME
               MOVE 'CUSTFILE' TO RC-LOCK-NAME
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.

       9100-WRITE-SUMMARY SECTION.

       9100-WRITE.
           MOVE 'PURCHASES IN LOOKBACK' TO WS-SUM-LABEL
           MOVE WS-PURCHASES-READ TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CONTACT CHANGES IN WINDOW' TO WS-SUM-LABEL
           MOVE WS-CONTACT-CHANGES TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CUSTOMERS SCORED' TO WS-SUM-LABEL
           MOVE WS-CUSTOMERS-SCORED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ALERTS QUEUED' TO WS-SUM-LABEL
           MOVE WS-ALERTS-QUEUED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNTS HELD FOR REVIEW' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-HELD TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ALREADY QUEUED, PASSED OVER' TO WS-SUM-LABEL
           MOVE WS-ALREADY-QUEUED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CUSTOMERS NOT FOUND' TO WS-SUM-LABEL
           MOVE WS-CUSTOMERS-NOT-FOUND TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE.
