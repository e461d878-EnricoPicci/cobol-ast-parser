       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYPOST.
      *================================================================*
      * REWARDS POINTS POSTING
      * Nightly, after TRANPOST: reads the day's transaction file the
      * way GLEXTR does, leaving out what TRANPOST rejected, and keeps
      * the rewards points ledger (LOYLEDGR) in step with it.
      *
      * A posted purchase earns points on its amount in the account's
      * currency at the rate marketing set for the customer's
      * CUST-TYPE and the purchase's promotion code (see
      * copybooks/LOYRTREC). An account on hold or frozen, under a
      * bankruptcy filing (stay in force or discharged), written off
      * or sold earns nothing. A merchandise refund or a payment
      * reversal takes points back at the type's base rate on its
      * amount, drawn from the oldest month first and never below
      * zero. A credit-balance refund (reason CBR, raised by REFDISB)
      * pays back money already on the account - an overpayment or a
      * redemption credit - and takes nothing back.
      *
      * Redemption requests (LOYRQST) then turn points into a
      * statement credit: each must name a customer in good standing
      * with the points to cover it and at least the program's
      * minimum. The points come off the ledger at once, and the
      * credit leaves as one BH/BT-wrapped batch of AJ adjustments
      * under reason LYRD (LOYREDTR) for the next posting run, the
      * way TRANPOST's fee and discount batches do; GLEXTR books it
      * through the AJ mapping keyed by the LY reason.
      *
      * The run registers with RUNCTL and refuses a second run on the
      * same day, since every run adds points.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO 'TRANFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'TRANEXCP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BANKRUPTCY-FILE ASSIGN TO 'BNKRFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-BKR-STATUS.

           SELECT WRITEOFF-LEDGER ASSIGN TO 'WOLEDGER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOL-STATUS.

           SELECT LOYALTY-RATE-FILE ASSIGN TO 'LOYRATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LYR-STATUS.

           SELECT LOYALTY-LEDGER-FILE ASSIGN TO 'LOYLEDGR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOY-CUST-ID
               FILE STATUS IS WS-LOY-STATUS.

           SELECT REDEMPTION-REQUEST-FILE ASSIGN TO 'LOYRQST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LRQ-STATUS.

           SELECT REDEMPTION-TRAN-FILE ASSIGN TO 'LOYREDTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDT-STATUS.

           SELECT LOYALTY-REPORT ASSIGN TO 'LOYRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           COPY TRANREC.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCP-LINE.
           05  EXCP-TRAN-ID                PIC 9(12).
           05  FILLER                      PIC X(2).
           05  EXCP-CUST-ID                PIC 9(8).
           05  FILLER                      PIC X(2).
           05  EXCP-REASON                 PIC X(40).
           05  FILLER                      PIC X(68).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  BANKRUPTCY-FILE.
           COPY BNKRREC.

       FD  WRITEOFF-LEDGER.
           COPY WOLEDGER.

       FD  LOYALTY-RATE-FILE.
           COPY LOYRTREC.

       FD  LOYALTY-LEDGER-FILE.
           COPY LOYLDREC.

      *----------------------------------------------------------------*
      * One request per redemption, keyed by customer service from
      * the customer's request: the points to convert and who took
      * the request, which rides the adjustment as its approver.
      *----------------------------------------------------------------*
       FD  REDEMPTION-REQUEST-FILE.
       01  REDEMPTION-REQUEST-RECORD.
           05  LRQ-CUST-ID                 PIC 9(8).
           05  LRQ-POINTS                  PIC 9(9).
           05  LRQ-REQUEST-DATE            PIC 9(8).
           05  LRQ-REQUESTED-BY            PIC X(10).
           05  FILLER                      PIC X(15).

       FD  REDEMPTION-TRAN-FILE.
       01  REDEMPTION-TRAN-RECORD          PIC X(145).

       FD  LOYALTY-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-TRAN-STATUS                  PIC XX.
           88  WS-TRAN-OK                  VALUE '00'.

       01  WS-EXCP-STATUS                  PIC XX.
           88  WS-EXCP-OK                  VALUE '00'.
           88  WS-EXCP-EOF                 VALUE '10'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-BKR-STATUS                   PIC XX.
           88  WS-BKR-OK                   VALUE '00'.

       01  WS-WOL-STATUS                   PIC XX.
           88  WS-WOL-OK                   VALUE '00'.
           88  WS-WOL-EOF                  VALUE '10'.

       01  WS-LYR-STATUS                   PIC XX.
           88  WS-LYR-OK                   VALUE '00'.
           88  WS-LYR-EOF                  VALUE '10'.

       01  WS-LOY-STATUS                   PIC XX.
           88  WS-LOY-OK                   VALUE '00'.
           88  WS-LOY-NOT-OPEN             VALUE '35'.

       01  WS-LRQ-STATUS                   PIC XX.
           88  WS-LRQ-OK                   VALUE '00'.

       01  WS-RDT-STATUS                   PIC XX.
           88  WS-RDT-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY RUNPARM.

       COPY FXPARM.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-LRQ-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-LRQ-EOF              VALUE 'Y'.
               88  WS-LRQ-NOT-EOF          VALUE 'N'.
           05  WS-TRAN-REJECTED-FLAG       PIC X VALUE 'N'.
               88  WS-TRAN-REJECTED        VALUE 'Y'.
               88  WS-TRAN-NOT-REJECTED    VALUE 'N'.
           05  WS-CUSTOMER-FLAG            PIC X VALUE 'N'.
               88  WS-CUSTOMER-FOUND       VALUE 'Y'.
               88  WS-CUSTOMER-NOT-FOUND   VALUE 'N'.
           05  WS-LEDGER-FLAG              PIC X VALUE 'N'.
               88  WS-LEDGER-ROW-FOUND     VALUE 'Y'.
               88  WS-LEDGER-ROW-ABSENT    VALUE 'N'.
           05  WS-BKR-FILE-FLAG            PIC X VALUE 'N'.
               88  WS-BKR-FILE-AVAILABLE   VALUE 'Y'.
               88  WS-BKR-FILE-ABSENT      VALUE 'N'.
           05  WS-RATE-FLAG                PIC X VALUE 'N'.
               88  WS-RATE-FOUND           VALUE 'Y'.
               88  WS-RATE-NOT-FOUND       VALUE 'N'.
           05  WS-WRITTEN-OFF-FLAG         PIC X VALUE 'N'.
               88  WS-WRITTEN-OFF          VALUE 'Y'.
               88  WS-NOT-WRITTEN-OFF      VALUE 'N'.
           05  WS-REDEMPTION-FLAG          PIC X VALUE 'N'.
               88  WS-REDEMPTION-MADE      VALUE 'Y'.
               88  WS-REDEMPTION-REFUSED   VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-LAST-CUST-ID                 PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      * Why the customer may not earn or redeem; spaces when in good
      * standing.
      *----------------------------------------------------------------*
       01  WS-INELIGIBLE-REASON            PIC X(30).

      *----------------------------------------------------------------*
      * Earn rates loaded from LOYRATE at start; the redemption row is
      * kept apart.
      *----------------------------------------------------------------*
       01  WS-RATE-COUNT                   PIC 9(3) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RTE-ENTRY OCCURS 200 TIMES.
               10  WS-RTE-CUST-TYPE        PIC X(2).
               10  WS-RTE-PROMO-CODE       PIC X(6).
               10  WS-RTE-POINTS-PER-UNIT  PIC 9(3)V99.

       01  WS-RTE-IDX                      PIC 9(3).
       01  WS-RATE-FULL-COUNT              PIC 9(5) VALUE 0.
       01  WS-VALUE-PER-POINT              PIC 9(1)V9(4) VALUE 0.
       01  WS-MINIMUM-REDEMPTION           PIC 9(7) VALUE 0.

       01  WS-RATE-LOOKUP-WORK.
           05  WS-LKP-CUST-TYPE            PIC X(2).
           05  WS-LKP-PROMO-CODE           PIC X(6).
           05  WS-BEST-SCORE               PIC 9(1).
           05  WS-THIS-SCORE               PIC 9(1).
           05  WS-EARN-RATE                PIC 9(3)V99.

      *----------------------------------------------------------------*
      * Written-off customers off the write-off ledger.
      *----------------------------------------------------------------*
       01  WS-WO-COUNT                     PIC 9(5) VALUE 0.
       01  WS-WO-TABLE.
           05  WS-WO-CUST-ID OCCURS 5000 TIMES
                   PIC 9(8).

       01  WS-WO-IDX                       PIC 9(5).
       01  WS-WO-FULL-COUNT                PIC 9(5) VALUE 0.

       01  WS-REJECTED-TRAN-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECTED-TRAN-TABLE.
           05  WS-REJECTED-TRAN-ID OCCURS 2000 TIMES
                   PIC 9(12).

       01  WS-REJECTED-TABLE-FULL-COUNT    PIC 9(5) VALUE 0.
       01  WS-SEARCH-IDX                   PIC 9(5).

       01  WS-POINTS-WORK.
           05  WS-ACCOUNT-AMOUNT           PIC S9(9)V99.
           05  WS-POINTS                   PIC 9(9).
           05  WS-POINTS-LEFT              PIC 9(9).
           05  WS-POINTS-DRAWN             PIC 9(9).
           05  WS-EARN-PERIOD              PIC 9(6).
           05  WS-CREDIT-VALUE             PIC 9(7)V99.

       01  WS-LOT-IDX                      PIC 9(2).
       01  WS-LOT-TO                       PIC 9(2).
       01  WS-LOT-INSERT-AT                PIC 9(2).

      *----------------------------------------------------------------*
      * Redemption credits buffered for the LOYREDTR batch.
      *----------------------------------------------------------------*
       01  WS-RDM-BUFFER-COUNT             PIC 9(3) VALUE 0.
       01  WS-RDM-BUFFER.
           05  WS-RDB-ENTRY OCCURS 500 TIMES.
               10  WS-RDB-CUST-ID          PIC 9(8).
               10  WS-RDB-POINTS           PIC 9(9).
               10  WS-RDB-VALUE            PIC 9(7)V99.
               10  WS-RDB-REQUESTED-BY     PIC X(10).

       01  WS-RDB-IDX                      PIC 9(3).
       01  WS-RDM-AMOUNT-TOTAL             PIC 9(9)V99 VALUE 0.

       01  WS-RDM-TID-WORK.
           05  WS-RTD-DATE                 PIC 9(8).
           05  WS-RTD-SERIAL               PIC 9(4) VALUE 0.
       01  WS-RDM-TID-NUM REDEFINES WS-RDM-TID-WORK
                                           PIC 9(12).

       01  WS-RDM-DESCRIPTION.
           05  FILLER                      PIC X(17)
               VALUE 'REWARDS REDEEMED '.
           05  WS-RDD-POINTS               PIC 9(9).
           05  FILLER                      PIC X(4) VALUE ' PTS'.

       01  WS-RUN-TOTALS.
           05  WS-TRANS-READ               PIC 9(7) VALUE 0.
           05  WS-PURCHASES-EARNING        PIC 9(7) VALUE 0.
           05  WS-PURCHASES-INELIGIBLE     PIC 9(7) VALUE 0.
           05  WS-TAKE-BACKS               PIC 9(7) VALUE 0.
           05  WS-POINTS-EARNED            PIC 9(11) VALUE 0.
           05  WS-POINTS-TAKEN-BACK        PIC 9(11) VALUE 0.
           05  WS-POINTS-REDEEMED          PIC 9(11) VALUE 0.
           05  WS-REDEMPTIONS-MADE         PIC 9(5) VALUE 0.
           05  WS-REDEMPTIONS-REFUSED      PIC 9(5) VALUE 0.
           05  WS-LEDGER-ERRORS            PIC 9(5) VALUE 0.
           05  WS-UNRATED-COUNT            PIC 9(5) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(32)
               VALUE 'REWARDS POINTS POSTING'.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE                PIC X(60).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(8) VALUE 'ACTION'.
           05  FILLER                      PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(14) VALUE 'TRAN ID'.
           05  FILLER                      PIC X(16)
               VALUE '          AMOUNT'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(12)
               VALUE '      POINTS'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(12)
               VALUE '     BALANCE'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION               PIC X(8).
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-TRAN-ID              PIC 9(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-POINTS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-BALANCE              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-NOTE                 PIC X(30).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-APPLY-ONE-TRANSACTION UNTIL WS-EOF
               PERFORM 4000-PROCESS-REDEMPTIONS
               PERFORM 9400-WRITE-REDEMPTION-BATCH
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-RUN-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-RTD-DATE
           SET RC-FN-CHECK-STEP TO TRUE
           MOVE 'LOYPOST ' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-OK
               DISPLAY 'REWARDS POINTS ALREADY POSTED TODAY, '
                   'RUN REFUSED'
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET RC-FN-START-STEP TO TRUE
               MOVE 'LOYPOST ' TO RC-PROGRAM-NAME
               CALL 'RUNCTL' USING RUNCTL-PARMS
               PERFORM 1100-LOAD-RATES
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1300-OPEN-FILES
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1200-LOAD-WRITTEN-OFF
               OPEN INPUT EXCEPTION-REPORT-FILE
               IF NOT WS-EXCP-OK
                   DISPLAY 'ERROR OPENING EXCEPTION REPORT FILE: '
                       WS-EXCP-STATUS
               ELSE
                   PERFORM 1400-LOAD-REJECTED-TRANSACTIONS
                       UNTIL WS-EXCP-EOF
                   CLOSE EXCEPTION-REPORT-FILE
               END-IF
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               MOVE 'POINTS EARNED AND TAKEN BACK' TO WS-SEC-TITLE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
           END-IF.

      *----------------------------------------------------------------*
      * No rates, no program: a run without the rate file would post
      * nothing and look clean.
      *----------------------------------------------------------------*
       1100-LOAD-RATES SECTION.

       1100-LOAD-RATE.
           OPEN INPUT LOYALTY-RATE-FILE
           IF NOT WS-LYR-OK
               DISPLAY 'REWARDS RATE FILE NOT AVAILABLE, RUN '
                   'REFUSED: ' WS-LYR-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 1110-LOAD-ONE-RATE UNTIL WS-LYR-EOF
               CLOSE LOYALTY-RATE-FILE
               IF WS-RATE-COUNT = 0
                   DISPLAY 'REWARDS RATE FILE HAS NO EARN RATES, '
                       'RUN REFUSED'
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       1110-LOAD-ONE-RATE SECTION.

       1110-LOAD-ONE.
           READ LOYALTY-RATE-FILE
               AT END
                   SET WS-LYR-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN LYR-REDEMPTION-RATE
                           MOVE LYR-VALUE-PER-POINT TO
                               WS-VALUE-PER-POINT
                           MOVE LYR-MINIMUM-POINTS TO
                               WS-MINIMUM-REDEMPTION
                       WHEN LYR-EARN-RATE AND WS-RATE-COUNT < 200
                           ADD 1 TO WS-RATE-COUNT
                           MOVE LYR-CUST-TYPE TO
                               WS-RTE-CUST-TYPE(WS-RATE-COUNT)
                           MOVE LYR-PROMO-CODE TO
                               WS-RTE-PROMO-CODE(WS-RATE-COUNT)
                           MOVE LYR-POINTS-PER-UNIT TO
                               WS-RTE-POINTS-PER-UNIT(WS-RATE-COUNT)
                       WHEN LYR-EARN-RATE
                           ADD 1 TO WS-RATE-FULL-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      * A customer with any write-off row is out of the program; a
      * missing ledger only means nobody has been written off yet.
      *----------------------------------------------------------------*
       1200-LOAD-WRITTEN-OFF SECTION.

       1200-LOAD-WO.
           OPEN INPUT WRITEOFF-LEDGER
           IF NOT WS-WOL-OK
               DISPLAY 'WRITE-OFF LEDGER NOT AVAILABLE, NO '
                   'WRITTEN-OFF ACCOUNTS EXCLUDED: ' WS-WOL-STATUS
           ELSE
               PERFORM 1210-LOAD-ONE-WRITEOFF UNTIL WS-WOL-EOF
               CLOSE WRITEOFF-LEDGER
           END-IF.

       1210-LOAD-ONE-WRITEOFF SECTION.

       1210-LOAD-ONE-WO.
           READ WRITEOFF-LEDGER
               AT END
                   SET WS-WOL-EOF TO TRUE
               NOT AT END
                   IF WS-WO-COUNT < 5000
                       ADD 1 TO WS-WO-COUNT
                       MOVE WOL-CUST-ID TO WS-WO-CUST-ID(WS-WO-COUNT)
                   ELSE
                       ADD 1 TO WS-WO-FULL-COUNT
                   END-IF
           END-READ.

       1300-OPEN-FILES SECTION.

       1300-OPEN.
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-TRAN-OK
               DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                   WS-TRAN-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT BANKRUPTCY-FILE
           IF WS-BKR-OK
               SET WS-BKR-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-BKR-FILE-ABSENT TO TRUE
               DISPLAY 'BANKRUPTCY FILE NOT AVAILABLE, FILING '
                   'CHECK SKIPPED: ' WS-BKR-STATUS
           END-IF
           OPEN I-O LOYALTY-LEDGER-FILE
           IF WS-LOY-NOT-OPEN
               OPEN OUTPUT LOYALTY-LEDGER-FILE
               CLOSE LOYALTY-LEDGER-FILE
               OPEN I-O LOYALTY-LEDGER-FILE
           END-IF
           IF NOT WS-LOY-OK
               DISPLAY 'ERROR OPENING REWARDS LEDGER: '
                   WS-LOY-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT LOYALTY-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING REWARDS REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       1400-LOAD-REJECTED-TRANSACTIONS SECTION.

       1400-LOAD-REJECTED.
           READ EXCEPTION-REPORT-FILE
               AT END
                   SET WS-EXCP-EOF TO TRUE
               NOT AT END
                   IF WS-REJECTED-TRAN-COUNT < 2000
                       ADD 1 TO WS-REJECTED-TRAN-COUNT
                       MOVE EXCP-TRAN-ID TO
                           WS-REJECTED-TRAN-ID(WS-REJECTED-TRAN-COUNT)
                   ELSE
                       ADD 1 TO WS-REJECTED-TABLE-FULL-COUNT
                   END-IF
           END-READ.

       2000-APPLY-ONE-TRANSACTION SECTION.

       2000-APPLY-ONE.
           READ TRANSACTION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF NOT BCR-HEADER-RECORD AND NOT BCR-TRAILER-RECORD
                       AND (TRAN-PURCHASE OR TRAN-REVERSAL
                           OR (TRAN-REFUND
                               AND NOT REF-CREDIT-BALANCE))
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 2100-CHECK-REJECTED
                       IF WS-TRAN-NOT-REJECTED
                           PERFORM 3000-APPLY-POINTS
                       END-IF
                   END-IF
           END-READ.

       2100-CHECK-REJECTED SECTION.

       2100-CHECK.
           SET WS-TRAN-NOT-REJECTED TO TRUE
           PERFORM 2110-CHECK-ONE-REJECTED
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-REJECTED-TRAN-COUNT
                   OR WS-TRAN-REJECTED.

       2110-CHECK-ONE-REJECTED SECTION.

       2110-CHECK-ONE.
           IF WS-REJECTED-TRAN-ID(WS-SEARCH-IDX) = TRAN-ID
               SET WS-TRAN-REJECTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * The amount is taken in the account's currency, converted at
      * the transaction date's rate when the transaction carries
      * another, so points follow what actually posted.
      *----------------------------------------------------------------*
       3000-APPLY-POINTS SECTION.

       3000-APPLY.
           PERFORM 7000-FIND-CUSTOMER
           IF WS-CUSTOMER-NOT-FOUND
               CONTINUE
           ELSE
               MOVE TRAN-AMOUNT TO WS-ACCOUNT-AMOUNT
               IF TRAN-CURRENCY-CODE NOT = SPACES
                   AND TRAN-CURRENCY-CODE NOT =
                       CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER
                   SET FX-FN-CROSS TO TRUE
                   MOVE TRAN-CURRENCY-CODE TO FX-CURRENCY-CODE
                   MOVE CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER TO
                       FX-CURRENCY-TO
                   MOVE TRAN-DATE TO FX-RATE-DATE
                   MOVE TRAN-AMOUNT TO FX-AMOUNT-IN
                   CALL 'FXCONV' USING FXCONV-PARMS
                   IF FX-VALID
                       MOVE FX-AMOUNT-OUT TO WS-ACCOUNT-AMOUNT
                   ELSE
                       ADD 1 TO WS-UNRATED-COUNT
                   END-IF
               END-IF
               IF WS-ACCOUNT-AMOUNT < 0
                   COMPUTE WS-ACCOUNT-AMOUNT = 0 - WS-ACCOUNT-AMOUNT
               END-IF
               IF TRAN-PURCHASE
                   PERFORM 3100-EARN-POINTS
               ELSE
                   PERFORM 3200-TAKE-BACK-POINTS
               END-IF
           END-IF.

       3100-EARN-POINTS SECTION.

       3100-EARN.
           MOVE 'EARN' TO WS-DTL-ACTION
           MOVE 0 TO WS-POINTS
           PERFORM 7100-JUDGE-ELIGIBILITY
           IF WS-INELIGIBLE-REASON NOT = SPACES
               ADD 1 TO WS-PURCHASES-INELIGIBLE
               MOVE WS-INELIGIBLE-REASON TO WS-DTL-NOTE
               PERFORM 7600-READ-LEDGER-ROW
               PERFORM 8000-WRITE-DETAIL-LINE
           ELSE
               MOVE CUST-TYPE OF WS-WORK-CUSTOMER TO WS-LKP-CUST-TYPE
               MOVE PUR-PROMO-CODE TO WS-LKP-PROMO-CODE
               PERFORM 7200-FIND-EARN-RATE
               IF WS-RATE-FOUND
                   COMPUTE WS-POINTS =
                       WS-ACCOUNT-AMOUNT * WS-EARN-RATE
               END-IF
               PERFORM 7600-READ-LEDGER-ROW
               IF WS-POINTS > 0
                   IF WS-LEDGER-ROW-ABSENT
                       INITIALIZE LOYALTY-LEDGER-RECORD
                       MOVE CUST-ID OF WS-WORK-CUSTOMER TO LOY-CUST-ID
                   END-IF
                   MOVE TRAN-DATE(1:6) TO WS-EARN-PERIOD
                   PERFORM 7300-ADD-POINTS-TO-LOT
                   ADD WS-POINTS TO LOY-POINTS-BALANCE
                   ADD WS-POINTS TO LOY-EARNED-TOTAL
                   MOVE TRAN-DATE TO LOY-LAST-ACTIVITY-DATE
                   PERFORM 7700-STORE-LEDGER-ROW
                   ADD 1 TO WS-PURCHASES-EARNING
                   ADD WS-POINTS TO WS-POINTS-EARNED
                   MOVE SPACES TO WS-DTL-NOTE
               ELSE
                   MOVE 'NO RATE FOR TYPE/PROMOTION' TO WS-DTL-NOTE
               END-IF
               PERFORM 8000-WRITE-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------*
      * A take-back applies whatever the account's standing: points
      * earned on money that came back are not the customer's.
      *----------------------------------------------------------------*
       3200-TAKE-BACK-POINTS SECTION.

       3200-TAKE-BACK.
           IF TRAN-REFUND
               MOVE 'REFUND' TO WS-DTL-ACTION
           ELSE
               MOVE 'REVERSAL' TO WS-DTL-ACTION
           END-IF
           MOVE 0 TO WS-POINTS
           PERFORM 7600-READ-LEDGER-ROW
           IF WS-LEDGER-ROW-FOUND AND LOY-POINTS-BALANCE > 0
               MOVE CUST-TYPE OF WS-WORK-CUSTOMER TO WS-LKP-CUST-TYPE
               MOVE SPACES TO WS-LKP-PROMO-CODE
               PERFORM 7200-FIND-EARN-RATE
               IF WS-RATE-FOUND
                   COMPUTE WS-POINTS =
                       WS-ACCOUNT-AMOUNT * WS-EARN-RATE
               END-IF
               IF WS-POINTS > LOY-POINTS-BALANCE
                   MOVE LOY-POINTS-BALANCE TO WS-POINTS
               END-IF
               IF WS-POINTS > 0
                   PERFORM 7400-DRAW-POINTS
                   ADD WS-POINTS TO LOY-TAKEN-BACK-TOTAL
                   MOVE TRAN-DATE TO LOY-LAST-ACTIVITY-DATE
                   PERFORM 7700-STORE-LEDGER-ROW
                   ADD 1 TO WS-TAKE-BACKS
                   ADD WS-POINTS TO WS-POINTS-TAKEN-BACK
                   MOVE SPACES TO WS-DTL-NOTE
                   PERFORM 8000-WRITE-DETAIL-LINE
               END-IF
           END-IF.

       4000-PROCESS-REDEMPTIONS SECTION.

       4000-REDEMPTIONS.
           OPEN INPUT REDEMPTION-REQUEST-FILE
           IF NOT WS-LRQ-OK
               DISPLAY 'NO REDEMPTION REQUESTS: ' WS-LRQ-STATUS
           ELSE
               MOVE 'REDEMPTIONS' TO WS-SEC-TITLE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
               SET WS-LRQ-NOT-EOF TO TRUE
               PERFORM 4100-REDEEM-ONE-REQUEST UNTIL WS-LRQ-EOF
               CLOSE REDEMPTION-REQUEST-FILE
           END-IF.

       4100-REDEEM-ONE-REQUEST SECTION.

       4100-REDEEM-ONE.
           READ REDEMPTION-REQUEST-FILE
               AT END
                   SET WS-LRQ-EOF TO TRUE
               NOT AT END
                   PERFORM 4200-JUDGE-REQUEST
           END-READ.

       4200-JUDGE-REQUEST SECTION.

       4200-JUDGE.
           MOVE 'REDEEM' TO WS-DTL-ACTION
           MOVE 0 TO WS-CREDIT-VALUE
           MOVE LRQ-POINTS TO WS-POINTS
           MOVE LRQ-CUST-ID TO TRAN-CUSTOMER-ID
           PERFORM 7000-FIND-CUSTOMER
           MOVE SPACES TO WS-DTL-NOTE
           SET WS-REDEMPTION-REFUSED TO TRUE
           INITIALIZE LOYALTY-LEDGER-RECORD
           SET WS-LEDGER-ROW-ABSENT TO TRUE
           IF WS-CUSTOMER-FOUND
               PERFORM 7100-JUDGE-ELIGIBILITY
               PERFORM 7600-READ-LEDGER-ROW
           END-IF
           IF WS-VALUE-PER-POINT > 0
               COMPUTE WS-CREDIT-VALUE ROUNDED =
                   WS-POINTS * WS-VALUE-PER-POINT
           END-IF
           EVALUATE TRUE
               WHEN WS-CUSTOMER-NOT-FOUND
                   MOVE 'REFUSED - NO SUCH CUSTOMER' TO WS-DTL-NOTE
               WHEN WS-INELIGIBLE-REASON NOT = SPACES
                   MOVE WS-INELIGIBLE-REASON TO WS-DTL-NOTE
               WHEN WS-LEDGER-ROW-ABSENT
                   MOVE 'REFUSED - NO POINTS' TO WS-DTL-NOTE
               WHEN LRQ-POINTS NOT NUMERIC OR LRQ-POINTS = 0
                   OR LRQ-POINTS < WS-MINIMUM-REDEMPTION
                   MOVE 'REFUSED - BELOW MINIMUM' TO WS-DTL-NOTE
               WHEN LRQ-POINTS > LOY-POINTS-BALANCE
                   MOVE 'REFUSED - NOT ENOUGH POINTS' TO WS-DTL-NOTE
               WHEN WS-CREDIT-VALUE = 0
                   MOVE 'REFUSED - NO REDEMPTION VALUE' TO
                       WS-DTL-NOTE
               WHEN WS-RDM-BUFFER-COUNT NOT < 500
                   MOVE 'HELD - BATCH FULL, RESUBMIT' TO WS-DTL-NOTE
               WHEN OTHER
                   PERFORM 4300-REDEEM-POINTS
           END-EVALUATE
           IF WS-REDEMPTION-REFUSED
               ADD 1 TO WS-REDEMPTIONS-REFUSED
           END-IF
           MOVE 0 TO TRAN-ID
           MOVE WS-CREDIT-VALUE TO WS-ACCOUNT-AMOUNT
           PERFORM 8000-WRITE-DETAIL-LINE.

       4300-REDEEM-POINTS SECTION.

       4300-REDEEM.
           PERFORM 7400-DRAW-POINTS
           ADD WS-POINTS TO LOY-REDEEMED-TOTAL
           MOVE WS-TODAY-DATE TO LOY-LAST-ACTIVITY-DATE
           PERFORM 7700-STORE-LEDGER-ROW
           IF WS-LOY-OK
               ADD 1 TO WS-RDM-BUFFER-COUNT
               MOVE LRQ-CUST-ID TO WS-RDB-CUST-ID(WS-RDM-BUFFER-COUNT)
               MOVE WS-POINTS TO WS-RDB-POINTS(WS-RDM-BUFFER-COUNT)
               MOVE WS-CREDIT-VALUE TO
                   WS-RDB-VALUE(WS-RDM-BUFFER-COUNT)
               MOVE LRQ-REQUESTED-BY TO
                   WS-RDB-REQUESTED-BY(WS-RDM-BUFFER-COUNT)
               ADD WS-CREDIT-VALUE TO WS-RDM-AMOUNT-TOTAL
               ADD 1 TO WS-REDEMPTIONS-MADE
               ADD WS-POINTS TO WS-POINTS-REDEEMED
               SET WS-REDEMPTION-MADE TO TRUE
               MOVE 'STATEMENT CREDIT RAISED' TO WS-DTL-NOTE
           ELSE
               MOVE 'REFUSED - LEDGER NOT UPDATED' TO WS-DTL-NOTE
           END-IF.

      *----------------------------------------------------------------*
      * TRAN-CUSTOMER-ID only carries the CUST-ID half of CUST-KEY, so
      * START positions to the first key NOT LESS THAN CUST-ID with a
      * low CUST-TYPE and READ NEXT RECORD picks the customer up. The
      * last customer found is kept, since activity runs in customer
      * order.
      *----------------------------------------------------------------*
       7000-FIND-CUSTOMER SECTION.

       7000-FIND-CUST.
           IF TRAN-CUSTOMER-ID = WS-LAST-CUST-ID
               AND WS-CUSTOMER-FOUND
               CONTINUE
           ELSE
               MOVE TRAN-CUSTOMER-ID TO WS-LAST-CUST-ID
               SET WS-CUSTOMER-NOT-FOUND TO TRUE
               MOVE TRAN-CUSTOMER-ID TO CUST-ID OF CUSTOMER-RECORD
               MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
               START CUSTOMER-FILE KEY IS NOT LESS THAN
                   CUST-KEY OF CUSTOMER-RECORD
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-FILE-OK
                   READ CUSTOMER-FILE NEXT RECORD
                       INTO WS-WORK-CUSTOMER
                   IF WS-FILE-OK
                       AND CUST-ID OF WS-WORK-CUSTOMER =
                           TRAN-CUSTOMER-ID
                       SET WS-CUSTOMER-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       7100-JUDGE-ELIGIBILITY SECTION.

       7100-JUDGE-ELIG.
           MOVE SPACES TO WS-INELIGIBLE-REASON
           SET WS-NOT-WRITTEN-OFF TO TRUE
           PERFORM 7110-CHECK-ONE-WRITEOFF
               VARYING WS-WO-IDX FROM 1 BY 1
               UNTIL WS-WO-IDX > WS-WO-COUNT OR WS-WRITTEN-OFF
           EVALUATE TRUE
               WHEN CUST-STAT-HOLD OF WS-WORK-CUSTOMER
                   OR CUST-STAT-FROZEN OF WS-WORK-CUSTOMER
                   MOVE 'ACCOUNT ON HOLD' TO WS-INELIGIBLE-REASON
               WHEN WS-WRITTEN-OFF
                   OR CUST-STAT-SOLD OF WS-WORK-CUSTOMER
                   MOVE 'ACCOUNT WRITTEN OFF' TO WS-INELIGIBLE-REASON
               WHEN OTHER
                   PERFORM 7120-CHECK-BANKRUPTCY
           END-EVALUATE.

       7110-CHECK-ONE-WRITEOFF SECTION.

       7110-CHECK-ONE-WO.
           IF WS-WO-CUST-ID(WS-WO-IDX) = CUST-ID OF WS-WORK-CUSTOMER
               SET WS-WRITTEN-OFF TO TRUE
           END-IF.

       7120-CHECK-BANKRUPTCY SECTION.

       7120-CHECK-BKR.
           IF WS-BKR-FILE-AVAILABLE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO BKR-CUST-ID
               READ BANKRUPTCY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BKR-OK
                   AND (BKR-STAY-ACTIVE OR BKR-DISCHARGED)
                   MOVE 'ACCOUNT IN BANKRUPTCY' TO
                       WS-INELIGIBLE-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Best earn row for the type and promotion: an exact match on
      * a field scores over a spaces wildcard, the type counting for
      * more than the promotion.
      *----------------------------------------------------------------*
       7200-FIND-EARN-RATE SECTION.

       7200-FIND-RATE.
           SET WS-RATE-NOT-FOUND TO TRUE
           MOVE 0 TO WS-BEST-SCORE
           MOVE 0 TO WS-EARN-RATE
           PERFORM 7210-JUDGE-ONE-RATE
               VARYING WS-RTE-IDX FROM 1 BY 1
               UNTIL WS-RTE-IDX > WS-RATE-COUNT.

       7210-JUDGE-ONE-RATE SECTION.

       7210-JUDGE-RATE.
           IF (WS-RTE-CUST-TYPE(WS-RTE-IDX) = WS-LKP-CUST-TYPE
                   OR WS-RTE-CUST-TYPE(WS-RTE-IDX) = SPACES)
               AND (WS-RTE-PROMO-CODE(WS-RTE-IDX) = WS-LKP-PROMO-CODE
                   OR WS-RTE-PROMO-CODE(WS-RTE-IDX) = SPACES)
               MOVE 0 TO WS-THIS-SCORE
               IF WS-RTE-CUST-TYPE(WS-RTE-IDX) NOT = SPACES
                   ADD 2 TO WS-THIS-SCORE
               END-IF
               IF WS-RTE-PROMO-CODE(WS-RTE-IDX) NOT = SPACES
                   ADD 1 TO WS-THIS-SCORE
               END-IF
               IF WS-RATE-NOT-FOUND OR WS-THIS-SCORE > WS-BEST-SCORE
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-THIS-SCORE TO WS-BEST-SCORE
                   MOVE WS-RTE-POINTS-PER-UNIT(WS-RTE-IDX) TO
                       WS-EARN-RATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Points go to the lot of the month they were earned, kept in
      * month order. A full ledger row folds its oldest month into
      * the next, which only happens when the month-end expiry has
      * not run.
      *----------------------------------------------------------------*
       7300-ADD-POINTS-TO-LOT SECTION.

       7300-ADD-LOT.
           MOVE 1 TO WS-LOT-INSERT-AT
           PERFORM 7310-STEP-INSERT-POINT
               UNTIL WS-LOT-INSERT-AT > LOY-LOT-COUNT
                   OR LOY-LOT-PERIOD(WS-LOT-INSERT-AT) NOT <
                       WS-EARN-PERIOD
           IF WS-LOT-INSERT-AT NOT > LOY-LOT-COUNT
               AND LOY-LOT-PERIOD(WS-LOT-INSERT-AT) = WS-EARN-PERIOD
               ADD WS-POINTS TO LOY-LOT-POINTS(WS-LOT-INSERT-AT)
           ELSE
               IF LOY-LOT-COUNT NOT < 25
                   ADD LOY-LOT-POINTS(1) TO LOY-LOT-POINTS(2)
                   MOVE 1 TO WS-LOT-IDX
                   PERFORM 7420-REMOVE-LOT
                   IF WS-LOT-INSERT-AT > 1
                       SUBTRACT 1 FROM WS-LOT-INSERT-AT
                   END-IF
               END-IF
               PERFORM 7320-SHIFT-LOT-UP
                   VARYING WS-LOT-IDX FROM LOY-LOT-COUNT BY -1
                   UNTIL WS-LOT-IDX < WS-LOT-INSERT-AT
               ADD 1 TO LOY-LOT-COUNT
               MOVE WS-EARN-PERIOD TO LOY-LOT-PERIOD(WS-LOT-INSERT-AT)
               MOVE WS-POINTS TO LOY-LOT-POINTS(WS-LOT-INSERT-AT)
           END-IF.

       7310-STEP-INSERT-POINT SECTION.

       7310-STEP-INSERT.
           ADD 1 TO WS-LOT-INSERT-AT.

       7320-SHIFT-LOT-UP SECTION.

       7320-SHIFT-UP.
           COMPUTE WS-LOT-TO = WS-LOT-IDX + 1
           MOVE LOY-LOT(WS-LOT-IDX) TO LOY-LOT(WS-LOT-TO).

      *----------------------------------------------------------------*
      * Draws WS-POINTS from the oldest months first, dropping any
      * month drawn to nothing. The caller has already limited the
      * draw to the balance.
      *----------------------------------------------------------------*
       7400-DRAW-POINTS SECTION.

       7400-DRAW.
           MOVE WS-POINTS TO WS-POINTS-LEFT
           PERFORM 7410-DRAW-FROM-OLDEST-LOT
               UNTIL WS-POINTS-LEFT = 0 OR LOY-LOT-COUNT = 0
           SUBTRACT WS-POINTS FROM LOY-POINTS-BALANCE.

       7410-DRAW-FROM-OLDEST-LOT SECTION.

       7410-DRAW-OLDEST.
           IF LOY-LOT-POINTS(1) > WS-POINTS-LEFT
               MOVE WS-POINTS-LEFT TO WS-POINTS-DRAWN
           ELSE
               MOVE LOY-LOT-POINTS(1) TO WS-POINTS-DRAWN
           END-IF
           SUBTRACT WS-POINTS-DRAWN FROM LOY-LOT-POINTS(1)
           SUBTRACT WS-POINTS-DRAWN FROM WS-POINTS-LEFT
           IF LOY-LOT-POINTS(1) = 0
               MOVE 1 TO WS-LOT-IDX
               PERFORM 7420-REMOVE-LOT
           END-IF.

      *----------------------------------------------------------------*
      * Removes lot WS-LOT-IDX, closing the gap behind it.
      *----------------------------------------------------------------*
       7420-REMOVE-LOT SECTION.

       7420-REMOVE.
           PERFORM 7430-SHIFT-LOT-DOWN
               VARYING WS-LOT-IDX FROM WS-LOT-IDX BY 1
               UNTIL WS-LOT-IDX NOT < LOY-LOT-COUNT
           MOVE 0 TO LOY-LOT-PERIOD(LOY-LOT-COUNT)
           MOVE 0 TO LOY-LOT-POINTS(LOY-LOT-COUNT)
           SUBTRACT 1 FROM LOY-LOT-COUNT.

       7430-SHIFT-LOT-DOWN SECTION.

       7430-SHIFT-DOWN.
           COMPUTE WS-LOT-TO = WS-LOT-IDX + 1
           MOVE LOY-LOT(WS-LOT-TO) TO LOY-LOT(WS-LOT-IDX).

       7600-READ-LEDGER-ROW SECTION.

       7600-READ-LEDGER.
           SET WS-LEDGER-ROW-ABSENT TO TRUE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO LOY-CUST-ID
           READ LOYALTY-LEDGER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-LOY-OK
               SET WS-LEDGER-ROW-FOUND TO TRUE
           ELSE
               INITIALIZE LOYALTY-LEDGER-RECORD
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO LOY-CUST-ID
           END-IF.

       7700-STORE-LEDGER-ROW SECTION.

       7700-STORE-LEDGER.
           IF WS-LEDGER-ROW-FOUND
               REWRITE LOYALTY-LEDGER-RECORD
           ELSE
               WRITE LOYALTY-LEDGER-RECORD
           END-IF
           IF WS-LOY-OK
               SET WS-LEDGER-ROW-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LEDGER-ERRORS
               DISPLAY 'ERROR STORING REWARDS LEDGER FOR: '
                   LOY-CUST-ID ' STATUS: ' WS-LOY-STATUS
           END-IF.

       8000-WRITE-DETAIL-LINE SECTION.

       8000-WRITE-DETAIL.
           MOVE TRAN-CUSTOMER-ID TO WS-DTL-CUST-ID
           MOVE TRAN-ID TO WS-DTL-TRAN-ID
           MOVE WS-ACCOUNT-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-POINTS TO WS-DTL-POINTS
           MOVE LOY-POINTS-BALANCE TO WS-DTL-BALANCE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------*
      * The redemption credits leave as one BH/BT-wrapped AJ batch
      * for the next posting run, each a credit adjustment in the
      * account's currency; the trailer hash carries the signed
      * total. An empty buffer writes nothing.
      *----------------------------------------------------------------*
       9400-WRITE-REDEMPTION-BATCH SECTION.

       9400-WRITE-RDM-BATCH.
           IF WS-RDM-BUFFER-COUNT = 0
               CONTINUE
           ELSE
               OPEN OUTPUT REDEMPTION-TRAN-FILE
               IF NOT WS-RDT-OK
                   DISPLAY 'ERROR OPENING REDEMPTION BATCH FILE: '
                       WS-RDT-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   MOVE SPACES TO TRANSACTION-RECORD
                   MOVE 'BH' TO BHR-RECORD-TYPE
                   MOVE WS-TODAY-DATE TO BHR-BATCH-DATE
                   MOVE 'LOYREDM   ' TO BHR-BATCH-ID
                   MOVE WS-RDM-BUFFER-COUNT TO BHR-EXPECTED-COUNT
                   WRITE REDEMPTION-TRAN-RECORD FROM TRANSACTION-RECORD
                   PERFORM 9410-WRITE-ONE-REDEMPTION
                       VARYING WS-RDB-IDX FROM 1 BY 1
                       UNTIL WS-RDB-IDX > WS-RDM-BUFFER-COUNT
                   MOVE SPACES TO TRANSACTION-RECORD
                   MOVE 'BT' TO BTR-RECORD-TYPE
                   MOVE WS-RDM-BUFFER-COUNT TO BTR-RECORD-COUNT
                   COMPUTE BTR-HASH-TOTAL = 0 - WS-RDM-AMOUNT-TOTAL
                   WRITE REDEMPTION-TRAN-RECORD FROM TRANSACTION-RECORD
                   CLOSE REDEMPTION-TRAN-FILE
               END-IF
           END-IF.

       9410-WRITE-ONE-REDEMPTION SECTION.

       9410-WRITE-RDM.
           MOVE SPACES TO TRANSACTION-RECORD
           ADD 1 TO WS-RTD-SERIAL
           MOVE WS-RDM-TID-NUM TO TRAN-ID
           MOVE WS-TODAY-DATE TO TRAN-DATE
           MOVE 0 TO TRAN-TIME
           MOVE 'AJ' TO TRAN-TYPE
           MOVE WS-RDB-CUST-ID(WS-RDB-IDX) TO TRAN-CUSTOMER-ID
           COMPUTE TRAN-AMOUNT = 0 - WS-RDB-VALUE(WS-RDB-IDX)
           MOVE 'LYRD' TO ADJ-REASON-CODE
           MOVE WS-RDB-POINTS(WS-RDB-IDX) TO WS-RDD-POINTS
           MOVE WS-RDM-DESCRIPTION TO ADJ-DESCRIPTION
           MOVE WS-RDB-REQUESTED-BY(WS-RDB-IDX) TO ADJ-APPROVED-BY
           WRITE REDEMPTION-TRAN-RECORD FROM TRANSACTION-RECORD
           IF NOT WS-RDT-OK
               DISPLAY 'ERROR WRITING REDEMPTION CREDIT FOR: '
                   WS-RDB-CUST-ID(WS-RDB-IDX) ' STATUS: '
                   WS-RDT-STATUS
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-REJECTED-TABLE-FULL-COUNT > 0
               DISPLAY 'WARNING: REJECTED TRANSACTION TABLE FULL, '
                   WS-REJECTED-TABLE-FULL-COUNT ' ENTRIES DROPPED'
           END-IF
           IF WS-RATE-FULL-COUNT > 0
               DISPLAY 'WARNING: RATE TABLE FULL, '
                   WS-RATE-FULL-COUNT ' EARN RATES DROPPED'
           END-IF
           IF WS-WO-FULL-COUNT > 0
               DISPLAY 'WARNING: WRITE-OFF TABLE FULL, '
                   WS-WO-FULL-COUNT ' ROWS NOT CHECKED'
           END-IF
           IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
               CLOSE TRANSACTION-FILE
           END-IF
           IF WS-FILE-OK OR WS-FILE-STATUS = '23'
               OR WS-FILE-STATUS = '10'
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-BKR-FILE-AVAILABLE
               CLOSE BANKRUPTCY-FILE
           END-IF
           CLOSE LOYALTY-LEDGER-FILE
           CLOSE LOYALTY-REPORT
           DISPLAY 'TRANSACTIONS CONSIDERED:  ' WS-TRANS-READ
           DISPLAY 'PURCHASES EARNING POINTS: ' WS-PURCHASES-EARNING
           DISPLAY 'PURCHASES NOT ELIGIBLE:   '
               WS-PURCHASES-INELIGIBLE
           DISPLAY 'POINTS EARNED:            ' WS-POINTS-EARNED
           DISPLAY 'TAKE-BACKS:               ' WS-TAKE-BACKS
           DISPLAY 'POINTS TAKEN BACK:        ' WS-POINTS-TAKEN-BACK
           DISPLAY 'REDEMPTIONS MADE:         ' WS-REDEMPTIONS-MADE
           DISPLAY 'POINTS REDEEMED:          ' WS-POINTS-REDEEMED
           DISPLAY 'REDEMPTIONS REFUSED:      ' WS-REDEMPTIONS-REFUSED
           IF WS-UNRATED-COUNT > 0
               DISPLAY 'AMOUNTS AT FACE VALUE, NO RATE ON FILE: '
                   WS-UNRATED-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-LEDGER-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REDEMPTIONS-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           IF WS-RUN-CLEAN
               SET RC-FN-END-STEP TO TRUE
               MOVE 'LOYPOST ' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-TRANS-READ TO RC-RECORD-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.
