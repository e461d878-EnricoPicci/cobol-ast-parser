       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.
      *================================================================*
      * CARD CHARGEBACK INTAKE AND REPRESENTMENT TRACKING
      * Works the card processor's chargeback file, which used to be
      * worked from paper. Each chargeback is matched to the payment
      * it disputes on PAYMENT-HISTORY-FILE the way SETLMTCH matches
      * settlements: the processor's card number tokenizes through
      * the vault and the match runs on token plus authorization
      * code and amount, against the card payments still standing.
      * A matched chargeback opens a case on the chargeback file with
      * the network reason code and the response deadline, and its
      * reversal goes to a BH/BT-wrapped batch of 'RV' transactions
      * naming the payment by its history key, so TRANPOST puts the
      * debit back on the customer through its validated path - the
      * reversal is flagged as a chargeback, so no returned-payment
      * fee follows it. Chargebacks that match no payment are listed
      * for the card team to research.
      *
      * A run parameter starting 'O' selects the outcome run instead:
      * the won/lost decisions come back from the processor and close
      * their cases, and each won case re-credits the customer
      * through a BH/BT-wrapped batch of negative 'AJ' adjustments
      * (reason CBW). A lost case closes with the reversal standing.
      *
      * Either run ends with the representment report: every open
      * case whose response deadline falls within the warning window
      * (5 days unless the parameter says otherwise), overdue cases
      * included, so nothing lapses unanswered. A chargeback arriving
      * without a respond-by date is given the default response
      * period (10 days unless the parameter says otherwise).
      *
      * Intake loads the chargeback file into a table the same way
      * SETLMTCH loads the settlement file, so one pass over the
      * payment history claims every match and the batch header's
      * expected count is known before any detail is written.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-INTAKE-FILE ASSIGN TO 'CBKINTK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBI-STATUS.

           SELECT CHARGEBACK-OUTCOME-FILE ASSIGN TO 'CBKOUTC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBO-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMH-KEY
               FILE STATUS IS WS-PMH-STATUS.

           SELECT CHARGEBACK-FILE ASSIGN TO 'CHBKFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBK-CASE-NUMBER
               FILE STATUS IS WS-CBK-STATUS.

           SELECT CHARGEBACK-TRAN-FILE ASSIGN TO 'CBKTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBT-STATUS.

           SELECT REPRESENTMENT-REPORT ASSIGN TO 'CBKRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-INTAKE-FILE.
       01  CHARGEBACK-INTAKE-RECORD.
           05  CBI-CASE-NUMBER             PIC X(12).
           05  CBI-CARD-NUMBER             PIC X(20).
           05  CBI-AUTH-CODE               PIC X(12).
           05  CBI-AMOUNT                  PIC 9(7)V99.
           05  CBI-REASON-CODE             PIC X(4).
           05  CBI-CHARGEBACK-DATE         PIC 9(8).
           05  CBI-RESPOND-BY-DATE         PIC 9(8).
           05  FILLER                      PIC X(17).

       FD  CHARGEBACK-OUTCOME-FILE.
       01  CHARGEBACK-OUTCOME-RECORD.
           05  CBO-CASE-NUMBER             PIC X(12).
           05  CBO-OUTCOME                 PIC X(1).
               88  CBO-OUTCOME-WON         VALUE 'W'.
               88  CBO-OUTCOME-LOST        VALUE 'L'.
           05  CBO-OUTCOME-DATE            PIC 9(8).
           05  FILLER                      PIC X(19).

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  CHARGEBACK-FILE.
           COPY CHBKREC.

       FD  CHARGEBACK-TRAN-FILE.
       01  CHARGEBACK-TRAN-RECORD          PIC X(145).

       FD  REPRESENTMENT-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CBI-STATUS                   PIC XX.
           88  WS-CBI-OK                   VALUE '00'.

       01  WS-CBO-STATUS                   PIC XX.
           88  WS-CBO-OK                   VALUE '00'.

       01  WS-PMH-STATUS                   PIC XX.
           88  WS-PMH-OK                   VALUE '00'.

       01  WS-CBK-STATUS                   PIC XX.
           88  WS-CBK-OK                   VALUE '00'.
           88  WS-CBK-NOT-OPEN             VALUE '35'.

       01  WS-CBT-STATUS                   PIC XX.
           88  WS-CBT-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY TRANREC.

       COPY DATEPARM.

       COPY TOKPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-PMH-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-PMH-EOF              VALUE 'Y'.
               88  WS-PMH-NOT-EOF          VALUE 'N'.
           05  WS-MATCH-FLAG               PIC X VALUE 'N'.
               88  WS-MATCH-FOUND          VALUE 'Y'.
               88  WS-MATCH-NOT-FOUND      VALUE 'N'.
           05  WS-CASE-FLAG                PIC X VALUE 'N'.
               88  WS-CASE-OPEN-FOUND      VALUE 'Y'.
               88  WS-CASE-NOT-USABLE      VALUE 'N'.
           05  WS-CBK-OPEN-FLAG            PIC X VALUE 'N'.
               88  WS-CBK-FILE-OPEN        VALUE 'Y'.
           05  WS-CBK-DUP-FLAG             PIC X VALUE 'N'.
               88  WS-CBK-IN-BATCH         VALUE 'Y'.
               88  WS-CBK-NOT-IN-BATCH     VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-RUN-TIME                     PIC 9(6).

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-RUN-MODE            PIC X(1).
               88  WS-PARM-OUTCOME-MODE    VALUE 'O'.
           05  WS-PARM-WARNING-DAYS        PIC X(2).
           05  WS-PARM-RESPONSE-DAYS       PIC X(2).
           05  FILLER                      PIC X(15).

       01  WS-WARNING-DAYS                 PIC 9(2) VALUE 5.
       01  WS-RESPONSE-DAYS                PIC 9(2) VALUE 10.

       01  WS-PAY-TOKEN                    PIC X(20).
       01  WS-TOKENIZE-FAILED              PIC 9(7) VALUE 0.
       01  WS-DAYS-LEFT                    PIC S9(7).

      *----------------------------------------------------------------*
      * The day's chargebacks, loaded once; each card payment on the
      * history claims the first unclaimed chargeback naming it, and
      * the claim records the payment's key for the reversal.
      *----------------------------------------------------------------*
       01  WS-CBK-COUNT                    PIC 9(5) VALUE 0.
       01  WS-CBK-TABLE.
           05  WS-CBK-ENTRY OCCURS 2000 TIMES.
               10  WS-CBE-CASE-NUMBER      PIC X(12).
               10  WS-CBE-TOKEN            PIC X(20).
               10  WS-CBE-AUTH-CODE        PIC X(12).
               10  WS-CBE-AMOUNT           PIC 9(7)V99.
               10  WS-CBE-REASON-CODE      PIC X(4).
               10  WS-CBE-RECEIVED-DATE    PIC 9(8).
               10  WS-CBE-DEADLINE         PIC 9(8).
               10  WS-CBE-CUST-ID          PIC 9(8).
               10  WS-CBE-PMH-SEQUENCE     PIC 9(5).
               10  WS-CBE-PAY-REFERENCE    PIC X(20).
               10  WS-CBE-MATCHED-FLAG     PIC X.
                   88  WS-CBE-MATCHED      VALUE 'Y'.
                   88  WS-CBE-UNMATCHED    VALUE 'N'.

       01  WS-CBK-FULL-COUNT               PIC 9(5) VALUE 0.
       01  WS-CBK-IDX                      PIC 9(5).

       01  WS-CBK-TOTALS.
           05  WS-INTAKE-READ              PIC 9(7) VALUE 0.
           05  WS-DUPLICATE-CASES          PIC 9(7) VALUE 0.
           05  WS-BATCH-COUNT              PIC 9(7) VALUE 0.
           05  WS-BATCH-HASH               PIC S9(9)V99 VALUE 0.
           05  WS-CASES-OPENED             PIC 9(7) VALUE 0.
           05  WS-UNMATCHED-COUNT          PIC 9(7) VALUE 0.
           05  WS-OUTCOMES-READ            PIC 9(7) VALUE 0.
           05  WS-CASES-WON                PIC 9(7) VALUE 0.
           05  WS-CASES-LOST               PIC 9(7) VALUE 0.
           05  WS-OUTCOMES-REJECTED        PIC 9(7) VALUE 0.
           05  WS-CASES-NEARING            PIC 9(7) VALUE 0.
           05  WS-CASES-OVERDUE            PIC 9(7) VALUE 0.

       01  WS-TRAN-ID-WORK.
           05  WS-TID-DATE                 PIC 9(8).
           05  WS-TID-SERIAL               PIC 9(4) VALUE 0.

       01  WS-TRAN-ID-NUM REDEFINES WS-TRAN-ID-WORK
                                           PIC 9(12).

       01  WS-RECREDIT-DESC.
           05  FILLER                      PIC X(15)
               VALUE 'CHARGEBACK WON '.
           05  WS-RCD-CASE-NUMBER          PIC X(12).
           05  FILLER                      PIC X(3) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(36)
               VALUE 'CHARGEBACK REPRESENTMENT REPORT'.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-CASE-NUMBER          PIC X(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXC-AUTH-CODE            PIC X(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXC-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXC-REASON               PIC X(40).

       01  WS-CASE-LINE.
           05  WS-CSL-CASE-NUMBER          PIC X(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CSL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CSL-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CSL-REASON-CODE          PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CSL-RECEIVED-DATE        PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CSL-DEADLINE             PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CSL-DAYS-LEFT            PIC ----9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CSL-FLAG                 PIC X(8).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(30).
           05  WS-SUM-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-EOF
               IF WS-PARM-OUTCOME-MODE
                   PERFORM 5000-COUNT-WON-OUTCOMES
                   PERFORM 3000-WRITE-BATCH-HEADER
                   PERFORM 6000-APPLY-OUTCOMES
                   PERFORM 3900-WRITE-BATCH-TRAILER
               ELSE
                   PERFORM 2000-CLAIM-PAYMENTS
                   PERFORM 3000-WRITE-BATCH-HEADER
                   PERFORM 4000-OPEN-CASES
                   PERFORM 3900-WRITE-BATCH-TRAILER
               END-IF
           END-IF
           PERFORM 7000-REPRESENTMENT-REPORT
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-CBK-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE WS-TODAY-DATE TO WS-TID-DATE
           IF WS-PARM-WARNING-DAYS NUMERIC
               AND WS-PARM-WARNING-DAYS NOT = '00'
               MOVE WS-PARM-WARNING-DAYS TO WS-WARNING-DAYS
           END-IF
           IF WS-PARM-RESPONSE-DAYS NUMERIC
               AND WS-PARM-RESPONSE-DAYS NOT = '00'
               MOVE WS-PARM-RESPONSE-DAYS TO WS-RESPONSE-DAYS
           END-IF
           OPEN I-O CHARGEBACK-FILE
           IF WS-CBK-NOT-OPEN
               OPEN OUTPUT CHARGEBACK-FILE
               CLOSE CHARGEBACK-FILE
               OPEN I-O CHARGEBACK-FILE
           END-IF
           IF NOT WS-CBK-OK
               DISPLAY 'ERROR OPENING CHARGEBACK FILE: ' WS-CBK-STATUS
               SET WS-EOF TO TRUE
           ELSE
               SET WS-CBK-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT CHARGEBACK-TRAN-FILE
           IF NOT WS-CBT-OK
               DISPLAY 'ERROR OPENING CHARGEBACK TRANSACTION FILE: '
                   WS-CBT-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT REPRESENTMENT-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING REPRESENTMENT REPORT: '
                   WS-PRINT-STATUS
               SET WS-EOF TO TRUE
           ELSE
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
           END-IF
           IF NOT WS-EOF AND NOT WS-PARM-OUTCOME-MODE
               OPEN INPUT CHARGEBACK-INTAKE-FILE
               IF NOT WS-CBI-OK
                   DISPLAY 'ERROR OPENING CHARGEBACK INTAKE FILE: '
                       WS-CBI-STATUS
                   SET WS-EOF TO TRUE
               ELSE
                   PERFORM 1100-LOAD-CHARGEBACK UNTIL WS-EOF
                   CLOSE CHARGEBACK-INTAKE-FILE
                   SET WS-NOT-EOF TO TRUE
               END-IF
           END-IF.

       1100-LOAD-CHARGEBACK SECTION.

      *----------------------------------------------------------------*
      * A case number already on the chargeback file is the
      * processor resending a case we have opened; it is reported
      * and left alone so the customer is not reversed twice. The
      * same goes for a case sent twice in the one feed: the file
      * is not written until the reversal is, so the second copy is
      * caught against the cases already loaded.
      *----------------------------------------------------------------*
       1100-LOAD-CBK.
           READ CHARGEBACK-INTAKE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-INTAKE-READ
                   MOVE CBI-CASE-NUMBER TO CBK-CASE-NUMBER
                   READ CHARGEBACK-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   SET WS-CBK-NOT-IN-BATCH TO TRUE
                   PERFORM 1150-CHECK-LOADED-CASE
                       VARYING WS-CBK-IDX FROM 1 BY 1
                       UNTIL WS-CBK-IDX > WS-CBK-COUNT
                           OR WS-CBK-IN-BATCH
                   EVALUATE TRUE
                       WHEN WS-CBK-OK
                           ADD 1 TO WS-DUPLICATE-CASES
                           MOVE 'CASE ALREADY ON FILE, IGNORED' TO
                               WS-EXC-REASON
                           PERFORM 1300-WRITE-INTAKE-EXCEPTION
                       WHEN WS-CBK-IN-BATCH
                           ADD 1 TO WS-DUPLICATE-CASES
                           MOVE 'CASE REPEATED IN FEED, IGNORED' TO
                               WS-EXC-REASON
                           PERFORM 1300-WRITE-INTAKE-EXCEPTION
                       WHEN WS-CBK-COUNT < 2000
                           ADD 1 TO WS-CBK-COUNT
                           PERFORM 1200-LOAD-ONE-ENTRY
                       WHEN OTHER
                           ADD 1 TO WS-CBK-FULL-COUNT
                   END-EVALUATE
           END-READ.

       1150-CHECK-LOADED-CASE SECTION.

       1150-CHECK-LOADED.
           IF WS-CBE-CASE-NUMBER(WS-CBK-IDX) = CBI-CASE-NUMBER
               SET WS-CBK-IN-BATCH TO TRUE
           END-IF.

       1200-LOAD-ONE-ENTRY SECTION.

       1200-LOAD-ONE.
           MOVE CBI-CASE-NUMBER TO WS-CBE-CASE-NUMBER(WS-CBK-COUNT)
           MOVE CBI-AUTH-CODE TO WS-CBE-AUTH-CODE(WS-CBK-COUNT)
           MOVE CBI-AMOUNT TO WS-CBE-AMOUNT(WS-CBK-COUNT)
           MOVE CBI-REASON-CODE TO WS-CBE-REASON-CODE(WS-CBK-COUNT)
           MOVE CBI-CHARGEBACK-DATE TO
               WS-CBE-RECEIVED-DATE(WS-CBK-COUNT)
           IF CBI-RESPOND-BY-DATE NUMERIC
               AND CBI-RESPOND-BY-DATE > 0
               MOVE CBI-RESPOND-BY-DATE TO
                   WS-CBE-DEADLINE(WS-CBK-COUNT)
           ELSE
               SET DU-FN-ADD-DAYS TO TRUE
               MOVE CBI-CHARGEBACK-DATE TO DU-DATE-1
               MOVE WS-RESPONSE-DAYS TO DU-DAYS-COUNT
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               MOVE DU-RESULT-DATE TO WS-CBE-DEADLINE(WS-CBK-COUNT)
           END-IF
           MOVE 0 TO WS-CBE-CUST-ID(WS-CBK-COUNT)
           MOVE 0 TO WS-CBE-PMH-SEQUENCE(WS-CBK-COUNT)
           MOVE SPACES TO WS-CBE-PAY-REFERENCE(WS-CBK-COUNT)
           SET WS-CBE-UNMATCHED(WS-CBK-COUNT) TO TRUE
           PERFORM 1250-TOKENIZE-CARD-NUMBER.

       1250-TOKENIZE-CARD-NUMBER SECTION.

      *----------------------------------------------------------------*
      * The processor's feed carries the card number; it tokenizes
      * on the way into the table exactly as SETLMTCH's settlement
      * references do, and a number that fails to tokenize leaves
      * the match to authorization code and amount alone.
      *----------------------------------------------------------------*
       1250-TOKENIZE-CARD.
           MOVE CBI-CARD-NUMBER TO WS-CBE-TOKEN(WS-CBK-COUNT)
           IF CBI-CARD-NUMBER = SPACES
               OR CBI-CARD-NUMBER(1:15) NOT NUMERIC
               CONTINUE
           ELSE
               SET TK-FN-TOKENIZE TO TRUE
               MOVE CBI-CARD-NUMBER TO TK-CARD-NUMBER
               CALL 'TOKVAULT' USING TOKVAULT-PARMS
               IF TK-OK
                   MOVE TK-TOKEN TO WS-CBE-TOKEN(WS-CBK-COUNT)
               ELSE
                   MOVE SPACES TO WS-CBE-TOKEN(WS-CBK-COUNT)
                   ADD 1 TO WS-TOKENIZE-FAILED
               END-IF
           END-IF.

       1300-WRITE-INTAKE-EXCEPTION SECTION.

       1300-WRITE-EXCEPTION.
           MOVE CBI-CASE-NUMBER TO WS-EXC-CASE-NUMBER
           MOVE CBI-AUTH-CODE TO WS-EXC-AUTH-CODE
           MOVE CBI-AMOUNT TO WS-EXC-AMOUNT
           WRITE PRINT-LINE FROM WS-EXCEPTION-LINE.

       2000-CLAIM-PAYMENTS SECTION.

      *----------------------------------------------------------------*
      * One pass over the payment history: every card payment still
      * standing claims the chargeback naming its authorization,
      * amount and token, and the matched count sizes the batch.
      *----------------------------------------------------------------*
       2000-CLAIM.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF NOT WS-PMH-OK
               DISPLAY 'ERROR OPENING PAYMENT HISTORY FILE: '
                   WS-PMH-STATUS
               SET WS-EOF TO TRUE
           ELSE
               SET WS-PMH-NOT-EOF TO TRUE
               PERFORM 2100-CLAIM-ONE-PAYMENT UNTIL WS-PMH-EOF
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       2100-CLAIM-ONE-PAYMENT SECTION.

       2100-CLAIM-ONE.
           READ PAYMENT-HISTORY-FILE
               AT END
                   SET WS-PMH-EOF TO TRUE
               NOT AT END
                   IF PMH-PAY-CARD AND NOT PMH-REVERSED
                       AND PMH-PAY-AUTH-CODE NOT = SPACES
                       SET WS-MATCH-NOT-FOUND TO TRUE
                       PERFORM 2200-TEST-ONE-CHARGEBACK
                           VARYING WS-CBK-IDX FROM 1 BY 1
                           UNTIL WS-CBK-IDX > WS-CBK-COUNT
                               OR WS-MATCH-FOUND
                   END-IF
           END-READ.

       2200-TEST-ONE-CHARGEBACK SECTION.

      *----------------------------------------------------------------*
      * Token plus authorization code and amount; a side with no
      * token still claims on authorization and amount, the same
      * allowance SETLMTCH makes for a thin feed.
      *----------------------------------------------------------------*
       2200-TEST-ONE.
           IF WS-CBE-UNMATCHED(WS-CBK-IDX)
               AND WS-CBE-AUTH-CODE(WS-CBK-IDX) = PMH-PAY-AUTH-CODE
               AND WS-CBE-AMOUNT(WS-CBK-IDX) = PMH-PAYMENT-AMOUNT
               AND (WS-CBE-TOKEN(WS-CBK-IDX) = SPACES
                   OR PMH-PAY-REFERENCE = SPACES
                   OR WS-CBE-TOKEN(WS-CBK-IDX) = PMH-PAY-REFERENCE)
               SET WS-MATCH-FOUND TO TRUE
               SET WS-CBE-MATCHED(WS-CBK-IDX) TO TRUE
               MOVE PMH-CUST-ID TO WS-CBE-CUST-ID(WS-CBK-IDX)
               MOVE PMH-SEQUENCE TO WS-CBE-PMH-SEQUENCE(WS-CBK-IDX)
               MOVE PMH-PAY-REFERENCE TO
                   WS-CBE-PAY-REFERENCE(WS-CBK-IDX)
               ADD 1 TO WS-BATCH-COUNT
               ADD PMH-PAYMENT-AMOUNT TO WS-BATCH-HASH
           END-IF.

       3000-WRITE-BATCH-HEADER SECTION.

       3000-WRITE-HEADER.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 'BH' TO BHR-RECORD-TYPE
           MOVE WS-TODAY-DATE TO BHR-BATCH-DATE
           IF WS-PARM-OUTCOME-MODE
               MOVE 'CHGBKWON  ' TO BHR-BATCH-ID
           ELSE
               MOVE 'CHGBACK   ' TO BHR-BATCH-ID
           END-IF
           MOVE WS-BATCH-COUNT TO BHR-EXPECTED-COUNT
           WRITE CHARGEBACK-TRAN-RECORD FROM TRANSACTION-RECORD.

       3900-WRITE-BATCH-TRAILER SECTION.

       3900-WRITE-TRAILER.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 'BT' TO BTR-RECORD-TYPE
           MOVE WS-BATCH-COUNT TO BTR-RECORD-COUNT
           MOVE WS-BATCH-HASH TO BTR-HASH-TOTAL
           WRITE CHARGEBACK-TRAN-RECORD FROM TRANSACTION-RECORD.

       4000-OPEN-CASES SECTION.

       4000-OPEN.
           PERFORM 4100-OPEN-ONE-CASE
               VARYING WS-CBK-IDX FROM 1 BY 1
               UNTIL WS-CBK-IDX > WS-CBK-COUNT.

       4100-OPEN-ONE-CASE SECTION.

       4100-OPEN-ONE.
           IF WS-CBE-MATCHED(WS-CBK-IDX)
               ADD 1 TO WS-TID-SERIAL
               PERFORM 4200-WRITE-REVERSAL-TRAN
               PERFORM 4300-WRITE-CASE-RECORD
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE WS-CBE-CASE-NUMBER(WS-CBK-IDX) TO
                   WS-EXC-CASE-NUMBER
               MOVE WS-CBE-AUTH-CODE(WS-CBK-IDX) TO WS-EXC-AUTH-CODE
               MOVE WS-CBE-AMOUNT(WS-CBK-IDX) TO WS-EXC-AMOUNT
               MOVE 'NO MATCHING CARD PAYMENT' TO WS-EXC-REASON
               WRITE PRINT-LINE FROM WS-EXCEPTION-LINE
           END-IF.

       4200-WRITE-REVERSAL-TRAN SECTION.

       4200-WRITE-RVS.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-TRAN-ID-NUM TO TRAN-ID
           MOVE WS-TODAY-DATE TO TRAN-DATE
           MOVE WS-RUN-TIME TO TRAN-TIME
           MOVE 'RV' TO TRAN-TYPE
           MOVE WS-CBE-CUST-ID(WS-CBK-IDX) TO TRAN-CUSTOMER-ID
           MOVE WS-CBE-AMOUNT(WS-CBK-IDX) TO TRAN-AMOUNT
           MOVE WS-CBE-CUST-ID(WS-CBK-IDX) TO RVS-ORIG-CUST-ID
           MOVE WS-CBE-PMH-SEQUENCE(WS-CBK-IDX) TO RVS-ORIG-SEQUENCE
           MOVE WS-CBE-PAY-REFERENCE(WS-CBK-IDX) TO RVS-PAY-REFERENCE
           MOVE WS-CBE-REASON-CODE(WS-CBK-IDX) TO RVS-RETURN-REASON
           SET RVS-CHARGEBACK TO TRUE
           WRITE CHARGEBACK-TRAN-RECORD FROM TRANSACTION-RECORD
           IF NOT WS-CBT-OK
               DISPLAY 'ERROR WRITING CHARGEBACK REVERSAL FOR CASE: '
                   WS-CBE-CASE-NUMBER(WS-CBK-IDX)
                   ' STATUS: ' WS-CBT-STATUS
           END-IF.

       4300-WRITE-CASE-RECORD SECTION.

       4300-WRITE-CASE.
           INITIALIZE CHARGEBACK-RECORD
           MOVE WS-CBE-CASE-NUMBER(WS-CBK-IDX) TO CBK-CASE-NUMBER
           MOVE WS-CBE-CUST-ID(WS-CBK-IDX) TO CBK-CUST-ID
           MOVE WS-CBE-PMH-SEQUENCE(WS-CBK-IDX) TO CBK-PMH-SEQUENCE
           MOVE WS-CBE-PAY-REFERENCE(WS-CBK-IDX) TO CBK-PAY-REFERENCE
           MOVE WS-CBE-AUTH-CODE(WS-CBK-IDX) TO CBK-AUTH-CODE
           MOVE WS-CBE-AMOUNT(WS-CBK-IDX) TO CBK-AMOUNT
           MOVE WS-CBE-REASON-CODE(WS-CBK-IDX) TO CBK-REASON-CODE
           MOVE WS-CBE-RECEIVED-DATE(WS-CBK-IDX) TO CBK-RECEIVED-DATE
           MOVE WS-CBE-DEADLINE(WS-CBK-IDX) TO CBK-RESPONSE-DEADLINE
           SET CBK-OPEN TO TRUE
           MOVE 0 TO CBK-OUTCOME-DATE
           MOVE WS-TRAN-ID-NUM TO CBK-REVERSAL-TRAN-ID
           MOVE 0 TO CBK-RECREDIT-TRAN-ID
           WRITE CHARGEBACK-RECORD
           IF WS-CBK-OK
               ADD 1 TO WS-CASES-OPENED
           ELSE
               DISPLAY 'ERROR WRITING CHARGEBACK CASE: '
                   CBK-CASE-NUMBER ' STATUS: ' WS-CBK-STATUS
           END-IF.

       5000-COUNT-WON-OUTCOMES SECTION.

      *----------------------------------------------------------------*
      * First pass over the outcomes: size the re-credit batch from
      * the won decisions against cases still open, reading only.
      *----------------------------------------------------------------*
       5000-COUNT.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT CHARGEBACK-OUTCOME-FILE
           IF NOT WS-CBO-OK
               DISPLAY 'ERROR OPENING CHARGEBACK OUTCOME FILE: '
                   WS-CBO-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 5100-COUNT-ONE-OUTCOME UNTIL WS-EOF
               CLOSE CHARGEBACK-OUTCOME-FILE
           END-IF.

       5100-COUNT-ONE-OUTCOME SECTION.

       5100-COUNT-ONE.
           READ CHARGEBACK-OUTCOME-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 6900-READ-OPEN-CASE
                   IF WS-CASE-OPEN-FOUND AND CBO-OUTCOME-WON
                       ADD 1 TO WS-BATCH-COUNT
                       COMPUTE WS-BATCH-HASH =
                           WS-BATCH-HASH - CBK-AMOUNT
                   END-IF
           END-READ.

       6000-APPLY-OUTCOMES SECTION.

       6000-APPLY.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT CHARGEBACK-OUTCOME-FILE
           IF NOT WS-CBO-OK
               DISPLAY 'ERROR REOPENING CHARGEBACK OUTCOME FILE: '
                   WS-CBO-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 6100-APPLY-ONE-OUTCOME UNTIL WS-EOF
               CLOSE CHARGEBACK-OUTCOME-FILE
           END-IF.

       6100-APPLY-ONE-OUTCOME SECTION.

       6100-APPLY-ONE.
           READ CHARGEBACK-OUTCOME-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-OUTCOMES-READ
                   PERFORM 6900-READ-OPEN-CASE
                   EVALUATE TRUE
                       WHEN WS-CASE-NOT-USABLE
                           MOVE 'REJECTED, NO OPEN CASE' TO
                               WS-EXC-REASON
                           PERFORM 6800-WRITE-OUTCOME-EXCEPTION
                       WHEN CBO-OUTCOME-WON
                           PERFORM 6200-CLOSE-WON-CASE
                       WHEN CBO-OUTCOME-LOST
                           SET CBK-LOST TO TRUE
                           MOVE CBO-OUTCOME-DATE TO CBK-OUTCOME-DATE
                           PERFORM 6400-REWRITE-CASE
                           ADD 1 TO WS-CASES-LOST
                       WHEN OTHER
                           MOVE 'REJECTED, INVALID OUTCOME' TO
                               WS-EXC-REASON
                           PERFORM 6800-WRITE-OUTCOME-EXCEPTION
                   END-EVALUATE
           END-READ.

       6200-CLOSE-WON-CASE SECTION.

      *----------------------------------------------------------------*
      * Winning the representment means the disputed payment stands
      * after all: a negative AJ for the charged-back amount takes
      * the debit the reversal put back on the customer off again.
      *----------------------------------------------------------------*
       6200-CLOSE-WON.
           MOVE SPACES TO TRANSACTION-RECORD
           ADD 1 TO WS-TID-SERIAL
           MOVE WS-TRAN-ID-NUM TO TRAN-ID
           MOVE WS-TODAY-DATE TO TRAN-DATE
           MOVE WS-RUN-TIME TO TRAN-TIME
           MOVE 'AJ' TO TRAN-TYPE
           MOVE CBK-CUST-ID TO TRAN-CUSTOMER-ID
           COMPUTE TRAN-AMOUNT = 0 - CBK-AMOUNT
           MOVE 'CBW ' TO ADJ-REASON-CODE
           MOVE CBK-CASE-NUMBER TO WS-RCD-CASE-NUMBER
           MOVE WS-RECREDIT-DESC TO ADJ-DESCRIPTION
           MOVE 'SYSTEM    ' TO ADJ-APPROVED-BY
           WRITE CHARGEBACK-TRAN-RECORD FROM TRANSACTION-RECORD
           IF NOT WS-CBT-OK
               DISPLAY 'ERROR WRITING CHARGEBACK RE-CREDIT FOR CASE: '
                   CBK-CASE-NUMBER ' STATUS: ' WS-CBT-STATUS
           END-IF
           SET CBK-WON TO TRUE
           MOVE CBO-OUTCOME-DATE TO CBK-OUTCOME-DATE
           MOVE WS-TRAN-ID-NUM TO CBK-RECREDIT-TRAN-ID
           PERFORM 6400-REWRITE-CASE
           ADD 1 TO WS-CASES-WON.

       6400-REWRITE-CASE SECTION.

       6400-REWRITE.
           REWRITE CHARGEBACK-RECORD
           IF NOT WS-CBK-OK
               DISPLAY 'ERROR UPDATING CHARGEBACK CASE: '
                   CBK-CASE-NUMBER ' STATUS: ' WS-CBK-STATUS
           END-IF.

       6800-WRITE-OUTCOME-EXCEPTION SECTION.

       6800-WRITE-EXCEPTION.
           ADD 1 TO WS-OUTCOMES-REJECTED
           MOVE CBO-CASE-NUMBER TO WS-EXC-CASE-NUMBER
           MOVE SPACES TO WS-EXC-AUTH-CODE
           MOVE 0 TO WS-EXC-AMOUNT
           WRITE PRINT-LINE FROM WS-EXCEPTION-LINE.

       6900-READ-OPEN-CASE SECTION.

       6900-READ-CASE.
           SET WS-CASE-NOT-USABLE TO TRUE
           MOVE CBO-CASE-NUMBER TO CBK-CASE-NUMBER
           READ CHARGEBACK-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CBK-OK AND CBK-OPEN
               SET WS-CASE-OPEN-FOUND TO TRUE
           END-IF.

       7000-REPRESENTMENT-REPORT SECTION.

      *----------------------------------------------------------------*
      * Every open case due inside the warning window, overdue ones
      * flagged, read in case-number order off the chargeback file.
      *----------------------------------------------------------------*
       7000-REPORT.
           IF WS-CBK-FILE-OPEN
               SET WS-NOT-EOF TO TRUE
               MOVE LOW-VALUES TO CBK-CASE-NUMBER
               START CHARGEBACK-FILE
                   KEY IS NOT LESS THAN CBK-CASE-NUMBER
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM 7100-REPORT-ONE-CASE UNTIL WS-EOF
           END-IF.

       7100-REPORT-ONE-CASE SECTION.

       7100-REPORT-ONE.
           READ CHARGEBACK-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CBK-OPEN
                       SET DU-FN-DAYS-BETWEEN TO TRUE
                       MOVE WS-TODAY-DATE TO DU-DATE-1
                       MOVE CBK-RESPONSE-DEADLINE TO DU-DATE-2
                       CALL 'DATEUTIL' USING DATEUTIL-PARMS
                       MOVE DU-DAYS-COUNT TO WS-DAYS-LEFT
                       IF WS-DAYS-LEFT <= WS-WARNING-DAYS
                           PERFORM 7200-WRITE-CASE-LINE
                       END-IF
                   END-IF
           END-READ.

       7200-WRITE-CASE-LINE SECTION.

       7200-WRITE-CASE.
           MOVE CBK-CASE-NUMBER TO WS-CSL-CASE-NUMBER
           MOVE CBK-CUST-ID TO WS-CSL-CUST-ID
           MOVE CBK-AMOUNT TO WS-CSL-AMOUNT
           MOVE CBK-REASON-CODE TO WS-CSL-REASON-CODE
           MOVE CBK-RECEIVED-DATE TO WS-CSL-RECEIVED-DATE
           MOVE CBK-RESPONSE-DEADLINE TO WS-CSL-DEADLINE
           MOVE WS-DAYS-LEFT TO WS-CSL-DAYS-LEFT
           IF WS-DAYS-LEFT < 0
               MOVE 'OVERDUE' TO WS-CSL-FLAG
               ADD 1 TO WS-CASES-OVERDUE
           ELSE
               MOVE SPACES TO WS-CSL-FLAG
               ADD 1 TO WS-CASES-NEARING
           END-IF
           WRITE PRINT-LINE FROM WS-CASE-LINE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-CBK-FULL-COUNT > 0
               DISPLAY 'WARNING: CHARGEBACK TABLE FULL, '
                   WS-CBK-FULL-COUNT ' ENTRIES NOT LOADED'
           END-IF
           MOVE 'CASES NEARING DEADLINE' TO WS-SUM-LABEL
           MOVE WS-CASES-NEARING TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CASES OVERDUE' TO WS-SUM-LABEL
           MOVE WS-CASES-OVERDUE TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           CLOSE CHARGEBACK-FILE
           CLOSE CHARGEBACK-TRAN-FILE
           CLOSE REPRESENTMENT-REPORT
           IF WS-PARM-OUTCOME-MODE
               DISPLAY 'OUTCOMES READ:            ' WS-OUTCOMES-READ
               DISPLAY 'CASES WON:                ' WS-CASES-WON
               DISPLAY 'CASES LOST:               ' WS-CASES-LOST
               DISPLAY 'OUTCOMES REJECTED:        '
                   WS-OUTCOMES-REJECTED
           ELSE
               DISPLAY 'CHARGEBACKS READ:         ' WS-INTAKE-READ
               DISPLAY 'CASES OPENED:             ' WS-CASES-OPENED
               DISPLAY 'CHARGEBACKS UNMATCHED:    '
                   WS-UNMATCHED-COUNT
               DISPLAY 'DUPLICATE CASES IGNORED:  '
                   WS-DUPLICATE-CASES
           END-IF
           DISPLAY 'CASES NEARING DEADLINE:   ' WS-CASES-NEARING
           DISPLAY 'CASES OVERDUE:            ' WS-CASES-OVERDUE
           IF WS-TOKENIZE-FAILED > 0
               DISPLAY 'WARNING: TOKENIZATION FAILED FOR '
                   WS-TOKENIZE-FAILED ' CARD NUMBERS'
           END-IF.
