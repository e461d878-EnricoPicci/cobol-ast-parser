       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAGE.
      *================================================================*
      * DELINQUENCY RE-AGING AFTER DEMONSTRATED REPAYMENT
      * Walks the payment-plan file looking for delinquent customers
      * who have shown they can pay again, and brings their aging
      * back to current - the customer who has kept three
      * installments in a row on time should not still read 120 days
      * late on every letter, queue and bureau file. A customer is
      * re-aged only when the policy allows all of it:
      *   - an active plan on schedule (the PLANMISS count of
      *     installments due, none missed) or a fulfilled plan, with
      *     at least three installments paid;
      *   - no re-age in the last twelve months, and fewer than two
      *     in the last five years;
      *   - the account at least nine months old, dated from its
      *     earliest payment, open item or plan start on file;
      *   - a positive balance more than thirty days past due by the
      *     aging DUNNING uses, on a debt we still own.
      * A re-age writes a row to the re-age history (REAGEHST) with
      * the aging before and after, and journals the reset to the
      * audit file as a re-age entry. Nothing on CUSTOMER-RECORD
      * changes: DUNNING, COLLQUE and CBREXTR read the latest history
      * row and stop aging anything that fell due on or before it.
      * Every re-age, and every delinquent plan customer the policy
      * turned down with the reason, goes on the compliance report.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO 'PLANFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLN-CUST-ID
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT STATEMENT-DUE-FILE ASSIGN TO 'STMTDUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDU-KEY
               FILE STATUS IS WS-SDU-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-TRAN-ID
               ALTERNATE RECORD KEY IS OPI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMH-KEY
               FILE STATUS IS WS-PMH-STATUS.

           SELECT REAGE-HISTORY-FILE ASSIGN TO 'REAGEHST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAH-KEY
               FILE STATUS IS WS-RAH-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDITFIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REAGE-REPORT ASSIGN TO 'REAGERPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-PLAN-FILE.
           COPY PLANREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  STATEMENT-DUE-FILE.
           COPY STMDUE.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  REAGE-HISTORY-FILE.
           COPY REAGEREC.

       FD  AUDIT-JOURNAL-FILE.
           COPY AUDITREC.

       FD  REAGE-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PLAN-STATUS                  PIC XX.
           88  WS-PLAN-OK                  VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-SDU-STATUS                   PIC XX.
           88  WS-SDU-OK                   VALUE '00'.

       01  WS-OPI-STATUS                   PIC XX.
           88  WS-OPI-OK                   VALUE '00'.

       01  WS-PMH-STATUS                   PIC XX.
           88  WS-PMH-OK                   VALUE '00'.

       01  WS-RAH-STATUS                   PIC XX.
           88  WS-RAH-OK                   VALUE '00'.
           88  WS-RAH-NOT-OPEN             VALUE '35'.

       01  WS-AUDIT-STATUS                 PIC XX.
           88  WS-AUDIT-OK                 VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY DATEPARM.

       COPY AUDCPARM.

      *----------------------------------------------------------------*
      * Re-age policy. Months are calendar months back from the run
      * date.
      *----------------------------------------------------------------*
       01  WS-REAGE-POLICY.
           05  WS-POL-MIN-PAYMENTS         PIC 9(3) VALUE 3.
           05  WS-POL-GAP-MONTHS           PIC 9(3) VALUE 12.
           05  WS-POL-WINDOW-MONTHS        PIC 9(3) VALUE 60.
           05  WS-POL-MAX-IN-WINDOW        PIC 9(3) VALUE 2.
           05  WS-POL-MIN-AGE-MONTHS       PIC 9(3) VALUE 9.
           05  WS-POL-CURRENT-DAYS         PIC 9(3) VALUE 30.

      *----------------------------------------------------------------*
      * Policy cut-off dates, worked out once for the run: a prior
      * re-age after the gap date is too recent, one after the window
      * date counts toward the five-year limit, and the account's
      * earliest activity must be on or before the age date.
      *----------------------------------------------------------------*
       01  WS-POLICY-DATES.
           05  WS-GAP-CUTOFF-DATE          PIC 9(8).
           05  WS-WINDOW-CUTOFF-DATE       PIC 9(8).
           05  WS-AGE-CUTOFF-DATE          PIC 9(8).

       01  WS-MONTHS-BACK-WORK.
           05  WS-MB-MONTHS                PIC 9(3).
           05  WS-MB-TOTAL-MONTHS          PIC S9(7).
           05  WS-MB-YEAR                  PIC 9(4).
           05  WS-MB-MONTH-REM             PIC 9(2).
           05  WS-MB-RESULT-DATE           PIC 9(8).
           05  WS-MB-RESULT-PARTS REDEFINES WS-MB-RESULT-DATE.
               10  WS-MB-RESULT-YYYY       PIC 9(4).
               10  WS-MB-RESULT-MM         PIC 9(2).
               10  WS-MB-RESULT-DD         PIC 9(2).

       01  WS-TODAY-DATE                   PIC 9(8).

       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY               PIC 9(4).
           05  WS-TODAY-MM                 PIC 9(2).
           05  WS-TODAY-DD                 PIC 9(2).

       01  WS-START-DATE                   PIC 9(8).

       01  WS-START-PARTS REDEFINES WS-START-DATE.
           05  WS-START-YYYY               PIC 9(4).
           05  WS-START-MM                 PIC 9(2).
           05  WS-START-DD                 PIC 9(2).

       01  WS-SCHEDULE-WORK.
           05  WS-MONTHS-ELAPSED           PIC S9(5).
           05  WS-INSTALLMENTS-DUE         PIC S9(5).

      *----------------------------------------------------------------*
      * The statement-due, open-item and payment-history files only
      * feed the aging and the account's age; any of them missing is
      * reported and the run carries on the way DUNNING does.
      *----------------------------------------------------------------*
       01  WS-SDU-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-SDU-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-SDU-FILE-ABSENT          VALUE 'N'.

       01  WS-OPI-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-OPI-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-OPI-FILE-ABSENT          VALUE 'N'.

       01  WS-PMH-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-PMH-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-PMH-FILE-ABSENT          VALUE 'N'.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE 'N'.
               88  WS-CUSTOMER-FOUND       VALUE 'Y'.
           05  WS-SDU-FOUND-FLAG           PIC X VALUE 'N'.
               88  WS-SDU-FOUND            VALUE 'Y'.
               88  WS-SDU-NOT-FOUND        VALUE 'N'.
           05  WS-SDU-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-SDU-SCAN-DONE        VALUE 'Y'.
               88  WS-SDU-SCAN-ACTIVE      VALUE 'N'.
           05  WS-OPI-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-OPI-SCAN-DONE        VALUE 'Y'.
               88  WS-OPI-SCAN-ACTIVE      VALUE 'N'.
           05  WS-PMH-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-PMH-SCAN-DONE        VALUE 'Y'.
               88  WS-PMH-SCAN-ACTIVE      VALUE 'N'.
           05  WS-RAH-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-RAH-SCAN-DONE        VALUE 'Y'.
               88  WS-RAH-SCAN-ACTIVE      VALUE 'N'.

      *----------------------------------------------------------------*
      * Aging work for the customer in hand. WS-REAGE-DATE is the
      * customer's latest earlier re-age (zero when never re-aged);
      * open items due on or before it are passed over and an aging
      * date on or before it moves up to the later of it and the
      * last payment, exactly as DUNNING ages the account.
      *----------------------------------------------------------------*
       01  WS-AGING-WORK.
           05  WS-UNMET-DUE-DATE           PIC 9(8).
           05  WS-OLDEST-DUE-DATE          PIC 9(8).
           05  WS-ITEM-DUE-DATE            PIC 9(8).
           05  WS-AGING-FROM-DATE          PIC 9(8).
           05  WS-DAYS-PAST-DUE            PIC S9(7).
           05  WS-STATUS-CODE              PIC X(2).
           05  WS-REAGE-DATE               PIC 9(8).
           05  WS-REAGES-IN-WINDOW         PIC 9(3).
           05  WS-EARLIEST-ACTIVITY        PIC 9(8).

       01  WS-DECISION                     PIC X(1).
           88  WS-GRANT-REAGE              VALUE 'G'.
           88  WS-DECLINE-REAGE            VALUE 'D'.
           88  WS-NOT-A-CANDIDATE          VALUE 'N'.

       01  WS-DECLINE-REASON               PIC X(30).

       01  WS-REAGE-TOTALS.
           05  WS-PLANS-READ               PIC 9(7) VALUE 0.
           05  WS-NOT-FOUND-COUNT          PIC 9(7) VALUE 0.
           05  WS-NOT-DELINQUENT-COUNT     PIC 9(7) VALUE 0.
           05  WS-SOLD-SKIP-COUNT          PIC 9(7) VALUE 0.
           05  WS-FEW-PAYMENTS-COUNT       PIC 9(7) VALUE 0.
           05  WS-TOO-SOON-COUNT           PIC 9(7) VALUE 0.
           05  WS-LIMIT-REACHED-COUNT      PIC 9(7) VALUE 0.
           05  WS-TOO-NEW-COUNT            PIC 9(7) VALUE 0.
           05  WS-REAGED-COUNT             PIC 9(7) VALUE 0.
           05  WS-REAGED-BALANCE           PIC S9(11)V99 VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(36)
               VALUE 'DELINQUENCY RE-AGE COMPLIANCE REPORT'.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(16)
               VALUE '        BALANCE'.
           05  FILLER                      PIC X(9) VALUE 'AGED FROM'.
           05  FILLER                      PIC X(8) VALUE '     DPD'.
           05  FILLER                      PIC X(8) VALUE ' BEFORE'.
           05  FILLER                      PIC X(6) VALUE 'AFTER'.
           05  FILLER                      PIC X(5) VALUE 'PAID'.
           05  FILLER                      PIC X(7) VALUE 'PRIOR'.
           05  FILLER                      PIC X(9) VALUE 'ACTION'.
           05  FILLER                      PIC X(30) VALUE 'REASON'.

       01  WS-REAGE-LINE.
           05  WS-RGL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RGL-CUST-NAME            PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RGL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RGL-AGED-FROM            PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RGL-DAYS                 PIC ZZZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RGL-BEFORE               PIC X(2).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RGL-AFTER                PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RGL-PAID                 PIC ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RGL-PRIOR                PIC Z9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RGL-ACTION               PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RGL-REASON               PIC X(30).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(24).
           05  WS-SUM-VALUE                PIC ZZZ,ZZ9.

       01  WS-SUMMARY-AMOUNT-LINE.
           05  WS-SMA-LABEL                PIC X(24).
           05  WS-SMA-VALUE                PIC $$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-PROCESS-PLAN UNTIL WS-EOF
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-REAGE-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-POL-GAP-MONTHS TO WS-MB-MONTHS
           PERFORM 1100-MONTHS-BACK
           MOVE WS-MB-RESULT-DATE TO WS-GAP-CUTOFF-DATE
           MOVE WS-POL-WINDOW-MONTHS TO WS-MB-MONTHS
           PERFORM 1100-MONTHS-BACK
           MOVE WS-MB-RESULT-DATE TO WS-WINDOW-CUTOFF-DATE
           MOVE WS-POL-MIN-AGE-MONTHS TO WS-MB-MONTHS
           PERFORM 1100-MONTHS-BACK
           MOVE WS-MB-RESULT-DATE TO WS-AGE-CUTOFF-DATE
           OPEN INPUT PAYMENT-PLAN-FILE
           IF NOT WS-PLAN-OK
               DISPLAY 'ERROR OPENING PAYMENT PLAN FILE: '
                   WS-PLAN-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT STATEMENT-DUE-FILE
           IF WS-SDU-OK
               SET WS-SDU-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-SDU-FILE-ABSENT TO TRUE
               DISPLAY 'STATEMENT DUE FILE NOT AVAILABLE, AGING '
                   'FROM OPEN ITEMS: ' WS-SDU-STATUS
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPI-OK
               SET WS-OPI-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-OPI-FILE-ABSENT TO TRUE
               DISPLAY 'OPEN ITEM FILE NOT AVAILABLE, AGING '
                   'FROM PAYMENT DATE: ' WS-OPI-STATUS
           END-IF
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-PMH-OK
               SET WS-PMH-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-PMH-FILE-ABSENT TO TRUE
               DISPLAY 'PAYMENT HISTORY FILE NOT AVAILABLE, ACCOUNT '
                   'AGE FROM ITEMS AND PLAN: ' WS-PMH-STATUS
           END-IF
           OPEN I-O REAGE-HISTORY-FILE
           IF WS-RAH-NOT-OPEN
               OPEN OUTPUT REAGE-HISTORY-FILE
               CLOSE REAGE-HISTORY-FILE
               OPEN I-O REAGE-HISTORY-FILE
           END-IF
           IF NOT WS-RAH-OK
               DISPLAY 'ERROR OPENING RE-AGE HISTORY FILE: '
                   WS-RAH-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN EXTEND AUDIT-JOURNAL-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR OPENING AUDIT JOURNAL FILE: '
                   WS-AUDIT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT REAGE-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING RE-AGE REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
           END-IF.

      *----------------------------------------------------------------*
      * The run date less WS-MB-MONTHS calendar months, day of month
      * kept. A day the earlier month lacks (the 31st of a 30-day
      * month) is left as is; the result is only ever compared
      * against other dates, never handed to DATEUTIL.
      *----------------------------------------------------------------*
       1100-MONTHS-BACK SECTION.

       1100-MONTHS-BACK-CALC.
           COMPUTE WS-MB-TOTAL-MONTHS =
               WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1 - WS-MB-MONTHS
           DIVIDE WS-MB-TOTAL-MONTHS BY 12
               GIVING WS-MB-YEAR
               REMAINDER WS-MB-MONTH-REM
           MOVE WS-MB-YEAR TO WS-MB-RESULT-YYYY
           COMPUTE WS-MB-RESULT-MM = WS-MB-MONTH-REM + 1
           MOVE WS-TODAY-DD TO WS-MB-RESULT-DD.

       2000-PROCESS-PLAN SECTION.

       2000-PROCESS.
           READ PAYMENT-PLAN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PLANS-READ
                   IF PLN-ACTIVE OR PLN-FULFILLED
                       PERFORM 3000-CONSIDER-ACCOUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Only a delinquent customer is a candidate at all; a current
      * one, a zero balance or a sold debt is counted and passed over
      * without a report line. A delinquent candidate is then held
      * to the policy, the first failing test giving the reason.
      *----------------------------------------------------------------*
       3000-CONSIDER-ACCOUNT SECTION.

       3000-CONSIDER.
           SET WS-NOT-A-CANDIDATE TO TRUE
           MOVE SPACES TO WS-DECLINE-REASON
           PERFORM 3100-FIND-CUSTOMER
           IF NOT WS-CUSTOMER-FOUND
               ADD 1 TO WS-NOT-FOUND-COUNT
               DISPLAY 'PLAN CUSTOMER NOT ON FILE: ' PLN-CUST-ID
           ELSE
               PERFORM 3400-READ-REAGE-HISTORY
               PERFORM 3500-CALC-DAYS-PAST-DUE
               EVALUATE TRUE
                   WHEN CUST-STAT-SOLD OF WS-WORK-CUSTOMER
                       ADD 1 TO WS-SOLD-SKIP-COUNT
                   WHEN CUST-BALANCE OF WS-WORK-CUSTOMER NOT > 0
                       ADD 1 TO WS-NOT-DELINQUENT-COUNT
                   WHEN WS-DAYS-PAST-DUE NOT > WS-POL-CURRENT-DAYS
                       ADD 1 TO WS-NOT-DELINQUENT-COUNT
                   WHEN OTHER
                       PERFORM 3800-APPLY-POLICY
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN WS-GRANT-REAGE
                   PERFORM 4000-GRANT-REAGE
               WHEN WS-DECLINE-REAGE
                   MOVE 'DECLINED' TO WS-RGL-ACTION
                   MOVE SPACES TO WS-RGL-AFTER
                   PERFORM 4300-WRITE-REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * The plan carries only the CUST-ID half of CUST-KEY; START at
      * the lowest CUST-TYPE and READ NEXT picks the customer up
      * however its type is coded.
      *----------------------------------------------------------------*
       3100-FIND-CUSTOMER SECTION.

       3100-FIND-CUST.
           MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
           MOVE PLN-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   AND CUST-ID OF WS-WORK-CUSTOMER = PLN-CUST-ID
                   SET WS-CUSTOMER-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Latest statement due row for the customer: rows are keyed by
      * customer then statement date, so the last row read before the
      * customer changes is the most recent cycle.
      *----------------------------------------------------------------*
       3200-READ-STATEMENT-DUE SECTION.

       3200-READ-STMT-DUE.
           SET WS-SDU-NOT-FOUND TO TRUE
           MOVE 0 TO WS-UNMET-DUE-DATE
           IF WS-SDU-FILE-AVAILABLE
               SET WS-SDU-SCAN-ACTIVE TO TRUE
               MOVE PLN-CUST-ID TO SDU-CUST-ID
               MOVE 0 TO SDU-STMT-DATE
               START STATEMENT-DUE-FILE KEY IS NOT LESS THAN SDU-KEY
                   INVALID KEY
                       SET WS-SDU-SCAN-DONE TO TRUE
               END-START
               PERFORM 3210-SCAN-ONE-DUE-ROW
                   UNTIL WS-SDU-SCAN-DONE
           END-IF.

       3210-SCAN-ONE-DUE-ROW SECTION.

       3210-SCAN-DUE.
           READ STATEMENT-DUE-FILE NEXT RECORD
               AT END
                   SET WS-SDU-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SDU-SCAN-DONE
               IF NOT WS-SDU-OK
                   OR SDU-CUST-ID NOT = PLN-CUST-ID
                   SET WS-SDU-SCAN-DONE TO TRUE
               ELSE
                   SET WS-SDU-FOUND TO TRUE
                   MOVE SDU-OLDEST-UNMET-DUE-DATE TO WS-UNMET-DUE-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * One pass over the customer's open items serves both the
      * aging and the account's age: the oldest due date among the
      * collectable items not already covered by an earlier re-age,
      * and the earliest purchase date of any item on file.
      *----------------------------------------------------------------*
       3300-SCAN-OPEN-ITEMS SECTION.

       3300-SCAN-ITEMS.
           MOVE 99999999 TO WS-OLDEST-DUE-DATE
           IF WS-OPI-FILE-AVAILABLE
               SET WS-OPI-SCAN-ACTIVE TO TRUE
               MOVE PLN-CUST-ID TO OPI-CUST-ID
               START OPEN-ITEM-FILE KEY IS = OPI-CUST-ID
                   INVALID KEY
                       SET WS-OPI-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-OPI-OK
                   SET WS-OPI-SCAN-DONE TO TRUE
               END-IF
               PERFORM 3310-SCAN-ONE-ITEM
                   UNTIL WS-OPI-SCAN-DONE
           END-IF.

       3310-SCAN-ONE-ITEM SECTION.

       3310-SCAN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-OPI-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-OPI-SCAN-DONE
               IF NOT WS-OPI-OK
                   OR OPI-CUST-ID NOT = PLN-CUST-ID
                   SET WS-OPI-SCAN-DONE TO TRUE
               ELSE
                   IF OPI-TRAN-DATE > 0
                       AND OPI-TRAN-DATE < WS-EARLIEST-ACTIVITY
                       MOVE OPI-TRAN-DATE TO WS-EARLIEST-ACTIVITY
                   END-IF
                   IF OPI-OPEN AND OPI-OPEN-AMOUNT > 0
                       IF OPI-DUE-DATE NUMERIC AND OPI-DUE-DATE > 0
                           MOVE OPI-DUE-DATE TO WS-ITEM-DUE-DATE
                       ELSE
                           MOVE OPI-TRAN-DATE TO WS-ITEM-DUE-DATE
                       END-IF
                       IF WS-ITEM-DUE-DATE > WS-REAGE-DATE
                           AND WS-ITEM-DUE-DATE < WS-OLDEST-DUE-DATE
                           MOVE WS-ITEM-DUE-DATE TO WS-OLDEST-DUE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The customer's earlier re-ages, oldest first: the latest
      * date, and how many fall inside the five-year window.
      *----------------------------------------------------------------*
       3400-READ-REAGE-HISTORY SECTION.

       3400-READ-REAGE.
           MOVE 0 TO WS-REAGE-DATE
           MOVE 0 TO WS-REAGES-IN-WINDOW
           SET WS-RAH-SCAN-ACTIVE TO TRUE
           MOVE PLN-CUST-ID TO RAH-CUST-ID
           MOVE 0 TO RAH-REAGE-DATE
           START REAGE-HISTORY-FILE KEY IS NOT LESS THAN RAH-KEY
               INVALID KEY
                   SET WS-RAH-SCAN-DONE TO TRUE
           END-START
           PERFORM 3410-SCAN-ONE-REAGE
               UNTIL WS-RAH-SCAN-DONE.

       3410-SCAN-ONE-REAGE SECTION.

       3410-SCAN-REAGE.
           READ REAGE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-RAH-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-RAH-SCAN-DONE
               IF NOT WS-RAH-OK
                   OR RAH-CUST-ID NOT = PLN-CUST-ID
                   SET WS-RAH-SCAN-DONE TO TRUE
               ELSE
                   MOVE RAH-REAGE-DATE TO WS-REAGE-DATE
                   IF RAH-REAGE-DATE > WS-WINDOW-CUTOFF-DATE
                       ADD 1 TO WS-REAGES-IN-WINDOW
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * DUNNING's aging: the oldest unmet statement-cycle minimum
      * (current when every minimum is met), else the oldest open
      * item, else CUST-PAYMENT-DATE - with anything due on or before
      * an earlier re-age forgiven. No date at all ages as long
      * overdue.
      *----------------------------------------------------------------*
       3500-CALC-DAYS-PAST-DUE SECTION.

       3500-CALC-DPD.
           MOVE 99999999 TO WS-EARLIEST-ACTIVITY
           PERFORM 3200-READ-STATEMENT-DUE
           PERFORM 3300-SCAN-OPEN-ITEMS
           EVALUATE TRUE
               WHEN WS-SDU-FOUND
                   MOVE WS-UNMET-DUE-DATE TO WS-AGING-FROM-DATE
               WHEN WS-OLDEST-DUE-DATE < 99999999
                   MOVE WS-OLDEST-DUE-DATE TO WS-AGING-FROM-DATE
               WHEN OTHER
                   MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER
                       TO WS-AGING-FROM-DATE
           END-EVALUATE
           IF NOT (WS-SDU-FOUND AND WS-AGING-FROM-DATE = 0)
               PERFORM 3550-APPLY-REAGE-RESET
           END-IF
           EVALUATE TRUE
               WHEN WS-SDU-FOUND AND WS-AGING-FROM-DATE = 0
                   MOVE 0 TO WS-DAYS-PAST-DUE
               WHEN WS-AGING-FROM-DATE = 0
                   MOVE 999 TO WS-DAYS-PAST-DUE
               WHEN OTHER
                   SET DU-FN-DAYS-BETWEEN TO TRUE
                   MOVE WS-AGING-FROM-DATE TO DU-DATE-1
                   MOVE WS-TODAY-DATE TO DU-DATE-2
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
                   MOVE DU-DAYS-COUNT TO WS-DAYS-PAST-DUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 'CU' TO WS-STATUS-CODE
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE 'D3' TO WS-STATUS-CODE
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE 'D6' TO WS-STATUS-CODE
               WHEN WS-DAYS-PAST-DUE <= 120
                   MOVE 'D9' TO WS-STATUS-CODE
               WHEN OTHER
                   MOVE 'DX' TO WS-STATUS-CODE
           END-EVALUATE.

       3550-APPLY-REAGE-RESET SECTION.

       3550-APPLY-RESET.
           IF WS-REAGE-DATE > 0
               AND WS-AGING-FROM-DATE NOT > WS-REAGE-DATE
               IF CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER > WS-REAGE-DATE
                   MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER
                       TO WS-AGING-FROM-DATE
               ELSE
                   MOVE WS-REAGE-DATE TO WS-AGING-FROM-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Installments due on an active plan, counted the way PLANMISS
      * counts them: one per whole month since the start month, plus
      * the run month once its due day arrives, capped at the term.
      *----------------------------------------------------------------*
       3600-COUNT-INSTALLMENTS-DUE SECTION.

       3600-COUNT-DUE.
           MOVE PLN-START-DATE TO WS-START-DATE
           COMPUTE WS-MONTHS-ELAPSED =
               (WS-TODAY-YYYY - WS-START-YYYY) * 12
               + WS-TODAY-MM - WS-START-MM
           MOVE WS-MONTHS-ELAPSED TO WS-INSTALLMENTS-DUE
           IF WS-TODAY-DD >= PLN-DUE-DAY
               ADD 1 TO WS-INSTALLMENTS-DUE
           END-IF
           IF WS-INSTALLMENTS-DUE < 0
               MOVE 0 TO WS-INSTALLMENTS-DUE
           END-IF
           IF WS-INSTALLMENTS-DUE > PLN-TERM-MONTHS
               MOVE PLN-TERM-MONTHS TO WS-INSTALLMENTS-DUE
           END-IF.

      *----------------------------------------------------------------*
      * Earliest payment on file for the account's age. Rows are
      * keyed by customer then sequence, so the first row read is
      * the oldest still held; a reversed payment still dates the
      * account.
      *----------------------------------------------------------------*
       3700-FIND-FIRST-PAYMENT SECTION.

       3700-FIND-FIRST.
           IF WS-PMH-FILE-AVAILABLE
               SET WS-PMH-SCAN-ACTIVE TO TRUE
               MOVE PLN-CUST-ID TO PMH-CUST-ID
               MOVE 0 TO PMH-SEQUENCE
               START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN PMH-KEY
                   INVALID KEY
                       SET WS-PMH-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-PMH-SCAN-DONE
                   READ PAYMENT-HISTORY-FILE NEXT RECORD
                       AT END
                           SET WS-PMH-SCAN-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT WS-PMH-SCAN-DONE
                   AND WS-PMH-OK
                   AND PMH-CUST-ID = PLN-CUST-ID
                   AND PMH-PAYMENT-DATE > 0
                   AND PMH-PAYMENT-DATE < WS-EARLIEST-ACTIVITY
                   MOVE PMH-PAYMENT-DATE TO WS-EARLIEST-ACTIVITY
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The re-age policy, tested in order. A fulfilled plan has
      * already shown every installment paid; an active plan must
      * have paid at least what it owes to date, which PLANMISS
      * would otherwise have defaulted it for.
      *----------------------------------------------------------------*
       3800-APPLY-POLICY SECTION.

       3800-APPLY.
           SET WS-DECLINE-REAGE TO TRUE
           MOVE 0 TO WS-INSTALLMENTS-DUE
           IF PLN-ACTIVE
               PERFORM 3600-COUNT-INSTALLMENTS-DUE
           END-IF
           IF PLN-START-DATE > 0
               AND PLN-START-DATE < WS-EARLIEST-ACTIVITY
               MOVE PLN-START-DATE TO WS-EARLIEST-ACTIVITY
           END-IF
           PERFORM 3700-FIND-FIRST-PAYMENT
           EVALUATE TRUE
               WHEN PLN-INSTALLMENTS-PAID < WS-POL-MIN-PAYMENTS
                   OR PLN-INSTALLMENTS-PAID < WS-INSTALLMENTS-DUE
                   ADD 1 TO WS-FEW-PAYMENTS-COUNT
                   MOVE 'TOO FEW ON-TIME INSTALLMENTS'
                       TO WS-DECLINE-REASON
               WHEN WS-REAGE-DATE > WS-GAP-CUTOFF-DATE
                   ADD 1 TO WS-TOO-SOON-COUNT
                   MOVE 'RE-AGED IN LAST 12 MONTHS'
                       TO WS-DECLINE-REASON
               WHEN WS-REAGES-IN-WINDOW >= WS-POL-MAX-IN-WINDOW
                   ADD 1 TO WS-LIMIT-REACHED-COUNT
                   MOVE 'TWO RE-AGES IN LAST 5 YEARS'
                       TO WS-DECLINE-REASON
               WHEN WS-EARLIEST-ACTIVITY > WS-AGE-CUTOFF-DATE
                   ADD 1 TO WS-TOO-NEW-COUNT
                   MOVE 'ACCOUNT OPEN UNDER 9 MONTHS'
                       TO WS-DECLINE-REASON
               WHEN OTHER
                   SET WS-GRANT-REAGE TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * The history row goes first: it is what the aging programs
      * honor, and a failed write leaves the account as it was with
      * no journal entry claiming otherwise.
      *----------------------------------------------------------------*
       4000-GRANT-REAGE SECTION.

       4000-GRANT.
           PERFORM 4100-WRITE-HISTORY
           IF WS-RAH-OK
               PERFORM 4200-WRITE-AUDIT-ENTRY
               ADD 1 TO WS-REAGED-COUNT
               ADD CUST-BALANCE OF WS-WORK-CUSTOMER
                   TO WS-REAGED-BALANCE
               MOVE 'RE-AGED' TO WS-RGL-ACTION
               MOVE 'CU' TO WS-RGL-AFTER
               PERFORM 4300-WRITE-REPORT-LINE
           END-IF.

       4100-WRITE-HISTORY SECTION.

       4100-WRITE-HIST.
           INITIALIZE REAGE-HISTORY-RECORD
           MOVE PLN-CUST-ID TO RAH-CUST-ID
           MOVE WS-TODAY-DATE TO RAH-REAGE-DATE
           MOVE WS-AGING-FROM-DATE TO RAH-BEFORE-AGING-DATE
           IF WS-DAYS-PAST-DUE > 99999
               MOVE 99999 TO RAH-BEFORE-DAYS-PAST-DUE
           ELSE
               MOVE WS-DAYS-PAST-DUE TO RAH-BEFORE-DAYS-PAST-DUE
           END-IF
           MOVE WS-STATUS-CODE TO RAH-BEFORE-STATUS
           MOVE 0 TO RAH-AFTER-DAYS-PAST-DUE
           MOVE 'CU' TO RAH-AFTER-STATUS
           MOVE CUST-BALANCE OF WS-WORK-CUSTOMER TO RAH-BALANCE
           MOVE PLN-INSTALLMENTS-PAID TO RAH-INSTALLMENTS-PAID
           MOVE PLN-START-DATE TO RAH-PLAN-START-DATE
           MOVE PLN-LAST-PAID-DATE TO RAH-PLAN-LAST-PAID-DATE
           MOVE 'REAGE' TO RAH-OPERATOR-ID
           WRITE REAGE-HISTORY-RECORD
           IF NOT WS-RAH-OK
               DISPLAY 'ERROR WRITING RE-AGE HISTORY FOR: '
                   PLN-CUST-ID ' STATUS: ' WS-RAH-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * The customer record itself is unchanged, so the entry carries
      * the same image before and after; the re-age action is what
      * tells AUDRPT and CUSTREST what happened.
      *----------------------------------------------------------------*
       4200-WRITE-AUDIT-ENTRY SECTION.

       4200-WRITE-AUDIT.
           SET AUD-ACTION-REAGE TO TRUE
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TS-TIME FROM TIME
           MOVE PLN-CUST-ID TO AUD-CUST-ID
           MOVE 'REAGE' TO AUD-OPERATOR-ID
           MOVE WS-WORK-CUSTOMER TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE 0 TO AUD-TRAN-ID
           MOVE SPACES TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
                   PLN-CUST-ID ' STATUS: ' WS-AUDIT-STATUS
           END-IF.

       4300-WRITE-REPORT-LINE SECTION.

       4300-WRITE-LINE.
           MOVE PLN-CUST-ID TO WS-RGL-CUST-ID
           MOVE CUST-LAST-NAME OF WS-WORK-CUSTOMER TO WS-RGL-CUST-NAME
           MOVE CUST-BALANCE OF WS-WORK-CUSTOMER TO WS-RGL-BALANCE
           MOVE WS-AGING-FROM-DATE TO WS-RGL-AGED-FROM
           IF WS-DAYS-PAST-DUE > 99999
               MOVE 99999 TO WS-RGL-DAYS
           ELSE
               MOVE WS-DAYS-PAST-DUE TO WS-RGL-DAYS
           END-IF
           MOVE WS-STATUS-CODE TO WS-RGL-BEFORE
           MOVE PLN-INSTALLMENTS-PAID TO WS-RGL-PAID
           MOVE WS-REAGES-IN-WINDOW TO WS-RGL-PRIOR
           MOVE WS-DECLINE-REASON TO WS-RGL-REASON
           WRITE PRINT-LINE FROM WS-REAGE-LINE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-PRINT-OK
               MOVE 'PLANS READ' TO WS-SUM-LABEL
               MOVE WS-PLANS-READ TO WS-SUM-VALUE
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'NOT DELINQUENT' TO WS-SUM-LABEL
               MOVE WS-NOT-DELINQUENT-COUNT TO WS-SUM-VALUE
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'DECLINED - PAYMENTS' TO WS-SUM-LABEL
               MOVE WS-FEW-PAYMENTS-COUNT TO WS-SUM-VALUE
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'DECLINED - WITHIN 12 MO' TO WS-SUM-LABEL
               MOVE WS-TOO-SOON-COUNT TO WS-SUM-VALUE
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'DECLINED - 5 YEAR LIMIT' TO WS-SUM-LABEL
               MOVE WS-LIMIT-REACHED-COUNT TO WS-SUM-VALUE
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'DECLINED - ACCOUNT AGE' TO WS-SUM-LABEL
               MOVE WS-TOO-NEW-COUNT TO WS-SUM-VALUE
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'ACCOUNTS RE-AGED' TO WS-SUM-LABEL
               MOVE WS-REAGED-COUNT TO WS-SUM-VALUE
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'BALANCE RE-AGED' TO WS-SMA-LABEL
               MOVE WS-REAGED-BALANCE TO WS-SMA-VALUE
               WRITE PRINT-LINE FROM WS-SUMMARY-AMOUNT-LINE
           END-IF
           CLOSE PAYMENT-PLAN-FILE
           CLOSE CUSTOMER-FILE
           CLOSE REAGE-HISTORY-FILE
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE REAGE-REPORT
           IF WS-SDU-FILE-AVAILABLE
               CLOSE STATEMENT-DUE-FILE
           END-IF
           IF WS-OPI-FILE-AVAILABLE
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF WS-PMH-FILE-AVAILABLE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           DISPLAY 'PLANS READ:               ' WS-PLANS-READ
           DISPLAY 'CUSTOMERS NOT FOUND:      ' WS-NOT-FOUND-COUNT
           DISPLAY 'NOT DELINQUENT:           ' WS-NOT-DELINQUENT-COUNT
           DISPLAY 'SKIPPED (DEBT SOLD):      ' WS-SOLD-SKIP-COUNT
           DISPLAY 'DECLINED (PAYMENTS):      ' WS-FEW-PAYMENTS-COUNT
           DISPLAY 'DECLINED (WITHIN 12 MO):  ' WS-TOO-SOON-COUNT
           DISPLAY 'DECLINED (5 YEAR LIMIT):  ' WS-LIMIT-REACHED-COUNT
           DISPLAY 'DECLINED (ACCOUNT AGE):   ' WS-TOO-NEW-COUNT
           DISPLAY 'ACCOUNTS RE-AGED:         ' WS-REAGED-COUNT
           DISPLAY 'BALANCE RE-AGED:          ' WS-REAGED-BALANCE.
