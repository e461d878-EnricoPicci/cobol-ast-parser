      * MONTHLY CREDIT BUREAU REPORTING EXTRACT
      * Reads the customer snapshot the way CUSTAGE does and writes
      * one bureau-format record per account: current balance, credit
      * limit, and a delinquency stage in CUSTAGE's buckets, measured
      * from the due date of the oldest statement-cycle minimum payment
      * the customer has not met (CUST-PAYMENT-DATE aging for an
      * account with no statement cycle on file). Accounts on the
      * WOLEDGER write-off ledger report at written-off status whatever
      * their aging says - or at sold status once DEBTSALE has sold
      * the debt to a buyer, which the buyer now reports - and the
      * closed indicator rides the record for the bureau's layout. A
      * control report counts accounts and balances at each reported
      * status so the month's submission can be tied out against
      * what we told the bureau. An account REAGE has re-aged reports
      * current for anything that fell due on or before the re-age.
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT STATEMENT-DUE-FILE ASSIGN TO 'STMTDUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDU-KEY
               FILE STATUS IS WS-SDU-STATUS.

           SELECT REAGE-HISTORY-FILE ASSIGN TO 'REAGEHST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAH-KEY
               FILE STATUS IS WS-RAH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  WRITEOFF-LEDGER.
           COPY WOLEDGER.

       FD  STATEMENT-DUE-FILE.
           COPY STMDUE.

       FD  REAGE-HISTORY-FILE.
           COPY REAGEREC.

       FD  BUREAU-EXTRACT-FILE.
       01  BUREAU-EXTRACT-RECORD.
           05  CBR-CUST-ID                 PIC 9(8).
      *----------------------------------------------------------------*
      * Reported status: CU current, D3/D6/D9 thirty, sixty and
      * ninety days delinquent, DX past one hundred twenty, WO
      * written off per the ledger, SO written off and sold to a debt
      * buyer.
      *----------------------------------------------------------------*
           05  CBR-STATUS-CODE             PIC X(2).
           05  CBR-CLOSED-IND              PIC X(1).
       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

      *----------------------------------------------------------------*
      * The customer's latest statement due row. When one is found,
      * its oldest unmet minimum due date decides the stage; a missing
      * statement due file leaves every account on CUST-PAYMENT-DATE
      * aging.
      *----------------------------------------------------------------*
       01  WS-SDU-STATUS                   PIC XX.
           88  WS-SDU-OK                   VALUE '00'.

       01  WS-SDU-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-SDU-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-SDU-FILE-ABSENT          VALUE 'N'.

       01  WS-SDU-SCAN-FLAG                PIC X VALUE 'N'.
           88  WS-SDU-SCAN-DONE            VALUE 'Y'.
           88  WS-SDU-SCAN-ACTIVE          VALUE 'N'.

       01  WS-SDU-FOUND-FLAG               PIC X VALUE 'N'.
           88  WS-SDU-FOUND                VALUE 'Y'.
           88  WS-SDU-NOT-FOUND            VALUE 'N'.

       01  WS-UNMET-DUE-DATE               PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      * Latest delinquency re-age on REAGEHST (see REAGE), zero when
      * the customer was never re-aged: nothing that fell due on or
      * before it ages the account any longer. A missing history
      * file means nobody has been re-aged.
      *----------------------------------------------------------------*
       01  WS-RAH-STATUS                   PIC XX.
           88  WS-RAH-OK                   VALUE '00'.

       01  WS-RAH-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-RAH-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-RAH-FILE-ABSENT          VALUE 'N'.

       01  WS-RAH-SCAN-FLAG                PIC X VALUE 'N'.
           88  WS-RAH-SCAN-DONE            VALUE 'Y'.
           88  WS-RAH-SCAN-ACTIVE          VALUE 'N'.

       01  WS-REAGE-DATE                   PIC 9(8) VALUE 0.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

           05  WS-WO-FOUND-FLAG            PIC X VALUE 'N'.
               88  WS-WO-FOUND             VALUE 'Y'.
               88  WS-WO-NOT-FOUND         VALUE 'N'.
           05  WS-WO-SOLD-FOUND-FLAG       PIC X VALUE 'N'.
               88  WS-WO-SOLD-FOUND        VALUE 'Y'.

       01  WS-TODAY-DATE                   PIC 9(8).

      *----------------------------------------------------------------*
       01  WS-WO-COUNT                     PIC 9(5) VALUE 0.
       01  WS-WO-TABLE.
           05  WS-WO-ENTRY OCCURS 5000 TIMES.
               10  WS-WO-CUST-ID           PIC 9(8).
               10  WS-WO-SOLD-FLAG         PIC X(1).

       01  WS-WO-IDX                       PIC 9(5).
       01  WS-WO-FULL-COUNT                PIC 9(5) VALUE 0.

       01  WS-AGING-WORK.
           05  WS-AGING-FROM-DATE          PIC 9(8).
           05  WS-DAYS-PAST-DUE            PIC S9(7).
           05  WS-STATUS-CODE              PIC X(2).

           05  WS-STT-DX-AMOUNT            PIC S9(9)V99 VALUE 0.
           05  WS-STT-WO-COUNT             PIC 9(7) VALUE 0.
           05  WS-STT-WO-AMOUNT            PIC S9(9)V99 VALUE 0.
           05  WS-STT-SO-COUNT             PIC 9(7) VALUE 0.
           05  WS-STT-SO-AMOUNT            PIC S9(9)V99 VALUE 0.

       01  WS-EXTRACT-TOTALS.
           05  WS-ACCOUNTS-READ            PIC 9(7) VALUE 0.
               PERFORM 1100-LOAD-ONE-WRITEOFF UNTIL WS-WOL-EOF
               CLOSE WRITEOFF-LEDGER
           END-IF
           OPEN INPUT STATEMENT-DUE-FILE
           IF WS-SDU-OK
               SET WS-SDU-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-SDU-FILE-ABSENT TO TRUE
               DISPLAY 'STATEMENT DUE FILE NOT AVAILABLE, AGING '
                   'FROM PAYMENT DATE: ' WS-SDU-STATUS
           END-IF
           OPEN INPUT REAGE-HISTORY-FILE
           IF WS-RAH-OK
               SET WS-RAH-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-RAH-FILE-ABSENT TO TRUE
               DISPLAY 'RE-AGE HISTORY FILE NOT AVAILABLE, RE-AGE '
                   'RESETS SKIPPED: ' WS-RAH-STATUS
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER SNAPSHOT: '
                       ADD 1 TO WS-WO-COUNT
                       MOVE WOL-CUST-ID TO
                           WS-WO-CUST-ID(WS-WO-COUNT)
                       MOVE WOL-SALE-STATUS TO
                           WS-WO-SOLD-FLAG(WS-WO-COUNT)
                   ELSE
                       ADD 1 TO WS-WO-FULL-COUNT
                   END-IF
       3000-DERIVE-STATUS SECTION.

      *----------------------------------------------------------------*
      * A debt sale outranks the write-off and a ledger write-off
      * outranks the aging; otherwise the account stages by the same
      * days past due CUSTAGE buckets, with a zero or credit balance
      * always current. Sold shows on the customer's own status as
      * well as the ledger, so an account past the table's capacity
      * still reports sold.
      *----------------------------------------------------------------*
       3000-DERIVE.
           PERFORM 3100-CHECK-WRITEOFF-TABLE
           EVALUATE TRUE
               WHEN CUST-STAT-SOLD OF WS-WORK-CUSTOMER
                   MOVE 'SO' TO WS-STATUS-CODE
               WHEN WS-WO-SOLD-FOUND
                   MOVE 'SO' TO WS-STATUS-CODE
               WHEN WS-WO-FOUND
                   MOVE 'WO' TO WS-STATUS-CODE
               WHEN CUST-BALANCE OF WS-WORK-CUSTOMER <= 0
                   MOVE 'CU' TO WS-STATUS-CODE
               WHEN OTHER
                   PERFORM 3050-CALC-DAYS-PAST-DUE
                   EVALUATE TRUE
                       WHEN WS-DAYS-PAST-DUE <= 30
                           MOVE 'CU' TO WS-STATUS-CODE
                       WHEN OTHER
                           MOVE 'DX' TO WS-STATUS-CODE
                   END-EVALUATE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Days past due run from the oldest unmet statement-cycle
      * minimum, zero when the latest cycle shows every minimum met.
      * With no statement cycle on file they run from CUST-PAYMENT-DATE,
      * and a customer with neither reports as over 120 days. A date
      * on or before the customer's latest re-age no longer counts:
      * the account runs instead from the later of the re-age and
      * the last payment.
      *----------------------------------------------------------------*
       3050-CALC-DAYS-PAST-DUE SECTION.

       3050-CALC-DPD.
           PERFORM 3200-READ-STATEMENT-DUE
           PERFORM 3250-READ-REAGE-HISTORY
           IF WS-SDU-FOUND
               MOVE WS-UNMET-DUE-DATE TO WS-AGING-FROM-DATE
           ELSE
               MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER
                   TO WS-AGING-FROM-DATE
           END-IF
           IF NOT (WS-SDU-FOUND AND WS-AGING-FROM-DATE = 0)
               PERFORM 3270-APPLY-REAGE-RESET
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
           END-EVALUATE.

       3100-CHECK-WRITEOFF-TABLE SECTION.

       3100-CHECK-WO.
           SET WS-WO-NOT-FOUND TO TRUE
           MOVE 'N' TO WS-WO-SOLD-FOUND-FLAG
           PERFORM VARYING WS-WO-IDX FROM 1 BY 1
               UNTIL WS-WO-IDX > WS-WO-COUNT OR WS-WO-FOUND
               IF WS-WO-CUST-ID(WS-WO-IDX) =
                   CUST-ID OF WS-WORK-CUSTOMER
                   SET WS-WO-FOUND TO TRUE
                   IF WS-WO-SOLD-FLAG(WS-WO-IDX) = 'S'
                       SET WS-WO-SOLD-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

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
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO SDU-CUST-ID
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
                   OR SDU-CUST-ID NOT = CUST-ID OF WS-WORK-CUSTOMER
                   SET WS-SDU-SCAN-DONE TO TRUE
               ELSE
                   SET WS-SDU-FOUND TO TRUE
                   MOVE SDU-OLDEST-UNMET-DUE-DATE TO WS-UNMET-DUE-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Latest re-age row for the customer: rows are keyed by
      * customer then re-age date, so the last row read before the
      * customer changes is the most recent re-age.
      *----------------------------------------------------------------*
       3250-READ-REAGE-HISTORY SECTION.

       3250-READ-REAGE.
           MOVE 0 TO WS-REAGE-DATE
           IF WS-RAH-FILE-AVAILABLE
               SET WS-RAH-SCAN-ACTIVE TO TRUE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO RAH-CUST-ID
               MOVE 0 TO RAH-REAGE-DATE
               START REAGE-HISTORY-FILE KEY IS NOT LESS THAN RAH-KEY
                   INVALID KEY
                       SET WS-RAH-SCAN-DONE TO TRUE
               END-START
               PERFORM 3260-SCAN-ONE-REAGE
                   UNTIL WS-RAH-SCAN-DONE
           END-IF.

       3260-SCAN-ONE-REAGE SECTION.

       3260-SCAN-REAGE.
           READ REAGE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-RAH-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-RAH-SCAN-DONE
               IF NOT WS-RAH-OK
                   OR RAH-CUST-ID NOT = CUST-ID OF WS-WORK-CUSTOMER
                   SET WS-RAH-SCAN-DONE TO TRUE
               ELSE
                   MOVE RAH-REAGE-DATE TO WS-REAGE-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * An aging date on or before the customer's latest re-age was
      * reset to current by it; the account ages instead from the
      * later of the re-age and its last payment.
      *----------------------------------------------------------------*
       3270-APPLY-REAGE-RESET SECTION.

       3270-APPLY-RESET.
           IF WS-REAGE-DATE > 0
               AND WS-AGING-FROM-DATE NOT > WS-REAGE-DATE
               IF CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER > WS-REAGE-DATE
                   MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER
                       TO WS-AGING-FROM-DATE
               ELSE
                   MOVE WS-REAGE-DATE TO WS-AGING-FROM-DATE
               END-IF
           END-IF.

       4000-WRITE-BUREAU-RECORD SECTION.

       4000-WRITE-BUREAU.
                   ADD 1 TO WS-STT-DX-COUNT
                   ADD CUST-BALANCE OF WS-WORK-CUSTOMER TO
                       WS-STT-DX-AMOUNT
               WHEN 'SO'
                   ADD 1 TO WS-STT-SO-COUNT
                   ADD CUST-BALANCE OF WS-WORK-CUSTOMER TO
                       WS-STT-SO-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-STT-WO-COUNT
                   ADD CUST-BALANCE OF WS-WORK-CUSTOMER TO

       9000-FINAL.
           CLOSE CUSTOMER-FILE
           IF WS-SDU-FILE-AVAILABLE
               CLOSE STATEMENT-DUE-FILE
           END-IF
           IF WS-RAH-FILE-AVAILABLE
               CLOSE REAGE-HISTORY-FILE
           END-IF
           CLOSE BUREAU-EXTRACT-FILE
           PERFORM 9100-WRITE-CONTROL-REPORT
           CLOSE CONTROL-REPORT-FILE
           MOVE WS-STT-WO-COUNT TO WS-STL-COUNT
           MOVE WS-STT-WO-AMOUNT TO WS-STL-AMOUNT
           WRITE PRINT-LINE FROM WS-STATUS-LINE
           MOVE 'SO' TO WS-STL-STATUS
           MOVE WS-STT-SO-COUNT TO WS-STL-COUNT
           MOVE WS-STT-SO-AMOUNT TO WS-STL-AMOUNT
           WRITE PRINT-LINE FROM WS-STATUS-LINE
           MOVE 'ACCOUNTS REPORTED' TO WS-SUM-LABEL
           MOVE WS-ACCOUNTS-REPORTED TO WS-SUM-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE.
