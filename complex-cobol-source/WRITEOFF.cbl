      *
      * Run parameter 'R' selects recovery reporting instead: the
      * ledger is read back and any still-active payment dated after
      * a customer's write-off is reported as a recovery. Once
      * DEBTSALE has sold the account, the sale price is reported as
      * the recovery and payments dated on or after the sale belong
      * to the buyer, not to us.
      *
      * Each open item a write-off retires is recorded on WOITEMS
      * with the amount written off, so the sales tax in the
      * written-off balance can be traced to its purchases and
      * claimed back (BDTAXRLF).
      *================================================================*

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT WRITEOFF-ITEM-FILE ASSIGN TO 'WOITEMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WOI-KEY
               FILE STATUS IS WS-WOI-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDITFIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  WRITEOFF-ITEM-FILE.
           COPY WOITMREC.

       FD  AUDIT-JOURNAL-FILE.
           COPY AUDITREC.


       01  WS-ITEMS-RETIRED                PIC 9(7) VALUE 0.

       01  WS-WOI-STATUS                   PIC XX.
           88  WS-WOI-OK                   VALUE '00'.
           88  WS-WOI-NOT-OPEN             VALUE '35'.

       01  WS-WOL-STATUS                   PIC XX.
           88  WS-WOL-OK                   VALUE '00'.


       COPY RUNPARM.

       COPY AUDCPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-CANDIDATES-REJECTED      PIC 9(7) VALUE 0.
           05  WS-RECOVERIES-FOUND         PIC 9(7) VALUE 0.
           05  WS-RECOVERY-AMOUNT-TOTAL    PIC S9(9)V99 VALUE 0.
           05  WS-SALES-FOUND              PIC 9(7) VALUE 0.
           05  WS-SALE-PROCEEDS-TOTAL      PIC S9(9)V99 VALUE 0.

       01  WS-HEADING-LINE.
           05  WS-HDG-TITLE                PIC X(30).
                       WS-OPI-STATUS
                   SET WS-EOF TO TRUE
               END-IF
               OPEN I-O WRITEOFF-ITEM-FILE
               IF WS-WOI-NOT-OPEN
                   OPEN OUTPUT WRITEOFF-ITEM-FILE
                   CLOSE WRITEOFF-ITEM-FILE
                   OPEN I-O WRITEOFF-ITEM-FILE
               END-IF
               IF NOT WS-WOI-OK
                   DISPLAY 'ERROR OPENING WRITE-OFF ITEM FILE: '
                       WS-WOI-STATUS
                   SET WS-EOF TO TRUE
               END-IF
           END-IF
           IF WS-PRINT-OK
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
           MOVE WOC-APPROVED-BY TO AUD-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
      *----------------------------------------------------------------*
      * The written-off receivable's open items retire with it, or the
      * open-items report would keep showing the invoices as live.
      * Each one retired is recorded with the amount written off.
      *----------------------------------------------------------------*
       4100-RETIRE-ITEMS.
           SET WS-OPI-SCAN-ACTIVE TO TRUE
                       SET WS-OPI-SCAN-DONE TO TRUE
                   ELSE
                       IF OPI-OPEN AND OPI-OPEN-AMOUNT > 0
                           PERFORM 4120-RECORD-RETIRED-ITEM
                           MOVE 0 TO OPI-OPEN-AMOUNT
                           SET OPI-PAID TO TRUE
                           REWRITE OPEN-ITEM-RECORD
               END-IF
           END-IF.

       4120-RECORD-RETIRED-ITEM SECTION.

       4120-RECORD-ITEM.
           INITIALIZE WRITEOFF-ITEM-RECORD
           MOVE OPI-CUST-ID TO WOI-CUST-ID
           MOVE WS-TODAY-DATE TO WOI-WRITEOFF-DATE
           MOVE OPI-TRAN-ID TO WOI-TRAN-ID
           MOVE OPI-TRAN-DATE TO WOI-TRAN-DATE
           MOVE OPI-ORIGINAL-AMOUNT TO WOI-ORIGINAL-AMOUNT
           MOVE OPI-OPEN-AMOUNT TO WOI-AMOUNT
           WRITE WRITEOFF-ITEM-RECORD
           IF NOT WS-WOI-OK
               DISPLAY 'ERROR RECORDING WRITTEN-OFF ITEM: '
                   OPI-TRAN-ID ' STATUS: ' WS-WOI-STATUS
           END-IF.

       5000-REPORT-RECOVERIES SECTION.

       5000-RECOVERIES.
      *----------------------------------------------------------------*
      * Any still-active payment dated after the write-off is money
      * back on a debt already written off - a recovery worth a line
      * of its own. A sold row's price is a recovery line of its own,
      * with the buyer in the approver column.
      *----------------------------------------------------------------*
       5100-SCAN-FOR-RECOVERY SECTION.

       5100-SCAN-RECOVERY.
           IF WOL-SOLD AND WOL-SALE-PRICE > 0
               ADD 1 TO WS-SALES-FOUND
               ADD WOL-SALE-PRICE TO WS-SALE-PROCEEDS-TOTAL
               MOVE 'DEBT SALE' TO WS-DTL-LABEL
               MOVE WOL-CUST-ID TO WS-DTL-CUST-ID
               MOVE WOL-SALE-PRICE TO WS-DTL-AMOUNT
               MOVE WOL-SALE-DATE TO WS-DTL-DATE
               MOVE WOL-BUYER-ID TO WS-DTL-APPROVER
               MOVE 'SOLD TO DEBT BUYER' TO WS-DTL-NOTE
               WRITE PRINT-LINE FROM WS-DETAIL-LINE
           END-IF
           SET WS-PMH-SCAN-ACTIVE TO TRUE
           MOVE WOL-CUST-ID TO PMH-CUST-ID
           MOVE 0 TO PMH-SEQUENCE
                   ELSE
                       IF NOT PMH-REVERSED
                           AND PMH-PAYMENT-DATE > WOL-WRITEOFF-DATE
                           AND (NOT WOL-SOLD
                               OR PMH-PAYMENT-DATE < WOL-SALE-DATE)
                           ADD 1 TO WS-RECOVERIES-FOUND
                           ADD PMH-PAYMENT-AMOUNT TO
                               WS-RECOVERY-AMOUNT-TOTAL
               MOVE WS-RECOVERY-AMOUNT-TOTAL TO WS-SUM-AMOUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               DISPLAY 'RECOVERIES FOUND: ' WS-RECOVERIES-FOUND
               MOVE 'DEBT SALE PROCEEDS' TO WS-SUM-LABEL
               MOVE WS-SALES-FOUND TO WS-SUM-COUNT
               MOVE WS-SALE-PROCEEDS-TOTAL TO WS-SUM-AMOUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               DISPLAY 'DEBT SALES FOUND: ' WS-SALES-FOUND
           ELSE
               CLOSE CANDIDATE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE WRITEOFF-LEDGER
               CLOSE AUDIT-JOURNAL-FILE
               CLOSE OPEN-ITEM-FILE
               CLOSE WRITEOFF-ITEM-FILE
               CLOSE OPERATOR-MASTER-FILE
               MOVE 'WRITE-OFFS POSTED' TO WS-SUM-LABEL
               MOVE WS-WRITEOFFS-POSTED TO WS-SUM-COUNT
