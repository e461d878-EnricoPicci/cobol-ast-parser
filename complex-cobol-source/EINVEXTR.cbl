      * ITEM-DETAIL-FILE beneath each invoice. One delivery per
      * parent: a PH header, IV invoice and IL item-line records,
      * and a PT trailer carrying the invoice count and open total
      * for the receiving system's own balancing. Each invoice and
      * its item lines quote the customer's purchase order the
      * purchase was charged against, so the payables system can
      * match the invoice to its PO.
      *
      * Corporate families are few, so each parent's subsidiaries
      * are found by a sequential pass over the customer file - the
           05  WS-DLV-INVOICE-COUNT        PIC 9(5).
           05  WS-DLV-OPEN-TOTAL           PIC S9(11)V99.
           05  WS-SAVED-TRAN-ID            PIC 9(12).
           05  WS-SAVED-PO-NUMBER          PIC X(20).

       01  WS-EXTRACT-TOTALS.
           05  WS-DELIVERIES-WRITTEN       PIC 9(5) VALUE 0.
           05  WS-FDI-TRAN-DATE            PIC 9(8).
           05  WS-FDI-ORIGINAL-AMOUNT      PIC S9(7)V99.
           05  WS-FDI-OPEN-AMOUNT          PIC S9(7)V99.
           05  WS-FDI-PO-NUMBER            PIC X(20).
           05  FILLER                      PIC X(24) VALUE SPACES.

       01  WS-FEED-ITEM-LINE.
           05  FILLER                      PIC X(2) VALUE 'IL'.
           05  WS-FDL-DESCRIPTION          PIC X(30).
           05  WS-FDL-QUANTITY             PIC 9(5).
           05  WS-FDL-EXTENDED-AMOUNT      PIC 9(7)V99.
           05  WS-FDL-PO-NUMBER            PIC X(20).
           05  FILLER                      PIC X(19) VALUE SPACES.

       01  WS-FEED-TRAILER.
           05  FILLER                      PIC X(2) VALUE 'PT'.
           MOVE OPI-TRAN-DATE TO WS-FDI-TRAN-DATE
           MOVE OPI-ORIGINAL-AMOUNT TO WS-FDI-ORIGINAL-AMOUNT
           MOVE OPI-OPEN-AMOUNT TO WS-FDI-OPEN-AMOUNT
           MOVE OPI-PO-NUMBER TO WS-FDI-PO-NUMBER
           WRITE INVOICE-FEED-RECORD FROM WS-FEED-INVOICE
           IF WS-INV-OK
               ADD 1 TO WS-INVOICES-WRITTEN
               ADD OPI-OPEN-AMOUNT TO WS-DLV-OPEN-TOTAL
               IF WS-ITEM-FILE-AVAILABLE
                   MOVE OPI-TRAN-ID TO WS-SAVED-TRAN-ID
                   MOVE OPI-PO-NUMBER TO WS-SAVED-PO-NUMBER
                   PERFORM 4300-WRITE-ITEM-LINES
               END-IF
           ELSE
                       MOVE ITM-QUANTITY TO WS-FDL-QUANTITY
                       MOVE ITM-EXTENDED-AMOUNT TO
                           WS-FDL-EXTENDED-AMOUNT
                       MOVE WS-SAVED-PO-NUMBER TO WS-FDL-PO-NUMBER
                       WRITE INVOICE-FEED-RECORD FROM
                           WS-FEED-ITEM-LINE
                       IF WS-INV-OK
