               88  OPI-OPEN                VALUE 'O'.
               88  OPI-PAID                VALUE 'P'.
               88  OPI-DISPUTED            VALUE 'D'.
      *----------------------------------------------------------------*
      * Due date and early-payment discount window, stamped by
      * TRANPOST from the customer's payment terms when it builds the
      * item. Aging runs from the due date. Items written before the
      * dates were carried hold zeros and fall back to OPI-TRAN-DATE.
      * A payment settling the item on or before OPI-DISC-DATE takes
      * OPI-DISC-PCT off the original amount.
      *----------------------------------------------------------------*
           05  OPI-DUE-DATE                PIC 9(8).
           05  OPI-DISC-DATE               PIC 9(8).
           05  OPI-DISC-PCT                PIC 9(2)V99.
      *----------------------------------------------------------------*
      * Purchase order the purchase was charged against, stamped by
      * TRANPOST from PUR-PO-NUMBER so the invoice feed can quote it
      * back to the customer's payables. Spaces when none was quoted.
      *----------------------------------------------------------------*
           05  OPI-PO-NUMBER               PIC X(20).
