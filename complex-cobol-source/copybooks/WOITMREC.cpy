      *================================================================*
      * WRITE-OFF ITEM RECORD COPYBOOK - One row per open item a
      * write-off retired (WOITEMS), keyed by customer, write-off
      * date and the purchase's TRAN-ID, carrying the open amount
      * that was written off. WRITEOFF writes the rows as it retires
      * the items, so the written-off balance can be traced back to
      * the purchases it came from - BDTAXRLF claims the sales tax
      * on those purchases as bad-debt relief. The write-off date
      * matches the WOLEDGER row the items belong to.
      *================================================================*
       01  WRITEOFF-ITEM-RECORD.
           05  WOI-KEY.
               10  WOI-CUST-ID             PIC 9(8).
               10  WOI-WRITEOFF-DATE       PIC 9(8).
               10  WOI-TRAN-ID             PIC 9(12).
           05  WOI-TRAN-DATE               PIC 9(8).
           05  WOI-ORIGINAL-AMOUNT         PIC S9(7)V99.
           05  WOI-AMOUNT                  PIC S9(7)V99.
           05  FILLER                      PIC X(10).
