      *================================================================*
      * AGENCY PLACEMENT RECORD COPYBOOK - One row per customer ever
      * placed with an outside collection agency, keyed by customer,
      * written by AGYPLACE when the account is placed: the agency,
      * where the placement came from (the collections work queue or
      * the write-off ledger), the amount and age placed. AGYREMIT
      * adds each agency remittance to the collected and commission
      * totals; AGYRECAL marks the row recalled when the account comes
      * back in-house. A recalled row may be placed again later.
      *================================================================*
       01  AGENCY-PLACEMENT-RECORD.
           05  APL-CUST-ID                 PIC 9(8).
           05  APL-AGENCY-ID               PIC X(8).
           05  APL-STATUS                  PIC X(1).
               88  APL-PLACED              VALUE 'P'.
               88  APL-RECALLED            VALUE 'R'.
           05  APL-SOURCE                  PIC X(1).
               88  APL-FROM-QUEUE          VALUE 'Q'.
               88  APL-FROM-WRITEOFF       VALUE 'W'.
           05  APL-PLACE-DATE              PIC 9(8).
           05  APL-PLACED-AMOUNT           PIC S9(9)V99.
           05  APL-DAYS-PAST-DUE           PIC 9(5).
      *----------------------------------------------------------------*
      * Running remittance totals since placement: gross collected
      * by the agency and the commission it kept.
      *----------------------------------------------------------------*
           05  APL-COLLECTED-GROSS         PIC S9(9)V99.
           05  APL-COMMISSION-TOTAL        PIC S9(9)V99.
           05  APL-LAST-REMIT-DATE         PIC 9(8).
           05  APL-RECALL-DATE             PIC 9(8).
           05  APL-RECALL-REASON           PIC X(4).
           05  FILLER                      PIC X(16).
