      *================================================================*
      * PURCHASE ORDER RECORD COPYBOOK - One row per customer purchase
      * order (POFILE), keyed by customer and PO number and kept by
      * POMAINT. A customer flagged CUST-PO-REQUIRED has its
      * purchases held to these: TRANPOST's pre-edit turns away a
      * purchase whose PO is missing, cancelled, outside its validity
      * dates or without the authorized amount left to cover it, and
      * posting draws the PO down by the purchase amount. POWATCH
      * lists the POs nearing exhaustion or expiry for renewal.
      *================================================================*
       01  PURCHASE-ORDER-RECORD.
           05  POR-KEY.
               10  POR-CUST-ID             PIC 9(8).
               10  POR-PO-NUMBER           PIC X(20).
           05  POR-AUTHORIZED-AMOUNT       PIC 9(9)V99.
      *----------------------------------------------------------------*
      * Purchases drawn against the PO to date. Only posting moves
      * it; POMAINT starts a new PO at zero and never keys it.
      *----------------------------------------------------------------*
           05  POR-CONSUMED-AMOUNT         PIC S9(9)V99.
           05  POR-EFFECTIVE-DATE          PIC 9(8).
           05  POR-EXPIRY-DATE             PIC 9(8).
      *----------------------------------------------------------------*
      * The customer's contact who approved the PO, the person the
      * account manager chases for a renewal.
      *----------------------------------------------------------------*
           05  POR-APPROVER-NAME           PIC X(30).
           05  POR-APPROVER-PHONE          PIC 9(10).
           05  POR-STATUS                  PIC X(1).
               88  POR-ACTIVE              VALUE 'A'.
               88  POR-CANCELLED           VALUE 'C'.
           05  POR-LAST-DRAW-DATE          PIC 9(8).
           05  POR-LAST-TRAN-ID            PIC 9(12).
           05  POR-LAST-CHANGE-DATE        PIC 9(8).
           05  FILLER                      PIC X(16).
