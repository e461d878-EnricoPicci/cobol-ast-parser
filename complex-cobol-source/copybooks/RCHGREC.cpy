      *================================================================*
      * RECURRING CHARGE SCHEDULE RECORD COPYBOOK - One row per fixed
      * service fee a customer is billed on a regular cycle (RCHGSCHD),
      * keyed by customer and schedule number. RECURCHG raises the
      * charge as a 'PU' purchase in every period the schedule falls
      * due between its start and end dates; the amount is before
      * tax, and tax is added at the jurisdiction's TAXRATES rate
      * unless the customer holds an exemption certificate. An end
      * date of zero runs until the schedule is stopped.
      *================================================================*
       01  RECURRING-CHARGE-RECORD.
           05  RCS-KEY.
               10  RCS-CUST-ID             PIC 9(8).
               10  RCS-SCHED-NO            PIC 9(3).
           05  RCS-AMOUNT                  PIC 9(7)V99.
           05  RCS-FREQUENCY               PIC X(1).
               88  RCS-MONTHLY             VALUE 'M'.
               88  RCS-QUARTERLY           VALUE 'Q'.
               88  RCS-SEMI-ANNUAL         VALUE 'S'.
               88  RCS-ANNUAL              VALUE 'A'.
           05  RCS-START-DATE              PIC 9(8).
           05  RCS-END-DATE                PIC 9(8).
      *----------------------------------------------------------------*
      * Taxing state as held on TAXRATES; spaces or ZZ for a charge
      * that carries no sales tax.
      *----------------------------------------------------------------*
           05  RCS-TAX-JURISDICTION        PIC X(2).
           05  RCS-DESCRIPTION             PIC X(30).
           05  RCS-STATUS                  PIC X(1).
               88  RCS-ACTIVE              VALUE 'A' SPACE.
               88  RCS-STOPPED             VALUE 'S'.
      *----------------------------------------------------------------*
      * The last billing period (YYYYMM) charged and the purchase
      * raised for it, so no period is ever charged twice.
      *----------------------------------------------------------------*
           05  RCS-LAST-PERIOD             PIC 9(6).
           05  RCS-LAST-TRAN-ID            PIC 9(12).
           05  RCS-LAST-GEN-DATE           PIC 9(8).
           05  RCS-SET-UP-BY               PIC X(8).
      *----------------------------------------------------------------*
      * The customer's purchase order the charge is billed against,
      * quoted on every purchase raised; spaces for none. A
      * PO-controlled account must carry one.
      *----------------------------------------------------------------*
           05  RCS-PO-NUMBER               PIC X(20).
