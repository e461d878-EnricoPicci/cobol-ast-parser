      *================================================================*
      * PRODUCT MASTER RECORD COPYBOOK - One row per catalogue product
      * a purchase item line may name (PRODMST), keyed by product
      * code and kept by PRODMNT. TRANPOST's pre-edit accepts an item
      * line's ITM-PRODUCT-CODE only when it names an active product
      * here, and only when the line's unit price (extended amount
      * over quantity) sits within the price tolerance of the master
      * unit price; PRODSALE reports the month's sales by product.
      *================================================================*
       01  PRODUCT-RECORD.
           05  PRD-PRODUCT-CODE            PIC X(10).
           05  PRD-DESCRIPTION             PIC X(30).
      *----------------------------------------------------------------*
      * A zero unit price is an open-priced product (quoted per sale)
      * whose lines are not held to a price.
      *----------------------------------------------------------------*
           05  PRD-UNIT-PRICE              PIC 9(7)V99.
      *----------------------------------------------------------------*
      * Fraction of the unit price a line may sit above or below it;
      * zero takes the house tolerance TRANPOST carries.
      *----------------------------------------------------------------*
           05  PRD-PRICE-TOLERANCE         PIC V999.
           05  PRD-TAX-CATEGORY            PIC X(2).
               88  PRD-TAX-STANDARD        VALUE 'ST'.
               88  PRD-TAX-REDUCED         VALUE 'RD'.
               88  PRD-TAX-EXEMPT          VALUE 'EX'.
               88  PRD-TAX-CATEGORY-VALID  VALUE 'ST' 'RD' 'EX'.
           05  PRD-ACTIVE-FLAG             PIC X(1).
               88  PRD-ACTIVE              VALUE 'Y'.
               88  PRD-INACTIVE            VALUE 'N'.
           05  PRD-LAST-CHANGE-DATE        PIC 9(8).
           05  FILLER                      PIC X(17).
