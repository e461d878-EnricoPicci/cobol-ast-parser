      * them beneath each purchase line so statement disputes about a
      * single item stop meaning a call to the merchant system's
      * people.
      * TRANPOST stamps each line's share of the purchase's tax and
      * discount when the purchase posts, so a return authorization
      * (RMAPROC) can credit exactly what the returned lines carried,
      * and RMAPROC counts the quantity returned against the line so
      * no unit is credited twice.
      * A line naming a catalogue product carries its code from the
      * product master (copybooks/PRODREC); the pre-edit holds it to
      * an active product and the product's price tolerance. Spaces
      * is a line the merchant did not code to the catalogue, such
      * as a RECURCHG service fee.
      *================================================================*
       01  ITEM-DETAIL-RECORD.
           05  ITM-KEY.
           05  ITM-DESCRIPTION             PIC X(30).
           05  ITM-QUANTITY                PIC 9(5).
           05  ITM-EXTENDED-AMOUNT         PIC 9(7)V99.
      *----------------------------------------------------------------*
      * Share of PUR-TAX-AMOUNT and PUR-DISCOUNT apportioned to the
      * line by extended amount; zero until the purchase posts.
      *----------------------------------------------------------------*
           05  ITM-TAX-SHARE               PIC 9(5)V99.
           05  ITM-DISCOUNT-SHARE          PIC 9(5)V99.
      *----------------------------------------------------------------*
      * Units returned under return authorizations so far, and the
      * latest authorization and the date it was credited.
      *----------------------------------------------------------------*
           05  ITM-RETURNED-QTY            PIC 9(5).
           05  ITM-LAST-RMA-NUMBER         PIC 9(8).
           05  ITM-LAST-RETURN-DATE        PIC 9(8).
           05  ITM-PRODUCT-CODE            PIC X(10).
