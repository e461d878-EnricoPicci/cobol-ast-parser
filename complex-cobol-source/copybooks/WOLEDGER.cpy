           05  WOL-WRITEOFF-DATE           PIC 9(8).
           05  WOL-AMOUNT                  PIC 9(7)V99.
           05  WOL-APPROVED-BY             PIC X(8).
      *----------------------------------------------------------------*
      * Debt sale, set by DEBTSALE when the charged-off account is
      * sold to a debt buyer: the sale date, the buyer and the price
      * the buyer paid. Where a customer has more than one ledger row
      * the price rides the first row sold and the others carry zero.
      * Payments arriving after the sale belong to the buyer, so they
      * are no recovery of ours.
      *----------------------------------------------------------------*
           05  WOL-SALE-STATUS             PIC X(1).
               88  WOL-SOLD                VALUE 'S'.
               88  WOL-NOT-SOLD            VALUE ' '.
           05  WOL-SALE-DATE               PIC 9(8).
           05  WOL-SALE-PRICE              PIC 9(7)V99.
           05  WOL-BUYER-ID                PIC X(8).
           05  FILLER                      PIC X(6).
