      *================================================================*
      * REWARDS RATE RECORD COPYBOOK - The rewards program's rates
      * as marketing sets them (LOYRATE). An earn row gives the
      * points a purchase earns per unit of the account's currency
      * for a customer type and promotion code; spaces in either
      * match anything, and the row naming both exactly beats one
      * naming the type alone, which beats one naming the promotion
      * alone. The earn row with spaces for the promotion is the
      * type's base rate, which is also what a refund or reversal
      * takes back. The redemption row gives what a point is worth
      * as a statement credit and the fewest points redeemable.
      *================================================================*
       01  LOYALTY-RATE-RECORD.
           05  LYR-RECORD-TYPE             PIC X(1).
               88  LYR-EARN-RATE           VALUE 'E'.
               88  LYR-REDEMPTION-RATE     VALUE 'R'.
           05  LYR-CUST-TYPE               PIC X(2).
           05  LYR-PROMO-CODE              PIC X(6).
           05  LYR-POINTS-PER-UNIT         PIC 9(3)V99.
           05  LYR-VALUE-PER-POINT         PIC 9(1)V9(4).
           05  LYR-MINIMUM-POINTS          PIC 9(7).
           05  FILLER                      PIC X(14).
