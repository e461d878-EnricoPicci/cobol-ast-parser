      *================================================================*
      * REWARDS POINTS LEDGER RECORD COPYBOOK - One row per customer
      * in the rewards program (LOYLEDGR), keyed by customer. LOYPOST
      * adds the points each posted purchase earns and takes points
      * back for refunds, reversals and redemptions; LOYMNTH expires
      * what went unused and books the liability. CUSTSTMT prints
      * the balance on the statement.
      *================================================================*
       01  LOYALTY-LEDGER-RECORD.
           05  LOY-CUST-ID                 PIC 9(8).
           05  LOY-POINTS-BALANCE          PIC 9(9).
           05  LOY-EARNED-TOTAL            PIC 9(9).
           05  LOY-TAKEN-BACK-TOTAL        PIC 9(9).
           05  LOY-REDEEMED-TOTAL          PIC 9(9).
           05  LOY-EXPIRED-TOTAL           PIC 9(9).
           05  LOY-LAST-ACTIVITY-DATE      PIC 9(8).
      *----------------------------------------------------------------*
      * The liability (USD) LOYMNTH last booked to the GL for this
      * balance, so each month books only the movement.
      *----------------------------------------------------------------*
           05  LOY-BOOKED-LIABILITY        PIC S9(9)V99.
      *----------------------------------------------------------------*
      * Points held by the month they were earned (YYYYMM), oldest
      * first; they add up to LOY-POINTS-BALANCE. Take-backs and
      * redemptions draw on the oldest month first, and a month's
      * points expire 24 months after it.
      *----------------------------------------------------------------*
           05  LOY-LOT-COUNT               PIC 9(2).
           05  LOY-LOT OCCURS 25 TIMES.
               10  LOY-LOT-PERIOD          PIC 9(6).
               10  LOY-LOT-POINTS          PIC 9(9).
           05  FILLER                      PIC X(20).
