      *================================================================*
      * CASH FORECAST HISTORY RECORD COPYBOOK - One row per forecast
      * week, source, company and currency of every thirteen-week
      * collections forecast CASHFCST has made (CASHFHST), so a later
      * run can set each week's forecast against the cash that
      * actually came in. Rows are written in forecast date, company,
      * currency, week and source order. The gross amount is what
      * falls due in the week; the expected amount is that weighted
      * by the customers' payment behavior.
      *================================================================*
       01  CASH-FORECAST-HISTORY-RECORD.
           05  CFH-FORECAST-DATE           PIC 9(8).
           05  CFH-COMPANY-CODE            PIC X(2).
           05  CFH-CURRENCY-CODE           PIC X(3).
           05  CFH-WEEK-NO                 PIC 9(2).
           05  CFH-WEEK-START              PIC 9(8).
           05  CFH-WEEK-END                PIC 9(8).
           05  CFH-SOURCE                  PIC X(2).
               88  CFH-SRC-ACH-DEBIT       VALUE 'AC'.
               88  CFH-SRC-PLAN            VALUE 'PL'.
               88  CFH-SRC-PROMISE         VALUE 'PP'.
               88  CFH-SRC-OPEN-ITEM       VALUE 'OI'.
           05  CFH-GROSS-AMOUNT            PIC S9(11)V99.
           05  CFH-EXPECTED-AMOUNT         PIC S9(11)V99.
           05  FILLER                      PIC X(20).
