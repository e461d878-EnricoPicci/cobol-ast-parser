      *================================================================*
      * STATUTE OF LIMITATIONS TABLE COPYBOOK - Limitation period in
      * years for a collection suit on an open account, by the US
      * state the customer lives in (CUST-STATE). SOLCALC counts the
      * period from the customer's last qualifying payment; once it
      * has run, the debt is time-barred and DUNNING and COLLQUE
      * switch to the disclosure letter and script. A state not on
      * the table, or a customer outside the US, is not tracked.
      * Periods are as counsel last confirmed them and change only
      * when counsel says so.
      *================================================================*
       01  SOL-TABLE-VALUES.
           05  FILLER  PIC X(40) VALUE
               'AK03AL03AR03AZ03CA04CO06CT06DC03DE03FL04'.
           05  FILLER  PIC X(40) VALUE
               'GA04HI06IA05ID04IL05IN06KS03KY05LA03MA06'.
           05  FILLER  PIC X(40) VALUE
               'MD03ME06MI06MN06MO05MS03MT05NC03ND06NE04'.
           05  FILLER  PIC X(40) VALUE
               'NH03NJ06NM04NV04NY03OH06OK03OR06PA04RI10'.
           05  FILLER  PIC X(40) VALUE
               'SC03SD06TN06TX04UT04VA03VT06WA03WI06WV05'.
           05  FILLER  PIC X(04) VALUE
               'WY08'.

       01  SOL-TABLE REDEFINES SOL-TABLE-VALUES.
           05  SOL-ENTRY OCCURS 51 TIMES.
               10  SOL-STATE               PIC X(2).
               10  SOL-LIMIT-YEARS         PIC 9(2).

       01  SOL-TABLE-SIZE                  PIC 9(2) VALUE 51.
       01  SOL-IDX                         PIC 9(2).
       01  SOL-FOUND-FLAG                  PIC X VALUE 'N'.
           88  SOL-FOUND                   VALUE 'Y'.
           88  SOL-NOT-FOUND               VALUE 'N'.
