      *================================================================*
      * SOLCALC CALL PARAMETER COPYBOOK - Shared LINKAGE layout for
      * any program that CALLs 'SOLCALC', the statute of limitations
      * check. CK takes the customer's ID, country, state, the date
      * to count from when no payment is on history (the caller's
      * CUST-PAYMENT-DATE, or its aging date when that is zero) and
      * the as-of date, and returns whether the debt is time-barred
      * on that date, the limitation period, the payment counted
      * from, the date the period runs out and the days left until
      * then (negative once past). CL closes the payment history at
      * end of run.
      *================================================================*
       01  SOLCALC-PARMS.
           05  SL-FUNCTION-CODE            PIC X(2).
               88  SL-FN-CHECK             VALUE 'CK'.
               88  SL-FN-CLOSE             VALUE 'CL'.
           05  SL-CUST-ID                  PIC 9(8).
           05  SL-COUNTRY-CODE             PIC X(2).
           05  SL-STATE                    PIC X(2).
           05  SL-FALLBACK-DATE            PIC 9(8).
           05  SL-AS-OF-DATE               PIC 9(8).
           05  SL-RESULT-FLAG              PIC X(1).
               88  SL-TIME-BARRED          VALUE 'T'.
               88  SL-WITHIN-LIMIT         VALUE 'W'.
               88  SL-NOT-TRACKED          VALUE 'N'.
           05  SL-LIMIT-YEARS              PIC 9(2).
           05  SL-LAST-PAY-DATE            PIC 9(8).
           05  SL-LAST-PAY-SOURCE          PIC X(1).
               88  SL-FROM-PAY-HISTORY     VALUE 'H'.
               88  SL-FROM-FALLBACK        VALUE 'F'.
           05  SL-LIMIT-DATE               PIC 9(8).
           05  SL-DAYS-TO-LIMIT            PIC S9(7).
