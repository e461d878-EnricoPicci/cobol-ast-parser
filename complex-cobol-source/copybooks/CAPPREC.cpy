      *================================================================*
      * CREDIT APPLICATION RECORD COPYBOOK - One new-account credit
      * application as keyed from the application form (CAPPFILE),
      * for CAPINTK to score and decide. Name and address follow
      * the customer record's layout so an approved application
      * carries straight into a CUSTMAIN add; the postal code is the
      * ZIP and extension for a US address or the postal code as
      * written for a Canadian one. The stated income is the
      * applicant's annual income for an individual, or annual
      * revenue (budget, for a government body) otherwise. A zero
      * requested limit leaves the limit to the decision.
      *================================================================*
       01  CREDIT-APPLICATION-RECORD.
           05  CAP-APPLICATION-ID          PIC X(10).
           05  CAP-RECEIVED-DATE           PIC 9(8).
           05  CAP-CUST-TYPE               PIC X(2).
               88  CAP-INDIVIDUAL          VALUE 'IN'.
               88  CAP-CORPORATE           VALUE 'CO'.
               88  CAP-GOVERNMENT          VALUE 'GV'.
           05  CAP-NAME-DATA.
               10  CAP-FIRST-NAME          PIC X(25).
               10  CAP-LAST-NAME           PIC X(30).
               10  CAP-MIDDLE-INIT         PIC X(1).
           05  CAP-NAME-FULL REDEFINES CAP-NAME-DATA.
               10  CAP-FULL-NAME           PIC X(56).
           05  CAP-STREET                  PIC X(40).
           05  CAP-CITY                    PIC X(25).
           05  CAP-STATE-PROV              PIC X(2).
           05  CAP-POSTAL-CODE             PIC X(9).
           05  CAP-COUNTRY-CODE            PIC X(2).
           05  CAP-PHONE                   PIC X(10).
           05  CAP-EMAIL                   PIC X(50).
           05  CAP-BRANCH-CODE             PIC X(3).
           05  CAP-COMPANY-CODE            PIC X(2).
           05  CAP-CURRENCY-CODE           PIC X(3).
           05  CAP-STATED-INCOME           PIC 9(9)V99.
           05  CAP-REQUESTED-LIMIT         PIC 9(7)V99.
           05  CAP-KEYED-BY                PIC X(8).
           05  FILLER                      PIC X(30).
