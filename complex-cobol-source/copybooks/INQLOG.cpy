      *================================================================*
      * INQUIRY ACCESS LOG RECORD COPYBOOK - One row appended by
      * CUSTINQ for every lookup a signed-on operator makes, by
      * customer ID or by last name, found or not: who looked, when,
      * how they searched and which customer was shown. The
      * customer's last name is kept as it stood at the lookup, so
      * INQAUDT's weekly browsing review can compare it with the
      * operator's own name without reading the customer file. The
      * log is only ever extended, never rewritten.
      *================================================================*
       01  INQUIRY-LOG-RECORD.
           05  INQ-OPERATOR-ID             PIC X(8).
           05  INQ-TS-DATE                 PIC 9(8).
           05  INQ-TS-TIME                 PIC 9(6).
           05  INQ-SEARCH-METHOD           PIC X(1).
               88  INQ-BY-ID               VALUE 'I'.
               88  INQ-BY-NAME             VALUE 'N'.
           05  INQ-SEARCH-VALUE            PIC X(30).
           05  INQ-RESULT                  PIC X(1).
               88  INQ-CUSTOMER-SHOWN      VALUE 'F'.
               88  INQ-CUSTOMER-NOT-FOUND  VALUE 'N'.
      *----------------------------------------------------------------*
      * Customer shown; zeros and spaces when nothing was found.
      *----------------------------------------------------------------*
           05  INQ-CUST-ID                 PIC 9(8).
           05  INQ-CUST-LAST-NAME          PIC X(30).
           05  FILLER                      PIC X(20).
