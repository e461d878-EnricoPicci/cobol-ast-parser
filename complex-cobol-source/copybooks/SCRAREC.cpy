      *================================================================*
      * SERVICEMEMBER RECORD COPYBOOK - One row per customer known to
      * be, or to have been, on active military duty, keyed by
      * customer: the start and end of the active-duty period and
      * where we learned of it - the DMDC verification response or
      * the orders and release papers the customer sent in, worked
      * through SCRAINTK. While today falls inside the period FINCHG
      * caps the finance-charge rate at the servicemember ceiling and
      * TRANPOST's NSF-fee path waives the return fee.
      *================================================================*
       01  SERVICEMEMBER-RECORD.
           05  SCR-CUST-ID                 PIC 9(8).
           05  SCR-ACTIVE-START-DATE       PIC 9(8).
      *----------------------------------------------------------------*
      * Zero end date means still serving; the period runs open-ended
      * until a DMDC response or a release document closes it.
      *----------------------------------------------------------------*
           05  SCR-ACTIVE-END-DATE         PIC 9(8).
           05  SCR-SOURCE                  PIC X(1).
               88  SCR-FROM-DMDC           VALUE 'D'.
               88  SCR-FROM-DOCUMENT       VALUE 'C'.
      * DMDC report ID, or the reference the operator keyed for the
      * customer's documents.
           05  SCR-REFERENCE               PIC X(20).
           05  SCR-VERIFIED-DATE           PIC 9(8).
           05  SCR-OPERATOR-ID             PIC X(8).
           05  FILLER                      PIC X(19).
