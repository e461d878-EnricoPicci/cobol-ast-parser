      *================================================================*
      * CAMPAIGN MEMBER RECORD COPYBOOK - One row per customer CAMPSEL
      * selected for a campaign (CAMPMBR), keyed by campaign then
      * customer, in either the contacted group or the holdout group
      * kept back for comparison. CAMPRESP totals each member's
      * purchases posted inside the campaign's response window onto
      * the row, recomputing them from scratch every run.
      *================================================================*
       01  CAMPAIGN-MEMBER-RECORD.
           05  CMB-KEY.
               10  CMB-CAMPAIGN-ID         PIC X(8).
               10  CMB-CUST-ID             PIC 9(8).
           05  CMB-GROUP                   PIC X(1).
               88  CMB-CONTACTED           VALUE 'C'.
               88  CMB-HOLDOUT             VALUE 'H'.
           05  CMB-SELECT-DATE             PIC 9(8).
           05  CMB-CHANNEL                 PIC X(1).
           05  CMB-PURCHASE-COUNT          PIC 9(5).
           05  CMB-PURCHASE-AMOUNT         PIC S9(9)V99.
           05  CMB-FIRST-RESPONSE-DATE     PIC 9(8).
           05  FILLER                      PIC X(20).
