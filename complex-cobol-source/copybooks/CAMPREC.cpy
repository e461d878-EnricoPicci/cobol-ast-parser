      *================================================================*
      * MARKETING CAMPAIGN RECORD COPYBOOK - One row per campaign
      * (CAMPFILE), keyed by campaign ID and kept by CAMPMNT. The
      * selection rules decide which customers CAMPSEL draws from
      * the customer snapshot; the holdout share of those is set
      * aside uncontacted so CAMPRESP can measure the campaign's
      * purchases in its response window against theirs.
      *================================================================*
       01  CAMPAIGN-RECORD.
           05  CMP-CAMPAIGN-ID             PIC X(8).
           05  CMP-DESCRIPTION             PIC X(30).
           05  CMP-CHANNEL                 PIC X(1).
               88  CMP-CHANNEL-PRINT       VALUE 'P'.
               88  CMP-CHANNEL-EMAIL       VALUE 'E'.
      *----------------------------------------------------------------*
      * Response window: purchases posted from the start date through
      * the end date count as responses.
      *----------------------------------------------------------------*
           05  CMP-START-DATE              PIC 9(8).
           05  CMP-END-DATE                PIC 9(8).
      *----------------------------------------------------------------*
      * Selection rules. A blank code or band selects every value; a
      * zero upper limit on a range means no upper limit. Utilization
      * is balance as a percentage of credit limit; months since last
      * purchase run from the customer's latest open item.
      *----------------------------------------------------------------*
           05  CMP-SELECTION-RULES.
               10  CMP-SEL-CUST-TYPE       PIC X(2).
               10  CMP-SEL-BRANCH-CODE     PIC X(3).
               10  CMP-SEL-STATE           PIC X(2).
               10  CMP-SEL-RISK-LOW        PIC X(1).
               10  CMP-SEL-RISK-HIGH       PIC X(1).
               10  CMP-SEL-BALANCE-MIN     PIC S9(7)V99.
               10  CMP-SEL-BALANCE-MAX     PIC S9(7)V99.
               10  CMP-SEL-UTIL-MIN        PIC 9(3).
               10  CMP-SEL-UTIL-MAX        PIC 9(3).
               10  CMP-SEL-MONTHS-MIN      PIC 9(3).
               10  CMP-SEL-MONTHS-MAX      PIC 9(3).
      *----------------------------------------------------------------*
      * Holdout: the percentage of selected customers kept back, and
      * the seed that scatters them, so a rerun of the selection
      * draws the same group.
      *----------------------------------------------------------------*
           05  CMP-HOLDOUT-PCT             PIC 9(2).
           05  CMP-HOLDOUT-SEED            PIC 9(5).
      *----------------------------------------------------------------*
      * 'O' open (defined, not yet selected), 'S' selected by CAMPSEL,
      * 'C' cancelled. Only an open campaign may be selected, and
      * only an open one has its rules changed.
      *----------------------------------------------------------------*
           05  CMP-STATUS                  PIC X(1).
               88  CMP-OPEN                VALUE 'O'.
               88  CMP-SELECTED            VALUE 'S'.
               88  CMP-CANCELLED           VALUE 'C'.
           05  CMP-SELECTED-DATE           PIC 9(8).
           05  CMP-CONTACT-COUNT           PIC 9(7).
           05  CMP-HOLDOUT-COUNT           PIC 9(7).
           05  CMP-LAST-CHANGE-DATE        PIC 9(8).
           05  FILLER                      PIC X(20).
