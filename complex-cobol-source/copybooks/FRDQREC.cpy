      *================================================================*
      * FRAUD QUEUE RECORD COPYBOOK - One row per customer and day
      * the nightly fraud screen (FRDSCRN) scored the account's
      * purchases at or above the alert score, keyed by customer and
      * alert date. The score is the sum of two parts: purchase
      * velocity, the day's purchases against the account's trailing
      * daily average, and spend within a few days of an address or
      * email change on the audit journal. An alert scoring at or
      * above the hold score puts the account on hold with reason FR
      * and keeps the status and reason it held before, so FRDREVW
      * can put them back when the fraud analyst clears the alert.
      * Decided rows stay on file as the history.
      *================================================================*
       01  FRAUD-QUEUE-RECORD.
           05  FRQ-KEY.
               10  FRQ-CUST-ID             PIC 9(8).
               10  FRQ-ALERT-DATE          PIC 9(8).
           05  FRQ-STATUS                  PIC X(1).
               88  FRQ-PENDING             VALUE 'P'.
               88  FRQ-CLEARED             VALUE 'C'.
               88  FRQ-CONFIRMED           VALUE 'M'.
           05  FRQ-SCORE                   PIC 9(3).
           05  FRQ-VELOCITY-SCORE          PIC 9(3).
           05  FRQ-CONTACT-SCORE           PIC 9(3).
           05  FRQ-DAY-PURCHASES           PIC S9(7)V99.
           05  FRQ-DAY-PURCHASE-COUNT      PIC 9(5).
           05  FRQ-LARGEST-PURCHASE        PIC S9(7)V99.
           05  FRQ-AVERAGE-DAILY           PIC S9(7)V99.
      *----------------------------------------------------------------*
      * Latest address or email change inside the contact window;
      * zeros when the contact part did not score.
      *----------------------------------------------------------------*
           05  FRQ-CONTACT-CHANGE-DATE     PIC 9(8).
           05  FRQ-CUST-NAME               PIC X(56).
      *----------------------------------------------------------------*
      * Y when this alert placed the fraud hold; the prior status and
      * reason are kept only then.
      *----------------------------------------------------------------*
           05  FRQ-HOLD-FLAG               PIC X(1).
               88  FRQ-HOLD-PLACED         VALUE 'Y'.
               88  FRQ-HOLD-NOT-PLACED     VALUE 'N'.
           05  FRQ-PRIOR-STATUS            PIC X(1).
           05  FRQ-PRIOR-REASON            PIC X(2).
      *----------------------------------------------------------------*
      * Fraud analyst's decision; spaces and zeros while the row is
      * pending.
      *----------------------------------------------------------------*
           05  FRQ-DECIDED-BY              PIC X(8).
           05  FRQ-DECISION-DATE           PIC 9(8).
           05  FILLER                      PIC X(20).
