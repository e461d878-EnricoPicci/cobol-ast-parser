      *================================================================*
      * CHARGEBACK CASE RECORD COPYBOOK - One row per card chargeback
      * the processor raises, keyed by the processor's case number.
      * CHGBACK opens the case when it matches the chargeback to the
      * disputed payment and posts the reversal, and closes it when
      * the representment outcome comes back: a won case re-credits
      * the customer, a lost case leaves the reversal standing.
      *================================================================*
       01  CHARGEBACK-RECORD.
           05  CBK-CASE-NUMBER             PIC X(12).
           05  CBK-CUST-ID                 PIC 9(8).
      *----------------------------------------------------------------*
      * The disputed payment's history key and its tokenized
      * reference and authorization, as matched at intake.
      *----------------------------------------------------------------*
           05  CBK-PMH-SEQUENCE            PIC 9(5).
           05  CBK-PAY-REFERENCE           PIC X(20).
           05  CBK-AUTH-CODE               PIC X(12).
           05  CBK-AMOUNT                  PIC 9(7)V99.
           05  CBK-REASON-CODE             PIC X(4).
           05  CBK-RECEIVED-DATE           PIC 9(8).
           05  CBK-RESPONSE-DEADLINE       PIC 9(8).
           05  CBK-STATUS-FLAG             PIC X(1).
               88  CBK-OPEN                VALUE 'O'.
               88  CBK-WON                 VALUE 'W'.
               88  CBK-LOST                VALUE 'L'.
           05  CBK-OUTCOME-DATE            PIC 9(8).
           05  CBK-REVERSAL-TRAN-ID        PIC 9(12).
           05  CBK-RECREDIT-TRAN-ID        PIC 9(12).
           05  FILLER                      PIC X(15).
