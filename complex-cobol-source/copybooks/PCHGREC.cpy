      *================================================================*
      * PENDING CHANGE RECORD COPYBOOK - One row per customer update
      * CUSTMAIN held for dual control instead of applying: a credit
      * limit raised by more than the dual-control threshold, or an
      * address or email change on an account carrying a balance.
      * The row keeps the maintenance transaction exactly as keyed;
      * a second operator with supervisor authority approves it
      * (CUSTMAIN applies the saved transaction and journals it
      * under both operator IDs) or rejects it. A change nobody
      * decides by its expiry date is expired by PCHGRPT, the daily
      * pending-change report. Keyed by customer and a sequence, so
      * decided rows stay on file as the history; only one change
      * per customer may be pending at a time.
      *================================================================*
       01  PENDING-CHANGE-RECORD.
           05  PCH-KEY.
               10  PCH-CUST-ID             PIC 9(8).
               10  PCH-SEQUENCE            PIC 9(4).
           05  PCH-STATUS                  PIC X(1).
               88  PCH-PENDING             VALUE 'P'.
               88  PCH-APPROVED            VALUE 'A'.
               88  PCH-REJECTED            VALUE 'R'.
               88  PCH-EXPIRED             VALUE 'X'.
      *----------------------------------------------------------------*
      * Which thresholds the change crossed; more than one may be set.
      *----------------------------------------------------------------*
           05  PCH-TRIGGERS.
               10  PCH-TRIG-LIMIT          PIC X(1).
                   88  PCH-LIMIT-INCREASE  VALUE 'Y'.
               10  PCH-TRIG-ADDRESS        PIC X(1).
                   88  PCH-ADDRESS-CHANGE  VALUE 'Y'.
               10  PCH-TRIG-EMAIL          PIC X(1).
                   88  PCH-EMAIL-CHANGE    VALUE 'Y'.
           05  PCH-OLD-CREDIT-LIMIT        PIC 9(7)V99.
           05  PCH-NEW-CREDIT-LIMIT        PIC 9(7)V99.
           05  PCH-BALANCE-AT-HOLD         PIC S9(7)V99.
           05  PCH-MAKER-ID                PIC X(8).
           05  PCH-HOLD-DATE               PIC 9(8).
           05  PCH-HOLD-TIME               PIC 9(6).
           05  PCH-EXPIRY-DATE             PIC 9(8).
           05  PCH-CHECKER-ID              PIC X(8).
           05  PCH-DECISION-DATE           PIC 9(8).
           05  PCH-DECISION-NOTE           PIC X(30).
      *----------------------------------------------------------------*
      * The MAINTFILE update transaction as keyed, maker's operator
      * ID included, replayed through the normal update path when
      * the change is approved.
      *----------------------------------------------------------------*
           05  PCH-MAINT-INPUT             PIC X(339).
           05  FILLER                      PIC X(17).
