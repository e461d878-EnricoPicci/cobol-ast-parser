               88  OPR-CAN-REFUND          VALUE 'Y'.
           05  OPR-AUTH-FEE-WAIVER         PIC X(1).
               88  OPR-CAN-WAIVE-FEES      VALUE 'Y'.
      *----------------------------------------------------------------*
      * Compliance officer authority to clear or confirm a sanctions
      * list match held on the review queue (SANCREVW).
      *----------------------------------------------------------------*
           05  OPR-AUTH-SANCTIONS          PIC X(1).
               88  OPR-CAN-DECIDE-SANCTIONS
                                           VALUE 'Y'.
      *----------------------------------------------------------------*
      * Fraud analyst authority to clear or confirm an alert FRDSCRN
      * raised on the fraud queue (FRDREVW).
      *----------------------------------------------------------------*
           05  OPR-AUTH-FRAUD              PIC X(1).
               88  OPR-CAN-CLEAR-FRAUD     VALUE 'Y'.
      *----------------------------------------------------------------*
      * Supervisor approval token, quoted on a MASSUPD commit or
      * back-out run together with the approving operator's ID. A
      * blank token approves nothing.
      *----------------------------------------------------------------*
           05  OPR-APPROVAL-TOKEN          PIC X(8).
      *----------------------------------------------------------------*
      * Authority to approve a balance transfer between customer
      * accounts above TRANPOST's transfer approval limit.
      *----------------------------------------------------------------*
           05  OPR-AUTH-TRANSFER           PIC X(1).
               88  OPR-CAN-TRANSFER        VALUE 'Y'.
           05  FILLER                      PIC X(4).
