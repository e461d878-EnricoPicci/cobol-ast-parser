           05  PMH-STATUS-FLAG             PIC X(1).
               88  PMH-ACTIVE              VALUE ' '.
               88  PMH-REVERSED            VALUE 'R'.
      *----------------------------------------------------------------*
      * Card authorization the payment settled under, carried from
      * PAY-AUTH-CODE so a chargeback naming the authorization can be
      * matched back to the payment it disputes; spaces for payments
      * that were not card-authorized.
      *----------------------------------------------------------------*
           05  PMH-PAY-AUTH-CODE           PIC X(12).
