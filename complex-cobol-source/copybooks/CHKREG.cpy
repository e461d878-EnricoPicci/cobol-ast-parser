      *================================================================*
      * REFUND DISBURSEMENT REGISTER RECORD COPYBOOK - One row per
      * refund REFDISB pays out, keyed by disbursement number, with
      * the customer as an alternate key. Printed checks draw their
      * check number from the same sequence and stay on the register
      * as issued until the bank reports them paid or voided, or
      * until they age past the stale-dating period; ACH credits are
      * written settled on the day they are originated. The balance
      * the account carried when the refund was issued lets the next
      * disbursement run see a refund that has not posted yet.
      *================================================================*
       01  CHECK-REGISTER-RECORD.
           05  CKR-CHECK-NUMBER            PIC 9(8).
           05  CKR-CUST-ID                 PIC 9(8).
           05  CKR-PAYEE-NAME              PIC X(56).
           05  CKR-AMOUNT                  PIC 9(7)V99.
           05  CKR-ISSUE-DATE              PIC 9(8).
           05  CKR-METHOD                  PIC X(1).
               88  CKR-BY-CHECK            VALUE 'C'.
               88  CKR-BY-ACH              VALUE 'A'.
           05  CKR-STATUS-FLAG             PIC X(1).
               88  CKR-ISSUED              VALUE 'I'.
               88  CKR-CLEARED             VALUE 'C'.
               88  CKR-VOIDED              VALUE 'V'.
               88  CKR-STALE-DATED         VALUE 'S'.
           05  CKR-STATUS-DATE             PIC 9(8).
      *----------------------------------------------------------------*
      * TRAN-ID of the 'RF' transaction that charged the refund to
      * the account, and of the 'AJ' that put the credit back when a
      * check was voided or went stale (zero until then).
      *----------------------------------------------------------------*
           05  CKR-REFUND-TRAN-ID          PIC 9(12).
           05  CKR-RECREDIT-TRAN-ID        PIC 9(12).
           05  CKR-BALANCE-AT-ISSUE        PIC S9(7)V99.
           05  FILLER                      PIC X(15).
