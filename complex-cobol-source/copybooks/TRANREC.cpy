                   88  TRAN-REFUND         VALUE 'RF'.
                   88  TRAN-ADJUSTMENT     VALUE 'AJ'.
                   88  TRAN-REVERSAL       VALUE 'RV'.
                   88  TRAN-TRANSFER       VALUE 'XF'.
           05  TRAN-CUSTOMER-ID            PIC 9(8).
           05  TRAN-AMOUNT                 PIC S9(7)V99.
           05  TRAN-DETAIL-AREA            PIC X(97).
               88  PAY-CHECK               VALUE 'CK'.
               88  PAY-CARD                VALUE 'CC'.
               88  PAY-ACH                 VALUE 'AC'.
               88  PAY-AGENCY              VALUE 'AG'.
           05  PAY-REFERENCE               PIC X(20).
           05  PAY-BANK-CODE               PIC X(10).
           05  PAY-AUTH-CODE               PIC X(12).
      * open items oldest first.
      *----------------------------------------------------------------*
           05  PAY-APPLIED-TO-TRAN         PIC 9(12).
      *----------------------------------------------------------------*
      * Collection agency commission kept back out of an agency
      * remittance (PAY-AGENCY). TRAN-AMOUNT is the gross the agency
      * collected, which is what the customer is credited; the
      * journal books the commission to its own expense account and
      * only the net to cash. Spaces on every other payment.
      *----------------------------------------------------------------*
           05  PAY-AGENCY-COMMISSION       PIC 9(7)V99.
           05  FILLER                      PIC X(35).

      *----------------------------------------------------------------*
      * REDEFINES for Purchase transactions. The leading FILLER spans
      * matching pending-authorization row by this code.
      *----------------------------------------------------------------*
           05  PUR-AUTH-CODE               PIC X(12).
      *----------------------------------------------------------------*
      * Customer's purchase order the purchase is charged against;
      * spaces when none was quoted. Required for an account flagged
      * CUST-PO-REQUIRED, and posting draws the PO down by the
      * purchase amount.
      *----------------------------------------------------------------*
           05  PUR-PO-NUMBER               PIC X(20).
           05  FILLER                      PIC X(27).

      *----------------------------------------------------------------*
      * REDEFINES for Refund transactions. The leading FILLER spans
      * the whole TRAN-HEADER, customer ID and amount so the refund
      * fields cannot disturb TRAN-AMOUNT, which REFDISB now generates
      * refund batches against.
      *----------------------------------------------------------------*
       01  REFUND-DETAIL REDEFINES TRANSACTION-RECORD.
           05  FILLER                      PIC X(45).
           05  REF-ORIGINAL-TRAN           PIC 9(12).
      *----------------------------------------------------------------*
      * A credit-balance refund pays the customer's standing credit
      * back rather than refunding a purchase: it carries no
      * original transaction, and posting raises the negative balance
      * toward zero instead of lowering it.
      *----------------------------------------------------------------*
           05  REF-REASON-CODE             PIC X(4).
               88  REF-CREDIT-BALANCE      VALUE 'CBR '.
           05  REF-APPROVED-BY             PIC X(10).
           05  REF-APPROVAL-DATE           PIC 9(8).
           05  FILLER                      PIC X(58).

      *----------------------------------------------------------------*
      * REDEFINES for Adjustment transactions. TRAN-AMOUNT carries the
           05  ADJ-APPROVED-BY             PIC X(10).
           05  FILLER                      PIC X(56).

      *----------------------------------------------------------------*
      * A credit memo for returned merchandise is an adjustment under
      * reason RTN with a negative TRAN-AMOUNT. Its description area
      * names the purchase whose open item it reduces and the return
      * authorization, and the merchandise, tax and discount it
      * reverses ride the free area after the approver, so the tax
      * accrual can net returned tax out by jurisdiction.
      *----------------------------------------------------------------*
       01  CREDIT-MEMO-DETAIL REDEFINES TRANSACTION-RECORD.
           05  FILLER                      PIC X(45).
           05  CMO-REASON-CODE             PIC X(4).
               88  CMO-RETURN-CREDIT       VALUE 'RTN '.
           05  CMO-ORIGINAL-TRAN           PIC 9(12).
           05  CMO-RMA-NUMBER              PIC 9(8).
           05  CMO-RETURN-REASON           PIC X(2).
           05  FILLER                      PIC X(8).
           05  CMO-APPROVED-BY             PIC X(10).
           05  CMO-MERCHANDISE-AMOUNT      PIC 9(7)V99.
           05  CMO-TAX-AMOUNT              PIC 9(5)V99.
           05  CMO-DISCOUNT-AMOUNT         PIC 9(5)V99.
           05  FILLER                      PIC X(33).

      *----------------------------------------------------------------*
      * REDEFINES for Payment Reversal transactions (bounced checks,
      * ACH returns). TRAN-AMOUNT carries the amount of the payment
           05  RVS-ORIG-SEQUENCE           PIC 9(5).
           05  RVS-PAY-REFERENCE           PIC X(20).
           05  RVS-RETURN-REASON           PIC X(4).
      *----------------------------------------------------------------*
      * Where the reversal came from: a bank return (NSF check, ACH
      * return), which draws the returned-payment fee, or a card
      * chargeback, which does not.
      *----------------------------------------------------------------*
           05  RVS-SOURCE-FLAG             PIC X(1).
               88  RVS-BANK-RETURN         VALUE ' '.
               88  RVS-CHARGEBACK          VALUE 'C'.
           05  FILLER                      PIC X(62).

      *----------------------------------------------------------------*
      * REDEFINES for Balance Transfer transactions. TRAN-CUSTOMER-ID
      * is the source account the balance leaves and
      * XFR-TARGET-CUST-ID the account it moves to; TRAN-AMOUNT is
      * the positive amount moved. A transfer over the posting
      * program's approval limit must name an approver holding the
      * transfer authority on the operator security master, other
      * than the operator who requested it.
      *
      * XFR-LEG-FLAG is blank on the transaction file. The posting
      * program releases a transfer to its sort twice, once for each
      * account, and on the target leg exchanges the two customer IDs
      * so TRAN-CUSTOMER-ID names the account being posted and
      * XFR-TARGET-CUST-ID the source it came from.
      *----------------------------------------------------------------*
       01  TRANSFER-DETAIL REDEFINES TRANSACTION-RECORD.
           05  FILLER                      PIC X(45).
           05  XFR-TARGET-CUST-ID          PIC 9(8).
           05  XFR-REASON-CODE             PIC X(4).
               88  XFR-REASON-BLANK        VALUE SPACES.
           05  XFR-DESCRIPTION             PIC X(30).
           05  XFR-APPROVED-BY             PIC X(10).
           05  XFR-APPROVAL-DATE           PIC 9(8).
           05  XFR-LEG-FLAG                PIC X(1).
               88  XFR-SOURCE-LEG          VALUE SPACE.
               88  XFR-TARGET-LEG          VALUE 'T'.
           05  XFR-REQUESTED-BY            PIC X(10).
           05  FILLER                      PIC X(29).

      *----------------------------------------------------------------*
      * Batch header/trailer records share the transaction file as a
