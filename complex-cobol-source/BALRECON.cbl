      * file (signed the same way TRANPOST applies it to CUST-BALANCE)
      * and compares it to that customer's net CUST-BALANCE change as
      * recorded in the audit journal's before/after images, flagging
      * any customer where the two totals don't tie. A balance
      * transfer counts against both of its accounts.
      *================================================================*

       ENVIRONMENT DIVISION.
                               PERFORM 2200-ADD-TRAN-NET
                           WHEN TRAN-PAYMENT OR TRAN-REFUND
                               PERFORM 2210-SUBTRACT-TRAN-NET
                           WHEN TRAN-TRANSFER
                               PERFORM 2220-TRANSFER-TRAN-NET
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               SUBTRACT TRAN-AMOUNT FROM
                   WS-RECON-TRAN-NET(WS-SEARCH-IDX).

      *----------------------------------------------------------------*
      * A balance transfer comes off the source account and goes onto
      * the target, the two legs TRANPOST posts (and audits) for it.
      *----------------------------------------------------------------*
       2220-TRANSFER-TRAN-NET.
           PERFORM 2210-SUBTRACT-TRAN-NET
           MOVE XFR-TARGET-CUST-ID TO TRAN-CUSTOMER-ID
           PERFORM 2200-ADD-TRAN-NET.

      *----------------------------------------------------------------*
      * Finds this customer's entry in the reconciliation table,
      * adding a new zero-balance entry if this is the first time this
