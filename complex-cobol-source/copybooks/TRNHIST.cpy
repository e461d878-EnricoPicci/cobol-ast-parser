      * TRANSACTION HISTORY RECORD COPYBOOK - One row per transaction
      * posted by TRANPOST, keyed by TRAN-ID, so a refund's
      * REF-ORIGINAL-TRAN can be validated against any prior posted
      * purchase regardless of which batch it arrived in. A transfer
      * is one row under the source account, so TRH-XFR-TARGET-CUST-ID
      * names the account it went to - zero on every other type -
      * for the readers that must net it against the target too.
      *================================================================*
       01  TRANSACTION-HISTORY-RECORD.
           05  TRH-TRAN-ID                 PIC 9(12).
               88  TRH-PURCHASE            VALUE 'PU'.
               88  TRH-REFUND              VALUE 'RF'.
               88  TRH-ADJUSTMENT          VALUE 'AJ'.
               88  TRH-TRANSFER            VALUE 'XF'.
           05  TRH-TRAN-DATE               PIC 9(8).
           05  TRH-AMOUNT                  PIC S9(7)V99.
           05  TRH-XFR-TARGET-CUST-ID      PIC 9(8).
