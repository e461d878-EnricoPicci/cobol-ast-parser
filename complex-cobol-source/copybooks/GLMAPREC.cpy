      * method, jurisdiction or company match anything; among the
      * rows that match, the latest effective date on or before the
      * transaction date wins, with a company-specific row beating a
      * company wildcard. The PY row under method CM is not a
      * payment method: its debit account is where collection agency
      * commission books when an agency remittance is split.
      * The IC row carries the intercompany accounts: its debit
      * account is due-from and its credit account due-to the other
      * company of a parent's payment that settled a subsidiary's
      * item across companies.
      * The LY row carries the rewards points accounts LOYMNTH books
      * the month's liability movement to: debit account points
      * expense, credit account points liability. A points
      * redemption posts as an AJ under reason LYRD and takes the AJ
      * row keyed by method LY.
      *================================================================*
       01  GL-MAP-RECORD.
           05  GLM-TRAN-TYPE               PIC X(2).
