      *================================================================*
      * BAD-DEBT TAX CLAIM RECORD COPYBOOK - One row per write-off
      * and jurisdiction whose sales tax BDTAXRLF has claimed back as
      * bad-debt relief (BDCLAIMS), keyed by customer, write-off date
      * and state. The row carries what was written off, the part of
      * it traced to taxable purchases, the tax claimed and the
      * period it was claimed in, so a write-off is never claimed
      * twice. Recoveries on the write-off after the claim are
      * measured against it: the tax added back so far and the
      * period of the latest add-back, so a rerun of a period
      * reproduces its schedule instead of adding back again.
      *================================================================*
       01  BAD-DEBT-CLAIM-RECORD.
           05  BDC-KEY.
               10  BDC-CUST-ID             PIC 9(8).
               10  BDC-WRITEOFF-DATE       PIC 9(8).
               10  BDC-STATE               PIC X(2).
           05  BDC-CLAIM-PERIOD            PIC 9(6).
           05  BDC-WRITTEN-OFF-AMOUNT      PIC 9(7)V99.
           05  BDC-TAXABLE-BASE            PIC 9(7)V99.
           05  BDC-TAX-CLAIMED             PIC 9(7)V99.
      *----------------------------------------------------------------*
      * Allocation rule the claim was figured under (see BDTAXRLF),
      * and whether any of it rests on an estimate: the written-off
      * items inferred from the open items because the write-off
      * predates item recording, or the tax backed out of the
      * purchase at the state rate because the lines carry none.
      *----------------------------------------------------------------*
           05  BDC-RULE-METHOD             PIC X(1).
               88  BDC-PRO-RATA            VALUE 'P'.
               88  BDC-TAX-LAST-PAID       VALUE 'T'.
           05  BDC-ESTIMATE-FLAG           PIC X(1).
               88  BDC-ESTIMATED           VALUE 'E'.
               88  BDC-TRACED              VALUE ' '.
           05  BDC-RECOVERED-TO-DATE       PIC 9(7)V99.
           05  BDC-TAX-ADDED-BACK          PIC 9(7)V99.
           05  BDC-LAST-ADDBACK-PERIOD     PIC 9(6).
           05  BDC-LAST-ADDBACK-AMOUNT     PIC 9(7)V99.
           05  FILLER                      PIC X(15).
