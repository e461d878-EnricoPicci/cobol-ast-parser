      *================================================================*
      * RECEIVABLES CONTROL ACCOUNT BALANCE RECORD COPYBOOK - One row
      * per operating company: the cumulative balance of its
      * receivables control accounts in the GL (home currency, USD),
      * as at the end of the period named. ARTRIAL reads last
      * month's rows (ARGLBAL), adds the month's control-account
      * postings off GLJRNL and writes the rows carried forward
      * (ARGLNEW); finance seeds a company's first row with the
      * control balance the GL held when the trial balance began.
      *================================================================*
       01  AR-CONTROL-BALANCE-RECORD.
           05  ACB-COMPANY-CODE            PIC X(2).
           05  ACB-PERIOD                  PIC 9(6).
           05  ACB-CONTROL-BALANCE         PIC S9(13)V99.
           05  ACB-UPDATED-DATE            PIC 9(8).
           05  FILLER                      PIC X(29).
