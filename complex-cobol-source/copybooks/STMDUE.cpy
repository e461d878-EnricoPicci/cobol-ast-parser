      *================================================================*
      * STATEMENT DUE RECORD COPYBOOK - One row per customer per
      * statement cycle, keyed by customer then statement date,
      * written by CUSTSTMT's cycle run: the closing balance, the
      * minimum payment due and the date it is due. Each new cycle
      * checks the payments received against the previous row's
      * minimum; whatever was not paid carries forward as the past-due
      * amount, and the due date of the oldest minimum still unmet is
      * what delinquency is measured from. A customer who pays the
      * minimum every cycle carries no past-due amount and is current
      * however old CUST-PAYMENT-DATE is. CUSTAGE, DUNNING and CBREXTR
      * read the latest row for their days-past-due figure.
      *================================================================*
       01  STATEMENT-DUE-RECORD.
           05  SDU-KEY.
               10  SDU-CUST-ID             PIC 9(8).
               10  SDU-STMT-DATE           PIC 9(8).
           05  SDU-STMT-CYCLE              PIC X(2).
           05  SDU-PERIOD-START            PIC 9(8).
           05  SDU-PERIOD-END              PIC 9(8).
           05  SDU-CLOSING-BALANCE         PIC S9(9)V99.
      *----------------------------------------------------------------*
      * Payments received inside this statement's period, set
      * against the previous cycle's minimum.
      *----------------------------------------------------------------*
           05  SDU-PAYMENTS-IN-PERIOD      PIC S9(9)V99.
           05  SDU-PAST-DUE-AMOUNT         PIC S9(9)V99.
           05  SDU-MINIMUM-DUE             PIC S9(9)V99.
           05  SDU-PAYMENT-DUE-DATE        PIC 9(8).
      *----------------------------------------------------------------*
      * Due date of the oldest cycle minimum still unmet, and how
      * many cycles in a row have gone short; zero when the account
      * is current. SDU-DAYS-PAST-DUE is as of the statement date.
      *----------------------------------------------------------------*
           05  SDU-OLDEST-UNMET-DUE-DATE   PIC 9(8).
           05  SDU-CYCLES-MISSED           PIC 9(3).
           05  SDU-DAYS-PAST-DUE           PIC 9(5).
           05  FILLER                      PIC X(20).
