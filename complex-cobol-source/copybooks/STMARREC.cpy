      * statement date. Line 000 is the statement header (period,
      * balances, currency, line count); lines 001 and up are the
      * statement's transaction lines in print order, amounts already
      * in the customer's own currency. The header also carries the
      * minimum payment due, its due date and any past-due amount as
      * printed; a purchase line carries the PO number it printed.
      * STMTRPRT rebuilds a print- or email-ready statement
      * for one customer and cycle from these rows without rerunning
      * the whole cycle.
      *================================================================*
       01  STATEMENT-ARCHIVE-RECORD.
           05  STA-KEY.
               10  STA-STMT-CYCLE          PIC X(2).
               10  STA-STMT-DATE           PIC 9(8).
               10  STA-LINE-NO             PIC 9(3).
           05  STA-DATA                    PIC X(90).
           05  STA-HEADER-DATA REDEFINES STA-DATA.
               10  STA-PERIOD-START        PIC 9(8).
               10  STA-PERIOD-END          PIC 9(8).
               10  STA-CLOSING-BALANCE     PIC S9(9)V99.
               10  STA-CURRENCY-CODE       PIC X(3).
               10  STA-TRAN-COUNT          PIC 9(5).
               10  STA-MINIMUM-DUE         PIC S9(9)V99.
               10  STA-PAYMENT-DUE-DATE    PIC 9(8).
               10  STA-PAST-DUE-AMOUNT     PIC S9(9)V99.
               10  FILLER                  PIC X(14).
           05  STA-DETAIL-DATA REDEFINES STA-DATA.
               10  STA-TRAN-DATE           PIC 9(8).
               10  STA-TRAN-TYPE           PIC X(2).
               10  STA-TRAN-AMOUNT         PIC S9(9)V99.
               10  STA-PO-NUMBER           PIC X(20).
               10  FILLER                  PIC X(49).
