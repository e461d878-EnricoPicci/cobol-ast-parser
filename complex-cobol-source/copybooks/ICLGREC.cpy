      *================================================================*
      * INTERCOMPANY LEDGER RECORD COPYBOOK - One row per movement in
      * the position between two operating companies (ICLEDGER).
      * GLEXTR appends an application row whenever a corporate
      * parent's payment, taken in one company, settled a
      * subsidiary's item carried in another: the company holding
      * the cash owes the company whose receivable it relieved.
      * ICPOSN appends a settlement row for each settlement the two
      * controllers record, with the amount negative so the rows of
      * a pair sum to what is still owed. Amounts are in the home
      * currency (USD), as booked to the GL.
      *================================================================*
       01  INTERCOMPANY-LEDGER-RECORD.
           05  ICL-ENTRY-TYPE              PIC X(1).
               88  ICL-APPLICATION         VALUE 'A'.
               88  ICL-SETTLEMENT          VALUE 'S'.
           05  ICL-OWING-COMPANY           PIC X(2).
           05  ICL-OWED-COMPANY            PIC X(2).
           05  ICL-AMOUNT                  PIC S9(11)V99.
           05  ICL-ENTRY-DATE              PIC 9(8).
      *----------------------------------------------------------------*
      * The payment's TRAN-ID on an application row; the
      * controllers' own reference on a settlement row.
      *----------------------------------------------------------------*
           05  ICL-REFERENCE               PIC X(12).
           05  ICL-CUST-ID                 PIC 9(8).
           05  FILLER                      PIC X(14).
