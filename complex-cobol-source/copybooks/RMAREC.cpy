      *================================================================*
      * RETURN AUTHORIZATION RECORD COPYBOOK - One row per purchase
      * line a customer is authorized to return (RMAFILE), the rows
      * of one authorization together and in RMA number order.
      * RMAPROC credits the returned units back to the account as a
      * credit memo against the named purchase instead of a cash
      * refund: the lines' merchandise, less their share of the
      * discount, plus their share of the tax.
      *================================================================*
       01  RETURN-AUTH-RECORD.
           05  RMA-NUMBER                  PIC 9(8).
           05  RMA-CUST-ID                 PIC 9(8).
           05  RMA-TRAN-ID                 PIC 9(12).
           05  RMA-LINE-NO                 PIC 9(3).
           05  RMA-RETURN-QTY              PIC 9(5).
           05  RMA-REASON-CODE             PIC X(2).
               88  RMA-DAMAGED             VALUE 'DA'.
               88  RMA-DEFECTIVE           VALUE 'DF'.
               88  RMA-WRONG-ITEM          VALUE 'WI'.
               88  RMA-NOT-AS-DESCRIBED    VALUE 'ND'.
               88  RMA-NO-LONGER-WANTED    VALUE 'NW'.
               88  RMA-REASON-VALID        VALUE 'DA' 'DF' 'WI' 'ND'
                                                 'NW'.
           05  RMA-AUTHORIZED-BY           PIC X(10).
           05  RMA-AUTH-DATE               PIC 9(8).
           05  FILLER                      PIC X(14).
