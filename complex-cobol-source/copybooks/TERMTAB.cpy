      *================================================================*
      * PAYMENT TERMS TABLE COPYBOOK - The terms codes a customer may
      * carry in CUST-PAYMENT-TERMS. Each row gives the days from the
      * purchase to the due date, the days inside which an early
      * payment earns a discount and the discount percentage. CUSTMAIN
      * validates the code against this table; TRANPOST stamps each
      * new open item's due date and discount window from it. A code
      * not found, or spaces, is treated as due on receipt.
      *================================================================*
       01  TERMS-TABLE-VALUES.
           05  FILLER  PIC X(13) VALUE 'DUE 000000000'.
           05  FILLER  PIC X(13) VALUE 'N15 015000000'.
           05  FILLER  PIC X(13) VALUE 'N30 030000000'.
           05  FILLER  PIC X(13) VALUE 'N45 045000000'.
           05  FILLER  PIC X(13) VALUE 'N60 060000000'.
           05  FILLER  PIC X(13) VALUE '1N30030010100'.
           05  FILLER  PIC X(13) VALUE '2N30030010200'.
           05  FILLER  PIC X(13) VALUE '2N60060010200'.

       01  TERMS-TABLE REDEFINES TERMS-TABLE-VALUES.
           05  TRM-ENTRY OCCURS 8 TIMES.
               10  TRM-CODE                PIC X(4).
               10  TRM-NET-DAYS            PIC 9(3).
               10  TRM-DISC-DAYS           PIC 9(2).
               10  TRM-DISC-PCT            PIC 9(2)V99.

       01  TRM-TABLE-SIZE                  PIC 9(2) VALUE 8.
       01  TRM-IDX                         PIC 9(2).
       01  TRM-FOUND-FLAG                  PIC X VALUE 'N'.
           88  TRM-FOUND                   VALUE 'Y'.
           88  TRM-NOT-FOUND               VALUE 'N'.
