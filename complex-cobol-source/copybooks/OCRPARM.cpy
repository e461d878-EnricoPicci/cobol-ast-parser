      *================================================================*
      * OCRLINE CALL PARAMETER COPYBOOK - Shared LINKAGE layout for any
      * program that CALLs 'OCRLINE', the remittance coupon scanline
      * routine. The scanline is the customer's CUST-ID, the statement
      * date, the amount due on the statement and a modulus 10 check
      * digit over the 27 digits before it. BL builds the check digit
      * and the spaced print form from the three fields; VL checks a
      * scanline keyed or read back by the bank and, when it is good,
      * leaves the three fields readable through OL-SCAN-FIELDS.
      *================================================================*
       01  OCRLINE-PARMS.
           05  OL-FUNCTION-CODE            PIC X(2).
               88  OL-FN-BUILD             VALUE 'BL'.
               88  OL-FN-VALIDATE          VALUE 'VL'.
           05  OL-SCANLINE                 PIC X(28).
           05  OL-SCAN-FIELDS REDEFINES OL-SCANLINE.
               10  OL-SCAN-CUST-ID         PIC 9(8).
               10  OL-SCAN-STMT-DATE       PIC 9(8).
               10  OL-SCAN-AMOUNT-DUE      PIC 9(9)V99.
               10  OL-SCAN-CHECK-DIGIT     PIC 9(1).
      *----------------------------------------------------------------*
      * The scanline as printed along the foot of the coupon, the
      * fields separated by a space for the reader's sake.
      *----------------------------------------------------------------*
           05  OL-PRINT-SCANLINE           PIC X(31).
           05  OL-VALID-FLAG               PIC X.
               88  OL-VALID                VALUE 'Y'.
               88  OL-INVALID              VALUE 'N'.
