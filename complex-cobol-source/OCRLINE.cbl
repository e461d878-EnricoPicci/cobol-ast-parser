       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCRLINE.
      *================================================================*
      * REMITTANCE COUPON SCANLINE SUBROUTINE
      * Builds and checks the OCR scanline printed on the remittance
      * coupon at the foot of every statement, driven by
      * OL-FUNCTION-CODE in OCRLINE-PARMS (see copybooks/OCRPARM).
      * CUSTSTMT and STMTRPRT build the line for the coupon; LOCKBOX
      * checks the line the bank reads off the returned coupon before
      * trusting any of it. The check digit is the usual modulus 10
      * over the 27 digits before it, weighting 2 and 1 alternately
      * from the right and adding the digits of each product, so a
      * single miskeyed digit or a swap of two neighbours is caught.
      *================================================================*

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-PAYLOAD                      PIC X(27).
       01  WS-PAYLOAD-DIGITS REDEFINES WS-PAYLOAD.
           05  WS-PAYLOAD-DIGIT            PIC 9(1) OCCURS 27 TIMES.

       01  WS-CHECK-WORK.
           05  WS-DIGIT-IDX                PIC 9(2).
           05  WS-WEIGHT                   PIC 9(1).
           05  WS-PRODUCT                  PIC 9(2).
           05  WS-DIGIT-SUM                PIC 9(4).
           05  WS-REMAINDER                PIC 9(2).
           05  WS-QUOTIENT                 PIC 9(4).
           05  WS-CHECK-DIGIT              PIC 9(1).

       LINKAGE SECTION.

           COPY OCRPARM.

       PROCEDURE DIVISION USING OCRLINE-PARMS.

       0000-MAIN SECTION.

       0000-START.
           SET OL-VALID TO TRUE
           EVALUATE TRUE
               WHEN OL-FN-BUILD
                   PERFORM 1000-BUILD-SCANLINE
               WHEN OL-FN-VALIDATE
                   PERFORM 2000-VALIDATE-SCANLINE
               WHEN OTHER
                   SET OL-INVALID TO TRUE
           END-EVALUATE
           GOBACK.

       1000-BUILD-SCANLINE SECTION.

       1000-BUILD.
           MOVE OL-SCANLINE(1:27) TO WS-PAYLOAD
           IF WS-PAYLOAD NOT NUMERIC
               SET OL-INVALID TO TRUE
               MOVE SPACES TO OL-PRINT-SCANLINE
           ELSE
               PERFORM 3000-CALC-CHECK-DIGIT
               MOVE WS-CHECK-DIGIT TO OL-SCAN-CHECK-DIGIT
               MOVE SPACES TO OL-PRINT-SCANLINE
               STRING OL-SCANLINE(1:8) ' '
                      OL-SCANLINE(9:8) ' '
                      OL-SCANLINE(17:11) ' '
                      OL-SCANLINE(28:1)
                   DELIMITED BY SIZE INTO OL-PRINT-SCANLINE
           END-IF.

      *----------------------------------------------------------------*
      * A scanline is good only when all 28 positions are digits and
      * the last one is the check digit of the rest.
      *----------------------------------------------------------------*
       2000-VALIDATE-SCANLINE SECTION.

       2000-VALIDATE.
           MOVE OL-SCANLINE(1:27) TO WS-PAYLOAD
           IF WS-PAYLOAD NOT NUMERIC
               OR OL-SCANLINE(28:1) NOT NUMERIC
               SET OL-INVALID TO TRUE
           ELSE
               PERFORM 3000-CALC-CHECK-DIGIT
               IF WS-CHECK-DIGIT NOT = OL-SCAN-CHECK-DIGIT
                   SET OL-INVALID TO TRUE
               END-IF
           END-IF.

       3000-CALC-CHECK-DIGIT SECTION.

       3000-CALC-CHECK.
           MOVE 0 TO WS-DIGIT-SUM
           MOVE 2 TO WS-WEIGHT
           PERFORM 3100-WEIGH-ONE-DIGIT
               VARYING WS-DIGIT-IDX FROM 27 BY -1
               UNTIL WS-DIGIT-IDX < 1
           DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           IF WS-REMAINDER = 0
               MOVE 0 TO WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT = 10 - WS-REMAINDER
           END-IF.

       3100-WEIGH-ONE-DIGIT SECTION.

       3100-WEIGH-DIGIT.
           COMPUTE WS-PRODUCT =
               WS-PAYLOAD-DIGIT(WS-DIGIT-IDX) * WS-WEIGHT
           IF WS-PRODUCT > 9
               SUBTRACT 9 FROM WS-PRODUCT
           END-IF
           ADD WS-PRODUCT TO WS-DIGIT-SUM
           IF WS-WEIGHT = 2
               MOVE 1 TO WS-WEIGHT
           ELSE
               MOVE 2 TO WS-WEIGHT
           END-IF.
