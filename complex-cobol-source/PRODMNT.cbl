       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.
      *================================================================*
      * PRODUCT MASTER MAINTENANCE
      * Maintains the product master TRANPOST's item-line pre-edit
      * and PRODSALE's sales-by-product report read, in PROMOMNT's
      * style: add, update or delete one product per input row, keyed
      * by product code. An add must carry a description, a numeric
      * unit price (zero for an open-priced product) and a recognized
      * taxability category ('ST' standard, 'RD' reduced, 'EX'
      * exempt); the active flag defaults to active. On an update a
      * blank field keeps the standing value. A product that has been
      * sold is better made inactive ('N') than deleted, so PRODSALE
      * can still describe its past sales.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MAINT-FILE ASSIGN TO 'PRODMNT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDN-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PRODUCT-CODE
               FILE STATUS IS WS-PRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MAINT-FILE.
       01  PRODUCT-MAINT-RECORD.
           05  PDN-ACTION                  PIC X(1).
               88  PDN-ACTION-ADD          VALUE 'A'.
               88  PDN-ACTION-UPDATE       VALUE 'U'.
               88  PDN-ACTION-DELETE       VALUE 'D'.
           05  PDN-PRODUCT-CODE            PIC X(10).
           05  PDN-DESCRIPTION             PIC X(30).
           05  PDN-UNIT-PRICE              PIC X(9).
           05  PDN-PRICE-TOLERANCE         PIC X(3).
           05  PDN-TAX-CATEGORY            PIC X(2).
           05  PDN-ACTIVE-FLAG             PIC X(1).
           05  FILLER                      PIC X(24).

       FD  PRODUCT-MASTER-FILE.
           COPY PRODREC.

       WORKING-STORAGE SECTION.

       01  WS-PDN-STATUS                   PIC XX.
           88  WS-PDN-OK                   VALUE '00'.

       01  WS-PRD-STATUS                   PIC XX.
           88  WS-PRD-OK                   VALUE '00'.
           88  WS-PRD-NOT-OPEN             VALUE '35'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-VALID-FLAG               PIC X VALUE 'Y'.
               88  WS-VALID                VALUE 'Y'.
               88  WS-INVALID              VALUE 'N'.

       01  WS-EDIT-WORK.
           05  WS-EDIT-PRICE               PIC 9(7)V99.
           05  WS-EDIT-TOLERANCE           PIC V999.
           05  WS-EDIT-TOLERANCE-R REDEFINES WS-EDIT-TOLERANCE
                                           PIC X(3).

       01  WS-TODAY-DATE                   PIC 9(8).

       01  WS-MAINT-TOTALS.
           05  WS-RECORDS-READ             PIC 9(7) VALUE 0.
           05  WS-PRODUCTS-ADDED           PIC 9(7) VALUE 0.
           05  WS-PRODUCTS-UPDATED         PIC 9(7) VALUE 0.
           05  WS-PRODUCTS-DELETED         PIC 9(7) VALUE 0.
           05  WS-RECORDS-ERROR            PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MAINT UNTIL WS-EOF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-MAINT-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT PRODUCT-MAINT-FILE
           IF NOT WS-PDN-OK
               DISPLAY 'ERROR OPENING PRODUCT MAINTENANCE FILE: '
                   WS-PDN-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN I-O PRODUCT-MASTER-FILE
           IF WS-PRD-NOT-OPEN
               OPEN OUTPUT PRODUCT-MASTER-FILE
               CLOSE PRODUCT-MASTER-FILE
               OPEN I-O PRODUCT-MASTER-FILE
           END-IF
           IF NOT WS-PRD-OK
               DISPLAY 'ERROR OPENING PRODUCT MASTER FILE: '
                   WS-PRD-STATUS
               SET WS-EOF TO TRUE
           END-IF.

       2000-PROCESS-MAINT SECTION.

       2000-PROCESS.
           READ PRODUCT-MAINT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   EVALUATE TRUE
                       WHEN PDN-PRODUCT-CODE = SPACES
                           ADD 1 TO WS-RECORDS-ERROR
                           DISPLAY 'PRODUCT CODE MISSING, ROW '
                               'SKIPPED'
                       WHEN PDN-ACTION-ADD
                           PERFORM 3000-ADD-PRODUCT
                       WHEN PDN-ACTION-UPDATE
                           PERFORM 4000-UPDATE-PRODUCT
                       WHEN PDN-ACTION-DELETE
                           PERFORM 5000-DELETE-PRODUCT
                       WHEN OTHER
                           ADD 1 TO WS-RECORDS-ERROR
                           DISPLAY 'INVALID ACTION CODE: '
                               PDN-ACTION ' FOR: ' PDN-PRODUCT-CODE
                   END-EVALUATE
           END-READ.

       3000-ADD-PRODUCT SECTION.

       3000-ADD.
           SET WS-VALID TO TRUE
           INITIALIZE PRODUCT-RECORD
           MOVE PDN-PRODUCT-CODE TO PRD-PRODUCT-CODE
           IF PDN-DESCRIPTION = SPACES
               SET WS-INVALID TO TRUE
               DISPLAY 'ADD REJECTED, NO DESCRIPTION FOR: '
                   PDN-PRODUCT-CODE
           ELSE
               MOVE PDN-DESCRIPTION TO PRD-DESCRIPTION
           END-IF
           IF PDN-UNIT-PRICE NUMERIC
               MOVE PDN-UNIT-PRICE TO WS-EDIT-PRICE
               MOVE WS-EDIT-PRICE TO PRD-UNIT-PRICE
           ELSE
               SET WS-INVALID TO TRUE
               DISPLAY 'ADD REJECTED, BAD UNIT PRICE FOR: '
                   PDN-PRODUCT-CODE
           END-IF
           IF PDN-PRICE-TOLERANCE NOT = SPACES
               IF PDN-PRICE-TOLERANCE NUMERIC
                   MOVE PDN-PRICE-TOLERANCE TO WS-EDIT-TOLERANCE-R
                   MOVE WS-EDIT-TOLERANCE TO PRD-PRICE-TOLERANCE
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'ADD REJECTED, BAD TOLERANCE FOR: '
                       PDN-PRODUCT-CODE
               END-IF
           END-IF
           MOVE PDN-TAX-CATEGORY TO PRD-TAX-CATEGORY
           IF NOT PRD-TAX-CATEGORY-VALID
               SET WS-INVALID TO TRUE
               DISPLAY 'ADD REJECTED, BAD TAX CATEGORY FOR: '
                   PDN-PRODUCT-CODE
           END-IF
           EVALUATE PDN-ACTIVE-FLAG
               WHEN SPACE
               WHEN 'Y'
                   SET PRD-ACTIVE TO TRUE
               WHEN 'N'
                   SET PRD-INACTIVE TO TRUE
               WHEN OTHER
                   SET WS-INVALID TO TRUE
                   DISPLAY 'ADD REJECTED, BAD ACTIVE FLAG FOR: '
                       PDN-PRODUCT-CODE
           END-EVALUATE
           IF WS-VALID
               MOVE WS-TODAY-DATE TO PRD-LAST-CHANGE-DATE
               WRITE PRODUCT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-PRD-OK
                   ADD 1 TO WS-PRODUCTS-ADDED
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'ADD REJECTED, PRODUCT EXISTS OR '
                       'WRITE FAILED: ' PDN-PRODUCT-CODE
                       ' STATUS: ' WS-PRD-STATUS
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-ERROR
           END-IF.

       4000-UPDATE-PRODUCT SECTION.

       4000-UPDATE.
           MOVE PDN-PRODUCT-CODE TO PRD-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PRD-OK
               ADD 1 TO WS-RECORDS-ERROR
               DISPLAY 'UPDATE REJECTED, PRODUCT NOT ON FILE: '
                   PDN-PRODUCT-CODE
           ELSE
               SET WS-VALID TO TRUE
               IF PDN-DESCRIPTION NOT = SPACES
                   MOVE PDN-DESCRIPTION TO PRD-DESCRIPTION
               END-IF
               IF PDN-UNIT-PRICE NOT = SPACES
                   IF PDN-UNIT-PRICE NUMERIC
                       MOVE PDN-UNIT-PRICE TO WS-EDIT-PRICE
                       MOVE WS-EDIT-PRICE TO PRD-UNIT-PRICE
                   ELSE
                       SET WS-INVALID TO TRUE
                       DISPLAY 'UPDATE REJECTED, BAD UNIT PRICE '
                           'FOR: ' PDN-PRODUCT-CODE
                   END-IF
               END-IF
               IF PDN-PRICE-TOLERANCE NOT = SPACES
                   IF PDN-PRICE-TOLERANCE NUMERIC
                       MOVE PDN-PRICE-TOLERANCE TO
                           WS-EDIT-TOLERANCE-R
                       MOVE WS-EDIT-TOLERANCE TO PRD-PRICE-TOLERANCE
                   ELSE
                       SET WS-INVALID TO TRUE
                       DISPLAY 'UPDATE REJECTED, BAD TOLERANCE '
                           'FOR: ' PDN-PRODUCT-CODE
                   END-IF
               END-IF
               EVALUATE PDN-TAX-CATEGORY
                   WHEN SPACES
                       CONTINUE
                   WHEN 'ST'
                   WHEN 'RD'
                   WHEN 'EX'
                       MOVE PDN-TAX-CATEGORY TO PRD-TAX-CATEGORY
                   WHEN OTHER
                       SET WS-INVALID TO TRUE
                       DISPLAY 'UPDATE REJECTED, BAD TAX CATEGORY '
                           'FOR: ' PDN-PRODUCT-CODE
               END-EVALUATE
               EVALUATE PDN-ACTIVE-FLAG
                   WHEN SPACE
                       CONTINUE
                   WHEN 'Y'
                       SET PRD-ACTIVE TO TRUE
                   WHEN 'N'
                       SET PRD-INACTIVE TO TRUE
                   WHEN OTHER
                       SET WS-INVALID TO TRUE
                       DISPLAY 'UPDATE REJECTED, BAD ACTIVE FLAG '
                           'FOR: ' PDN-PRODUCT-CODE
               END-EVALUATE
               IF WS-VALID
                   MOVE WS-TODAY-DATE TO PRD-LAST-CHANGE-DATE
                   REWRITE PRODUCT-RECORD
                   IF WS-PRD-OK
                       ADD 1 TO WS-PRODUCTS-UPDATED
                   ELSE
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'ERROR REWRITING PRODUCT: '
                           PDN-PRODUCT-CODE ' STATUS: '
                           WS-PRD-STATUS
                   END-IF
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
               END-IF
           END-IF.

       5000-DELETE-PRODUCT SECTION.

       5000-DELETE.
           MOVE PDN-PRODUCT-CODE TO PRD-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PRD-OK
               ADD 1 TO WS-RECORDS-ERROR
               DISPLAY 'DELETE REJECTED, PRODUCT NOT ON FILE: '
                   PDN-PRODUCT-CODE
           ELSE
               DELETE PRODUCT-MASTER-FILE RECORD
               IF WS-PRD-OK
                   ADD 1 TO WS-PRODUCTS-DELETED
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'ERROR DELETING PRODUCT: '
                       PDN-PRODUCT-CODE ' STATUS: ' WS-PRD-STATUS
               END-IF
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE PRODUCT-MAINT-FILE
           CLOSE PRODUCT-MASTER-FILE
           DISPLAY 'RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'PRODUCTS ADDED:   ' WS-PRODUCTS-ADDED
           DISPLAY 'PRODUCTS UPDATED: ' WS-PRODUCTS-UPDATED
           DISPLAY 'PRODUCTS DELETED: ' WS-PRODUCTS-DELETED
           DISPLAY 'RECORDS ERROR:    ' WS-RECORDS-ERROR.
