       IDENTIFICATION DIVISION.
       PROGRAM-ID. POMAINT.
      *================================================================*
      * CUSTOMER PURCHASE ORDER MAINTENANCE
      * Maintains the purchase-order file TRANPOST's pre-edit and
      * drawdown and POWATCH's renewal report read, in PROMOMNT's
      * style: add, update or delete one PO per input row, keyed by
      * customer and PO number. An add must carry a numeric customer,
      * a non-zero authorized amount, an approving contact name and
      * good dates; an absent effective date means effective today
      * and a zero expiry leaves the PO open-ended. The consumed
      * amount is never keyed - a new PO starts at zero and only
      * posting moves it. On an update a blank field keeps the
      * standing value, so a renewal is an update raising the
      * authorized amount or pushing out the expiry; the authorized
      * amount may not drop below what has already been consumed.
      * A PO that has been drawn on is cancelled ('C'), not deleted,
      * so its history stays on file.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-MAINT-FILE ASSIGN TO 'POMAINT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POM-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'POFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-KEY
               FILE STATUS IS WS-POR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-MAINT-FILE.
       01  PO-MAINT-RECORD.
           05  POM-ACTION                  PIC X(1).
               88  POM-ACTION-ADD          VALUE 'A'.
               88  POM-ACTION-UPDATE       VALUE 'U'.
               88  POM-ACTION-DELETE       VALUE 'D'.
           05  POM-CUST-ID                 PIC X(8).
           05  POM-PO-NUMBER               PIC X(20).
           05  POM-AUTHORIZED-AMOUNT       PIC X(11).
           05  POM-EFFECTIVE-DATE          PIC X(8).
           05  POM-EXPIRY-DATE             PIC X(8).
           05  POM-APPROVER-NAME           PIC X(30).
           05  POM-APPROVER-PHONE          PIC X(10).
           05  POM-STATUS                  PIC X(1).
           05  FILLER                      PIC X(3).

       FD  PURCHASE-ORDER-FILE.
           COPY PORDREC.

       WORKING-STORAGE SECTION.

       01  WS-POM-STATUS                   PIC XX.
           88  WS-POM-OK                   VALUE '00'.

       01  WS-POR-STATUS                   PIC XX.
           88  WS-POR-OK                   VALUE '00'.
           88  WS-POR-NOT-OPEN             VALUE '35'.

       COPY DATEPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-VALID-FLAG               PIC X VALUE 'Y'.
               88  WS-VALID                VALUE 'Y'.
               88  WS-INVALID              VALUE 'N'.

       01  WS-EDIT-WORK.
           05  WS-EDIT-AMOUNT              PIC 9(9)V99.
           05  WS-EDIT-AMOUNT-R REDEFINES WS-EDIT-AMOUNT
                                           PIC X(11).

       01  WS-TODAY-DATE                   PIC 9(8).

       01  WS-MAINT-TOTALS.
           05  WS-RECORDS-READ             PIC 9(7) VALUE 0.
           05  WS-POS-ADDED                PIC 9(7) VALUE 0.
           05  WS-POS-UPDATED              PIC 9(7) VALUE 0.
           05  WS-POS-DELETED              PIC 9(7) VALUE 0.
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
           OPEN INPUT PO-MAINT-FILE
           IF NOT WS-POM-OK
               DISPLAY 'ERROR OPENING PO MAINTENANCE FILE: '
                   WS-POM-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN I-O PURCHASE-ORDER-FILE
           IF WS-POR-NOT-OPEN
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF
           IF NOT WS-POR-OK
               DISPLAY 'ERROR OPENING PURCHASE ORDER FILE: '
                   WS-POR-STATUS
               SET WS-EOF TO TRUE
           END-IF.

       2000-PROCESS-MAINT SECTION.

       2000-PROCESS.
           READ PO-MAINT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   EVALUATE TRUE
                       WHEN POM-CUST-ID NOT NUMERIC
                       WHEN POM-PO-NUMBER = SPACES
                           ADD 1 TO WS-RECORDS-ERROR
                           DISPLAY 'CUSTOMER OR PO NUMBER MISSING, '
                               'ROW SKIPPED: ' POM-CUST-ID ' '
                               POM-PO-NUMBER
                       WHEN POM-ACTION-ADD
                           PERFORM 3000-ADD-PO
                       WHEN POM-ACTION-UPDATE
                           PERFORM 4000-UPDATE-PO
                       WHEN POM-ACTION-DELETE
                           PERFORM 5000-DELETE-PO
                       WHEN OTHER
                           ADD 1 TO WS-RECORDS-ERROR
                           DISPLAY 'INVALID ACTION CODE: '
                               POM-ACTION ' FOR: ' POM-CUST-ID ' '
                               POM-PO-NUMBER
                   END-EVALUATE
           END-READ.

       3000-ADD-PO SECTION.

       3000-ADD.
           SET WS-VALID TO TRUE
           INITIALIZE PURCHASE-ORDER-RECORD
           MOVE POM-CUST-ID TO POR-CUST-ID
           MOVE POM-PO-NUMBER TO POR-PO-NUMBER
           MOVE 0 TO POR-CONSUMED-AMOUNT
           IF POM-AUTHORIZED-AMOUNT NUMERIC
               AND POM-AUTHORIZED-AMOUNT NOT = '00000000000'
               MOVE POM-AUTHORIZED-AMOUNT TO WS-EDIT-AMOUNT-R
               MOVE WS-EDIT-AMOUNT TO POR-AUTHORIZED-AMOUNT
           ELSE
               SET WS-INVALID TO TRUE
               DISPLAY 'ADD REJECTED, BAD AUTHORIZED AMOUNT FOR: '
                   POM-CUST-ID ' ' POM-PO-NUMBER
           END-IF
           IF POM-APPROVER-NAME = SPACES
               SET WS-INVALID TO TRUE
               DISPLAY 'ADD REJECTED, NO APPROVING CONTACT FOR: '
                   POM-CUST-ID ' ' POM-PO-NUMBER
           ELSE
               MOVE POM-APPROVER-NAME TO POR-APPROVER-NAME
           END-IF
           IF POM-APPROVER-PHONE NOT = SPACES
               IF POM-APPROVER-PHONE NUMERIC
                   MOVE POM-APPROVER-PHONE TO POR-APPROVER-PHONE
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'ADD REJECTED, BAD CONTACT PHONE FOR: '
                       POM-CUST-ID ' ' POM-PO-NUMBER
               END-IF
           END-IF
           EVALUATE POM-STATUS
               WHEN SPACE
               WHEN 'A'
                   SET POR-ACTIVE TO TRUE
               WHEN 'C'
                   SET POR-CANCELLED TO TRUE
               WHEN OTHER
                   SET WS-INVALID TO TRUE
                   DISPLAY 'ADD REJECTED, BAD STATUS FOR: '
                       POM-CUST-ID ' ' POM-PO-NUMBER
           END-EVALUATE
           MOVE WS-TODAY-DATE TO POR-EFFECTIVE-DATE
           IF WS-VALID
               PERFORM 6000-APPLY-PO-DATES
           END-IF
           IF WS-VALID
               MOVE WS-TODAY-DATE TO POR-LAST-CHANGE-DATE
               WRITE PURCHASE-ORDER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-POR-OK
                   ADD 1 TO WS-POS-ADDED
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'ADD REJECTED, PO EXISTS OR WRITE '
                       'FAILED: ' POM-CUST-ID ' ' POM-PO-NUMBER
                       ' STATUS: ' WS-POR-STATUS
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-ERROR
           END-IF.

       4000-UPDATE-PO SECTION.

       4000-UPDATE.
           MOVE POM-CUST-ID TO POR-CUST-ID
           MOVE POM-PO-NUMBER TO POR-PO-NUMBER
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-POR-OK
               ADD 1 TO WS-RECORDS-ERROR
               DISPLAY 'UPDATE REJECTED, PO NOT ON FILE: '
                   POM-CUST-ID ' ' POM-PO-NUMBER
           ELSE
               SET WS-VALID TO TRUE
               IF POM-AUTHORIZED-AMOUNT NOT = SPACES
                   IF POM-AUTHORIZED-AMOUNT NUMERIC
                       MOVE POM-AUTHORIZED-AMOUNT TO
                           WS-EDIT-AMOUNT-R
                       IF WS-EDIT-AMOUNT < POR-CONSUMED-AMOUNT
                           SET WS-INVALID TO TRUE
                           DISPLAY 'UPDATE REJECTED, AUTHORIZED '
                               'BELOW CONSUMED FOR: ' POM-CUST-ID
                               ' ' POM-PO-NUMBER
                       ELSE
                           MOVE WS-EDIT-AMOUNT TO
                               POR-AUTHORIZED-AMOUNT
                       END-IF
                   ELSE
                       SET WS-INVALID TO TRUE
                       DISPLAY 'UPDATE REJECTED, BAD AUTHORIZED '
                           'AMOUNT FOR: ' POM-CUST-ID ' '
                           POM-PO-NUMBER
                   END-IF
               END-IF
               IF POM-APPROVER-NAME NOT = SPACES
                   MOVE POM-APPROVER-NAME TO POR-APPROVER-NAME
               END-IF
               IF POM-APPROVER-PHONE NOT = SPACES
                   IF POM-APPROVER-PHONE NUMERIC
                       MOVE POM-APPROVER-PHONE TO POR-APPROVER-PHONE
                   ELSE
                       SET WS-INVALID TO TRUE
                       DISPLAY 'UPDATE REJECTED, BAD CONTACT PHONE '
                           'FOR: ' POM-CUST-ID ' ' POM-PO-NUMBER
                   END-IF
               END-IF
               EVALUATE POM-STATUS
                   WHEN SPACE
                       CONTINUE
                   WHEN 'A'
                       SET POR-ACTIVE TO TRUE
                   WHEN 'C'
                       SET POR-CANCELLED TO TRUE
                   WHEN OTHER
                       SET WS-INVALID TO TRUE
                       DISPLAY 'UPDATE REJECTED, BAD STATUS FOR: '
                           POM-CUST-ID ' ' POM-PO-NUMBER
               END-EVALUATE
               IF WS-VALID
                   PERFORM 6000-APPLY-PO-DATES
               END-IF
               IF WS-VALID
                   MOVE WS-TODAY-DATE TO POR-LAST-CHANGE-DATE
                   REWRITE PURCHASE-ORDER-RECORD
                   IF WS-POR-OK
                       ADD 1 TO WS-POS-UPDATED
                   ELSE
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'ERROR REWRITING PO: ' POM-CUST-ID
                           ' ' POM-PO-NUMBER ' STATUS: '
                           WS-POR-STATUS
                   END-IF
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
               END-IF
           END-IF.

       5000-DELETE-PO SECTION.

       5000-DELETE.
           MOVE POM-CUST-ID TO POR-CUST-ID
           MOVE POM-PO-NUMBER TO POR-PO-NUMBER
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-POR-OK
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'DELETE REJECTED, PO NOT ON FILE: '
                       POM-CUST-ID ' ' POM-PO-NUMBER
               WHEN POR-CONSUMED-AMOUNT NOT = 0
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'DELETE REJECTED, PO HAS BEEN DRAWN ON, '
                       'CANCEL IT INSTEAD: ' POM-CUST-ID ' '
                       POM-PO-NUMBER
               WHEN OTHER
                   DELETE PURCHASE-ORDER-FILE RECORD
                   IF WS-POR-OK
                       ADD 1 TO WS-POS-DELETED
                   ELSE
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'ERROR DELETING PO: ' POM-CUST-ID
                           ' ' POM-PO-NUMBER ' STATUS: '
                           WS-POR-STATUS
                   END-IF
           END-EVALUATE.

       6000-APPLY-PO-DATES SECTION.

      *----------------------------------------------------------------*
      * Supplied dates must pass DATEUTIL; a zero expiry leaves the
      * PO open-ended. Whatever the dates end up as, the expiry may
      * not fall before the effective date.
      *----------------------------------------------------------------*
       6000-APPLY-DATES.
           IF POM-EFFECTIVE-DATE NOT = SPACES
               IF POM-EFFECTIVE-DATE NUMERIC
                   SET DU-FN-VALIDATE TO TRUE
                   MOVE POM-EFFECTIVE-DATE TO DU-DATE-1
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
                   IF DU-VALID
                       MOVE POM-EFFECTIVE-DATE TO
                           POR-EFFECTIVE-DATE
                   ELSE
                       SET WS-INVALID TO TRUE
                       DISPLAY 'BAD EFFECTIVE DATE FOR: '
                           POM-CUST-ID ' ' POM-PO-NUMBER
                   END-IF
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD EFFECTIVE DATE FOR: '
                       POM-CUST-ID ' ' POM-PO-NUMBER
               END-IF
           END-IF
           IF POM-EXPIRY-DATE NOT = SPACES
               IF POM-EXPIRY-DATE = '00000000'
                   MOVE 0 TO POR-EXPIRY-DATE
               ELSE
                   IF POM-EXPIRY-DATE NUMERIC
                       SET DU-FN-VALIDATE TO TRUE
                       MOVE POM-EXPIRY-DATE TO DU-DATE-1
                       CALL 'DATEUTIL' USING DATEUTIL-PARMS
                       IF DU-VALID
                           MOVE POM-EXPIRY-DATE TO POR-EXPIRY-DATE
                       ELSE
                           SET WS-INVALID TO TRUE
                           DISPLAY 'BAD EXPIRY DATE FOR: '
                               POM-CUST-ID ' ' POM-PO-NUMBER
                       END-IF
                   ELSE
                       SET WS-INVALID TO TRUE
                       DISPLAY 'BAD EXPIRY DATE FOR: '
                           POM-CUST-ID ' ' POM-PO-NUMBER
                   END-IF
               END-IF
           END-IF
           IF WS-VALID
               AND POR-EXPIRY-DATE NOT = 0
               AND POR-EXPIRY-DATE < POR-EFFECTIVE-DATE
               SET WS-INVALID TO TRUE
               DISPLAY 'EXPIRY BEFORE EFFECTIVE DATE FOR: '
                   POM-CUST-ID ' ' POM-PO-NUMBER
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE PO-MAINT-FILE
           CLOSE PURCHASE-ORDER-FILE
           DISPLAY 'RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'POS ADDED:        ' WS-POS-ADDED
           DISPLAY 'POS UPDATED:      ' WS-POS-UPDATED
           DISPLAY 'POS DELETED:      ' WS-POS-DELETED
           DISPLAY 'RECORDS ERROR:    ' WS-RECORDS-ERROR.
