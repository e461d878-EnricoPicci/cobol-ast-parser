       IDENTIFICATION DIVISION.
       PROGRAM-ID. POWATCH.
      *================================================================*
      * PURCHASE ORDER RENEWAL WATCH
      * Walks the purchase-order file and lists every active PO that
      * has lapsed, is expiring within the look-ahead window, is
      * drawn down to nothing, or has less than the low-funds share
      * of its authorized amount left - with the customer and the
      * approving contact beside it, so the account manager can
      * chase a renewal before TRANPOST starts turning the
      * customer's purchases away. Cancelled POs are passed over.
      * The window in days and the low-funds percentage are
      * ACCEPTed FROM COMMAND-LINE the way TAXEXRPT takes its
      * window, and default to 30 days and 10 percent.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'POFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POR-KEY
               FILE STATUS IS WS-POR-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT WATCH-REPORT ASSIGN TO 'POWATCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE.
           COPY PORDREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  WATCH-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-POR-STATUS                   PIC XX.
           88  WS-POR-OK                   VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY DATEPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-CUST-FILE-FLAG           PIC X VALUE 'N'.
               88  WS-CUST-FILE-AVAILABLE  VALUE 'Y'.
               88  WS-CUST-FILE-ABSENT     VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-WINDOW-DAYS         PIC X(3).
           05  WS-PARM-LOW-PCT             PIC X(2).
           05  FILLER                      PIC X(15).

       01  WS-WINDOW-DAYS                  PIC 9(3) VALUE 30.
       01  WS-LOW-PCT                      PIC 9(2) VALUE 10.
       01  WS-CUTOFF-DATE                  PIC 9(8).

       01  WS-PO-WORK.
           05  WS-PO-REMAINING             PIC S9(9)V99.
           05  WS-PO-LOW-MARK              PIC S9(9)V99.

       01  WS-WATCH-TOTALS.
           05  WS-POS-READ                 PIC 9(7) VALUE 0.
           05  WS-POS-LAPSED               PIC 9(7) VALUE 0.
           05  WS-POS-EXHAUSTED            PIC 9(7) VALUE 0.
           05  WS-POS-EXPIRING             PIC 9(7) VALUE 0.
           05  WS-POS-LOW-FUNDS            PIC 9(7) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(36)
               VALUE 'PURCHASE ORDERS DUE FOR RENEWAL'.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(21)
               VALUE 'PO NUMBER'.
           05  FILLER                      PIC X(15)
               VALUE '    AUTHORIZED'.
           05  FILLER                      PIC X(16)
               VALUE '      REMAINING'.
           05  FILLER                      PIC X(9) VALUE 'EXPIRES'.
           05  FILLER                      PIC X(32)
               VALUE 'APPROVED BY'.
           05  FILLER                      PIC X(9) VALUE 'ACTION'.

       01  WS-PO-LINE.
           05  WS-POL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-POL-CUST-NAME            PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-POL-PO-NUMBER            PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-POL-AUTHORIZED           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-POL-REMAINING            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-POL-EXPIRY               PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-POL-APPROVER             PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-POL-PHONE                PIC 9(10).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-POL-NOTE                 PIC X(9).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(24).
           05  WS-SUM-VALUE                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PO UNTIL WS-EOF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-WATCH-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-WINDOW-DAYS NUMERIC
               AND WS-PARM-WINDOW-DAYS NOT = '000'
               MOVE WS-PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF WS-PARM-LOW-PCT NUMERIC
               AND WS-PARM-LOW-PCT NOT = '00'
               MOVE WS-PARM-LOW-PCT TO WS-LOW-PCT
           END-IF
           SET DU-FN-ADD-DAYS TO TRUE
           MOVE WS-TODAY-DATE TO DU-DATE-1
           MOVE WS-WINDOW-DAYS TO DU-DAYS-COUNT
           CALL 'DATEUTIL' USING DATEUTIL-PARMS
           IF DU-VALID
               MOVE DU-RESULT-DATE TO WS-CUTOFF-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE
           END-IF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF NOT WS-POR-OK
               DISPLAY 'ERROR OPENING PURCHASE ORDER FILE: '
                   WS-POR-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-OK
               SET WS-CUST-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-CUST-FILE-ABSENT TO TRUE
               DISPLAY 'CUSTOMER FILE NOT AVAILABLE, NAMES '
                   'OMITTED: ' WS-FILE-STATUS
           END-IF
           OPEN OUTPUT WATCH-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING PO WATCH REPORT: '
                   WS-PRINT-STATUS
               SET WS-EOF TO TRUE
           ELSE
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
           END-IF.

       2000-PROCESS-PO SECTION.

      *----------------------------------------------------------------*
      * A PO shows once, under the most pressing of its conditions:
      * one already lapsed or drawn down is stopping purchases now,
      * ahead of one merely running short of days or funds.
      *----------------------------------------------------------------*
       2000-PROCESS.
           READ PURCHASE-ORDER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-POS-READ
                   IF POR-ACTIVE
                       COMPUTE WS-PO-REMAINING = POR-AUTHORIZED-AMOUNT
                           - POR-CONSUMED-AMOUNT
                       COMPUTE WS-PO-LOW-MARK ROUNDED =
                           POR-AUTHORIZED-AMOUNT * WS-LOW-PCT / 100
                       EVALUATE TRUE
                           WHEN POR-EXPIRY-DATE NOT = 0
                               AND POR-EXPIRY-DATE < WS-TODAY-DATE
                               ADD 1 TO WS-POS-LAPSED
                               MOVE 'LAPSED' TO WS-POL-NOTE
                               PERFORM 3000-WRITE-PO-LINE
                           WHEN WS-PO-REMAINING <= 0
                               ADD 1 TO WS-POS-EXHAUSTED
                               MOVE 'EXHAUSTED' TO WS-POL-NOTE
                               PERFORM 3000-WRITE-PO-LINE
                           WHEN POR-EXPIRY-DATE NOT = 0
                               AND POR-EXPIRY-DATE <= WS-CUTOFF-DATE
                               ADD 1 TO WS-POS-EXPIRING
                               MOVE 'EXPIRING' TO WS-POL-NOTE
                               PERFORM 3000-WRITE-PO-LINE
                           WHEN WS-PO-REMAINING < WS-PO-LOW-MARK
                               ADD 1 TO WS-POS-LOW-FUNDS
                               MOVE 'LOW FUNDS' TO WS-POL-NOTE
                               PERFORM 3000-WRITE-PO-LINE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       3000-WRITE-PO-LINE SECTION.

       3000-WRITE-PO.
           MOVE POR-CUST-ID TO WS-POL-CUST-ID
           MOVE SPACES TO WS-POL-CUST-NAME
           IF WS-CUST-FILE-AVAILABLE
               PERFORM 3100-READ-CUSTOMER-NAME
           END-IF
           MOVE POR-PO-NUMBER TO WS-POL-PO-NUMBER
           MOVE POR-AUTHORIZED-AMOUNT TO WS-POL-AUTHORIZED
           MOVE WS-PO-REMAINING TO WS-POL-REMAINING
           MOVE POR-EXPIRY-DATE TO WS-POL-EXPIRY
           MOVE POR-APPROVER-NAME TO WS-POL-APPROVER
           MOVE POR-APPROVER-PHONE TO WS-POL-PHONE
           WRITE PRINT-LINE FROM WS-PO-LINE.

      *----------------------------------------------------------------*
      * The PO carries only the CUST-ID half of CUST-KEY; START at
      * the lowest CUST-TYPE and READ NEXT picks the customer up
      * however its type is coded, as TRANPOST does.
      *----------------------------------------------------------------*
       3100-READ-CUSTOMER-NAME SECTION.

       3100-READ-NAME.
           MOVE POR-CUST-ID TO CUST-ID
           MOVE LOW-VALUES TO CUST-TYPE
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-FILE-OK AND CUST-ID = POR-CUST-ID
                   MOVE CUST-LAST-NAME TO WS-POL-CUST-NAME
               END-IF
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE PURCHASE-ORDER-FILE
           IF WS-CUST-FILE-AVAILABLE
               CLOSE CUSTOMER-FILE
           END-IF
           MOVE 'PURCHASE ORDERS READ' TO WS-SUM-LABEL
           MOVE WS-POS-READ TO WS-SUM-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ALREADY LAPSED' TO WS-SUM-LABEL
           MOVE WS-POS-LAPSED TO WS-SUM-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DRAWN DOWN' TO WS-SUM-LABEL
           MOVE WS-POS-EXHAUSTED TO WS-SUM-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'EXPIRING IN WINDOW' TO WS-SUM-LABEL
           MOVE WS-POS-EXPIRING TO WS-SUM-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'LOW ON FUNDS' TO WS-SUM-LABEL
           MOVE WS-POS-LOW-FUNDS TO WS-SUM-VALUE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           CLOSE WATCH-REPORT
           DISPLAY 'PURCHASE ORDERS READ: ' WS-POS-READ
           DISPLAY 'ALREADY LAPSED:       ' WS-POS-LAPSED
           DISPLAY 'DRAWN DOWN:           ' WS-POS-EXHAUSTED
           DISPLAY 'EXPIRING IN WINDOW:   ' WS-POS-EXPIRING
           DISPLAY 'LOW ON FUNDS:         ' WS-POS-LOW-FUNDS.
