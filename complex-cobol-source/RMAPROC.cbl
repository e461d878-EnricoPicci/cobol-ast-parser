       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAPROC.
      *================================================================*
      * RETURN AUTHORIZATION CREDIT MEMOS
      * Daily, ahead of TRANPOST. A customer who returns part of an
      * order and wants the value back on the account, not as cash,
      * is given a return authorization (RMAFILE, see copybooks/
      * RMAREC): the purchase, the ITEMFILE lines returned, how many
      * units of each and why. Each authorization becomes one credit
      * memo - an AJ under reason RTN with a negative amount - that
      * credits the returned units' merchandise, plus their share of
      * the purchase's tax, less their share of its discount (the
      * shares TRANPOST stamped on the lines when the purchase
      * posted). Posting takes the credit off the purchase's open
      * item, and TAXACCR nets the tax out of the jurisdiction.
      *
      * The lines are marked with the units returned and the
      * authorization, so a unit is never credited twice and an
      * authorization is never processed twice. An authorization is
      * credited whole or not at all: with no authorizer, lines
      * naming more than one purchase, a purchase not on the
      * customer's open items, a sold or missing account, or any
      * line not on file, returned beyond its quantity or without a
      * valid reason, it is rejected to the report (RMARPT) and
      * nothing on it is marked.
      *
      * The day's memos leave as one BH/BT-wrapped batch (RMACRTR,
      * batch RMACREDIT) for TRANPOST; GLEXTR books them through
      * the AJ mapping row for reason RT.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-AUTH-FILE ASSIGN TO 'RMAFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMA-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-TRAN-ID
               ALTERNATE RECORD KEY IS OPI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT ITEM-DETAIL-FILE ASSIGN TO 'ITEMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITM-STATUS.

           SELECT CREDIT-MEMO-FILE ASSIGN TO 'RMACRTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMT-STATUS.

           SELECT RMA-REPORT ASSIGN TO 'RMARPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-AUTH-FILE.
           COPY RMAREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  ITEM-DETAIL-FILE.
           COPY ITEMDTL.

       FD  CREDIT-MEMO-FILE.
       01  CREDIT-MEMO-TRAN-RECORD         PIC X(145).

       FD  RMA-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RMA-STATUS                   PIC XX.
           88  WS-RMA-OK                   VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-OPI-STATUS                   PIC XX.
           88  WS-OPI-OK                   VALUE '00'.

       01  WS-ITM-STATUS                   PIC XX.
           88  WS-ITM-OK                   VALUE '00'.

       01  WS-CMT-STATUS                   PIC XX.
           88  WS-CMT-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY TRANREC.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY RUNPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-ABORT-FLAG               PIC X VALUE 'N'.
               88  WS-RUN-ABORTED          VALUE 'Y'.
               88  WS-RUN-CLEAN            VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).

      *----------------------------------------------------------------*
      * The lines of the authorization in hand, with what each one
      * credits once it has been proved.
      *----------------------------------------------------------------*
       01  WS-RMA-HEADER.
           05  WS-RMH-NUMBER               PIC 9(8).
           05  WS-RMH-CUST-ID              PIC 9(8).
           05  WS-RMH-TRAN-ID              PIC 9(12).
           05  WS-RMH-AUTHORIZED-BY        PIC X(10).
           05  WS-RMH-REASON-CODE          PIC X(2).
           05  WS-RMH-REJECT-REASON        PIC X(40).

       01  WS-RMA-LINE-COUNT               PIC 9(3) VALUE 0.
       01  WS-RMA-LINE-TABLE.
           05  WS-RML-ENTRY OCCURS 50 TIMES.
               10  WS-RML-LINE-NO          PIC 9(3).
               10  WS-RML-QTY              PIC 9(5).
               10  WS-RML-REASON-CODE      PIC X(2).
               10  WS-RML-MERCHANDISE      PIC 9(7)V99.
               10  WS-RML-TAX              PIC 9(5)V99.
               10  WS-RML-DISCOUNT         PIC 9(5)V99.
               10  WS-RML-NOTE             PIC X(30).

       01  WS-RML-IDX                      PIC 9(3).
       01  WS-RML-CHECK-IDX                PIC 9(3).
       01  WS-RMA-LINES-DROPPED            PIC 9(3) VALUE 0.

      *----------------------------------------------------------------*
      * A line's credit is its units' proportion of the extended
      * amount and of the stamped shares. The return that brings the
      * line to its full quantity takes whatever earlier returns left,
      * so a line fully returned credits exactly what it charged.
      *----------------------------------------------------------------*
       01  WS-LINE-CREDIT-WORK.
           05  WS-LCW-RETURNED-BEFORE      PIC 9(5).
           05  WS-LCW-RETURNED-AFTER       PIC 9(5).
           05  WS-LCW-TAX-SHARE            PIC 9(5)V99.
           05  WS-LCW-DISC-SHARE           PIC 9(5)V99.
           05  WS-LCW-MERCH-BEFORE         PIC 9(7)V99.
           05  WS-LCW-MERCH-AFTER          PIC 9(7)V99.
           05  WS-LCW-TAX-BEFORE           PIC 9(5)V99.
           05  WS-LCW-TAX-AFTER            PIC 9(5)V99.
           05  WS-LCW-DISC-BEFORE          PIC 9(5)V99.
           05  WS-LCW-DISC-AFTER           PIC 9(5)V99.

       01  WS-RMA-TOTALS.
           05  WS-RMT-MERCHANDISE          PIC 9(7)V99.
           05  WS-RMT-TAX                  PIC 9(5)V99.
           05  WS-RMT-DISCOUNT             PIC 9(5)V99.
           05  WS-RMT-CREDIT               PIC S9(7)V99.

      *----------------------------------------------------------------*
      * Credit memos raised this run, held until the batch is written
      * so the header can carry the count.
      *----------------------------------------------------------------*
       01  WS-MEMO-BUFFER-COUNT            PIC 9(4) VALUE 0.
       01  WS-MEMO-BUFFER.
           05  WS-MMB-ENTRY OCCURS 2000 TIMES.
               10  WS-MMB-TRAN-ID          PIC 9(12).
               10  WS-MMB-CUST-ID          PIC 9(8).
               10  WS-MMB-ORIGINAL-TRAN    PIC 9(12).
               10  WS-MMB-RMA-NUMBER       PIC 9(8).
               10  WS-MMB-REASON-CODE      PIC X(2).
               10  WS-MMB-APPROVED-BY      PIC X(10).
               10  WS-MMB-MERCHANDISE      PIC 9(7)V99.
               10  WS-MMB-TAX              PIC 9(5)V99.
               10  WS-MMB-DISCOUNT         PIC 9(5)V99.
               10  WS-MMB-CREDIT           PIC S9(7)V99.

       01  WS-MMB-IDX                      PIC 9(4).
       01  WS-MEMO-AMOUNT-TOTAL            PIC S9(9)V99 VALUE 0.

       01  WS-MEMO-TID-WORK.
           05  WS-MTD-DATE                 PIC 9(8).
           05  WS-MTD-SERIAL               PIC 9(4) VALUE 0.
       01  WS-MEMO-TID-NUM REDEFINES WS-MEMO-TID-WORK
                                           PIC 9(12).

       01  WS-RUN-TOTALS.
           05  WS-RMA-LINES-READ           PIC 9(7) VALUE 0.
           05  WS-RMAS-READ                PIC 9(7) VALUE 0.
           05  WS-RMAS-CREDITED            PIC 9(7) VALUE 0.
           05  WS-RMAS-REJECTED            PIC 9(7) VALUE 0.
           05  WS-LINES-MARKED             PIC 9(7) VALUE 0.
           05  WS-WRITE-ERRORS             PIC 9(5) VALUE 0.
           05  WS-MERCHANDISE-TOTAL        PIC 9(9)V99 VALUE 0.
           05  WS-TAX-TOTAL                PIC 9(9)V99 VALUE 0.
           05  WS-DISCOUNT-TOTAL           PIC 9(9)V99 VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'RETURN AUTHORIZATION CREDIT MEMOS'.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE 'RMA'.
           05  FILLER                      PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(14) VALUE 'PURCHASE'.
           05  FILLER                      PIC X(5) VALUE 'LINE'.
           05  FILLER                      PIC X(7) VALUE '  QTY'.
           05  FILLER                      PIC X(4) VALUE 'RSN'.
           05  FILLER                      PIC X(13)
               VALUE ' MERCHANDISE'.
           05  FILLER                      PIC X(11) VALUE '       TAX'.
           05  FILLER                      PIC X(11) VALUE '  DISCOUNT'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(40) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-RMA-NUMBER           PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-TRAN-ID              PIC 9(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-LINE-NO              PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-QTY                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-REASON               PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-MERCHANDISE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-TAX                  PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-DISCOUNT             PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-NOTE                 PIC X(40).

       01  WS-MEMO-NOTE.
           05  FILLER                      PIC X(12)
               VALUE 'CREDIT MEMO '.
           05  WS-MNT-TRAN-ID              PIC 9(12).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-MNT-CREDIT               PIC Z,ZZZ,ZZ9.99-.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(30).
           05  WS-TOT-LABEL                PIC X(30).
           05  WS-TOT-COUNT                PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TOT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-PROCESS-ONE-RMA UNTIL WS-EOF
               PERFORM 7000-WRITE-MEMO-BATCH
               PERFORM 8000-WRITE-TOTALS
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-RUN-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-MTD-DATE
           SET RC-FN-START-STEP TO TRUE
           MOVE 'RMAPROC' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           OPEN INPUT RETURN-AUTH-FILE
           IF NOT WS-RMA-OK
               DISPLAY 'ERROR OPENING RETURN AUTHORIZATION FILE: '
                   WS-RMA-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           IF NOT WS-OPI-OK
               DISPLAY 'ERROR OPENING OPEN ITEM FILE: ' WS-OPI-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN I-O ITEM-DETAIL-FILE
           IF NOT WS-ITM-OK
               DISPLAY 'ERROR OPENING ITEM DETAIL FILE: '
                   WS-ITM-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT CREDIT-MEMO-FILE
           IF NOT WS-CMT-OK
               DISPLAY 'ERROR OPENING CREDIT MEMO BATCH: '
                   WS-CMT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT RMA-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING RETURN AUTHORIZATION REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-RUN-CLEAN
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
               PERFORM 1100-READ-RMA-LINE
           END-IF.

       1100-READ-RMA-LINE SECTION.

       1100-READ-RMA.
           READ RETURN-AUTH-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RMA-LINES-READ
           END-READ.

      *----------------------------------------------------------------*
      * The rows of one authorization are gathered, proved together,
      * and either credited together or rejected together.
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-RMA SECTION.

       2000-PROCESS-RMA.
           ADD 1 TO WS-RMAS-READ
           MOVE RMA-NUMBER TO WS-RMH-NUMBER
           MOVE RMA-CUST-ID TO WS-RMH-CUST-ID
           MOVE RMA-TRAN-ID TO WS-RMH-TRAN-ID
           MOVE RMA-AUTHORIZED-BY TO WS-RMH-AUTHORIZED-BY
           MOVE RMA-REASON-CODE TO WS-RMH-REASON-CODE
           MOVE SPACES TO WS-RMH-REJECT-REASON
           MOVE 0 TO WS-RMA-LINE-COUNT
           MOVE 0 TO WS-RMA-LINES-DROPPED
           PERFORM 2100-GATHER-ONE-LINE
               UNTIL WS-EOF OR RMA-NUMBER NOT = WS-RMH-NUMBER
           PERFORM 3000-PROVE-RMA
           IF WS-RMH-REJECT-REASON = SPACES
               PERFORM 4000-CREDIT-RMA
           ELSE
               ADD 1 TO WS-RMAS-REJECTED
           END-IF
           PERFORM 6000-REPORT-RMA.

       2100-GATHER-ONE-LINE SECTION.

       2100-GATHER-LINE.
           IF RMA-CUST-ID NOT = WS-RMH-CUST-ID
               OR RMA-TRAN-ID NOT = WS-RMH-TRAN-ID
               MOVE 'LINES NAME MORE THAN ONE PURCHASE' TO
                   WS-RMH-REJECT-REASON
           END-IF
           IF RMA-AUTHORIZED-BY NOT = WS-RMH-AUTHORIZED-BY
               MOVE SPACES TO WS-RMH-AUTHORIZED-BY
           END-IF
           IF WS-RMA-LINE-COUNT < 50
               ADD 1 TO WS-RMA-LINE-COUNT
               MOVE WS-RMA-LINE-COUNT TO WS-RML-IDX
               INITIALIZE WS-RML-ENTRY(WS-RML-IDX)
               MOVE RMA-LINE-NO TO WS-RML-LINE-NO(WS-RML-IDX)
               MOVE RMA-RETURN-QTY TO WS-RML-QTY(WS-RML-IDX)
               MOVE RMA-REASON-CODE TO
                   WS-RML-REASON-CODE(WS-RML-IDX)
               IF NOT RMA-REASON-VALID
                   MOVE 'RETURN REASON NOT RECOGNIZED' TO
                       WS-RML-NOTE(WS-RML-IDX)
               END-IF
               IF RMA-RETURN-QTY NOT NUMERIC OR RMA-RETURN-QTY = 0
                   MOVE 'NO QUANTITY RETURNED' TO
                       WS-RML-NOTE(WS-RML-IDX)
                   MOVE 0 TO WS-RML-QTY(WS-RML-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-RMA-LINES-DROPPED
           END-IF
           PERFORM 1100-READ-RMA-LINE.

      *----------------------------------------------------------------*
      * Authorization-level checks first, then every line against
      * ITEMFILE. The first failure found is the reason reported.
      *----------------------------------------------------------------*
       3000-PROVE-RMA SECTION.

       3000-PROVE.
           EVALUATE TRUE
               WHEN WS-RMH-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-RMA-LINES-DROPPED > 0
                   MOVE 'MORE THAN 50 LINES ON AUTHORIZATION' TO
                       WS-RMH-REJECT-REASON
               WHEN WS-RMH-AUTHORIZED-BY = SPACES
                   MOVE 'NO SINGLE AUTHORIZER' TO WS-RMH-REJECT-REASON
               WHEN OTHER
                   PERFORM 3100-CHECK-CUSTOMER
           END-EVALUATE
           IF WS-RMH-REJECT-REASON = SPACES
               PERFORM 3200-CHECK-PURCHASE
           END-IF
           IF WS-RMH-REJECT-REASON = SPACES
               PERFORM 3300-PROVE-ONE-LINE
                   VARYING WS-RML-IDX FROM 1 BY 1
                   UNTIL WS-RML-IDX > WS-RMA-LINE-COUNT
               PERFORM 3400-CHECK-LINE-NOTES
                   VARYING WS-RML-IDX FROM 1 BY 1
                   UNTIL WS-RML-IDX > WS-RMA-LINE-COUNT
                       OR WS-RMH-REJECT-REASON NOT = SPACES
           END-IF
           IF WS-RMH-REJECT-REASON = SPACES
               PERFORM 3500-TOTAL-CREDIT
           END-IF.

      *----------------------------------------------------------------*
      * A sold account's credit belongs to the debt buyer's side of
      * the ledger, so it is not credited here.
      *----------------------------------------------------------------*
       3100-CHECK-CUSTOMER SECTION.

       3100-CHECK-CUST.
           MOVE WS-RMH-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FILE-OK
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-RMH-REJECT-REASON
               WHEN CUST-ID OF WS-WORK-CUSTOMER NOT = WS-RMH-CUST-ID
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-RMH-REJECT-REASON
               WHEN CUST-STAT-SOLD OF WS-WORK-CUSTOMER
                   MOVE 'ACCOUNT SOLD' TO WS-RMH-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-CHECK-PURCHASE SECTION.

       3200-CHECK-PUR.
           MOVE WS-RMH-TRAN-ID TO OPI-TRAN-ID
           READ OPEN-ITEM-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-OPI-OK
               OR OPI-CUST-ID NOT = WS-RMH-CUST-ID
               MOVE 'PURCHASE NOT ON FILE FOR CUSTOMER' TO
                   WS-RMH-REJECT-REASON
           END-IF.

      *----------------------------------------------------------------*
      * A line must be on file for the purchase, named once on the
      * authorization, not already credited under it, and have the
      * units still unreturned. Its credit is figured here and
      * applied only when the whole authorization has proved good.
      *----------------------------------------------------------------*
       3300-PROVE-ONE-LINE SECTION.

       3300-PROVE-LINE.
           IF WS-RML-NOTE(WS-RML-IDX) = SPACES
               PERFORM 3310-CHECK-NAMED-TWICE
                   VARYING WS-RML-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-RML-CHECK-IDX NOT < WS-RML-IDX
           END-IF
           IF WS-RML-NOTE(WS-RML-IDX) = SPACES
               MOVE WS-RMH-TRAN-ID TO ITM-TRAN-ID
               MOVE WS-RML-LINE-NO(WS-RML-IDX) TO ITM-LINE-NO
               READ ITEM-DETAIL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-ITM-OK
                   MOVE 'LINE NOT ON FILE' TO WS-RML-NOTE(WS-RML-IDX)
               ELSE
                   PERFORM 3320-FIGURE-LINE-CREDIT
               END-IF
           END-IF.

       3310-CHECK-NAMED-TWICE SECTION.

       3310-CHECK-TWICE.
           IF WS-RML-LINE-NO(WS-RML-CHECK-IDX) =
               WS-RML-LINE-NO(WS-RML-IDX)
               MOVE 'LINE NAMED TWICE' TO WS-RML-NOTE(WS-RML-IDX)
           END-IF.

       3320-FIGURE-LINE-CREDIT SECTION.

       3320-FIGURE-CREDIT.
           MOVE 0 TO WS-LCW-RETURNED-BEFORE
           MOVE 0 TO WS-LCW-TAX-SHARE
           MOVE 0 TO WS-LCW-DISC-SHARE
           IF ITM-RETURNED-QTY NUMERIC
               MOVE ITM-RETURNED-QTY TO WS-LCW-RETURNED-BEFORE
           END-IF
           IF ITM-TAX-SHARE NUMERIC
               MOVE ITM-TAX-SHARE TO WS-LCW-TAX-SHARE
           END-IF
           IF ITM-DISCOUNT-SHARE NUMERIC
               MOVE ITM-DISCOUNT-SHARE TO WS-LCW-DISC-SHARE
           END-IF
           COMPUTE WS-LCW-RETURNED-AFTER =
               WS-LCW-RETURNED-BEFORE + WS-RML-QTY(WS-RML-IDX)
           EVALUATE TRUE
               WHEN ITM-LAST-RMA-NUMBER NUMERIC
                   AND ITM-LAST-RMA-NUMBER = WS-RMH-NUMBER
                   MOVE 'ALREADY CREDITED UNDER THIS RMA' TO
                       WS-RML-NOTE(WS-RML-IDX)
               WHEN ITM-QUANTITY NOT NUMERIC OR ITM-QUANTITY = 0
                   MOVE 'LINE CARRIES NO QUANTITY' TO
                       WS-RML-NOTE(WS-RML-IDX)
               WHEN WS-LCW-RETURNED-AFTER > ITM-QUANTITY
                   MOVE 'MORE THAN THE UNITS NOT YET RETURNED' TO
                       WS-RML-NOTE(WS-RML-IDX)
               WHEN OTHER
                   COMPUTE WS-LCW-MERCH-BEFORE ROUNDED =
                       ITM-EXTENDED-AMOUNT * WS-LCW-RETURNED-BEFORE
                       / ITM-QUANTITY
                   COMPUTE WS-LCW-MERCH-AFTER ROUNDED =
                       ITM-EXTENDED-AMOUNT * WS-LCW-RETURNED-AFTER
                       / ITM-QUANTITY
                   COMPUTE WS-LCW-TAX-BEFORE ROUNDED =
                       WS-LCW-TAX-SHARE * WS-LCW-RETURNED-BEFORE
                       / ITM-QUANTITY
                   COMPUTE WS-LCW-TAX-AFTER ROUNDED =
                       WS-LCW-TAX-SHARE * WS-LCW-RETURNED-AFTER
                       / ITM-QUANTITY
                   COMPUTE WS-LCW-DISC-BEFORE ROUNDED =
                       WS-LCW-DISC-SHARE * WS-LCW-RETURNED-BEFORE
                       / ITM-QUANTITY
                   COMPUTE WS-LCW-DISC-AFTER ROUNDED =
                       WS-LCW-DISC-SHARE * WS-LCW-RETURNED-AFTER
                       / ITM-QUANTITY
                   COMPUTE WS-RML-MERCHANDISE(WS-RML-IDX) =
                       WS-LCW-MERCH-AFTER - WS-LCW-MERCH-BEFORE
                   COMPUTE WS-RML-TAX(WS-RML-IDX) =
                       WS-LCW-TAX-AFTER - WS-LCW-TAX-BEFORE
                   COMPUTE WS-RML-DISCOUNT(WS-RML-IDX) =
                       WS-LCW-DISC-AFTER - WS-LCW-DISC-BEFORE
           END-EVALUATE.

       3400-CHECK-LINE-NOTES SECTION.

       3400-CHECK-NOTES.
           IF WS-RML-NOTE(WS-RML-IDX) NOT = SPACES
               MOVE 'A LINE FAILED - SEE LINE NOTES' TO
                   WS-RMH-REJECT-REASON
           END-IF.

       3500-TOTAL-CREDIT SECTION.

       3500-TOTAL.
           MOVE 0 TO WS-RMT-MERCHANDISE
           MOVE 0 TO WS-RMT-TAX
           MOVE 0 TO WS-RMT-DISCOUNT
           PERFORM 3510-ADD-ONE-LINE
               VARYING WS-RML-IDX FROM 1 BY 1
               UNTIL WS-RML-IDX > WS-RMA-LINE-COUNT
           COMPUTE WS-RMT-CREDIT =
               WS-RMT-MERCHANDISE + WS-RMT-TAX - WS-RMT-DISCOUNT
           EVALUATE TRUE
               WHEN WS-RMT-CREDIT NOT > 0
                   MOVE 'NOTHING TO CREDIT' TO WS-RMH-REJECT-REASON
               WHEN WS-MEMO-BUFFER-COUNT NOT < 2000
                   MOVE 'MEMO BATCH FULL - RESUBMIT NEXT RUN' TO
                       WS-RMH-REJECT-REASON
               WHEN WS-MTD-SERIAL = 9999
                   MOVE 'NO TRANSACTION NUMBERS LEFT TODAY' TO
                       WS-RMH-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3510-ADD-ONE-LINE SECTION.

       3510-ADD-LINE.
           ADD WS-RML-MERCHANDISE(WS-RML-IDX) TO WS-RMT-MERCHANDISE
           ADD WS-RML-TAX(WS-RML-IDX) TO WS-RMT-TAX
           ADD WS-RML-DISCOUNT(WS-RML-IDX) TO WS-RMT-DISCOUNT.

      *----------------------------------------------------------------*
      * The lines are marked returned and the memo is buffered for
      * the batch.
      *----------------------------------------------------------------*
       4000-CREDIT-RMA SECTION.

       4000-CREDIT.
           ADD 1 TO WS-RMAS-CREDITED
           ADD 1 TO WS-MTD-SERIAL
           PERFORM 4100-MARK-ONE-LINE
               VARYING WS-RML-IDX FROM 1 BY 1
               UNTIL WS-RML-IDX > WS-RMA-LINE-COUNT
           ADD 1 TO WS-MEMO-BUFFER-COUNT
           MOVE WS-MEMO-BUFFER-COUNT TO WS-MMB-IDX
           MOVE WS-MEMO-TID-NUM TO WS-MMB-TRAN-ID(WS-MMB-IDX)
           MOVE WS-RMH-CUST-ID TO WS-MMB-CUST-ID(WS-MMB-IDX)
           MOVE WS-RMH-TRAN-ID TO WS-MMB-ORIGINAL-TRAN(WS-MMB-IDX)
           MOVE WS-RMH-NUMBER TO WS-MMB-RMA-NUMBER(WS-MMB-IDX)
           MOVE WS-RMH-REASON-CODE TO WS-MMB-REASON-CODE(WS-MMB-IDX)
           MOVE WS-RMH-AUTHORIZED-BY TO
               WS-MMB-APPROVED-BY(WS-MMB-IDX)
           MOVE WS-RMT-MERCHANDISE TO WS-MMB-MERCHANDISE(WS-MMB-IDX)
           MOVE WS-RMT-TAX TO WS-MMB-TAX(WS-MMB-IDX)
           MOVE WS-RMT-DISCOUNT TO WS-MMB-DISCOUNT(WS-MMB-IDX)
           COMPUTE WS-MMB-CREDIT(WS-MMB-IDX) = 0 - WS-RMT-CREDIT
           ADD WS-MMB-CREDIT(WS-MMB-IDX) TO WS-MEMO-AMOUNT-TOTAL
           ADD WS-RMT-MERCHANDISE TO WS-MERCHANDISE-TOTAL
           ADD WS-RMT-TAX TO WS-TAX-TOTAL
           ADD WS-RMT-DISCOUNT TO WS-DISCOUNT-TOTAL.

       4100-MARK-ONE-LINE SECTION.

       4100-MARK-LINE.
           MOVE WS-RMH-TRAN-ID TO ITM-TRAN-ID
           MOVE WS-RML-LINE-NO(WS-RML-IDX) TO ITM-LINE-NO
           READ ITEM-DETAIL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ITM-OK
               IF ITM-RETURNED-QTY NOT NUMERIC
                   MOVE 0 TO ITM-RETURNED-QTY
               END-IF
               ADD WS-RML-QTY(WS-RML-IDX) TO ITM-RETURNED-QTY
               MOVE WS-RMH-NUMBER TO ITM-LAST-RMA-NUMBER
               MOVE WS-TODAY-DATE TO ITM-LAST-RETURN-DATE
               REWRITE ITEM-DETAIL-RECORD
           END-IF
           IF WS-ITM-OK
               ADD 1 TO WS-LINES-MARKED
           ELSE
               ADD 1 TO WS-WRITE-ERRORS
               MOVE 'LINE NOT MARKED RETURNED' TO
                   WS-RML-NOTE(WS-RML-IDX)
               DISPLAY 'ERROR MARKING RETURNED LINE: ' WS-RMH-TRAN-ID
                   '/' WS-RML-LINE-NO(WS-RML-IDX)
                   ' STATUS: ' WS-ITM-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * Every line of the authorization, then the memo raised or the
      * reason it was rejected.
      *----------------------------------------------------------------*
       6000-REPORT-RMA SECTION.

       6000-REPORT.
           PERFORM 6100-REPORT-ONE-LINE
               VARYING WS-RML-IDX FROM 1 BY 1
               UNTIL WS-RML-IDX > WS-RMA-LINE-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RMH-NUMBER TO WS-DTL-RMA-NUMBER
           MOVE WS-RMH-CUST-ID TO WS-DTL-CUST-ID
           MOVE WS-RMH-TRAN-ID TO WS-DTL-TRAN-ID
           IF WS-RMH-REJECT-REASON = SPACES
               MOVE WS-RMT-MERCHANDISE TO WS-DTL-MERCHANDISE
               MOVE WS-RMT-TAX TO WS-DTL-TAX
               MOVE WS-RMT-DISCOUNT TO WS-DTL-DISCOUNT
               MOVE WS-MEMO-TID-NUM TO WS-MNT-TRAN-ID
               MOVE WS-MMB-CREDIT(WS-MMB-IDX) TO WS-MNT-CREDIT
               MOVE WS-MEMO-NOTE TO WS-DTL-NOTE
           ELSE
               MOVE 'REJECTED - ' TO WS-DTL-NOTE
               MOVE WS-RMH-REJECT-REASON TO WS-DTL-NOTE(12:29)
           END-IF
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       6100-REPORT-ONE-LINE SECTION.

       6100-REPORT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RMH-NUMBER TO WS-DTL-RMA-NUMBER
           MOVE WS-RMH-CUST-ID TO WS-DTL-CUST-ID
           MOVE WS-RMH-TRAN-ID TO WS-DTL-TRAN-ID
           MOVE WS-RML-LINE-NO(WS-RML-IDX) TO WS-DTL-LINE-NO
           MOVE WS-RML-QTY(WS-RML-IDX) TO WS-DTL-QTY
           MOVE WS-RML-REASON-CODE(WS-RML-IDX) TO WS-DTL-REASON
           MOVE WS-RML-MERCHANDISE(WS-RML-IDX) TO WS-DTL-MERCHANDISE
           MOVE WS-RML-TAX(WS-RML-IDX) TO WS-DTL-TAX
           MOVE WS-RML-DISCOUNT(WS-RML-IDX) TO WS-DTL-DISCOUNT
           MOVE WS-RML-NOTE(WS-RML-IDX) TO WS-DTL-NOTE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------*
      * One BH/BT-wrapped batch of credit memos for the posting run,
      * the trailer hash carrying the signed total. A run with
      * nothing credited leaves the batch file empty.
      *----------------------------------------------------------------*
       7000-WRITE-MEMO-BATCH SECTION.

       7000-WRITE-BATCH.
           IF WS-MEMO-BUFFER-COUNT > 0
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE 'BH' TO BHR-RECORD-TYPE
               MOVE WS-TODAY-DATE TO BHR-BATCH-DATE
               MOVE 'RMACREDIT ' TO BHR-BATCH-ID
               MOVE WS-MEMO-BUFFER-COUNT TO BHR-EXPECTED-COUNT
               WRITE CREDIT-MEMO-TRAN-RECORD FROM TRANSACTION-RECORD
               PERFORM 7100-WRITE-ONE-MEMO
                   VARYING WS-MMB-IDX FROM 1 BY 1
                   UNTIL WS-MMB-IDX > WS-MEMO-BUFFER-COUNT
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE 'BT' TO BTR-RECORD-TYPE
               MOVE WS-MEMO-BUFFER-COUNT TO BTR-RECORD-COUNT
               MOVE WS-MEMO-AMOUNT-TOTAL TO BTR-HASH-TOTAL
               WRITE CREDIT-MEMO-TRAN-RECORD FROM TRANSACTION-RECORD
               IF NOT WS-CMT-OK
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY 'ERROR WRITING BATCH TRAILER: '
                       WS-CMT-STATUS
               END-IF
           END-IF.

       7100-WRITE-ONE-MEMO SECTION.

       7100-WRITE-MEMO.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-MMB-TRAN-ID(WS-MMB-IDX) TO TRAN-ID
           MOVE WS-TODAY-DATE TO TRAN-DATE
           MOVE 0 TO TRAN-TIME
           MOVE 'AJ' TO TRAN-TYPE
           MOVE WS-MMB-CUST-ID(WS-MMB-IDX) TO TRAN-CUSTOMER-ID
           MOVE WS-MMB-CREDIT(WS-MMB-IDX) TO TRAN-AMOUNT
           SET CMO-RETURN-CREDIT TO TRUE
           MOVE WS-MMB-ORIGINAL-TRAN(WS-MMB-IDX) TO CMO-ORIGINAL-TRAN
           MOVE WS-MMB-RMA-NUMBER(WS-MMB-IDX) TO CMO-RMA-NUMBER
           MOVE WS-MMB-REASON-CODE(WS-MMB-IDX) TO CMO-RETURN-REASON
           MOVE WS-MMB-APPROVED-BY(WS-MMB-IDX) TO CMO-APPROVED-BY
           MOVE WS-MMB-MERCHANDISE(WS-MMB-IDX) TO
               CMO-MERCHANDISE-AMOUNT
           MOVE WS-MMB-TAX(WS-MMB-IDX) TO CMO-TAX-AMOUNT
           MOVE WS-MMB-DISCOUNT(WS-MMB-IDX) TO CMO-DISCOUNT-AMOUNT
           WRITE CREDIT-MEMO-TRAN-RECORD FROM TRANSACTION-RECORD
           IF NOT WS-CMT-OK
               ADD 1 TO WS-WRITE-ERRORS
               DISPLAY 'ERROR WRITING CREDIT MEMO FOR RMA: '
                   WS-MMB-RMA-NUMBER(WS-MMB-IDX) ' STATUS: '
                   WS-CMT-STATUS
           END-IF.

       8000-WRITE-TOTALS SECTION.

       8000-WRITE-TOT.
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'AUTHORIZATIONS READ' TO WS-TOT-LABEL
           MOVE WS-RMAS-READ TO WS-TOT-COUNT
           MOVE 0 TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'AUTHORIZATIONS REJECTED' TO WS-TOT-LABEL
           MOVE WS-RMAS-REJECTED TO WS-TOT-COUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'CREDITED - MERCHANDISE' TO WS-TOT-LABEL
           MOVE WS-RMAS-CREDITED TO WS-TOT-COUNT
           MOVE WS-MERCHANDISE-TOTAL TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE '         - TAX' TO WS-TOT-LABEL
           MOVE WS-TAX-TOTAL TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE '         - DISCOUNT REVERSED' TO WS-TOT-LABEL
           MOVE WS-DISCOUNT-TOTAL TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE '         - MEMO BATCH TOTAL' TO WS-TOT-LABEL
           MOVE WS-MEMO-AMOUNT-TOTAL TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'ITEM LINES MARKED RETURNED' TO WS-TOT-LABEL
           MOVE WS-LINES-MARKED TO WS-TOT-COUNT
           MOVE 0 TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RUN-CLEAN
               CLOSE RETURN-AUTH-FILE
               CLOSE CUSTOMER-FILE
               CLOSE OPEN-ITEM-FILE
               CLOSE ITEM-DETAIL-FILE
               CLOSE CREDIT-MEMO-FILE
               CLOSE RMA-REPORT
           END-IF
           DISPLAY 'RMA LINES READ:          ' WS-RMA-LINES-READ
           DISPLAY 'AUTHORIZATIONS READ:     ' WS-RMAS-READ
           DISPLAY 'CREDIT MEMOS RAISED:     ' WS-RMAS-CREDITED
           DISPLAY 'AUTHORIZATIONS REJECTED: ' WS-RMAS-REJECTED
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WRITE-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RMAS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           IF WS-RUN-CLEAN
               SET RC-FN-END-STEP TO TRUE
               MOVE 'RMAPROC' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-RMAS-CREDITED TO RC-RECORD-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.
