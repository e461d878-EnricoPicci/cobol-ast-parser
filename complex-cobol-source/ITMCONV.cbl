       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMCONV.
      *================================================================*
      * ITEM DETAIL LAYOUT CONVERSION (ONE-TIME CUTOVER)
      * The purchase item detail record grew when TRANPOST began
      * stamping each line's tax and discount share, when RMAPROC
      * began counting returns against the line, and when lines were
      * coded to the product master, so the standing ITEMFILE data
      * set no longer matches the layout TRANPOST, CUSTSTMT and
      * RMAPROC open with. This cutover step copies it into the new
      * layout, key order preserved, every prior field unchanged, the
      * shares, returned quantity and last return zeros and the
      * product code spaces. Zero shares on a line already posted
      * mean RMAPROC credits its extended amount alone on a return,
      * as it did before the shares existed; spaces is a line not
      * coded to the catalogue, which the pre-edit only applies to
      * purchases yet to post. The job swaps the converted data set
      * into the old one's place, the same swap arrangement
      * MNTHCLSE's period file uses. Rerunnable: the output rebuilds
      * from scratch each run.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ITEM-FILE ASSIGN TO 'ITEMFOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ITM-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-ITEM-FILE ASSIGN TO 'ITEMFNEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * The item record as it stood before the shares, the return
      * counts and the product code - 59 bytes against today's 104.
      *----------------------------------------------------------------*
       FD  OLD-ITEM-FILE.
       01  OLD-ITEM-DETAIL-RECORD.
           05  OLD-ITM-KEY.
               10  OLD-ITM-TRAN-ID         PIC 9(12).
               10  OLD-ITM-LINE-NO         PIC 9(3).
           05  OLD-ITM-DESCRIPTION         PIC X(30).
           05  OLD-ITM-QUANTITY            PIC 9(5).
           05  OLD-ITM-EXTENDED-AMOUNT     PIC 9(7)V99.

       FD  NEW-ITEM-FILE.
           COPY ITEMDTL.

       WORKING-STORAGE SECTION.

       01  WS-OLD-STATUS                   PIC XX.
           88  WS-OLD-OK                   VALUE '00'.

       01  WS-NEW-STATUS                   PIC XX.
           88  WS-NEW-OK                   VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-ITEMS-OPEN-FLAG          PIC X VALUE 'N'.
               88  WS-ITEMS-OPEN           VALUE 'Y'.

       01  WS-CONVERT-TOTALS.
           05  WS-RECORDS-READ             PIC 9(7) VALUE 0.
           05  WS-RECORDS-WRITTEN          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-ONE-RECORD UNTIL WS-EOF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-CONVERT-TOTALS
           OPEN INPUT OLD-ITEM-FILE
           IF NOT WS-OLD-OK
               DISPLAY 'ERROR OPENING OLD ITEM DETAIL FILE: '
                   WS-OLD-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-ITEM-FILE
           IF NOT WS-NEW-OK
               DISPLAY 'ERROR OPENING NEW ITEM DETAIL FILE: '
                   WS-NEW-STATUS
               SET WS-EOF TO TRUE
           ELSE
               SET WS-ITEMS-OPEN TO TRUE
           END-IF.

       2000-CONVERT-ONE-RECORD SECTION.

       2000-CONVERT.
           READ OLD-ITEM-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 4000-BUILD-NEW-RECORD
                   WRITE ITEM-DETAIL-RECORD
                   IF WS-NEW-OK
                       ADD 1 TO WS-RECORDS-WRITTEN
                   ELSE
                       DISPLAY 'ERROR WRITING CONVERTED ITEM DETAIL '
                           'RECORD: ' WS-NEW-STATUS
                   END-IF
           END-READ.

       4000-BUILD-NEW-RECORD SECTION.

       4000-BUILD.
           INITIALIZE ITEM-DETAIL-RECORD
           MOVE OLD-ITM-TRAN-ID TO ITM-TRAN-ID
           MOVE OLD-ITM-LINE-NO TO ITM-LINE-NO
           MOVE OLD-ITM-DESCRIPTION TO ITM-DESCRIPTION
           MOVE OLD-ITM-QUANTITY TO ITM-QUANTITY
           MOVE OLD-ITM-EXTENDED-AMOUNT TO ITM-EXTENDED-AMOUNT
           MOVE 0 TO ITM-TAX-SHARE
           MOVE 0 TO ITM-DISCOUNT-SHARE
           MOVE 0 TO ITM-RETURNED-QTY
           MOVE 0 TO ITM-LAST-RMA-NUMBER
           MOVE 0 TO ITM-LAST-RETURN-DATE
           MOVE SPACES TO ITM-PRODUCT-CODE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE OLD-ITEM-FILE
           IF WS-ITEMS-OPEN
               CLOSE NEW-ITEM-FILE
           END-IF
           DISPLAY 'ITEM DETAIL RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY 'ITEM DETAIL RECORDS CONVERTED: '
               WS-RECORDS-WRITTEN.
