       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOLCONV.
      *================================================================*
      * WRITE-OFF LEDGER LAYOUT CONVERSION (ONE-TIME CUTOVER)
      * The write-off ledger record grew when DEBTSALE began marking
      * the charged-off accounts it sells - sale status, sale date,
      * sale price and buyer - so the standing WOLEDGER data set no
      * longer matches the layout WRITEOFF, DEBTSALE and the ledger
      * readers open with. This cutover step copies it into the new
      * layout, row order preserved, every prior field unchanged and
      * each row marked not sold with a zero date and price and no
      * buyer: no account had been sold before the sale fields
      * existed, so every payment after a write-off still counts as
      * a recovery exactly as it did. The old record's trailing
      * filler is not carried. The job swaps the converted data set
      * into the old one's place, the same swap arrangement
      * MNTHCLSE's period file uses. Rerunnable: the output rebuilds
      * from scratch each run.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LEDGER-FILE ASSIGN TO 'WOLEDOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-LEDGER-FILE ASSIGN TO 'WOLEDNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * The ledger record as it stood before the sale fields - 48
      * bytes against today's 65.
      *----------------------------------------------------------------*
       FD  OLD-LEDGER-FILE.
       01  OLD-WRITEOFF-RECORD.
           05  OLD-WOL-CUST-ID             PIC 9(8).
           05  OLD-WOL-WRITEOFF-DATE       PIC 9(8).
           05  OLD-WOL-AMOUNT              PIC 9(7)V99.
           05  OLD-WOL-APPROVED-BY         PIC X(8).
           05  FILLER                      PIC X(15).

       FD  NEW-LEDGER-FILE.
           COPY WOLEDGER.

       WORKING-STORAGE SECTION.

       01  WS-OLD-STATUS                   PIC XX.
           88  WS-OLD-OK                   VALUE '00'.

       01  WS-NEW-STATUS                   PIC XX.
           88  WS-NEW-OK                   VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-LEDGER-OPEN-FLAG         PIC X VALUE 'N'.
               88  WS-LEDGER-OPEN          VALUE 'Y'.

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
           OPEN INPUT OLD-LEDGER-FILE
           IF NOT WS-OLD-OK
               DISPLAY 'ERROR OPENING OLD WRITE-OFF LEDGER: '
                   WS-OLD-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-LEDGER-FILE
           IF NOT WS-NEW-OK
               DISPLAY 'ERROR OPENING NEW WRITE-OFF LEDGER: '
                   WS-NEW-STATUS
               SET WS-EOF TO TRUE
           ELSE
               SET WS-LEDGER-OPEN TO TRUE
           END-IF.

       2000-CONVERT-ONE-RECORD SECTION.

       2000-CONVERT.
           READ OLD-LEDGER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 4000-BUILD-NEW-RECORD
                   WRITE WRITEOFF-RECORD
                   IF WS-NEW-OK
                       ADD 1 TO WS-RECORDS-WRITTEN
                   ELSE
                       DISPLAY 'ERROR WRITING CONVERTED WRITE-OFF '
                           'RECORD: ' WS-NEW-STATUS
                   END-IF
           END-READ.

       4000-BUILD-NEW-RECORD SECTION.

       4000-BUILD.
           INITIALIZE WRITEOFF-RECORD
           MOVE OLD-WOL-CUST-ID TO WOL-CUST-ID
           MOVE OLD-WOL-WRITEOFF-DATE TO WOL-WRITEOFF-DATE
           MOVE OLD-WOL-AMOUNT TO WOL-AMOUNT
           MOVE OLD-WOL-APPROVED-BY TO WOL-APPROVED-BY
           SET WOL-NOT-SOLD TO TRUE
           MOVE 0 TO WOL-SALE-DATE
           MOVE 0 TO WOL-SALE-PRICE
           MOVE SPACES TO WOL-BUYER-ID.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE OLD-LEDGER-FILE
           IF WS-LEDGER-OPEN
               CLOSE NEW-LEDGER-FILE
           END-IF
           DISPLAY 'WRITE-OFF RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY 'WRITE-OFF RECORDS CONVERTED: ' WS-RECORDS-WRITTEN.
