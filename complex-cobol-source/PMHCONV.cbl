       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMHCONV.
      *================================================================*
      * PAYMENT HISTORY LAYOUT CONVERSION (ONE-TIME CUTOVER)
      * The payment history record grew when the card authorization
      * code was added behind the status flag, for CHGBACK to match a
      * chargeback to the payment it disputes, so the standing
      * PAYHIST data set and PMHARCH's archive of it (PMHARCHV) no
      * longer match the layout TRANPOST and the history readers
      * open with. This cutover step copies both into the new
      * layout, record order preserved, every prior field unchanged
      * and the authorization code spaces - the value every payment
      * not taken by card carries anyway. CHGBACK passes over a card
      * payment with no code, so a chargeback against one taken
      * before cutover is left unmatched for the desk to work. An
      * installation that has never archived has no PMHARCHV, and
      * that half is skipped. The job swaps each converted data set
      * into its old one's place, the same swap arrangement
      * MNTHCLSE's period file uses. Rerunnable: the output rebuilds
      * from scratch each run.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO 'PAYHOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-HST-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO 'PAYHNEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMH-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-ARCHIVE-FILE ASSIGN TO 'PMHAOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDA-STATUS.

           SELECT NEW-ARCHIVE-FILE ASSIGN TO 'PMHANEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05  OLD-HST-KEY                 PIC X(13).
           05  FILLER                      PIC X(40).

       FD  NEW-HISTORY-FILE.
           COPY PAYHIST.

       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARCHIVE-RECORD              PIC X(53).

       FD  NEW-ARCHIVE-FILE.
       01  NEW-ARCHIVE-RECORD              PIC X(65).

       WORKING-STORAGE SECTION.

       01  WS-OLD-STATUS                   PIC XX.
           88  WS-OLD-OK                   VALUE '00'.

       01  WS-NEW-STATUS                   PIC XX.
           88  WS-NEW-OK                   VALUE '00'.

       01  WS-OLDA-STATUS                  PIC XX.
           88  WS-OLDA-OK                  VALUE '00'.

       01  WS-NEWA-STATUS                  PIC XX.
           88  WS-NEWA-OK                  VALUE '00'.

      *----------------------------------------------------------------*
      * The history record as it stood before the authorization
      * code - 53 bytes against today's 65. Both data sets are read
      * into it.
      *----------------------------------------------------------------*
       01  OLD-PAYMENT-HISTORY-RECORD.
           05  OLD-PMH-KEY.
               10  OLD-PMH-CUST-ID         PIC 9(8).
               10  OLD-PMH-SEQUENCE        PIC 9(5).
           05  OLD-PMH-PAYMENT-DATE        PIC 9(8).
           05  OLD-PMH-PAYMENT-AMOUNT      PIC S9(7)V99.
           05  OLD-PMH-PAY-METHOD          PIC X(2).
           05  OLD-PMH-PAY-REFERENCE       PIC X(20).
           05  OLD-PMH-STATUS-FLAG         PIC X(1).

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-HISTORY-OPEN-FLAG        PIC X VALUE 'N'.
               88  WS-HISTORY-OPEN         VALUE 'Y'.

       01  WS-CONVERT-TOTALS.
           05  WS-RECORDS-READ             PIC 9(7) VALUE 0.
           05  WS-RECORDS-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-ARCHIVE-READ             PIC 9(7) VALUE 0.
           05  WS-ARCHIVE-WRITTEN          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-ONE-RECORD UNTIL WS-EOF
           PERFORM 3000-CONVERT-ARCHIVE
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-CONVERT-TOTALS
           OPEN INPUT OLD-HISTORY-FILE
           IF NOT WS-OLD-OK
               DISPLAY 'ERROR OPENING OLD PAYMENT HISTORY: '
                   WS-OLD-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-HISTORY-FILE
           IF NOT WS-NEW-OK
               DISPLAY 'ERROR OPENING NEW PAYMENT HISTORY: '
                   WS-NEW-STATUS
               SET WS-EOF TO TRUE
           ELSE
               SET WS-HISTORY-OPEN TO TRUE
           END-IF.

       2000-CONVERT-ONE-RECORD SECTION.

       2000-CONVERT.
           READ OLD-HISTORY-FILE INTO OLD-PAYMENT-HISTORY-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 4000-BUILD-NEW-RECORD
                   WRITE PAYMENT-HISTORY-RECORD
                   IF WS-NEW-OK
                       ADD 1 TO WS-RECORDS-WRITTEN
                   ELSE
                       DISPLAY 'ERROR WRITING CONVERTED PAYMENT '
                           'HISTORY RECORD: ' WS-NEW-STATUS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * The archive is built in the history record area, which stays
      * open for the purpose until the end of the run.
      *----------------------------------------------------------------*
       3000-CONVERT-ARCHIVE SECTION.

       3000-CONVERT-ARCH.
           OPEN INPUT OLD-ARCHIVE-FILE
           IF NOT WS-OLDA-OK
               DISPLAY 'PAYMENT ARCHIVE NOT AVAILABLE, SKIPPED: '
                   WS-OLDA-STATUS
           ELSE
               OPEN OUTPUT NEW-ARCHIVE-FILE
               IF NOT WS-NEWA-OK OR NOT WS-HISTORY-OPEN
                   DISPLAY 'ERROR OPENING NEW PAYMENT ARCHIVE: '
                       WS-NEWA-STATUS
               ELSE
                   SET WS-NOT-EOF TO TRUE
                   PERFORM 3100-CONVERT-ONE-ARCHIVED UNTIL WS-EOF
                   CLOSE NEW-ARCHIVE-FILE
               END-IF
               CLOSE OLD-ARCHIVE-FILE
           END-IF.

       3100-CONVERT-ONE-ARCHIVED SECTION.

       3100-CONVERT-ARCH-ONE.
           READ OLD-ARCHIVE-FILE INTO OLD-PAYMENT-HISTORY-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ
                   PERFORM 4000-BUILD-NEW-RECORD
                   WRITE NEW-ARCHIVE-RECORD
                       FROM PAYMENT-HISTORY-RECORD
                   IF WS-NEWA-OK
                       ADD 1 TO WS-ARCHIVE-WRITTEN
                   ELSE
                       DISPLAY 'ERROR WRITING CONVERTED PAYMENT '
                           'ARCHIVE RECORD: ' WS-NEWA-STATUS
                   END-IF
           END-READ.

       4000-BUILD-NEW-RECORD SECTION.

       4000-BUILD.
           INITIALIZE PAYMENT-HISTORY-RECORD
           MOVE OLD-PMH-CUST-ID TO PMH-CUST-ID
           MOVE OLD-PMH-SEQUENCE TO PMH-SEQUENCE
           MOVE OLD-PMH-PAYMENT-DATE TO PMH-PAYMENT-DATE
           MOVE OLD-PMH-PAYMENT-AMOUNT TO PMH-PAYMENT-AMOUNT
           MOVE OLD-PMH-PAY-METHOD TO PMH-PAY-METHOD
           MOVE OLD-PMH-PAY-REFERENCE TO PMH-PAY-REFERENCE
           MOVE OLD-PMH-STATUS-FLAG TO PMH-STATUS-FLAG
           MOVE SPACES TO PMH-PAY-AUTH-CODE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE OLD-HISTORY-FILE
           IF WS-HISTORY-OPEN
               CLOSE NEW-HISTORY-FILE
           END-IF
           DISPLAY 'PAYMENT HISTORY RECORDS READ:      '
               WS-RECORDS-READ
           DISPLAY 'PAYMENT HISTORY RECORDS CONVERTED: '
               WS-RECORDS-WRITTEN
           DISPLAY 'ARCHIVED PAYMENTS READ:            '
               WS-ARCHIVE-READ
           DISPLAY 'ARCHIVED PAYMENTS CONVERTED:       '
               WS-ARCHIVE-WRITTEN.
