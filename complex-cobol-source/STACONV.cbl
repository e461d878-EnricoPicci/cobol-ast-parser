       IDENTIFICATION DIVISION.
       PROGRAM-ID. STACONV.
      *================================================================*
      * STATEMENT ARCHIVE LAYOUT CONVERSION (ONE-TIME CUTOVER)
      * The statement archive record grew when the statement header
      * began carrying the minimum payment due, its due date and the
      * past-due amount, and a purchase line the PO number it
      * printed, so the standing STMTARCH data set no longer matches
      * the layout CUSTSTMT writes and STMTRPRT reads. This cutover
      * step copies it into the new layout, key order preserved.
      * Line 000 is a header and takes the header view; every other
      * line is a transaction line and takes the detail view. Every
      * prior field is unchanged, the new header amounts and date
      * are zeros and the PO number spaces - the statements archived
      * before the change printed none of them, so STMTRPRT rebuilds
      * them as they were first sent. The job swaps the converted
      * data set into the old one's place, the same swap arrangement
      * MNTHCLSE's period file uses. Rerunnable: the output rebuilds
      * from scratch each run.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO 'STMTAOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-STA-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-ARCHIVE-FILE ASSIGN TO 'STMTANEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STA-KEY
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * The archive record as it stood before the payment due fields
      * and the PO number - 81 bytes against today's 111.
      *----------------------------------------------------------------*
       FD  OLD-ARCHIVE-FILE.
       01  OLD-STATEMENT-ARCHIVE-RECORD.
           05  OLD-STA-KEY.
               10  OLD-STA-CUST-ID         PIC 9(8).
               10  OLD-STA-STMT-CYCLE      PIC X(2).
               10  OLD-STA-STMT-DATE       PIC 9(8).
               10  OLD-STA-LINE-NO         PIC 9(3).
           05  OLD-STA-DATA                PIC X(60).
           05  OLD-STA-HEADER-DATA REDEFINES OLD-STA-DATA.
               10  OLD-STA-PERIOD-START    PIC 9(8).
               10  OLD-STA-PERIOD-END      PIC 9(8).
               10  OLD-STA-OPENING-BALANCE PIC S9(9)V99.
               10  OLD-STA-CLOSING-BALANCE PIC S9(9)V99.
               10  OLD-STA-CURRENCY-CODE   PIC X(3).
               10  OLD-STA-TRAN-COUNT      PIC 9(5).
               10  FILLER                  PIC X(14).
           05  OLD-STA-DETAIL-DATA REDEFINES OLD-STA-DATA.
               10  OLD-STA-TRAN-DATE       PIC 9(8).
               10  OLD-STA-TRAN-TYPE       PIC X(2).
               10  OLD-STA-TRAN-AMOUNT     PIC S9(9)V99.
               10  FILLER                  PIC X(39).

       FD  NEW-ARCHIVE-FILE.
           COPY STMARREC.

       WORKING-STORAGE SECTION.

       01  WS-OLD-STATUS                   PIC XX.
           88  WS-OLD-OK                   VALUE '00'.

       01  WS-NEW-STATUS                   PIC XX.
           88  WS-NEW-OK                   VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-ARCHIVE-OPEN-FLAG        PIC X VALUE 'N'.
               88  WS-ARCHIVE-OPEN         VALUE 'Y'.

       01  WS-CONVERT-TOTALS.
           05  WS-RECORDS-READ             PIC 9(7) VALUE 0.
           05  WS-RECORDS-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-HEADERS-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-DETAILS-WRITTEN          PIC 9(7) VALUE 0.

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
           OPEN INPUT OLD-ARCHIVE-FILE
           IF NOT WS-OLD-OK
               DISPLAY 'ERROR OPENING OLD STATEMENT ARCHIVE: '
                   WS-OLD-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-ARCHIVE-FILE
           IF NOT WS-NEW-OK
               DISPLAY 'ERROR OPENING NEW STATEMENT ARCHIVE: '
                   WS-NEW-STATUS
               SET WS-EOF TO TRUE
           ELSE
               SET WS-ARCHIVE-OPEN TO TRUE
           END-IF.

       2000-CONVERT-ONE-RECORD SECTION.

       2000-CONVERT.
           READ OLD-ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 4000-BUILD-NEW-RECORD
                   WRITE STATEMENT-ARCHIVE-RECORD
                   IF WS-NEW-OK
                       ADD 1 TO WS-RECORDS-WRITTEN
                       IF STA-LINE-NO = 0
                           ADD 1 TO WS-HEADERS-WRITTEN
                       ELSE
                           ADD 1 TO WS-DETAILS-WRITTEN
                       END-IF
                   ELSE
                       DISPLAY 'ERROR WRITING CONVERTED STATEMENT '
                           'ARCHIVE RECORD: ' WS-NEW-STATUS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Line 000 is the header; every other line is a transaction
      * line. Each takes its own view of the widened data area.
      *----------------------------------------------------------------*
       4000-BUILD-NEW-RECORD SECTION.

       4000-BUILD.
           INITIALIZE STATEMENT-ARCHIVE-RECORD
           MOVE OLD-STA-CUST-ID TO STA-CUST-ID
           MOVE OLD-STA-STMT-CYCLE TO STA-STMT-CYCLE
           MOVE OLD-STA-STMT-DATE TO STA-STMT-DATE
           MOVE OLD-STA-LINE-NO TO STA-LINE-NO
           MOVE SPACES TO STA-DATA
           IF OLD-STA-LINE-NO = 0
               MOVE OLD-STA-PERIOD-START TO STA-PERIOD-START
               MOVE OLD-STA-PERIOD-END TO STA-PERIOD-END
               MOVE OLD-STA-OPENING-BALANCE TO STA-OPENING-BALANCE
               MOVE OLD-STA-CLOSING-BALANCE TO STA-CLOSING-BALANCE
               MOVE OLD-STA-CURRENCY-CODE TO STA-CURRENCY-CODE
               MOVE OLD-STA-TRAN-COUNT TO STA-TRAN-COUNT
               MOVE 0 TO STA-MINIMUM-DUE
               MOVE 0 TO STA-PAYMENT-DUE-DATE
               MOVE 0 TO STA-PAST-DUE-AMOUNT
           ELSE
               MOVE OLD-STA-TRAN-DATE TO STA-TRAN-DATE
               MOVE OLD-STA-TRAN-TYPE TO STA-TRAN-TYPE
               MOVE OLD-STA-TRAN-AMOUNT TO STA-TRAN-AMOUNT
               MOVE SPACES TO STA-PO-NUMBER
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE OLD-ARCHIVE-FILE
           IF WS-ARCHIVE-OPEN
               CLOSE NEW-ARCHIVE-FILE
           END-IF
           DISPLAY 'ARCHIVE RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY 'ARCHIVE RECORDS CONVERTED: ' WS-RECORDS-WRITTEN
           DISPLAY '  HEADER LINES:            ' WS-HEADERS-WRITTEN
           DISPLAY '  TRANSACTION LINES:       ' WS-DETAILS-WRITTEN.
