       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRHCONV.
      *================================================================*
      * TRANSACTION HISTORY LAYOUT CONVERSION (ONE-TIME CUTOVER)
      * The transaction history record grew when a transfer's row
      * began naming the account it went to, for DECDINTK to take a
      * transfer into a deceased customer's account back off the
      * balance at death, so the standing TRANHIST data set and
      * TRNARCH's archive of it (TRHARCH) no longer match the layout
      * TRANPOST and the history readers open with. This cutover
      * step copies both into the new layout, key order preserved,
      * every prior field unchanged and the transfer target zeros -
      * the value every row but a transfer carries. A transfer
      * posted before cutover keeps a zero target and is netted
      * against its source account alone. An installation that has
      * never archived has no TRHARCH, and that half is skipped. The
      * job swaps each converted data set into its old one's place,
      * the same swap arrangement MNTHCLSE's period file uses.
      * Rerunnable: the output rebuilds from scratch each run.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO 'TRANHOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-HST-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO 'TRANHNEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRH-TRAN-ID
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-ARCHIVE-FILE ASSIGN TO 'TRHAOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ARC-KEY
               FILE STATUS IS WS-OLDA-STATUS.

           SELECT NEW-ARCHIVE-FILE ASSIGN TO 'TRHANEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-ARC-KEY
               FILE STATUS IS WS-NEWA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05  OLD-HST-KEY                 PIC X(12).
           05  FILLER                      PIC X(27).

       FD  NEW-HISTORY-FILE.
           COPY TRNHIST.

       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARCHIVE-RECORD.
           05  OLD-ARC-KEY                 PIC X(12).
           05  FILLER                      PIC X(27).

       FD  NEW-ARCHIVE-FILE.
       01  NEW-ARCHIVE-RECORD.
           05  NEW-ARC-KEY                 PIC X(12).
           05  FILLER                      PIC X(35).

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
      * The history record as it stood before the transfer target -
      * 39 bytes against today's 47. Both data sets are read into it.
      *----------------------------------------------------------------*
       01  OLD-TRAN-HISTORY-RECORD.
           05  OLD-TRH-TRAN-ID             PIC 9(12).
           05  OLD-TRH-CUST-ID             PIC 9(8).
           05  OLD-TRH-TRAN-TYPE           PIC X(2).
           05  OLD-TRH-TRAN-DATE           PIC 9(8).
           05  OLD-TRH-AMOUNT              PIC S9(7)V99.

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
               DISPLAY 'ERROR OPENING OLD TRANSACTION HISTORY: '
                   WS-OLD-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-HISTORY-FILE
           IF NOT WS-NEW-OK
               DISPLAY 'ERROR OPENING NEW TRANSACTION HISTORY: '
                   WS-NEW-STATUS
               SET WS-EOF TO TRUE
           ELSE
               SET WS-HISTORY-OPEN TO TRUE
           END-IF.

       2000-CONVERT-ONE-RECORD SECTION.

       2000-CONVERT.
           READ OLD-HISTORY-FILE INTO OLD-TRAN-HISTORY-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 4000-BUILD-NEW-RECORD
                   WRITE TRANSACTION-HISTORY-RECORD
                   IF WS-NEW-OK
                       ADD 1 TO WS-RECORDS-WRITTEN
                   ELSE
                       DISPLAY 'ERROR WRITING CONVERTED TRANSACTION '
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
               DISPLAY 'HISTORY ARCHIVE NOT AVAILABLE, SKIPPED: '
                   WS-OLDA-STATUS
           ELSE
               OPEN OUTPUT NEW-ARCHIVE-FILE
               IF NOT WS-NEWA-OK OR NOT WS-HISTORY-OPEN
                   DISPLAY 'ERROR OPENING NEW HISTORY ARCHIVE: '
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
           READ OLD-ARCHIVE-FILE INTO OLD-TRAN-HISTORY-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ
                   PERFORM 4000-BUILD-NEW-RECORD
                   WRITE NEW-ARCHIVE-RECORD
                       FROM TRANSACTION-HISTORY-RECORD
                   IF WS-NEWA-OK
                       ADD 1 TO WS-ARCHIVE-WRITTEN
                   ELSE
                       DISPLAY 'ERROR WRITING CONVERTED HISTORY '
                           'ARCHIVE RECORD: ' WS-NEWA-STATUS
                   END-IF
           END-READ.

       4000-BUILD-NEW-RECORD SECTION.

       4000-BUILD.
           INITIALIZE TRANSACTION-HISTORY-RECORD
           MOVE OLD-TRH-TRAN-ID TO TRH-TRAN-ID
           MOVE OLD-TRH-CUST-ID TO TRH-CUST-ID
           MOVE OLD-TRH-TRAN-TYPE TO TRH-TRAN-TYPE
           MOVE OLD-TRH-TRAN-DATE TO TRH-TRAN-DATE
           MOVE OLD-TRH-AMOUNT TO TRH-AMOUNT
           MOVE 0 TO TRH-XFR-TARGET-CUST-ID.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE OLD-HISTORY-FILE
           IF WS-HISTORY-OPEN
               CLOSE NEW-HISTORY-FILE
           END-IF
           DISPLAY 'TRANSACTION HISTORY RECORDS READ:      '
               WS-RECORDS-READ
           DISPLAY 'TRANSACTION HISTORY RECORDS CONVERTED: '
               WS-RECORDS-WRITTEN
           DISPLAY 'ARCHIVED HISTORY ROWS READ:            '
               WS-ARCHIVE-READ
           DISPLAY 'ARCHIVED HISTORY ROWS CONVERTED:       '
               WS-ARCHIVE-WRITTEN.
