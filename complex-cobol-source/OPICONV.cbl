       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPICONV.
      *================================================================*
      * OPEN ITEM LAYOUT CONVERSION (ONE-TIME CUTOVER)
      * The open item record grew when payment terms put a due date,
      * a discount date and a discount percentage on every item, and
      * again when purchase order control put the PO number behind
      * them, so the standing OPENITEM data set and TRNARCH's archive
      * of it (OPIARCH) no longer match the layout TRANPOST and the
      * item readers open with. This cutover step copies both into
      * the new layout, key order preserved, every prior field
      * unchanged, the terms fields zeros and the PO number spaces.
      * A zero due date is what every aging, dunning and finance
      * charge reader already takes as an item without terms, aged
      * from its transaction date as before. The customer alternate
      * key is rebuilt on OPENITEM as it loads. An installation that
      * has never archived has no OPIARCH, and that half is skipped.
      * The job swaps each converted data set into its old one's
      * place, the same swap arrangement MNTHCLSE's period file
      * uses. Rerunnable: the output rebuilds from scratch each run.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ITEM-FILE ASSIGN TO 'OPENIOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ITM-TRAN-ID
               ALTERNATE RECORD KEY IS OLD-ITM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-ITEM-FILE ASSIGN TO 'OPENINEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPI-TRAN-ID
               ALTERNATE RECORD KEY IS OPI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-ARCHIVE-FILE ASSIGN TO 'OPIAOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ARC-TRAN-ID
               FILE STATUS IS WS-OLDA-STATUS.

           SELECT NEW-ARCHIVE-FILE ASSIGN TO 'OPIANEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-ARC-TRAN-ID
               FILE STATUS IS WS-NEWA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ITEM-FILE.
       01  OLD-ITEM-RECORD.
           05  OLD-ITM-TRAN-ID             PIC 9(12).
           05  OLD-ITM-CUST-ID             PIC 9(8).
           05  FILLER                      PIC X(27).

       FD  NEW-ITEM-FILE.
           COPY OPENITEM.

       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARCHIVE-RECORD.
           05  OLD-ARC-TRAN-ID             PIC 9(12).
           05  FILLER                      PIC X(35).

       FD  NEW-ARCHIVE-FILE.
       01  NEW-ARCHIVE-RECORD.
           05  NEW-ARC-TRAN-ID             PIC 9(12).
           05  FILLER                      PIC X(75).

       WORKING-STORAGE SECTION.

       01  WS-OLD-STATUS                   PIC XX.
           88  WS-OLD-OK                   VALUE '00'.

       01  WS-NEW-STATUS                   PIC XX.
           88  WS-NEW-OK                   VALUE '00' '02'.

       01  WS-OLDA-STATUS                  PIC XX.
           88  WS-OLDA-OK                  VALUE '00'.

       01  WS-NEWA-STATUS                  PIC XX.
           88  WS-NEWA-OK                  VALUE '00'.

      *----------------------------------------------------------------*
      * The open item record as it stood before the terms fields and
      * the PO number - 47 bytes against today's 87. Both data sets
      * are read into it.
      *----------------------------------------------------------------*
       01  OLD-OPEN-ITEM-RECORD.
           05  OLD-OPI-TRAN-ID             PIC 9(12).
           05  OLD-OPI-CUST-ID             PIC 9(8).
           05  OLD-OPI-TRAN-DATE           PIC 9(8).
           05  OLD-OPI-ORIGINAL-AMOUNT     PIC S9(7)V99.
           05  OLD-OPI-OPEN-AMOUNT         PIC S9(7)V99.
           05  OLD-OPI-STATUS-FLAG         PIC X(1).

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-ITEMS-OPEN-FLAG          PIC X VALUE 'N'.
               88  WS-ITEMS-OPEN           VALUE 'Y'.

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
           OPEN INPUT OLD-ITEM-FILE
           IF NOT WS-OLD-OK
               DISPLAY 'ERROR OPENING OLD OPEN ITEM FILE: '
                   WS-OLD-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-ITEM-FILE
           IF NOT WS-NEW-OK
               DISPLAY 'ERROR OPENING NEW OPEN ITEM FILE: '
                   WS-NEW-STATUS
               SET WS-EOF TO TRUE
           ELSE
               SET WS-ITEMS-OPEN TO TRUE
           END-IF.

       2000-CONVERT-ONE-RECORD SECTION.

       2000-CONVERT.
           READ OLD-ITEM-FILE INTO OLD-OPEN-ITEM-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 4000-BUILD-NEW-RECORD
                   WRITE OPEN-ITEM-RECORD
                   IF WS-NEW-OK
                       ADD 1 TO WS-RECORDS-WRITTEN
                   ELSE
                       DISPLAY 'ERROR WRITING CONVERTED OPEN ITEM '
                           'RECORD: ' WS-NEW-STATUS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * The archive is built in the open item record area, which
      * stays open for the purpose until the end of the run.
      *----------------------------------------------------------------*
       3000-CONVERT-ARCHIVE SECTION.

       3000-CONVERT-ARCH.
           OPEN INPUT OLD-ARCHIVE-FILE
           IF NOT WS-OLDA-OK
               DISPLAY 'OPEN ITEM ARCHIVE NOT AVAILABLE, SKIPPED: '
                   WS-OLDA-STATUS
           ELSE
               OPEN OUTPUT NEW-ARCHIVE-FILE
               IF NOT WS-NEWA-OK OR NOT WS-ITEMS-OPEN
                   DISPLAY 'ERROR OPENING NEW OPEN ITEM ARCHIVE: '
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
           READ OLD-ARCHIVE-FILE INTO OLD-OPEN-ITEM-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ
                   PERFORM 4000-BUILD-NEW-RECORD
                   WRITE NEW-ARCHIVE-RECORD FROM OPEN-ITEM-RECORD
                   IF WS-NEWA-OK
                       ADD 1 TO WS-ARCHIVE-WRITTEN
                   ELSE
                       DISPLAY 'ERROR WRITING CONVERTED OPEN ITEM '
                           'ARCHIVE RECORD: ' WS-NEWA-STATUS
                   END-IF
           END-READ.

       4000-BUILD-NEW-RECORD SECTION.

       4000-BUILD.
           INITIALIZE OPEN-ITEM-RECORD
           MOVE OLD-OPI-TRAN-ID TO OPI-TRAN-ID
           MOVE OLD-OPI-CUST-ID TO OPI-CUST-ID
           MOVE OLD-OPI-TRAN-DATE TO OPI-TRAN-DATE
           MOVE OLD-OPI-ORIGINAL-AMOUNT TO OPI-ORIGINAL-AMOUNT
           MOVE OLD-OPI-OPEN-AMOUNT TO OPI-OPEN-AMOUNT
           MOVE OLD-OPI-STATUS-FLAG TO OPI-STATUS-FLAG
           MOVE 0 TO OPI-DUE-DATE
           MOVE 0 TO OPI-DISC-DATE
           MOVE 0 TO OPI-DISC-PCT
           MOVE SPACES TO OPI-PO-NUMBER.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE OLD-ITEM-FILE
           IF WS-ITEMS-OPEN
               CLOSE NEW-ITEM-FILE
           END-IF
           DISPLAY 'OPEN ITEM RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY 'OPEN ITEM RECORDS CONVERTED: ' WS-RECORDS-WRITTEN
           DISPLAY 'ARCHIVED ITEMS READ:         ' WS-ARCHIVE-READ
           DISPLAY 'ARCHIVED ITEMS CONVERTED:    ' WS-ARCHIVE-WRITTEN.
