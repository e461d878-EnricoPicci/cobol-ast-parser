      * showing no in-period activity skipped, and a run summary of
      * statements produced, skipped and in error - so statement day
      * stops meaning one run per customer off a hand-kept list.
      *
      * Every statement carries a minimum payment due and a payment
      * due date, priced by CUST-TYPE from the closing balance plus
      * any minimum the customer left unpaid from earlier cycles. The
      * cycle run keeps the figures on the statement due file so the
      * next cycle can tell whether the minimum was met, and the aging
      * programs measure delinquency from it.
      *
      * A printed statement with a balance owing ends in a detachable
      * remittance coupon whose OCR scanline (CUST-ID, statement date,
      * amount due and check digit, built by OCRLINE) lets LOCKBOX
      * match the returned check to the statement it pays.
      *
      * A customer in the rewards program has the points balance off
      * the rewards points ledger printed under the payment due date.
      *
      * A statement's fixed text and the month names of its dates are
      * in the customer's CUST-LANGUAGE-CODE, off the message-text
      * table through MSGTXT (see copybooks/STMTTXT), and so are the
      * subject line and written-out due date on the email feed. A
      * customer whose language is not fully translated gets no
      * statement in either channel, and no due row, but goes on the
      * language exception report instead. Statement messages are
      * targeted by language as well; a message with no language is
      * English.
      *
      * A purchase charged against a customer purchase order prints
      * the PO number beside its amount, and the archive keeps it
      * for the reprint.
      *
      * The printed statements go to the print vendor as one
      * manifested job (see PRTMANW), each statement a piece with
      * its page count and logged to correspondence history as sent
      * to the vendor until PRTRECON confirms it mailed. A family
      * statement is a single piece, tracked on the parent's row.
      *
      * The cycle run checkpoints every thousand customers (STCKPT)
      * and a rerun of the same cycle after a failure resumes after
      * the last checkpoint, the way FINCHG does: the print file and
      * the email feed are cut back to what was written at the
      * checkpoint (STCKWORK holds it meanwhile), the print job is
      * resumed under its original ID, and each customer's statement
      * rows the failed run logged to correspondence history are
      * cleared before the customer is statemented again. Archive
      * and due rows are keyed by statement date, which the rerun
      * keeps, so they are simply replaced.
      *
      * A balance transfer (XF) prints on both accounts' statements:
      * as a credit on the source account it left and a charge on
      * the target account it moved to.
      *
      * A deceased customer's statement goes to the estate's executor
      * (EXECFILE, kept by DECDINTK) in print only: nothing is fed to
      * the deceased's own inbox, and a bad address on the customer
      * no longer holds the statement back.
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS STA-KEY
               FILE STATUS IS WS-STA-STATUS.

           SELECT STATEMENT-DUE-FILE ASSIGN TO 'STMTDUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDU-KEY
               FILE STATUS IS WS-SDU-STATUS.

           SELECT LOYALTY-LEDGER-FILE ASSIGN TO 'LOYLEDGR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOY-CUST-ID
               FILE STATUS IS WS-LOY-STATUS.

           SELECT EXECUTOR-FILE ASSIGN TO 'EXECFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CUST-ID
               FILE STATUS IS WS-EXE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO 'STCKPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CHECKPOINT-WORK-FILE ASSIGN TO 'STCKWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05  SMG-TARGET-CYCLE            PIC X(2).
           05  SMG-TARGET-CUST-TYPE        PIC X(2).
           05  SMG-TARGET-BRANCH           PIC X(3).
           05  SMG-LANGUAGE-CODE           PIC X(2).
           05  FILLER                      PIC X(9).

       FD  CORRESPONDENCE-FILE.
           COPY CORRREC.
       FD  STATEMENT-ARCHIVE-FILE.
           COPY STMARREC.

       FD  STATEMENT-DUE-FILE.
           COPY STMDUE.

       FD  LOYALTY-LEDGER-FILE.
           COPY LOYLDREC.

       FD  EXECUTOR-FILE.
           COPY EXECREC.

       FD  EMAIL-FEED-FILE.
       01  EMAIL-FEED-RECORD.
           05  STF-CUST-ID                 PIC 9(8).
      * Targeted statement message for the email body; spaces when
      * no message matched this customer.
           05  STF-MESSAGE-TEXT            PIC X(60).
           05  STF-MINIMUM-DUE             PIC S9(9)V99.
           05  STF-PAYMENT-DUE-DATE        PIC 9(8).
           05  STF-PAST-DUE-AMOUNT         PIC S9(9)V99.
      * Language the email goes out in, its subject line and the
      * payment due date written out in that language.
           05  STF-LANGUAGE-CODE           PIC X(2).
           05  STF-SUBJECT-TEXT            PIC X(60).
           05  STF-DUE-DATE-TEXT           PIC X(20).
           05  FILLER                      PIC X(12).

       FD  CHECKPOINT-FILE.
       01  CKPT-RECORD.
           05  CKPT-LAST-CUST-ID           PIC 9(8).
           05  CKPT-RECORDS-READ           PIC 9(7).
           05  CKPT-RUN-DATE               PIC 9(8).
           05  CKPT-RUN-TIME               PIC 9(6).
           05  CKPT-CYCLE-CODE             PIC X(2).
           05  CKPT-PERIOD-START           PIC 9(8).
           05  CKPT-PERIOD-END             PIC 9(8).
           05  CKPT-PRINT-LINES            PIC 9(9).
           05  CKPT-FEED-COUNT             PIC 9(7).
           05  CKPT-JOB-ID                 PIC X(22).
           05  CKPT-PIECE-COUNT            PIC 9(7).
           05  CKPT-TOTAL-PAGES            PIC 9(9).
           05  CKPT-CUST-HASH              PIC 9(16).
           05  CKPT-STMTS-PRODUCED         PIC 9(7).
           05  CKPT-STMTS-SKIPPED          PIC 9(7).
           05  CKPT-STMTS-IN-ERROR         PIC 9(7).
           05  CKPT-CORR-LOGGED            PIC 9(7).
           05  CKPT-DUE-ROWS-WRITTEN       PIC 9(7).
           05  CKPT-ARCH-STMTS-WRITTEN     PIC 9(7).
           05  CKPT-ARCH-LINES-DROPPED     PIC 9(7).
           05  CKPT-EMAIL-FALLBACK-COUNT   PIC 9(7).
           05  CKPT-CONTACT-BLOCKED-COUNT  PIC 9(7).
           05  CKPT-LANGUAGE-WITHHELD-COUNT
                                           PIC 9(7).
           05  CKPT-COUPON-COUNT           PIC 9(7).
           05  CKPT-CCY-FALLBACK-COUNT     PIC 9(7).
           05  CKPT-MSG-USED-COUNT OCCURS 20 TIMES
                                           PIC 9(7).
           05  CKPT-EXECUTOR-PRINT-COUNT   PIC 9(7).

       FD  CHECKPOINT-WORK-FILE.
       01  CKWK-RECORD                     PIC X(272).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
               10  WS-MSG-CYCLE            PIC X(2).
               10  WS-MSG-CUST-TYPE        PIC X(2).
               10  WS-MSG-BRANCH           PIC X(3).
               10  WS-MSG-LANGUAGE         PIC X(2).
               10  WS-MSG-USED-COUNT       PIC 9(7).

       01  WS-MSG-IDX                      PIC 9(2).
           05  WS-COR-CHANNEL              PIC X(1).
           05  WS-COR-DETAIL               PIC X(10).

      *----------------------------------------------------------------*
      * Minimum payment and due date. The previous cycle's row on the
      * statement due file says what was asked for last time; this
      * period's payments are set against it and anything left
      * carries forward as past due. Only the cycle run writes rows -
      * a single-customer or family statement prints the figures but
      * leaves the cycle history alone. The file is created on first
      * use; if it cannot be opened the statements still print, with
      * no prior cycle to carry from.
      *----------------------------------------------------------------*
       01  WS-SDU-STATUS                   PIC XX.
           88  WS-SDU-OK                   VALUE '00'.
           88  WS-SDU-NOT-OPEN             VALUE '35'.

       01  WS-SDU-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-SDU-FILE-OPEN            VALUE 'Y'.
           88  WS-SDU-FILE-CLOSED          VALUE 'N'.

       01  WS-SDU-SCAN-FLAG                PIC X VALUE 'N'.
           88  WS-SDU-SCAN-DONE            VALUE 'Y'.
           88  WS-SDU-SCAN-ACTIVE          VALUE 'N'.

       01  WS-MIN-DUE-WORK.
           05  WS-PERIOD-PAYMENTS          PIC S9(9)V99 VALUE 0.
           05  WS-PRIOR-FOUND-FLAG         PIC X VALUE 'N'.
               88  WS-PRIOR-FOUND          VALUE 'Y'.
               88  WS-PRIOR-NOT-FOUND      VALUE 'N'.
           05  WS-PRIOR-PAST-DUE           PIC S9(9)V99 VALUE 0.
           05  WS-PRIOR-MINIMUM-DUE        PIC S9(9)V99 VALUE 0.
           05  WS-PRIOR-DUE-DATE           PIC 9(8) VALUE 0.
           05  WS-PRIOR-OLDEST-UNMET       PIC 9(8) VALUE 0.
           05  WS-PRIOR-CYCLES-MISSED      PIC 9(3) VALUE 0.
           05  WS-UNPAID-MINIMUM           PIC S9(9)V99 VALUE 0.
           05  WS-PAST-DUE-AMOUNT          PIC S9(9)V99 VALUE 0.
           05  WS-MINIMUM-DUE              PIC S9(9)V99 VALUE 0.
           05  WS-MINIMUM-BASE             PIC S9(9)V99 VALUE 0.
           05  WS-PAYMENT-DUE-DATE         PIC 9(8) VALUE 0.
           05  WS-OLDEST-UNMET-DUE         PIC 9(8) VALUE 0.
           05  WS-CYCLES-MISSED            PIC 9(3) VALUE 0.
           05  WS-STMT-DAYS-PAST-DUE       PIC 9(5) VALUE 0.
           05  WS-DUE-ROWS-WRITTEN         PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Minimum payment rules by CUST-TYPE: percentage of the closing
      * balance, a floor amount, and the days from the statement date
      * to the payment due date. The last row (blank type) covers any
      * other type.
      *----------------------------------------------------------------*
       01  WS-MIN-RULE-VALUES.
           05  FILLER  PIC X(17) VALUE 'IN003000002500025'.
           05  FILLER  PIC X(17) VALUE 'CO005000010000030'.
           05  FILLER  PIC X(17) VALUE 'GV010000000000030'.
           05  FILLER  PIC X(17) VALUE '  003000002500025'.

       01  WS-MIN-RULE-TABLE REDEFINES WS-MIN-RULE-VALUES.
           05  WS-MNR-ENTRY OCCURS 4 TIMES.
               10  WS-MNR-CUST-TYPE        PIC X(2).
               10  WS-MNR-PCT              PIC 9(3)V99.
               10  WS-MNR-FLOOR            PIC 9(5)V99.
               10  WS-MNR-GRACE-DAYS       PIC 9(3).

       01  WS-MNR-IDX                      PIC 9(2).
       01  WS-MNR-FOUND-FLAG               PIC X VALUE 'N'.
           88  WS-MNR-FOUND                VALUE 'Y'.
           88  WS-MNR-NOT-FOUND            VALUE 'N'.

       01  WS-ARCHIVE-WORK.
           05  WS-ARCH-LINE-NO             PIC 9(3) VALUE 0.
           05  WS-ARCH-STMTS-WRITTEN       PIC 9(7) VALUE 0.
           88  WS-ITEM-FILE-AVAILABLE      VALUE 'Y'.
           88  WS-ITEM-FILE-ABSENT         VALUE 'N'.

      *----------------------------------------------------------------*
      * Likewise the rewards points ledger: before the program's
      * first posting run there is none, and the points line is
      * simply left off.
      *----------------------------------------------------------------*
       01  WS-LOY-STATUS                   PIC XX.
           88  WS-LOY-OK                   VALUE '00'.

       01  WS-LOY-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-LOY-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-LOY-FILE-ABSENT          VALUE 'N'.

      *----------------------------------------------------------------*
      * Estate executors. A missing executor file just means no
      * estate has one on file.
      *----------------------------------------------------------------*
       01  WS-EXE-STATUS                   PIC XX.
           88  WS-EXE-OK                   VALUE '00'.

       01  WS-EXE-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-EXE-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-EXE-FILE-ABSENT          VALUE 'N'.

       01  WS-ITM-SCAN-FLAG                PIC X VALUE 'N'.
           88  WS-ITM-SCAN-DONE            VALUE 'Y'.
           88  WS-ITM-SCAN-ACTIVE          VALUE 'N'.
           05  WS-FEED-COUNT               PIC 9(7) VALUE 0.
           05  WS-EMAIL-FALLBACK-COUNT     PIC 9(7) VALUE 0.
           05  WS-CONTACT-BLOCKED-COUNT    PIC 9(7) VALUE 0.
           05  WS-EXECUTOR-FLAG            PIC X VALUE 'N'.
               88  WS-EXECUTOR-ON-FILE     VALUE 'Y'.
               88  WS-NO-EXECUTOR          VALUE 'N'.
           05  WS-EXECUTOR-PRINT-COUNT     PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Statement language: the customer's CUST-LANGUAGE-CODE (spaces
      * are English) and whether MSGTXT has the whole statement in
      * it. Dates print written out in the language.
      *----------------------------------------------------------------*
       01  WS-LANGUAGE-WORK.
           05  WS-STMT-LANGUAGE            PIC X(2) VALUE 'EN'.
           05  WS-STMT-LANGUAGE-FLAG       PIC X VALUE 'Y'.
               88  WS-STMT-LANGUAGE-OK     VALUE 'Y'.
               88  WS-STMT-LANGUAGE-MISSING
                                           VALUE 'N'.
           05  WS-LANGUAGE-WITHHELD-COUNT  PIC 9(7) VALUE 0.
           05  WS-FAMILY-LANGUAGE          PIC X(2) VALUE SPACES.
           05  WS-DATE-TEXT-IN             PIC 9(8).
           05  WS-DATE-TEXT                PIC X(20).
           05  WS-PERIOD-START-TEXT        PIC X(20).
           05  WS-PERIOD-END-TEXT          PIC X(20).
           05  WS-DUE-DATE-TEXT            PIC X(20).

       COPY STMTTXT.

       COPY MSGPARM.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY FXPARM.

       COPY DATEPARM.

       COPY OCRPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-FAMILY-MEMBERS           PIC 9(5) VALUE 0.

       01  WS-FAMILY-LINE.
           05  WS-FAM-LABEL                PIC X(30).
           05  WS-FAM-AMOUNT               PIC $$$,$$$,$$9.99-.

       01  WS-CYCLE-WORK.
       COPY RPTFLDS.

       01  WS-HEADING-LINE-1.
           05  WS-HDG-TITLE                PIC X(30).
           05  WS-HDG-CUST-ID-LABEL        PIC X(12).
           05  WS-HDG-CUST-ID              PIC 9(8).

       01  WS-HEADING-LINE-2.
           05  WS-HDG-NAME-LABEL           PIC X(10).
           05  WS-HDG-NAME                 PIC X(56).

       01  WS-STATUS-NOTE-LINE.
           05  WS-STN-TEXT                 PIC X(40).

       01  WS-HEADING-LINE-3.
           05  WS-HDG-PERIOD-LABEL         PIC X(30).
           05  WS-HDG-PERIOD               PIC X(60).

       01  WS-BALANCE-LINE.
           05  WS-BAL-LABEL                PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BAL-CCY                  PIC X(3).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-BAL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-DUE-DATE-LINE.
           05  WS-DDL-LABEL                PIC X(30).
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  WS-DDL-DATE                 PIC X(20).

       01  WS-POINTS-LINE.
           05  WS-PTL-LABEL                PIC X(30).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-PTL-POINTS               PIC ZZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * Remittance coupon at the foot of the printed statement.
      *----------------------------------------------------------------*
       01  WS-COUPON-CUT-LINE.
           05  FILLER                      PIC X(18) VALUE
               '- - - - - - - - - '.
           05  WS-CPN-CUT-TEXT             PIC X(60).

       01  WS-COUPON-ACCOUNT-LINE.
           05  WS-CPN-ACCOUNT-LABEL        PIC X(10).
           05  WS-CPN-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-CPN-STMT-DATE-LABEL      PIC X(20).
           05  WS-CPN-STMT-DATE            PIC X(20).

       01  WS-COUPON-SCAN-LINE.
           05  FILLER                      PIC X(30) VALUE SPACES.
           05  WS-CPN-SCANLINE             PIC X(31).

       01  WS-COUPON-COUNT                 PIC 9(7) VALUE 0.

       01  WS-COLUMN-LINE.
           05  WS-COL-DATE                 PIC X(10).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-COL-TYPE                 PIC X(6).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-COL-AMOUNT               PIC X(16).

       01  WS-TRAN-LINE.
           05  WS-TRL-DATE                 PIC 9(8).
               88  WS-TRL-REFUND           VALUE 'RF'.
               88  WS-TRL-ADJUSTMENT       VALUE 'AJ'.
               88  WS-TRL-REVERSAL         VALUE 'RV'.
               88  WS-TRL-TRANSFER         VALUE 'XF'.
           05  FILLER                      PIC X(8) VALUE SPACES.
           05  WS-TRL-AMOUNT               PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-TRL-PO-NUMBER            PIC X(20).

       01  WS-ITEM-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ITL-AMOUNT               PIC $$$,$$$,$$9.99.

      *----------------------------------------------------------------*
      * Print manifest: the statement print file goes to the print
      * vendor as one job, each printed statement a piece on it (see
      * PRTMANW). Pages are reckoned from the statement's detail
      * lines - transactions, item lines and messages - on top of
      * the fixed heading, balance and coupon lines. A family
      * statement's pages build up across its members and go on one
      * piece under the parent.
      *----------------------------------------------------------------*
       COPY PMANPARM.

       01  WS-MANIFEST-FLAG                PIC X VALUE 'N'.
           88  WS-MANIFEST-OPEN            VALUE 'Y'.
           88  WS-MANIFEST-NOT-OPEN        VALUE 'N'.

      *----------------------------------------------------------------*
      * Cycle-run checkpoint/restart state, as FINCHG keeps it. The
      * print file has no record count of its own, so every line
      * written to it is counted for the checkpoint to cut back to.
      * A checkpoint left by a different cycle or period is not this
      * run's and is passed over.
      *----------------------------------------------------------------*
       01  WS-CKPT-STATUS                  PIC XX.
           88  WS-CKPT-OK                  VALUE '00'.

       01  WS-CKWK-STATUS                  PIC XX.
           88  WS-CKWK-OK                  VALUE '00'.

       01  WS-CKPT-FILE-FLAG               PIC X VALUE 'N'.
           88  WS-CKPT-FILE-AVAILABLE      VALUE 'Y'.
           88  WS-CKPT-FILE-ABSENT         VALUE 'N'.

       01  WS-CHECKPOINT-WORK.
           05  WS-CHECKPOINT-INTERVAL      PIC 9(5) VALUE 1000.
           05  WS-CKPT-QUOTIENT            PIC 9(7).
           05  WS-CKPT-REMAINDER           PIC 9(5).

       01  WS-RESTART-FLAG                 PIC X VALUE 'N'.
           88  WS-RESTARTING               VALUE 'Y'.
           88  WS-FRESH-RUN                VALUE 'N'.
           88  WS-RESTART-REFUSED          VALUE 'X'.

       01  WS-SWEEP-COMPLETE-FLAG          PIC X VALUE 'N'.
           88  WS-SWEEP-COMPLETE           VALUE 'Y'.
           88  WS-SWEEP-INCOMPLETE         VALUE 'N'.

       01  WS-COR-SCAN-FLAG                PIC X VALUE 'N'.
           88  WS-COR-SCAN-DONE            VALUE 'Y'.
           88  WS-COR-SCAN-ACTIVE          VALUE 'N'.

       01  WS-RUN-TIME                     PIC 9(6).
       01  WS-PRINT-LINES-WRITTEN          PIC 9(9) VALUE 0.
       01  WS-LAST-CHECKPOINT              PIC X(348).

       01  WS-RESTART-STATE.
           05  WS-RESTART-CUST-ID          PIC 9(8) VALUE 0.
           05  WS-RESTART-READ             PIC 9(7) VALUE 0.
           05  WS-SWEEP-READ               PIC 9(7) VALUE 0.
           05  WS-PRINT-LINES-KEPT         PIC 9(9) VALUE 0.
           05  WS-FEED-KEPT                PIC 9(7) VALUE 0.
           05  WS-OUTPUT-COPIED            PIC 9(9) VALUE 0.
           05  WS-OUTPUT-DISCARDED         PIC 9(9) VALUE 0.
           05  WS-CORR-CLEARED             PIC 9(7) VALUE 0.
           05  WS-RESTART-JOB-ID           PIC X(22) VALUE SPACES.
           05  WS-RESTART-PIECE-COUNT      PIC 9(7) VALUE 0.
           05  WS-RESTART-TOTAL-PAGES      PIC 9(9) VALUE 0.
           05  WS-RESTART-CUST-HASH        PIC 9(16) VALUE 0.
           05  WS-RESTART-MSG-USED-COUNT OCCURS 20 TIMES
                                           PIC 9(7).

       COPY RUNPARM.

       01  WS-STMT-PAGE-WORK.
           05  WS-STMT-DETAIL-LINES        PIC 9(5) VALUE 0.
           05  WS-STMT-PAGES               PIC 9(5) VALUE 0.
           05  WS-STMT-FIXED-LINES         PIC 9(3) VALUE 20.
           05  WS-STMT-PAGE-LINES          PIC 9(3) VALUE 60.
           05  WS-FAMILY-PAGES             PIC 9(5) VALUE 0.
           05  WS-FAMILY-COR-KEY           PIC X(25) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.
           IF WS-PARM-CYCLE-MODE
               PERFORM 5000-RUN-CYCLE-STATEMENTS
           ELSE
               IF WS-CUSTOMER-FOUND AND WS-STMT-LANGUAGE-OK
                   PERFORM 2000-WRITE-HEADER
                   PERFORM 3000-PROCESS-TRANSACTIONS UNTIL WS-EOF
                   PERFORM 4000-WRITE-CLOSING-BALANCE
       1000-INIT.
           INITIALIZE WS-FLAGS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-FAMILY-MODE
               MOVE WS-PARM-FAMILY-PARENT TO WS-FAMILY-PARENT-ID
               END-IF
           END-IF
           END-IF
           IF WS-PARM-CYCLE-MODE
               PERFORM 1500-RESTART-SETUP
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
                   SET WS-EOF TO TRUE
               END-IF
           END-IF
           IF WS-RESTARTING
               PERFORM 1600-TRUNCATE-STATEMENT-REPORT
           ELSE
               OPEN OUTPUT STATEMENT-REPORT
           END-IF
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING STATEMENT REPORT FILE: '
                   WS-PRINT-STATUS
               SET WS-EOF TO TRUE
           ELSE
               IF WS-RESTARTING AND WS-RESTART-JOB-ID NOT = SPACES
                   PERFORM 8500-RESUME-MANIFEST-JOB
               ELSE
                   IF NOT WS-RESTART-REFUSED
                       PERFORM 8300-OPEN-MANIFEST-JOB
                   END-IF
               END-IF
           END-IF
           IF WS-RESTARTING OR WS-RESTART-REFUSED
               PERFORM 1650-TRUNCATE-EMAIL-FEED
           ELSE
               OPEN OUTPUT EMAIL-FEED-FILE
           END-IF
           IF NOT WS-FEED-OK
               DISPLAY 'ERROR OPENING STATEMENT EMAIL FEED: '
                   WS-FEED-STATUS
           ELSE
               SET WS-ITEM-FILE-ABSENT TO TRUE
           END-IF
           OPEN INPUT LOYALTY-LEDGER-FILE
           IF WS-LOY-OK
               SET WS-LOY-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-LOY-FILE-ABSENT TO TRUE
           END-IF
           OPEN INPUT EXECUTOR-FILE
           IF WS-EXE-OK
               SET WS-EXE-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-EXE-FILE-ABSENT TO TRUE
           END-IF
           OPEN INPUT STATEMENT-MESSAGE-FILE
           IF NOT WS-SMG-OK
               DISPLAY 'STATEMENT MESSAGE FILE NOT AVAILABLE, NO '
               PERFORM 1070-LOAD-ONE-MESSAGE UNTIL WS-SMG-EOF
               CLOSE STATEMENT-MESSAGE-FILE
           END-IF
           IF WS-RESTARTING
               PERFORM 1520-RESTORE-MESSAGE-COUNT
                   VARYING WS-MSG-IDX FROM 1 BY 1
                   UNTIL WS-MSG-IDX > WS-MESSAGE-COUNT
           END-IF
           OPEN I-O CORRESPONDENCE-FILE
           IF WS-COR-NOT-OPEN
               OPEN OUTPUT CORRESPONDENCE-FILE
                   WS-STA-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN I-O STATEMENT-DUE-FILE
           IF WS-SDU-NOT-OPEN
               OPEN OUTPUT STATEMENT-DUE-FILE
               CLOSE STATEMENT-DUE-FILE
               OPEN I-O STATEMENT-DUE-FILE
           END-IF
           IF WS-SDU-OK
               SET WS-SDU-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'STATEMENT DUE FILE NOT AVAILABLE, NO PRIOR '
                   'CYCLE CARRIED: ' WS-SDU-STATUS
           END-IF
           OPEN INPUT EXCEPTION-REPORT-FILE
           IF NOT WS-EXCP-OK
               DISPLAY 'ERROR OPENING EXCEPTION REPORT FILE: '
               PERFORM 1100-FIND-CUSTOMER
           END-IF.

       1500-RESTART-SETUP SECTION.

      *----------------------------------------------------------------*
      * The last checkpoint on file, if it is for this cycle and
      * period, is the restart point; the rerun statements as of the
      * original run's date and keeps its start time to know the
      * failed run's correspondence by.
      *----------------------------------------------------------------*
       1500-RESTART.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-OK
               PERFORM 1510-READ-CHECKPOINT UNTIL NOT WS-CKPT-OK
               CLOSE CHECKPOINT-FILE
           END-IF
           OPEN EXTEND CHECKPOINT-FILE
           IF NOT WS-CKPT-OK
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           IF WS-CKPT-OK
               SET WS-CKPT-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-CKPT-FILE-ABSENT TO TRUE
               DISPLAY 'CHECKPOINT FILE NOT AVAILABLE, RUN IS NOT '
                   'RESTARTABLE: ' WS-CKPT-STATUS
           END-IF
           IF WS-RESTARTING
               MOVE WS-LAST-CHECKPOINT TO CKPT-RECORD
               IF CKPT-CYCLE-CODE = WS-PARM-CYCLE-CODE
                   AND CKPT-PERIOD-START = WS-PERIOD-START
                   MOVE CKPT-PERIOD-END TO WS-PERIOD-END
                   PERFORM 1530-RESTORE-COUNTS
                   DISPLAY 'RESTARTING CYCLE ' WS-PARM-CYCLE-CODE
                       ' STATEMENT RUN OF ' WS-TODAY-DATE
                       ' AFTER CUSTOMER ' WS-RESTART-CUST-ID
               ELSE
                   DISPLAY 'CHECKPOINT FOR CYCLE ' CKPT-CYCLE-CODE
                       ' PERIOD ' CKPT-PERIOD-START
                       ' PASSED OVER, RUNNING FROM THE TOP'
                   INITIALIZE WS-RESTART-STATE
                   MOVE SPACES TO WS-RESTART-JOB-ID
                   SET WS-FRESH-RUN TO TRUE
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-RUN-TIME FROM TIME
               END-IF
           END-IF.

       1510-READ-CHECKPOINT SECTION.

      *----------------------------------------------------------------*
      * Each checkpoint read replaces the last, so the final one is
      * what is left when the file runs out; its counts are restored
      * once it is known to be this run's.
      *----------------------------------------------------------------*
       1510-READ-CKPT.
           READ CHECKPOINT-FILE
               NOT AT END
                   SET WS-RESTARTING TO TRUE
                   MOVE CKPT-LAST-CUST-ID TO WS-RESTART-CUST-ID
                   MOVE CKPT-RECORDS-READ TO WS-RESTART-READ
                   MOVE CKPT-RUN-DATE TO WS-TODAY-DATE
                   MOVE CKPT-RUN-TIME TO WS-RUN-TIME
                   MOVE CKPT-PRINT-LINES TO WS-PRINT-LINES-KEPT
                   MOVE CKPT-FEED-COUNT TO WS-FEED-KEPT
                   MOVE CKPT-JOB-ID TO WS-RESTART-JOB-ID
                   MOVE CKPT-PIECE-COUNT TO WS-RESTART-PIECE-COUNT
                   MOVE CKPT-TOTAL-PAGES TO WS-RESTART-TOTAL-PAGES
                   MOVE CKPT-CUST-HASH TO WS-RESTART-CUST-HASH
                   MOVE CKPT-RECORD TO WS-LAST-CHECKPOINT
           END-READ.

       1520-RESTORE-MESSAGE-COUNT SECTION.

       1520-RESTORE-MSG.
           MOVE WS-RESTART-MSG-USED-COUNT(WS-MSG-IDX) TO
               WS-MSG-USED-COUNT(WS-MSG-IDX).

       1530-RESTORE-COUNTS SECTION.

       1530-RESTORE.
           MOVE CKPT-STMTS-PRODUCED TO WS-STMTS-PRODUCED
           MOVE CKPT-STMTS-SKIPPED TO WS-STMTS-SKIPPED
           MOVE CKPT-STMTS-IN-ERROR TO WS-STMTS-IN-ERROR
           MOVE CKPT-CORR-LOGGED TO WS-CORR-LOGGED
           MOVE CKPT-DUE-ROWS-WRITTEN TO WS-DUE-ROWS-WRITTEN
           MOVE CKPT-ARCH-STMTS-WRITTEN TO WS-ARCH-STMTS-WRITTEN
           MOVE CKPT-ARCH-LINES-DROPPED TO WS-ARCH-LINES-DROPPED
           MOVE CKPT-FEED-COUNT TO WS-FEED-COUNT
           MOVE CKPT-EMAIL-FALLBACK-COUNT TO WS-EMAIL-FALLBACK-COUNT
           MOVE CKPT-CONTACT-BLOCKED-COUNT TO WS-CONTACT-BLOCKED-COUNT
           MOVE CKPT-LANGUAGE-WITHHELD-COUNT TO
               WS-LANGUAGE-WITHHELD-COUNT
           MOVE CKPT-COUPON-COUNT TO WS-COUPON-COUNT
           MOVE CKPT-CCY-FALLBACK-COUNT TO WS-CCY-FALLBACK-COUNT
           MOVE CKPT-EXECUTOR-PRINT-COUNT TO WS-EXECUTOR-PRINT-COUNT
           MOVE CKPT-PRINT-LINES TO WS-PRINT-LINES-WRITTEN
           PERFORM 1540-SAVE-MESSAGE-COUNT
               VARYING WS-MSG-IDX FROM 1 BY 1
               UNTIL WS-MSG-IDX > 20.

       1540-SAVE-MESSAGE-COUNT SECTION.

       1540-SAVE-MSG.
           MOVE CKPT-MSG-USED-COUNT(WS-MSG-IDX) TO
               WS-RESTART-MSG-USED-COUNT(WS-MSG-IDX).

       1600-TRUNCATE-STATEMENT-REPORT SECTION.

      *----------------------------------------------------------------*
      * The print lines written up to the checkpoint are copied aside
      * and the print file rewritten with them alone, left open after
      * them. A print file shorter than the checkpoint says output was
      * lost, and the run is refused for operations to look at.
      *----------------------------------------------------------------*
       1600-TRUNCATE-PRINT.
           MOVE 0 TO WS-OUTPUT-COPIED
           MOVE 0 TO WS-OUTPUT-DISCARDED
           OPEN INPUT STATEMENT-REPORT
           OPEN OUTPUT CHECKPOINT-WORK-FILE
           IF NOT WS-PRINT-OK OR NOT WS-CKWK-OK
               DISPLAY 'ERROR OPENING STATEMENT REPORT FOR RESTART: '
                   WS-PRINT-STATUS ' ' WS-CKWK-STATUS
               SET WS-RESTART-REFUSED TO TRUE
           ELSE
               PERFORM 1610-SAVE-KEPT-LINE UNTIL NOT WS-PRINT-OK
               CLOSE STATEMENT-REPORT
               CLOSE CHECKPOINT-WORK-FILE
               IF WS-OUTPUT-COPIED < WS-PRINT-LINES-KEPT
                   DISPLAY 'STATEMENT REPORT HOLDS ' WS-OUTPUT-COPIED
                       ' OF ' WS-PRINT-LINES-KEPT ' CHECKPOINTED '
                       'LINES, RUN CANNOT RESUME'
                   SET WS-RESTART-REFUSED TO TRUE
               ELSE
                   OPEN INPUT CHECKPOINT-WORK-FILE
                   OPEN OUTPUT STATEMENT-REPORT
                   PERFORM 1620-RESTORE-KEPT-LINE
                       UNTIL NOT WS-CKWK-OK
                   CLOSE CHECKPOINT-WORK-FILE
                   DISPLAY 'STATEMENT REPORT CUT BACK TO '
                       WS-PRINT-LINES-KEPT ' LINES, '
                       WS-OUTPUT-DISCARDED ' DISCARDED'
               END-IF
           END-IF.

       1610-SAVE-KEPT-LINE SECTION.

       1610-SAVE-LINE.
           READ STATEMENT-REPORT
               NOT AT END
                   IF WS-OUTPUT-COPIED < WS-PRINT-LINES-KEPT
                       MOVE SPACES TO CKWK-RECORD
                       MOVE PRINT-LINE TO CKWK-RECORD
                       WRITE CKWK-RECORD
                       ADD 1 TO WS-OUTPUT-COPIED
                   ELSE
                       ADD 1 TO WS-OUTPUT-DISCARDED
                   END-IF
           END-READ.

       1620-RESTORE-KEPT-LINE SECTION.

       1620-RESTORE-LINE.
           READ CHECKPOINT-WORK-FILE
               NOT AT END
                   MOVE CKWK-RECORD TO PRINT-LINE
                   WRITE PRINT-LINE
           END-READ.

       1650-TRUNCATE-EMAIL-FEED SECTION.

      *----------------------------------------------------------------*
      * The email feed is cut back the same way, to the statements
      * fed at the checkpoint; a refused run leaves it untouched.
      *----------------------------------------------------------------*
       1650-TRUNCATE-FEED.
           IF WS-RESTART-REFUSED
               MOVE '00' TO WS-FEED-STATUS
           ELSE
               MOVE 0 TO WS-OUTPUT-COPIED
               MOVE 0 TO WS-OUTPUT-DISCARDED
               OPEN INPUT EMAIL-FEED-FILE
               OPEN OUTPUT CHECKPOINT-WORK-FILE
               IF NOT WS-FEED-OK OR NOT WS-CKWK-OK
                   DISPLAY 'ERROR OPENING STATEMENT EMAIL FEED FOR '
                       'RESTART: ' WS-FEED-STATUS ' ' WS-CKWK-STATUS
                   SET WS-RESTART-REFUSED TO TRUE
               ELSE
                   PERFORM 1660-SAVE-KEPT-FEED UNTIL NOT WS-FEED-OK
                   CLOSE EMAIL-FEED-FILE
                   CLOSE CHECKPOINT-WORK-FILE
                   IF WS-OUTPUT-COPIED < WS-FEED-KEPT
                       DISPLAY 'STATEMENT EMAIL FEED HOLDS '
                           WS-OUTPUT-COPIED ' OF ' WS-FEED-KEPT
                           ' CHECKPOINTED RECORDS, RUN CANNOT RESUME'
                       SET WS-RESTART-REFUSED TO TRUE
                   ELSE
                       OPEN INPUT CHECKPOINT-WORK-FILE
                       OPEN OUTPUT EMAIL-FEED-FILE
                       PERFORM 1670-RESTORE-KEPT-FEED
                           UNTIL NOT WS-CKWK-OK
                       CLOSE CHECKPOINT-WORK-FILE
                       DISPLAY 'STATEMENT EMAIL FEED CUT BACK TO '
                           WS-FEED-KEPT ' RECORDS, '
                           WS-OUTPUT-DISCARDED ' DISCARDED'
                   END-IF
               END-IF
           END-IF.

       1660-SAVE-KEPT-FEED SECTION.

       1660-SAVE-FEED.
           READ EMAIL-FEED-FILE
               NOT AT END
                   IF WS-OUTPUT-COPIED < WS-FEED-KEPT
                       MOVE SPACES TO CKWK-RECORD
                       MOVE EMAIL-FEED-RECORD TO CKWK-RECORD
                       WRITE CKWK-RECORD
                       ADD 1 TO WS-OUTPUT-COPIED
                   ELSE
                       ADD 1 TO WS-OUTPUT-DISCARDED
                   END-IF
           END-READ.

       1670-RESTORE-KEPT-FEED SECTION.

       1670-RESTORE-FEED.
           READ CHECKPOINT-WORK-FILE
               NOT AT END
                   MOVE CKWK-RECORD TO EMAIL-FEED-RECORD
                   WRITE EMAIL-FEED-RECORD
           END-READ.

       1700-REGISTER-RUN SECTION.

       1700-REGISTER.
           MOVE 'CUSTSTMT' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           IF WS-RESTARTING
               SET RC-FN-RESUME-STEP TO TRUE
               MOVE WS-RESTART-CUST-ID TO RC-RESTART-KEY
               MOVE WS-RESTART-READ TO RC-RECORD-COUNT
               MOVE WS-STMTS-PRODUCED TO RC-OUTPUT-COUNT
               MOVE WS-OUTPUT-DISCARDED TO RC-DISCARDED-COUNT
           ELSE
               SET RC-FN-START-STEP TO TRUE
           END-IF
           CALL 'RUNCTL' USING RUNCTL-PARMS.

       1750-POSITION-CUSTOMER-FILE SECTION.

       1750-POSITION.
           MOVE 0 TO WS-SWEEP-READ
           IF WS-RESTARTING
               MOVE WS-RESTART-READ TO WS-SWEEP-READ
               MOVE WS-RESTART-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
               MOVE HIGH-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
               START CUSTOMER-FILE
                   KEY IS GREATER THAN CUST-KEY OF CUSTOMER-RECORD
                   INVALID KEY
                       SET WS-CUST-SCAN-DONE TO TRUE
                       SET WS-SWEEP-COMPLETE TO TRUE
               END-START
           END-IF.

       1070-LOAD-ONE-MESSAGE SECTION.

       1070-LOAD-MESSAGE.
                           WS-MSG-CUST-TYPE(WS-MESSAGE-COUNT)
                       MOVE SMG-TARGET-BRANCH TO
                           WS-MSG-BRANCH(WS-MESSAGE-COUNT)
                       MOVE SMG-LANGUAGE-CODE TO
                           WS-MSG-LANGUAGE(WS-MESSAGE-COUNT)
                       IF SMG-LANGUAGE-CODE = SPACES
                           MOVE 'EN' TO
                               WS-MSG-LANGUAGE(WS-MESSAGE-COUNT)
                       END-IF
                       MOVE 0 TO
                           WS-MSG-USED-COUNT(WS-MESSAGE-COUNT)
                   ELSE
               MOVE CUST-BALANCE OF WS-WORK-CUSTOMER TO
                   WS-CLOSING-BALANCE
               PERFORM 1200-SET-DELIVERY-DISPOSITION
               PERFORM 1250-SET-STATEMENT-LANGUAGE
           ELSE
               DISPLAY 'CUSTOMER NOT FOUND FOR STATEMENT: '
                   WS-PARM-CUST-ID ' STATUS: ' WS-FILE-STATUS
       1200-SET-DELIVERY.
           MOVE 'Y' TO WS-PRINT-STMT-FLAG
           MOVE 'N' TO WS-FEED-STMT-FLAG
           PERFORM 1210-FIND-EXECUTOR
           EVALUATE TRUE
               WHEN CUST-DELIVER-BOTH OF WS-WORK-CUSTOMER
                   IF CUST-EMAIL OF WS-WORK-CUSTOMER = SPACES
               MOVE 'N' TO WS-FEED-STMT-FLAG
               MOVE 'Y' TO WS-PRINT-STMT-FLAG
           END-IF
           IF WS-EXECUTOR-ON-FILE
               MOVE 'N' TO WS-FEED-STMT-FLAG
               MOVE 'Y' TO WS-PRINT-STMT-FLAG
           END-IF
           IF (CUST-MAIL-BLOCKED OF WS-WORK-CUSTOMER
                   OR (CUST-ADDR-BAD OF WS-WORK-CUSTOMER
                       AND WS-NO-EXECUTOR))
               AND WS-PRINT-STMT-FLAG = 'Y'
               MOVE 'N' TO WS-PRINT-STMT-FLAG
               IF WS-FEED-STMT-FLAG = 'N'
                   ADD 1 TO WS-CONTACT-BLOCKED-COUNT
               END-IF
           END-IF
           IF WS-EXECUTOR-ON-FILE AND WS-PRINT-STMT-FLAG = 'Y'
               ADD 1 TO WS-EXECUTOR-PRINT-COUNT
           END-IF.

       1210-FIND-EXECUTOR SECTION.

       1210-FIND-EXEC.
           SET WS-NO-EXECUTOR TO TRUE
           IF WS-EXE-FILE-AVAILABLE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO EXE-CUST-ID
               READ EXECUTOR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-EXE-OK
                   SET WS-EXECUTOR-ON-FILE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The statement goes out in the customer's language or not at
      * all. MSGTXT checks that every statement message and month
      * name is on file in the language, and writes a customer it
      * cannot serve to the language exception report; the statement
      * is then withheld from print and email alike.
      *----------------------------------------------------------------*
       1250-SET-STATEMENT-LANGUAGE SECTION.

       1250-SET-LANGUAGE.
           MOVE CUST-LANGUAGE-CODE OF WS-WORK-CUSTOMER TO
               WS-STMT-LANGUAGE
           IF WS-STMT-LANGUAGE = SPACES
               MOVE 'EN' TO WS-STMT-LANGUAGE
           END-IF
           SET MT-FN-DOCUMENT TO TRUE
           MOVE WS-STMT-LANGUAGE TO MT-LANGUAGE-CODE
           MOVE WS-STX-DOCUMENT-GROUP TO MT-DOCUMENT-GROUP
           MOVE WS-STX-MESSAGE-COUNT TO MT-MESSAGE-COUNT
           MOVE 'CUSTSTMT' TO MT-PROGRAM-NAME
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO MT-CUST-ID
           CALL 'MSGTXT' USING MSGTXT-PARMS
           IF MT-FOUND
               SET WS-STMT-LANGUAGE-OK TO TRUE
               PERFORM 1300-LOAD-STATEMENT-TEXT
           ELSE
               SET WS-STMT-LANGUAGE-MISSING TO TRUE
               ADD 1 TO WS-LANGUAGE-WITHHELD-COUNT
               DISPLAY 'NO ' WS-STMT-LANGUAGE ' TRANSLATION, '
                   'STATEMENT WITHHELD: ' CUST-ID OF WS-WORK-CUSTOMER
                   ' MESSAGE: ' MT-MISSING-NO
           END-IF.

      *----------------------------------------------------------------*
      * The English text is kept aside on the first load; any
      * language starts from it and takes every message the table
      * has for it, English included.
      *----------------------------------------------------------------*
       1300-LOAD-STATEMENT-TEXT SECTION.

       1300-LOAD-TEXT.
           IF WS-STX-LOADED-LANGUAGE = SPACES
               MOVE WS-STMT-TEXT TO WS-STX-ENGLISH
           END-IF
           IF WS-STMT-LANGUAGE NOT = WS-STX-LOADED-LANGUAGE
               MOVE WS-STX-ENGLISH TO WS-STMT-TEXT
               PERFORM 1310-LOAD-ONE-TEXT
                   VARYING WS-STX-IDX FROM 1 BY 1
                   UNTIL WS-STX-IDX > WS-STX-MESSAGE-COUNT
               MOVE WS-STMT-LANGUAGE TO WS-STX-LOADED-LANGUAGE
               MOVE WS-STX-TITLE TO WS-HDG-TITLE
               MOVE WS-STX-CUST-ID-LABEL TO WS-HDG-CUST-ID-LABEL
               MOVE WS-STX-NAME-LABEL TO WS-HDG-NAME-LABEL
               MOVE WS-STX-PERIOD-LABEL TO WS-HDG-PERIOD-LABEL
               MOVE WS-STX-COL-DATE TO WS-COL-DATE
               MOVE WS-STX-COL-TYPE TO WS-COL-TYPE
               MOVE WS-STX-COL-AMOUNT TO WS-COL-AMOUNT
               MOVE WS-STX-POINTS-LABEL TO WS-PTL-LABEL
               MOVE WS-STX-FAMILY-LABEL TO WS-FAM-LABEL
               MOVE WS-STX-DETACH TO WS-CPN-CUT-TEXT
               MOVE WS-STX-ACCOUNT-LABEL TO WS-CPN-ACCOUNT-LABEL
               MOVE WS-STX-STMT-DATE-LABEL TO WS-CPN-STMT-DATE-LABEL
           END-IF.

       1310-LOAD-ONE-TEXT SECTION.

       1310-LOAD-ONE.
           SET MT-FN-TEXT TO TRUE
           MOVE WS-STMT-LANGUAGE TO MT-LANGUAGE-CODE
           COMPUTE MT-MESSAGE-NO =
               WS-STX-DOCUMENT-GROUP * 100 + WS-STX-IDX
           CALL 'MSGTXT' USING MSGTXT-PARMS
           IF MT-FOUND
               MOVE MT-TEXT TO WS-STX-ENTRY(WS-STX-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * WS-DATE-TEXT-IN written out in the statement's language.
      *----------------------------------------------------------------*
       1320-WRITE-OUT-DATE SECTION.

       1320-WRITE-DATE.
           SET MT-FN-DATE TO TRUE
           MOVE WS-STMT-LANGUAGE TO MT-LANGUAGE-CODE
           MOVE WS-DATE-TEXT-IN TO MT-DATE
           CALL 'MSGTXT' USING MSGTXT-PARMS
           MOVE MT-TEXT TO WS-DATE-TEXT.

       2000-WRITE-HEADER SECTION.

       2000-WRITE.
           MOVE 0 TO WS-ARCH-LINE-NO
           MOVE 0 TO WS-STMT-DETAIL-LINES
           IF WS-PRINT-THIS-STMT
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO WS-HDG-CUST-ID
               WRITE PRINT-LINE FROM WS-HEADING-LINE-1
               ADD 1 TO WS-PRINT-LINES-WRITTEN
               MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO WS-HDG-NAME
               WRITE PRINT-LINE FROM WS-HEADING-LINE-2
               ADD 1 TO WS-PRINT-LINES-WRITTEN
               MOVE WS-PERIOD-START TO WS-DATE-TEXT-IN
               PERFORM 1320-WRITE-OUT-DATE
               MOVE WS-DATE-TEXT TO WS-PERIOD-START-TEXT
               MOVE WS-PERIOD-END TO WS-DATE-TEXT-IN
               PERFORM 1320-WRITE-OUT-DATE
               MOVE WS-DATE-TEXT TO WS-PERIOD-END-TEXT
               MOVE SPACES TO WS-HDG-PERIOD
               STRING WS-PERIOD-START-TEXT DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-STX-PERIOD-TO DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-PERIOD-END-TEXT DELIMITED BY '  '
                   INTO WS-HDG-PERIOD
               END-STRING
               WRITE PRINT-LINE FROM WS-HEADING-LINE-3
               ADD 1 TO WS-PRINT-LINES-WRITTEN
               PERFORM 2100-ANNOTATE-ACCOUNT-STATUS
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
               ADD 1 TO WS-PRINT-LINES-WRITTEN
           END-IF.

       2100-ANNOTATE-ACCOUNT-STATUS SECTION.
       2100-ANNOTATE-STATUS.
           EVALUATE TRUE
               WHEN CUST-STAT-HOLD OF WS-WORK-CUSTOMER
                   MOVE WS-STX-HOLD-NOTE TO WS-STN-TEXT
                   WRITE PRINT-LINE FROM WS-STATUS-NOTE-LINE
                   ADD 1 TO WS-PRINT-LINES-WRITTEN
               WHEN CUST-STAT-FROZEN OF WS-WORK-CUSTOMER
                   MOVE WS-STX-FROZEN-NOTE TO WS-STN-TEXT
                   WRITE PRINT-LINE FROM WS-STATUS-NOTE-LINE
                   ADD 1 TO WS-PRINT-LINES-WRITTEN
               WHEN CUST-STAT-CLOSED OF WS-WORK-CUSTOMER
                   MOVE WS-STX-CLOSED-NOTE TO WS-STN-TEXT
                   WRITE PRINT-LINE FROM WS-STATUS-NOTE-LINE
                   ADD 1 TO WS-PRINT-LINES-WRITTEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF (TRAN-CUSTOMER-ID = CUST-ID OF WS-WORK-CUSTOMER
                       OR (TRAN-TRANSFER AND XFR-TARGET-CUST-ID =
                           CUST-ID OF WS-WORK-CUSTOMER))
                       AND TRAN-DATE >= WS-PERIOD-START
                       AND TRAN-DATE <= WS-PERIOD-END
                       PERFORM 3050-CHECK-REJECTED
       3100-APPLY.
           ADD 1 TO WS-TRAN-COUNT
           PERFORM 3120-CONVERT-STMT-AMOUNT
           IF TRAN-TRANSFER
               AND TRAN-CUSTOMER-ID = CUST-ID OF WS-WORK-CUSTOMER
               COMPUTE WS-STMT-AMOUNT = 0 - WS-STMT-AMOUNT
           END-IF
           PERFORM 7000-ARCHIVE-TRAN-LINE
           MOVE TRAN-DATE TO WS-TRL-DATE
           MOVE TRAN-TYPE TO WS-TRL-TYPE
           MOVE WS-STMT-AMOUNT TO WS-TRL-AMOUNT
           IF TRAN-PURCHASE
               MOVE PUR-PO-NUMBER TO WS-TRL-PO-NUMBER
           ELSE
               MOVE SPACES TO WS-TRL-PO-NUMBER
           END-IF
           IF WS-PRINT-THIS-STMT
               WRITE PRINT-LINE FROM WS-TRAN-LINE
               ADD 1 TO WS-PRINT-LINES-WRITTEN
               ADD 1 TO WS-STMT-DETAIL-LINES
               IF WS-TRL-PURCHASE AND WS-ITEM-FILE-AVAILABLE
                   PERFORM 3150-PRINT-ITEM-LINES
               END-IF
           END-IF
           IF WS-TRL-PAYMENT
               ADD WS-STMT-AMOUNT TO WS-PERIOD-PAYMENTS
           END-IF
           EVALUATE TRUE
               WHEN WS-TRL-PURCHASE OR WS-TRL-ADJUSTMENT
                   ADD WS-STMT-AMOUNT TO WS-PERIOD-NET
                   ADD WS-STMT-AMOUNT TO WS-PERIOD-NET
               WHEN WS-TRL-PAYMENT OR WS-TRL-REFUND
                   SUBTRACT WS-STMT-AMOUNT FROM WS-PERIOD-NET
      *        A balance transfer is already signed for this side of
      *        it: out of the source, into the target.
               WHEN WS-TRL-TRANSFER
                   ADD WS-STMT-AMOUNT TO WS-PERIOD-NET
           END-EVALUATE.

       3120-CONVERT-STMT-AMOUNT SECTION.
                       MOVE ITM-QUANTITY TO WS-ITL-QUANTITY
                       MOVE ITM-EXTENDED-AMOUNT TO WS-ITL-AMOUNT
                       WRITE PRINT-LINE FROM WS-ITEM-LINE
                       ADD 1 TO WS-PRINT-LINES-WRITTEN
                       ADD 1 TO WS-STMT-DETAIL-LINES
                   END-IF
               END-IF
           END-IF.
       4000-WRITE.
           COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - WS-PERIOD-NET
           PERFORM 4300-CALC-MINIMUM-DUE
           MOVE WS-PAYMENT-DUE-DATE TO WS-DATE-TEXT-IN
           PERFORM 1320-WRITE-OUT-DATE
           MOVE WS-DATE-TEXT TO WS-DUE-DATE-TEXT
           PERFORM 7100-ARCHIVE-STMT-HEADER
           IF WS-PARM-CYCLE-MODE AND WS-SDU-FILE-OPEN
               PERFORM 4400-WRITE-STATEMENT-DUE
           END-IF
           IF WS-PRINT-THIS-STMT
               MOVE CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER
                   TO WS-BAL-CCY
               MOVE WS-STX-OPENING-BALANCE TO WS-BAL-LABEL
               MOVE WS-OPENING-BALANCE TO WS-BAL-AMOUNT
               WRITE PRINT-LINE FROM WS-BALANCE-LINE
               ADD 1 TO WS-PRINT-LINES-WRITTEN
               MOVE WS-STX-CLOSING-BALANCE TO WS-BAL-LABEL
               MOVE WS-CLOSING-BALANCE TO WS-BAL-AMOUNT
               WRITE PRINT-LINE FROM WS-BALANCE-LINE
               ADD 1 TO WS-PRINT-LINES-WRITTEN
               IF WS-PAST-DUE-AMOUNT > 0
                   MOVE WS-STX-PAST-DUE TO WS-BAL-LABEL
                   MOVE WS-PAST-DUE-AMOUNT TO WS-BAL-AMOUNT
                   WRITE PRINT-LINE FROM WS-BALANCE-LINE
                   ADD 1 TO WS-PRINT-LINES-WRITTEN
               END-IF
               MOVE WS-STX-MINIMUM-DUE TO WS-BAL-LABEL
               MOVE WS-MINIMUM-DUE TO WS-BAL-AMOUNT
               WRITE PRINT-LINE FROM WS-BALANCE-LINE
               ADD 1 TO WS-PRINT-LINES-WRITTEN
               MOVE WS-STX-DUE-DATE TO WS-DDL-LABEL
               MOVE WS-DUE-DATE-TEXT TO WS-DDL-DATE
               WRITE PRINT-LINE FROM WS-DUE-DATE-LINE
               ADD 1 TO WS-PRINT-LINES-WRITTEN
               IF WS-LOY-FILE-AVAILABLE
                   PERFORM 4050-PRINT-POINTS-BALANCE
               END-IF
           END-IF
           PERFORM 4200-APPLY-STATEMENT-MESSAGES
           IF WS-PRINT-THIS-STMT AND WS-CLOSING-BALANCE > 0
               PERFORM 4500-PRINT-REMITTANCE-COUPON
           END-IF
           IF WS-PRINT-THIS-STMT
               MOVE 'ST' TO WS-COR-DOC-TYPE
               MOVE 'P' TO WS-COR-CHANNEL
               MOVE CUST-STMT-CYCLE OF WS-WORK-CUSTOMER TO
                   WS-COR-DETAIL
               PERFORM 8000-LOG-CORRESPONDENCE
               PERFORM 8200-ADD-MANIFEST-PIECE
           END-IF
           IF WS-FEED-THIS-STMT
               PERFORM 4100-WRITE-EMAIL-FEED
               PERFORM 8000-LOG-CORRESPONDENCE
           END-IF.

      *----------------------------------------------------------------*
      * A customer with no ledger row is not in the rewards program
      * and gets no points line.
      *----------------------------------------------------------------*
       4050-PRINT-POINTS-BALANCE SECTION.

       4050-PRINT-POINTS.
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO LOY-CUST-ID
           READ LOYALTY-LEDGER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-LOY-OK
               MOVE LOY-POINTS-BALANCE TO WS-PTL-POINTS
               WRITE PRINT-LINE FROM WS-POINTS-LINE
               ADD 1 TO WS-PRINT-LINES-WRITTEN
           END-IF.

      *----------------------------------------------------------------*
      * The previous cycle's minimum (plus whatever was already past
      * due then) less this period's payments is what went unpaid. An
      * unpaid amount makes the account past due from the oldest due
      * date still short: the earlier unmet date when the payments did
      * not even clear the old past-due amount, otherwise the previous
      * cycle's own due date. The new minimum is the type's percentage
      * of the closing balance, at least the floor, plus the past-due
      * amount, and never more than the closing balance.
      *----------------------------------------------------------------*
       4300-CALC-MINIMUM-DUE SECTION.

       4300-CALC-MIN.
           PERFORM 4310-FIND-PRIOR-CYCLE
           MOVE 0 TO WS-PAST-DUE-AMOUNT
           MOVE 0 TO WS-OLDEST-UNMET-DUE
           MOVE 0 TO WS-CYCLES-MISSED
           MOVE 0 TO WS-STMT-DAYS-PAST-DUE
           MOVE 0 TO WS-MINIMUM-DUE
           IF WS-PRIOR-FOUND
               COMPUTE WS-UNPAID-MINIMUM =
                   WS-PRIOR-PAST-DUE + WS-PRIOR-MINIMUM-DUE
                   - WS-PERIOD-PAYMENTS
               IF WS-UNPAID-MINIMUM > 0
                   AND WS-CLOSING-BALANCE > 0
                   MOVE WS-UNPAID-MINIMUM TO WS-PAST-DUE-AMOUNT
                   IF WS-PRIOR-OLDEST-UNMET > 0
                       AND WS-PERIOD-PAYMENTS < WS-PRIOR-PAST-DUE
                       MOVE WS-PRIOR-OLDEST-UNMET TO
                           WS-OLDEST-UNMET-DUE
                   ELSE
                       MOVE WS-PRIOR-DUE-DATE TO WS-OLDEST-UNMET-DUE
                   END-IF
                   COMPUTE WS-CYCLES-MISSED =
                       WS-PRIOR-CYCLES-MISSED + 1
               END-IF
           END-IF
           IF WS-PAST-DUE-AMOUNT > WS-CLOSING-BALANCE
               MOVE WS-CLOSING-BALANCE TO WS-PAST-DUE-AMOUNT
           END-IF
           SET WS-MNR-NOT-FOUND TO TRUE
           PERFORM 4330-MATCH-MINIMUM-RULE
               VARYING WS-MNR-IDX FROM 1 BY 1
               UNTIL WS-MNR-IDX > 3 OR WS-MNR-FOUND
           IF WS-MNR-FOUND
               SUBTRACT 1 FROM WS-MNR-IDX
           ELSE
               MOVE 4 TO WS-MNR-IDX
           END-IF
           IF WS-CLOSING-BALANCE > 0
               COMPUTE WS-MINIMUM-BASE ROUNDED =
                   WS-CLOSING-BALANCE * WS-MNR-PCT(WS-MNR-IDX) / 100
               IF WS-MINIMUM-BASE < WS-MNR-FLOOR(WS-MNR-IDX)
                   MOVE WS-MNR-FLOOR(WS-MNR-IDX) TO WS-MINIMUM-BASE
               END-IF
               COMPUTE WS-MINIMUM-DUE =
                   WS-MINIMUM-BASE + WS-PAST-DUE-AMOUNT
               IF WS-MINIMUM-DUE > WS-CLOSING-BALANCE
                   MOVE WS-CLOSING-BALANCE TO WS-MINIMUM-DUE
               END-IF
           END-IF
           MOVE WS-TODAY-DATE TO WS-PAYMENT-DUE-DATE
           SET DU-FN-ADD-DAYS TO TRUE
           MOVE WS-TODAY-DATE TO DU-DATE-1
           MOVE WS-MNR-GRACE-DAYS(WS-MNR-IDX) TO DU-DAYS-COUNT
           CALL 'DATEUTIL' USING DATEUTIL-PARMS
           IF DU-VALID
               MOVE DU-RESULT-DATE TO WS-PAYMENT-DUE-DATE
           END-IF
           IF WS-OLDEST-UNMET-DUE > 0
               SET DU-FN-DAYS-BETWEEN TO TRUE
               MOVE WS-OLDEST-UNMET-DUE TO DU-DATE-1
               MOVE WS-TODAY-DATE TO DU-DATE-2
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               IF DU-VALID AND DU-DAYS-COUNT > 0
                   MOVE DU-DAYS-COUNT TO WS-STMT-DAYS-PAST-DUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The latest statement due row before today's statement date;
      * a rerun on the same day does not count its own earlier row as
      * the prior cycle.
      *----------------------------------------------------------------*
       4310-FIND-PRIOR-CYCLE SECTION.

       4310-FIND-PRIOR.
           SET WS-PRIOR-NOT-FOUND TO TRUE
           IF WS-SDU-FILE-OPEN
               SET WS-SDU-SCAN-ACTIVE TO TRUE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO SDU-CUST-ID
               MOVE 0 TO SDU-STMT-DATE
               START STATEMENT-DUE-FILE KEY IS NOT LESS THAN SDU-KEY
                   INVALID KEY
                       SET WS-SDU-SCAN-DONE TO TRUE
               END-START
               PERFORM 4320-SCAN-ONE-DUE-ROW
                   UNTIL WS-SDU-SCAN-DONE
           END-IF.

       4320-SCAN-ONE-DUE-ROW SECTION.

       4320-SCAN-DUE.
           READ STATEMENT-DUE-FILE NEXT RECORD
               AT END
                   SET WS-SDU-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SDU-SCAN-DONE
               IF NOT WS-SDU-OK
                   OR SDU-CUST-ID NOT = CUST-ID OF WS-WORK-CUSTOMER
                   OR SDU-STMT-DATE NOT < WS-TODAY-DATE
                   SET WS-SDU-SCAN-DONE TO TRUE
               ELSE
                   SET WS-PRIOR-FOUND TO TRUE
                   MOVE SDU-PAST-DUE-AMOUNT TO WS-PRIOR-PAST-DUE
                   MOVE SDU-MINIMUM-DUE TO WS-PRIOR-MINIMUM-DUE
                   MOVE SDU-PAYMENT-DUE-DATE TO WS-PRIOR-DUE-DATE
                   MOVE SDU-OLDEST-UNMET-DUE-DATE TO
                       WS-PRIOR-OLDEST-UNMET
                   MOVE SDU-CYCLES-MISSED TO WS-PRIOR-CYCLES-MISSED
               END-IF
           END-IF.

       4330-MATCH-MINIMUM-RULE SECTION.

       4330-MATCH-RULE.
           IF WS-MNR-CUST-TYPE(WS-MNR-IDX) =
               CUST-TYPE OF WS-WORK-CUSTOMER
               SET WS-MNR-FOUND TO TRUE
           END-IF.

       4400-WRITE-STATEMENT-DUE SECTION.

       4400-WRITE-DUE.
           INITIALIZE STATEMENT-DUE-RECORD
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO SDU-CUST-ID
           MOVE WS-TODAY-DATE TO SDU-STMT-DATE
           MOVE CUST-STMT-CYCLE OF WS-WORK-CUSTOMER TO SDU-STMT-CYCLE
           MOVE WS-PERIOD-START TO SDU-PERIOD-START
           MOVE WS-PERIOD-END TO SDU-PERIOD-END
           MOVE WS-CLOSING-BALANCE TO SDU-CLOSING-BALANCE
           MOVE WS-PERIOD-PAYMENTS TO SDU-PAYMENTS-IN-PERIOD
           MOVE WS-PAST-DUE-AMOUNT TO SDU-PAST-DUE-AMOUNT
           MOVE WS-MINIMUM-DUE TO SDU-MINIMUM-DUE
           MOVE WS-PAYMENT-DUE-DATE TO SDU-PAYMENT-DUE-DATE
           MOVE WS-OLDEST-UNMET-DUE TO SDU-OLDEST-UNMET-DUE-DATE
           MOVE WS-CYCLES-MISSED TO SDU-CYCLES-MISSED
           MOVE WS-STMT-DAYS-PAST-DUE TO SDU-DAYS-PAST-DUE
           WRITE STATEMENT-DUE-RECORD
               INVALID KEY
                   REWRITE STATEMENT-DUE-RECORD
           END-WRITE
           IF WS-SDU-OK
               ADD 1 TO WS-DUE-ROWS-WRITTEN
           ELSE
               DISPLAY 'ERROR WRITING STATEMENT DUE ROW FOR: '
                   CUST-ID OF WS-WORK-CUSTOMER
                   ' STATUS: ' WS-SDU-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * The coupon's amount due is the closing balance; the minimum and
      * its due date are repeated above the scanline so the customer
      * can see both without the statement half.
      *----------------------------------------------------------------*
       4500-PRINT-REMITTANCE-COUPON SECTION.

       4500-PRINT-COUPON.
           SET OL-FN-BUILD TO TRUE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO OL-SCAN-CUST-ID
           MOVE WS-TODAY-DATE TO OL-SCAN-STMT-DATE
           MOVE WS-CLOSING-BALANCE TO OL-SCAN-AMOUNT-DUE
           CALL 'OCRLINE' USING OCRLINE-PARMS
           WRITE PRINT-LINE FROM WS-COUPON-CUT-LINE
           ADD 1 TO WS-PRINT-LINES-WRITTEN
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO WS-CPN-CUST-ID
           MOVE WS-TODAY-DATE TO WS-DATE-TEXT-IN
           PERFORM 1320-WRITE-OUT-DATE
           MOVE WS-DATE-TEXT TO WS-CPN-STMT-DATE
           WRITE PRINT-LINE FROM WS-COUPON-ACCOUNT-LINE
           ADD 1 TO WS-PRINT-LINES-WRITTEN
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO WS-HDG-NAME
           WRITE PRINT-LINE FROM WS-HEADING-LINE-2
           ADD 1 TO WS-PRINT-LINES-WRITTEN
           MOVE CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER TO WS-BAL-CCY
           MOVE WS-STX-AMOUNT-DUE TO WS-BAL-LABEL
           MOVE WS-CLOSING-BALANCE TO WS-BAL-AMOUNT
           WRITE PRINT-LINE FROM WS-BALANCE-LINE
           ADD 1 TO WS-PRINT-LINES-WRITTEN
           MOVE WS-STX-MINIMUM-DUE TO WS-BAL-LABEL
           MOVE WS-MINIMUM-DUE TO WS-BAL-AMOUNT
           WRITE PRINT-LINE FROM WS-BALANCE-LINE
           ADD 1 TO WS-PRINT-LINES-WRITTEN
           MOVE WS-STX-DUE-DATE TO WS-DDL-LABEL
           MOVE WS-DUE-DATE-TEXT TO WS-DDL-DATE
           WRITE PRINT-LINE FROM WS-DUE-DATE-LINE
           ADD 1 TO WS-PRINT-LINES-WRITTEN
           IF OL-VALID
               MOVE OL-PRINT-SCANLINE TO WS-CPN-SCANLINE
               WRITE PRINT-LINE FROM WS-COUPON-SCAN-LINE
               ADD 1 TO WS-PRINT-LINES-WRITTEN
               ADD 1 TO WS-COUPON-COUNT
           ELSE
               DISPLAY 'NO COUPON SCANLINE FOR: '
                   CUST-ID OF WS-WORK-CUSTOMER
           END-IF.

       4200-APPLY-STATEMENT-MESSAGES SECTION.

      *----------------------------------------------------------------*
               AND (WS-MSG-BRANCH(WS-MSG-IDX) = SPACES
                   OR WS-MSG-BRANCH(WS-MSG-IDX) =
                       CUST-BRANCH-CODE OF WS-WORK-CUSTOMER)
               AND WS-MSG-LANGUAGE(WS-MSG-IDX) = WS-STMT-LANGUAGE
               ADD 1 TO WS-MSG-USED-COUNT(WS-MSG-IDX)
               IF WS-PRINT-THIS-STMT
                   MOVE WS-MSG-TEXT(WS-MSG-IDX) TO WS-MSA-TEXT
                   WRITE PRINT-LINE FROM WS-MESSAGE-AREA-LINE
                   ADD 1 TO WS-PRINT-LINES-WRITTEN
                   ADD 1 TO WS-STMT-DETAIL-LINES
               END-IF
               IF WS-FEED-MESSAGE-TEXT = SPACES
                   MOVE WS-MSG-TEXT(WS-MSG-IDX) TO
           MOVE CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER TO
               STF-CURRENCY-CODE
           MOVE WS-FEED-MESSAGE-TEXT TO STF-MESSAGE-TEXT
           MOVE WS-MINIMUM-DUE TO STF-MINIMUM-DUE
           MOVE WS-PAYMENT-DUE-DATE TO STF-PAYMENT-DUE-DATE
           MOVE WS-PAST-DUE-AMOUNT TO STF-PAST-DUE-AMOUNT
           MOVE WS-STMT-LANGUAGE TO STF-LANGUAGE-CODE
           MOVE WS-STX-EMAIL-SUBJECT TO STF-SUBJECT-TEXT
           MOVE WS-DUE-DATE-TEXT TO STF-DUE-DATE-TEXT
           WRITE EMAIL-FEED-RECORD
           IF WS-FEED-OK
               ADD 1 TO WS-FEED-COUNT
               MOVE TRAN-DATE TO STA-TRAN-DATE
               MOVE TRAN-TYPE TO STA-TRAN-TYPE
               MOVE WS-STMT-AMOUNT TO STA-TRAN-AMOUNT
               IF TRAN-PURCHASE
                   MOVE PUR-PO-NUMBER TO STA-PO-NUMBER
               ELSE
                   MOVE SPACES TO STA-PO-NUMBER
               END-IF
               WRITE STATEMENT-ARCHIVE-RECORD
                   INVALID KEY
                       REWRITE STATEMENT-ARCHIVE-RECORD
           MOVE CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER TO
               STA-CURRENCY-CODE
           MOVE WS-ARCH-LINE-NO TO STA-TRAN-COUNT
           MOVE WS-MINIMUM-DUE TO STA-MINIMUM-DUE
           MOVE WS-PAYMENT-DUE-DATE TO STA-PAYMENT-DUE-DATE
           MOVE WS-PAST-DUE-AMOUNT TO STA-PAST-DUE-AMOUNT
           WRITE STATEMENT-ARCHIVE-RECORD
               INVALID KEY
                   REWRITE STATEMENT-ARCHIVE-RECORD
      *----------------------------------------------------------------*
       5000-RUN-CYCLE.
           SET WS-CUST-SCAN-ACTIVE TO TRUE
           IF WS-RESTART-REFUSED
               SET WS-CUST-SCAN-DONE TO TRUE
           ELSE
               PERFORM 1700-REGISTER-RUN
               PERFORM 1750-POSITION-CUSTOMER-FILE
           END-IF
           PERFORM 5100-SCAN-ONE-CUSTOMER
               UNTIL WS-CUST-SCAN-DONE.

           READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               AT END
                   SET WS-CUST-SCAN-DONE TO TRUE
                   SET WS-SWEEP-COMPLETE TO TRUE
           END-READ
           IF NOT WS-CUST-SCAN-DONE
               IF NOT WS-FILE-OK
               ELSE
                   IF CUST-STMT-CYCLE OF WS-WORK-CUSTOMER =
                       WS-PARM-CYCLE-CODE
                       IF WS-RESTARTING
                           PERFORM 8600-CLEAR-PRIOR-STATEMENTS
                       END-IF
                       PERFORM 5200-STATEMENT-ONE-CUSTOMER
                   END-IF
                   PERFORM 5400-TAKE-CHECKPOINT
               END-IF
           END-IF.

               ADD 1 TO WS-STMTS-SKIPPED
           ELSE
               PERFORM 1200-SET-DELIVERY-DISPOSITION
               PERFORM 1250-SET-STATEMENT-LANGUAGE
               IF WS-STMT-LANGUAGE-OK
                   MOVE CUST-BALANCE OF WS-WORK-CUSTOMER TO
                       WS-CLOSING-BALANCE
                   MOVE 0 TO WS-PERIOD-NET
                   MOVE 0 TO WS-PERIOD-PAYMENTS
                   MOVE 0 TO WS-TRAN-COUNT
                   SET WS-NOT-EOF TO TRUE
                   OPEN INPUT TRANSACTION-FILE
                   IF NOT WS-TRAN-OK
                       ADD 1 TO WS-STMTS-IN-ERROR
                       DISPLAY 'ERROR REOPENING TRANSACTION FILE '
                           'FOR: ' CUST-ID OF WS-WORK-CUSTOMER
                           ' STATUS: ' WS-TRAN-STATUS
                   ELSE
                       PERFORM 2000-WRITE-HEADER
                       PERFORM 3000-PROCESS-TRANSACTIONS UNTIL WS-EOF
                       PERFORM 4000-WRITE-CLOSING-BALANCE
                       CLOSE TRANSACTION-FILE
                       ADD 1 TO WS-STMTS-PRODUCED
                   END-IF
               END-IF
           END-IF.

               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF (TRAN-CUSTOMER-ID = CUST-ID OF WS-WORK-CUSTOMER
                       OR (TRAN-TRANSFER AND XFR-TARGET-CUST-ID =
                           CUST-ID OF WS-WORK-CUSTOMER))
                       AND TRAN-DATE >= WS-PERIOD-START
                       AND TRAN-DATE <= WS-PERIOD-END
                       PERFORM 3050-CHECK-REJECTED
                   END-IF
           END-READ.

       5400-TAKE-CHECKPOINT SECTION.

      *----------------------------------------------------------------*
      * Taken between customers, so the print file, the feed, the
      * print job and correspondence history all stand at the same
      * customer.
      *----------------------------------------------------------------*
       5400-TAKE-CKPT.
           ADD 1 TO WS-SWEEP-READ
           DIVIDE WS-SWEEP-READ BY WS-CHECKPOINT-INTERVAL
               GIVING WS-CKPT-QUOTIENT REMAINDER WS-CKPT-REMAINDER
           IF WS-CKPT-REMAINDER = 0 AND WS-CKPT-FILE-AVAILABLE
               PERFORM 5410-WRITE-CHECKPOINT
           END-IF.

       5410-WRITE-CHECKPOINT SECTION.

       5410-WRITE-CKPT.
           INITIALIZE CKPT-RECORD
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO CKPT-LAST-CUST-ID
           MOVE WS-SWEEP-READ TO CKPT-RECORDS-READ
           MOVE WS-TODAY-DATE TO CKPT-RUN-DATE
           MOVE WS-RUN-TIME TO CKPT-RUN-TIME
           MOVE WS-PARM-CYCLE-CODE TO CKPT-CYCLE-CODE
           MOVE WS-PERIOD-START TO CKPT-PERIOD-START
           MOVE WS-PERIOD-END TO CKPT-PERIOD-END
           MOVE WS-PRINT-LINES-WRITTEN TO CKPT-PRINT-LINES
           MOVE WS-FEED-COUNT TO CKPT-FEED-COUNT
           MOVE SPACES TO CKPT-JOB-ID
           IF WS-MANIFEST-OPEN
               MOVE PM-JOB-ID TO CKPT-JOB-ID
               MOVE PM-PIECE-COUNT TO CKPT-PIECE-COUNT
               MOVE PM-TOTAL-PAGES TO CKPT-TOTAL-PAGES
               MOVE PM-CUST-HASH TO CKPT-CUST-HASH
           END-IF
           MOVE WS-STMTS-PRODUCED TO CKPT-STMTS-PRODUCED
           MOVE WS-STMTS-SKIPPED TO CKPT-STMTS-SKIPPED
           MOVE WS-STMTS-IN-ERROR TO CKPT-STMTS-IN-ERROR
           MOVE WS-CORR-LOGGED TO CKPT-CORR-LOGGED
           MOVE WS-DUE-ROWS-WRITTEN TO CKPT-DUE-ROWS-WRITTEN
           MOVE WS-ARCH-STMTS-WRITTEN TO CKPT-ARCH-STMTS-WRITTEN
           MOVE WS-ARCH-LINES-DROPPED TO CKPT-ARCH-LINES-DROPPED
           MOVE WS-EMAIL-FALLBACK-COUNT TO CKPT-EMAIL-FALLBACK-COUNT
           MOVE WS-CONTACT-BLOCKED-COUNT TO CKPT-CONTACT-BLOCKED-COUNT
           MOVE WS-LANGUAGE-WITHHELD-COUNT TO
               CKPT-LANGUAGE-WITHHELD-COUNT
           MOVE WS-COUPON-COUNT TO CKPT-COUPON-COUNT
           MOVE WS-CCY-FALLBACK-COUNT TO CKPT-CCY-FALLBACK-COUNT
           MOVE WS-EXECUTOR-PRINT-COUNT TO CKPT-EXECUTOR-PRINT-COUNT
           PERFORM 5420-STORE-MESSAGE-COUNT
               VARYING WS-MSG-IDX FROM 1 BY 1
               UNTIL WS-MSG-IDX > WS-MESSAGE-COUNT
           WRITE CKPT-RECORD
           IF NOT WS-CKPT-OK
               DISPLAY 'ERROR WRITING CHECKPOINT AFTER: '
                   CKPT-LAST-CUST-ID ' STATUS: ' WS-CKPT-STATUS
           ELSE
               SET RC-FN-CHECKPOINT-STEP TO TRUE
               MOVE 'CUSTSTMT' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE CKPT-LAST-CUST-ID TO RC-RESTART-KEY
               MOVE CKPT-RECORDS-READ TO RC-RECORD-COUNT
               MOVE CKPT-STMTS-PRODUCED TO RC-OUTPUT-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.

       5420-STORE-MESSAGE-COUNT SECTION.

       5420-STORE-MSG.
           MOVE WS-MSG-USED-COUNT(WS-MSG-IDX) TO
               CKPT-MSG-USED-COUNT(WS-MSG-IDX).

       6000-RUN-FAMILY-STATEMENT SECTION.

      *----------------------------------------------------------------*
      * One pass through CUSTOMER-FILE statements the parent and every
      * account whose CUST-PARENT-ID names it, reusing the per-customer
      * machinery of cycle mode, and finishes with the family's
      * combined closing balance, worded in the parent's language
      * (English when the parent's statement was withheld).
      *----------------------------------------------------------------*
       6000-RUN-FAMILY.
           MOVE 0 TO WS-FAMILY-BALANCE
           MOVE 0 TO WS-FAMILY-PAGES
           MOVE ZEROS TO WS-FAMILY-COR-KEY
           MOVE 0 TO WS-FAMILY-MEMBERS
           SET WS-CUST-SCAN-ACTIVE TO TRUE
           PERFORM 6100-SCAN-ONE-FAMILY-MEMBER
               DISPLAY 'NO FAMILY MEMBERS FOUND FOR PARENT: '
                   WS-FAMILY-PARENT-ID
           ELSE
               MOVE WS-FAMILY-LANGUAGE TO WS-STMT-LANGUAGE
               IF WS-STMT-LANGUAGE = SPACES
                   MOVE 'EN' TO WS-STMT-LANGUAGE
               END-IF
               PERFORM 1300-LOAD-STATEMENT-TEXT
               MOVE WS-FAMILY-BALANCE TO WS-FAM-AMOUNT
               WRITE PRINT-LINE FROM WS-FAMILY-LINE
               ADD 1 TO WS-PRINT-LINES-WRITTEN
               PERFORM 8250-ADD-FAMILY-PIECE
           END-IF.

       6100-SCAN-ONE-FAMILY-MEMBER SECTION.

       6200-STMT-MEMBER.
           PERFORM 1200-SET-DELIVERY-DISPOSITION
           PERFORM 1250-SET-STATEMENT-LANGUAGE
           IF WS-STMT-LANGUAGE-OK
               IF CUST-ID OF WS-WORK-CUSTOMER = WS-FAMILY-PARENT-ID
                   MOVE WS-STMT-LANGUAGE TO WS-FAMILY-LANGUAGE
               END-IF
               MOVE CUST-BALANCE OF WS-WORK-CUSTOMER TO
                   WS-CLOSING-BALANCE
               MOVE 0 TO WS-PERIOD-NET
               MOVE 0 TO WS-PERIOD-PAYMENTS
               MOVE 0 TO WS-TRAN-COUNT
               SET WS-NOT-EOF TO TRUE
               OPEN INPUT TRANSACTION-FILE
               IF NOT WS-TRAN-OK
                   ADD 1 TO WS-STMTS-IN-ERROR
                   DISPLAY 'ERROR REOPENING TRANSACTION FILE FOR: '
                       CUST-ID OF WS-WORK-CUSTOMER
                       ' STATUS: ' WS-TRAN-STATUS
               ELSE
                   PERFORM 2000-WRITE-HEADER
                   PERFORM 3000-PROCESS-TRANSACTIONS UNTIL WS-EOF
                   PERFORM 4000-WRITE-CLOSING-BALANCE
                   CLOSE TRANSACTION-FILE
                   ADD 1 TO WS-STMTS-PRODUCED
               END-IF
           END-IF.

       8000-LOG-CORRESPONDENCE SECTION.
           MOVE WS-COR-DOC-TYPE TO COR-DOC-TYPE
           MOVE WS-COR-CHANNEL TO COR-CHANNEL
           MOVE WS-COR-DETAIL TO COR-DETAIL
           IF COR-CHANNEL-PRINT
               AND (NOT WS-PARM-FAMILY-MODE
                   OR COR-CUST-ID = WS-FAMILY-PARENT-ID)
               SET COR-SENT-TO-VENDOR TO TRUE
           END-IF
           WRITE CORRESPONDENCE-RECORD
           PERFORM UNTIL NOT WS-COR-DUP-KEY OR COR-SEQ >= 999
               ADD 1 TO COR-SEQ
                   COR-CUST-ID ' STATUS: ' WS-COR-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * The printed statement just logged goes on the manifest as a
      * piece pointing at its correspondence row; in family mode its
      * pages are held for the family's single piece instead, along
      * with the parent's row.
      *----------------------------------------------------------------*
       8200-ADD-MANIFEST-PIECE SECTION.

       8200-ADD-PIECE.
           COMPUTE WS-STMT-PAGES =
               (WS-STMT-DETAIL-LINES + WS-STMT-FIXED-LINES
                   + WS-STMT-PAGE-LINES - 1) / WS-STMT-PAGE-LINES
           IF WS-PARM-FAMILY-MODE
               ADD WS-STMT-PAGES TO WS-FAMILY-PAGES
               IF CUST-ID OF WS-WORK-CUSTOMER = WS-FAMILY-PARENT-ID
                   AND WS-COR-OK
                   MOVE COR-KEY TO WS-FAMILY-COR-KEY
               END-IF
           ELSE
               IF WS-MANIFEST-OPEN
                   MOVE CUST-ID OF WS-WORK-CUSTOMER TO PM-CUST-ID
                   MOVE WS-STMT-PAGES TO PM-PAGE-COUNT
                   IF WS-COR-OK
                       MOVE COR-KEY TO PM-COR-KEY
                   ELSE
                       MOVE ZEROS TO PM-COR-KEY
                   END-IF
                   SET PM-FN-ADD-PIECE TO TRUE
                   CALL 'PRTMANW' USING PRTMANW-PARMS
               END-IF
           END-IF.

       8250-ADD-FAMILY-PIECE SECTION.

       8250-ADD-FAMILY.
           IF WS-MANIFEST-OPEN AND WS-FAMILY-PAGES > 0
               MOVE WS-FAMILY-PARENT-ID TO PM-CUST-ID
               MOVE WS-FAMILY-PAGES TO PM-PAGE-COUNT
               MOVE WS-FAMILY-COR-KEY TO PM-COR-KEY
               SET PM-FN-ADD-PIECE TO TRUE
               CALL 'PRTMANW' USING PRTMANW-PARMS
           END-IF.

       8300-OPEN-MANIFEST-JOB SECTION.

       8300-OPEN-JOB.
           MOVE 'STMTRPT' TO PM-EXTRACT-NAME
           MOVE 'CUSTSTMT' TO PM-PROGRAM-ID
           SET PM-FN-OPEN-JOB TO TRUE
           CALL 'PRTMANW' USING PRTMANW-PARMS
           IF PM-OK
               SET WS-MANIFEST-OPEN TO TRUE
           ELSE
               DISPLAY 'PRINT MANIFEST NOT AVAILABLE, STMTRPT GOES '
                   'WITHOUT ONE'
           END-IF.

       8400-CLOSE-MANIFEST-JOB SECTION.

       8400-CLOSE-JOB.
           IF WS-MANIFEST-OPEN
               SET PM-FN-CLOSE-JOB TO TRUE
               CALL 'PRTMANW' USING PRTMANW-PARMS
               SET WS-MANIFEST-NOT-OPEN TO TRUE
               DISPLAY 'PRINT JOB:             ' PM-JOB-ID
               DISPLAY 'PRINT JOB PIECES:      ' PM-PIECE-COUNT
               DISPLAY 'PRINT JOB PAGES:       ' PM-TOTAL-PAGES
           END-IF.

       8450-HOLD-MANIFEST-JOB SECTION.

       8450-HOLD-JOB.
           IF WS-MANIFEST-OPEN
               SET PM-FN-HOLD-JOB TO TRUE
               CALL 'PRTMANW' USING PRTMANW-PARMS
               SET WS-MANIFEST-NOT-OPEN TO TRUE
           END-IF.

       8500-RESUME-MANIFEST-JOB SECTION.

      *----------------------------------------------------------------*
      * The failed run's print job carries on under its own ID with
      * its totals as at the checkpoint; if it cannot be resumed the
      * rest of the print file goes without a manifest.
      *----------------------------------------------------------------*
       8500-RESUME-JOB.
           MOVE 'STMTRPT' TO PM-EXTRACT-NAME
           MOVE 'CUSTSTMT' TO PM-PROGRAM-ID
           MOVE WS-RESTART-JOB-ID TO PM-JOB-ID
           MOVE WS-RESTART-PIECE-COUNT TO PM-PIECE-COUNT
           MOVE WS-RESTART-TOTAL-PAGES TO PM-TOTAL-PAGES
           MOVE WS-RESTART-CUST-HASH TO PM-CUST-HASH
           SET PM-FN-RESUME-JOB TO TRUE
           CALL 'PRTMANW' USING PRTMANW-PARMS
           IF PM-OK
               SET WS-MANIFEST-OPEN TO TRUE
           ELSE
               DISPLAY 'PRINT JOB ' WS-RESTART-JOB-ID ' NOT RESUMED, '
                   'STMTRPT GOES WITHOUT A MANIFEST'
           END-IF.

       8600-CLEAR-PRIOR-STATEMENTS SECTION.

      *----------------------------------------------------------------*
      * On a resumed run, statements the failed run logged for this
      * customer - any logged since that run began - are deleted
      * before the customer is statemented again; the rerun logs
      * whatever it sends afresh.
      *----------------------------------------------------------------*
       8600-CLEAR-PRIOR.
           SET WS-COR-SCAN-ACTIVE TO TRUE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO COR-CUST-ID
           MOVE WS-TODAY-DATE TO COR-TS-DATE
           MOVE WS-RUN-TIME TO COR-TS-TIME
           MOVE 0 TO COR-SEQ
           START CORRESPONDENCE-FILE KEY IS NOT LESS THAN COR-KEY
               INVALID KEY
                   SET WS-COR-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-COR-OK
               SET WS-COR-SCAN-DONE TO TRUE
           END-IF
           PERFORM 8610-CLEAR-ONE-STATEMENT UNTIL WS-COR-SCAN-DONE.

       8610-CLEAR-ONE-STATEMENT SECTION.

       8610-CLEAR-ONE.
           READ CORRESPONDENCE-FILE NEXT RECORD
               AT END
                   SET WS-COR-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-COR-SCAN-DONE
               IF NOT WS-COR-OK
                   OR COR-CUST-ID NOT = CUST-ID OF WS-WORK-CUSTOMER
                   SET WS-COR-SCAN-DONE TO TRUE
               ELSE
                   IF COR-DOC-STATEMENT OR COR-DOC-EMAIL-STMT
                       DELETE CORRESPONDENCE-FILE
                       IF WS-COR-OK
                           ADD 1 TO WS-CORR-CLEARED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       9100-WRITE-MESSAGE-PROOF SECTION.

       9100-WRITE-PROOF.
           END-IF
           MOVE WS-MSG-USED-COUNT(WS-MSG-IDX) TO WS-PRF-COUNT
           MOVE WS-MSG-TEXT(WS-MSG-IDX) TO WS-PRF-TEXT
           WRITE PRINT-LINE FROM WS-PROOF-LINE
           ADD 1 TO WS-PRINT-LINES-WRITTEN.

       9000-FINALIZE SECTION.

           IF NOT WS-PARM-CYCLE-MODE AND NOT WS-PARM-FAMILY-MODE
               CLOSE TRANSACTION-FILE
           END-IF
           IF WS-PARM-CYCLE-MODE AND WS-SWEEP-INCOMPLETE
               PERFORM 8450-HOLD-MANIFEST-JOB
           ELSE
               PERFORM 9100-WRITE-MESSAGE-PROOF
               PERFORM 8400-CLOSE-MANIFEST-JOB
           END-IF
           CLOSE STATEMENT-REPORT
           CLOSE EMAIL-FEED-FILE
           IF WS-ITEM-FILE-AVAILABLE
               CLOSE ITEM-DETAIL-FILE
           END-IF
           IF WS-LOY-FILE-AVAILABLE
               CLOSE LOYALTY-LEDGER-FILE
           END-IF
           IF WS-EXE-FILE-AVAILABLE
               CLOSE EXECUTOR-FILE
           END-IF
           CLOSE STATEMENT-ARCHIVE-FILE
           IF WS-SDU-FILE-OPEN
               CLOSE STATEMENT-DUE-FILE
               DISPLAY 'STATEMENT DUE ROWS:      ' WS-DUE-ROWS-WRITTEN
           END-IF
           DISPLAY 'REMITTANCE COUPONS:      ' WS-COUPON-COUNT
           CLOSE CORRESPONDENCE-FILE
           DISPLAY 'CORRESPONDENCE LOGGED:   ' WS-CORR-LOGGED
           DISPLAY 'STATEMENTS ARCHIVED:     ' WS-ARCH-STMTS-WRITTEN
               WS-EMAIL-FALLBACK-COUNT
           DISPLAY 'SUPPRESSED (CONTACT FLAGS): '
               WS-CONTACT-BLOCKED-COUNT
           IF WS-EXECUTOR-PRINT-COUNT > 0
               DISPLAY 'PRINTED FOR ESTATE EXECUTOR: '
                   WS-EXECUTOR-PRINT-COUNT
           END-IF
           DISPLAY 'WITHHELD (NO TRANSLATION): '
               WS-LANGUAGE-WITHHELD-COUNT
           SET MT-FN-CLOSE TO TRUE
           CALL 'MSGTXT' USING MSGTXT-PARMS
           IF WS-CCY-FALLBACK-COUNT > 0
               DISPLAY 'AMOUNTS AT FACE VALUE, NO RATE ON FILE: '
                   WS-CCY-FALLBACK-COUNT
                   WS-STMTS-SKIPPED
               DISPLAY 'CYCLE STATEMENTS IN ERROR: '
                   WS-STMTS-IN-ERROR
               IF WS-CORR-CLEARED > 0
                   DISPLAY 'PRIOR RUN STATEMENTS CLEARED: '
                       WS-CORR-CLEARED
               END-IF
               IF WS-CKPT-FILE-AVAILABLE
                   CLOSE CHECKPOINT-FILE
               END-IF
               IF WS-SWEEP-COMPLETE
                   PERFORM 9200-COMPLETE-RUN
               ELSE
                   DISPLAY 'CYCLE RUN INCOMPLETE, CHECKPOINT KEPT FOR '
                       'RESTART'
               END-IF
           END-IF.

       9200-COMPLETE-RUN SECTION.

      *----------------------------------------------------------------*
      * Only a cycle run that swept to the end completes its step
      * and clears its checkpoint.
      *----------------------------------------------------------------*
       9200-COMPLETE.
           SET RC-FN-END-STEP TO TRUE
           MOVE 'CUSTSTMT' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           MOVE WS-STMTS-PRODUCED TO RC-RECORD-COUNT
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF WS-CKPT-FILE-AVAILABLE
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
           END-IF.
