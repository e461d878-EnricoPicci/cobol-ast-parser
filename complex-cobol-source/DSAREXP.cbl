       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSAREXP.
      *================================================================*
      * CUSTOMER DATA ACCESS REQUEST EXPORT
      * Answers a customer's request for the data we hold on them:
      * gathers every record keyed to the customer into one export
      * (DSAROUT, see copybooks/DSARREC), a section per file - the
      * customer master row and any seasonal address, payment
      * history live and archived, transaction history and open
      * items live and archived, contact notes, correspondence
      * history, audit-journal entries, the payment plan, the debit
      * mandate, any servicemember period, disputes and collector
      * promises, and the account's other satellite files - the
      * guarantor, statement due dates, any deceased notice and
      * executor, loyalty ledger, re-age history, campaign
      * memberships, purchase orders, chargebacks, agency placement,
      * sanctions and fraud review entries, credit applications,
      * refund checks, inquiry-log lookups and pending maintenance
      * changes. Records go out as they sit on file; card
      * references in payment history stay as the vault tokens
      * stored there, and the token vault is never called. Every
      * file is opened INPUT only, so the run can go alongside the
      * batch stream. A file that cannot be opened is
      * reported and its section left out, and the trailer and log
      * both mark the export incomplete so it is rerun, not sent.
      *
      * Each request fulfilled appends a row to the request log
      * (DSARLOG, see copybooks/DSARLOG) with the received, due and
      * fulfilled dates, which is the record compliance shows the
      * regulator that the request was answered in time.
      *
      * Run parameter: the customer ID in positions 1-8 (required)
      * and the date the request was received in positions 9-16
      * (today when blank). The response is due 30 calendar days
      * after receipt.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               ALTERNATE RECORD KEY IS CUST-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ALTERNATE-ADDRESS-FILE ASSIGN TO 'ALTADDR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALT-CUST-ID
               FILE STATUS IS WS-ALT-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMH-KEY OF PAYMENT-HISTORY-RECORD
               FILE STATUS IS WS-PMH-STATUS.

           SELECT PMH-ARCHIVE-FILE ASSIGN TO 'PMHARCHV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMA-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRH-TRAN-ID OF
                   TRANSACTION-HISTORY-RECORD
               FILE STATUS IS WS-TRH-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO 'TRHARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRH-TRAN-ID OF ARCHIVE-HISTORY-RECORD
               FILE STATUS IS WS-THA-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-TRAN-ID OF OPEN-ITEM-RECORD
               ALTERNATE RECORD KEY IS OPI-CUST-ID OF
                   OPEN-ITEM-RECORD WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT ITEM-ARCHIVE-FILE ASSIGN TO 'OPIARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPI-TRAN-ID OF ARCHIVE-ITEM-RECORD
               FILE STATUS IS WS-OPA-STATUS.

           SELECT NOTES-FILE ASSIGN TO 'NOTEFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT CORRESPONDENCE-FILE ASSIGN TO 'CORRHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-COR-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDITFIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PAYMENT-PLAN-FILE ASSIGN TO 'PLANFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CUST-ID
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT DEBIT-MANDATE-FILE ASSIGN TO 'MANDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MND-CUST-ID
               FILE STATUS IS WS-MND-STATUS.

           SELECT SERVICEMEMBER-FILE ASSIGN TO 'SCRAFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-CUST-ID
               FILE STATUS IS WS-SCR-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'DSPFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-TRAN-ID
               FILE STATUS IS WS-DSP-STATUS.

           SELECT PROMISE-FILE ASSIGN TO 'PROMFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT GUARANTOR-FILE ASSIGN TO 'GUARFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUA-CUST-ID
               FILE STATUS IS WS-GUA-STATUS.

           SELECT STATEMENT-DUE-FILE ASSIGN TO 'STMTDUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDU-KEY
               FILE STATUS IS WS-SDU-STATUS.

           SELECT DECEASED-FILE ASSIGN TO 'DECDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DCD-STATUS.

           SELECT EXECUTOR-FILE ASSIGN TO 'EXECFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CUST-ID
               FILE STATUS IS WS-EXE-STATUS.

           SELECT LOYALTY-LEDGER-FILE ASSIGN TO 'LOYLEDGR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOY-CUST-ID
               FILE STATUS IS WS-LOY-STATUS.

           SELECT REAGE-HISTORY-FILE ASSIGN TO 'REAGEHST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAH-KEY
               FILE STATUS IS WS-RAH-STATUS.

           SELECT CAMPAIGN-MEMBER-FILE ASSIGN TO 'CAMPMBR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMB-KEY
               FILE STATUS IS WS-CMB-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'POFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-KEY
               FILE STATUS IS WS-POR-STATUS.

           SELECT CHARGEBACK-FILE ASSIGN TO 'CHBKFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBK-CASE-NUMBER
               FILE STATUS IS WS-CBK-STATUS.

           SELECT PLACEMENT-MASTER-FILE ASSIGN TO 'AGYMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-CUST-ID
               FILE STATUS IS WS-APL-STATUS.

           SELECT SANCTIONS-QUEUE-FILE ASSIGN TO 'SANCQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRQ-KEY
               FILE STATUS IS WS-SRQ-STATUS.

           SELECT FRAUD-QUEUE-FILE ASSIGN TO 'FRAUDQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRQ-KEY
               FILE STATUS IS WS-FRQ-STATUS.

           SELECT APPLICATION-REGISTER ASSIGN TO 'CAPREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-APPLICATION-ID
               FILE STATUS IS WS-CAR-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO 'CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKR-CHECK-NUMBER
               ALTERNATE RECORD KEY IS CKR-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CKR-STATUS.

           SELECT INQUIRY-LOG-FILE ASSIGN TO 'INQLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO 'PCHGFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-KEY
               FILE STATUS IS WS-PCH-STATUS.

           SELECT DSAR-EXPORT-FILE ASSIGN TO 'DSAROUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSX-STATUS.

           SELECT DSAR-LOG-FILE ASSIGN TO 'DSARLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ALTERNATE-ADDRESS-FILE.
           COPY ALTADREC.

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  PMH-ARCHIVE-FILE.
           COPY PAYHIST REPLACING ==PAYMENT-HISTORY-RECORD==
                              BY ==ARCHIVE-PAYMENT-RECORD==.

       FD  TRANSACTION-HISTORY-FILE.
           COPY TRNHIST.

       FD  HISTORY-ARCHIVE-FILE.
           COPY TRNHIST REPLACING ==TRANSACTION-HISTORY-RECORD==
                              BY ==ARCHIVE-HISTORY-RECORD==.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  ITEM-ARCHIVE-FILE.
           COPY OPENITEM REPLACING ==OPEN-ITEM-RECORD==
                              BY ==ARCHIVE-ITEM-RECORD==.

       FD  NOTES-FILE.
           COPY NOTEREC.

       FD  CORRESPONDENCE-FILE.
           COPY CORRREC.

       FD  AUDIT-JOURNAL-FILE.
           COPY AUDITREC.

       FD  PAYMENT-PLAN-FILE.
           COPY PLANREC.

       FD  DEBIT-MANDATE-FILE.
           COPY MANDREC.

       FD  SERVICEMEMBER-FILE.
           COPY SCRAREC.

       FD  DISPUTE-FILE.
           COPY DSPREC.

       FD  PROMISE-FILE.
           COPY PROMREC.

       FD  GUARANTOR-FILE.
           COPY GUARREC.

       FD  STATEMENT-DUE-FILE.
           COPY STMDUE.

       FD  DECEASED-FILE.
           COPY DECDREC.

       FD  EXECUTOR-FILE.
           COPY EXECREC.

       FD  LOYALTY-LEDGER-FILE.
           COPY LOYLDREC.

       FD  REAGE-HISTORY-FILE.
           COPY REAGEREC.

       FD  CAMPAIGN-MEMBER-FILE.
           COPY CAMPMREC.

       FD  PURCHASE-ORDER-FILE.
           COPY PORDREC.

       FD  CHARGEBACK-FILE.
           COPY CHBKREC.

       FD  PLACEMENT-MASTER-FILE.
           COPY AGYPLREC.

       FD  SANCTIONS-QUEUE-FILE.
           COPY SANCQREC.

       FD  FRAUD-QUEUE-FILE.
           COPY FRDQREC.

       FD  APPLICATION-REGISTER.
           COPY CAPRGREC.

       FD  CHECK-REGISTER-FILE.
           COPY CHKREG.

       FD  INQUIRY-LOG-FILE.
           COPY INQLOG.

       FD  PENDING-CHANGE-FILE.
           COPY PCHGREC.

       FD  DSAR-EXPORT-FILE.
           COPY DSARREC.

       FD  DSAR-LOG-FILE.
           COPY DSARLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-ALT-STATUS                   PIC XX.
           88  WS-ALT-OK                   VALUE '00'.

       01  WS-PMH-STATUS                   PIC XX.
           88  WS-PMH-OK                   VALUE '00'.

       01  WS-PMA-STATUS                   PIC XX.
           88  WS-PMA-OK                   VALUE '00'.

       01  WS-TRH-STATUS                   PIC XX.
           88  WS-TRH-OK                   VALUE '00'.

       01  WS-THA-STATUS                   PIC XX.
           88  WS-THA-OK                   VALUE '00'.

       01  WS-OPI-STATUS                   PIC XX.
           88  WS-OPI-OK                   VALUE '00'.

       01  WS-OPA-STATUS                   PIC XX.
           88  WS-OPA-OK                   VALUE '00'.

       01  WS-NOTE-STATUS                  PIC XX.
           88  WS-NOTE-OK                  VALUE '00'.

       01  WS-COR-STATUS                   PIC XX.
           88  WS-COR-OK                   VALUE '00'.

       01  WS-AUDIT-STATUS                 PIC XX.
           88  WS-AUDIT-OK                 VALUE '00'.

       01  WS-PLAN-STATUS                  PIC XX.
           88  WS-PLAN-OK                  VALUE '00'.

       01  WS-MND-STATUS                   PIC XX.
           88  WS-MND-OK                   VALUE '00'.

       01  WS-SCR-STATUS                   PIC XX.
           88  WS-SCR-OK                   VALUE '00'.

       01  WS-DSP-STATUS                   PIC XX.
           88  WS-DSP-OK                   VALUE '00'.

       01  WS-PRM-STATUS                   PIC XX.
           88  WS-PRM-OK                   VALUE '00'.

       01  WS-GUA-STATUS                   PIC XX.
           88  WS-GUA-OK                   VALUE '00'.

       01  WS-SDU-STATUS                   PIC XX.
           88  WS-SDU-OK                   VALUE '00'.

       01  WS-DCD-STATUS                   PIC XX.
           88  WS-DCD-OK                   VALUE '00'.

       01  WS-EXE-STATUS                   PIC XX.
           88  WS-EXE-OK                   VALUE '00'.

       01  WS-LOY-STATUS                   PIC XX.
           88  WS-LOY-OK                   VALUE '00'.

       01  WS-RAH-STATUS                   PIC XX.
           88  WS-RAH-OK                   VALUE '00'.

       01  WS-CMB-STATUS                   PIC XX.
           88  WS-CMB-OK                   VALUE '00'.

       01  WS-POR-STATUS                   PIC XX.
           88  WS-POR-OK                   VALUE '00'.

       01  WS-CBK-STATUS                   PIC XX.
           88  WS-CBK-OK                   VALUE '00'.

       01  WS-APL-STATUS                   PIC XX.
           88  WS-APL-OK                   VALUE '00'.

       01  WS-SRQ-STATUS                   PIC XX.
           88  WS-SRQ-OK                   VALUE '00'.

       01  WS-FRQ-STATUS                   PIC XX.
           88  WS-FRQ-OK                   VALUE '00'.

       01  WS-CAR-STATUS                   PIC XX.
           88  WS-CAR-OK                   VALUE '00'.

       01  WS-CKR-STATUS                   PIC XX.
           88  WS-CKR-OK                   VALUE '00'.

       01  WS-INQ-STATUS                   PIC XX.
           88  WS-INQ-OK                   VALUE '00'.

       01  WS-PCH-STATUS                   PIC XX.
           88  WS-PCH-OK                   VALUE '00'.

       01  WS-DSX-STATUS                   PIC XX.
           88  WS-DSX-OK                   VALUE '00'.

       01  WS-DSL-STATUS                   PIC XX.
           88  WS-DSL-OK                   VALUE '00'.

       COPY DATEPARM.

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-CUST-ID             PIC 9(8).
           05  WS-PARM-RECEIVED-DATE       PIC X(8).
           05  FILLER                      PIC X(4).

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-SCAN-FLAG                PIC X VALUE 'N'.
               88  WS-SCAN-DONE            VALUE 'Y'.
               88  WS-SCAN-ACTIVE          VALUE 'N'.
           05  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE 'N'.
               88  WS-CUSTOMER-FOUND       VALUE 'Y'.
               88  WS-CUSTOMER-NOT-FOUND   VALUE 'N'.

      *----------------------------------------------------------------*
      * Set off as soon as any file cannot be opened; an incomplete
      * export is still written for the operator to see, but the
      * trailer and the log row carry the mark.
      *----------------------------------------------------------------*
       01  WS-COMPLETE-FLAG                PIC X VALUE 'Y'.
           88  WS-EXPORT-COMPLETE          VALUE 'Y'.
           88  WS-EXPORT-INCOMPLETE        VALUE 'N'.

       01  WS-REQUEST-CUST-ID              PIC 9(8) VALUE 0.

       01  WS-REQUEST-DATES.
           05  WS-TODAY-DATE               PIC 9(8).
           05  WS-NOW-TIME                 PIC 9(8).
           05  WS-RECEIVED-DATE            PIC 9(8).
           05  WS-DUE-DATE                 PIC 9(8).
           05  WS-DAYS-TAKEN               PIC 9(5).

       01  WS-RESPONSE-DAYS                PIC 9(3) VALUE 30.

       01  WS-UNAVAILABLE-NAME             PIC X(8).

       01  WS-EXPORT-TOTALS.
           05  WS-ROWS-EXPORTED            PIC 9(7) VALUE 0.
           05  WS-CUSTOMER-ROWS            PIC 9(7) VALUE 0.
           05  WS-ALT-ADDRESS-ROWS         PIC 9(7) VALUE 0.
           05  WS-PAY-HISTORY-ROWS         PIC 9(7) VALUE 0.
           05  WS-PAY-ARCHIVE-ROWS         PIC 9(7) VALUE 0.
           05  WS-TRAN-HISTORY-ROWS        PIC 9(7) VALUE 0.
           05  WS-TRAN-ARCHIVE-ROWS        PIC 9(7) VALUE 0.
           05  WS-OPEN-ITEM-ROWS           PIC 9(7) VALUE 0.
           05  WS-ITEM-ARCHIVE-ROWS        PIC 9(7) VALUE 0.
           05  WS-NOTE-ROWS                PIC 9(7) VALUE 0.
           05  WS-CORR-ROWS                PIC 9(7) VALUE 0.
           05  WS-AUDIT-ROWS               PIC 9(7) VALUE 0.
           05  WS-PLAN-ROWS                PIC 9(7) VALUE 0.
           05  WS-MANDATE-ROWS             PIC 9(7) VALUE 0.
           05  WS-SERVICEMEMBER-ROWS       PIC 9(7) VALUE 0.
           05  WS-DISPUTE-ROWS             PIC 9(7) VALUE 0.
           05  WS-PROMISE-ROWS             PIC 9(7) VALUE 0.
           05  WS-GUARANTOR-ROWS               PIC 9(7) VALUE 0.
           05  WS-STMT-DUE-ROWS                PIC 9(7) VALUE 0.
           05  WS-DECEASED-ROWS                PIC 9(7) VALUE 0.
           05  WS-EXECUTOR-ROWS                PIC 9(7) VALUE 0.
           05  WS-LOYALTY-ROWS                 PIC 9(7) VALUE 0.
           05  WS-REAGE-ROWS                   PIC 9(7) VALUE 0.
           05  WS-CAMPAIGN-MBR-ROWS            PIC 9(7) VALUE 0.
           05  WS-PURCHASE-ORDER-ROWS          PIC 9(7) VALUE 0.
           05  WS-CHARGEBACK-ROWS              PIC 9(7) VALUE 0.
           05  WS-PLACEMENT-ROWS               PIC 9(7) VALUE 0.
           05  WS-SANCTIONS-ROWS               PIC 9(7) VALUE 0.
           05  WS-FRAUD-ROWS                   PIC 9(7) VALUE 0.
           05  WS-CREDIT-APP-ROWS              PIC 9(7) VALUE 0.
           05  WS-CHECK-ROWS                   PIC 9(7) VALUE 0.
           05  WS-INQUIRY-ROWS                 PIC 9(7) VALUE 0.
           05  WS-PENDING-CHG-ROWS             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-EXPORT-CUSTOMER
               PERFORM 2200-EXPORT-ALT-ADDRESS
               PERFORM 3000-EXPORT-PAY-HISTORY
               PERFORM 3200-EXPORT-PAY-ARCHIVE
               PERFORM 4000-EXPORT-TRAN-HISTORY
               PERFORM 4200-EXPORT-TRAN-ARCHIVE
               PERFORM 4400-EXPORT-OPEN-ITEMS
               PERFORM 4600-EXPORT-ITEM-ARCHIVE
               PERFORM 5000-EXPORT-NOTES
               PERFORM 5200-EXPORT-CORRESPONDENCE
               PERFORM 6000-EXPORT-AUDIT-JOURNAL
               PERFORM 7000-EXPORT-PLAN
               PERFORM 7100-EXPORT-MANDATE
               PERFORM 7150-EXPORT-SERVICEMEMBER
               PERFORM 7200-EXPORT-DISPUTES
               PERFORM 7400-EXPORT-PROMISES
               PERFORM 7600-EXPORT-GUARANTOR
               PERFORM 7610-EXPORT-STMT-DUE
               PERFORM 7630-EXPORT-DECEASED
               PERFORM 7640-EXPORT-EXECUTOR
               PERFORM 7650-EXPORT-LOYALTY
               PERFORM 7660-EXPORT-REAGES
               PERFORM 7680-EXPORT-CAMPAIGN-MBRS
               PERFORM 7700-EXPORT-PURCHASE-ORDERS
               PERFORM 7720-EXPORT-CHARGEBACKS
               PERFORM 7740-EXPORT-PLACEMENT
               PERFORM 7750-EXPORT-SANCTIONS
               PERFORM 7770-EXPORT-FRAUD-ALERTS
               PERFORM 7790-EXPORT-CREDIT-APPS
               PERFORM 7810-EXPORT-CHECKS
               PERFORM 7830-EXPORT-INQUIRIES
               PERFORM 7850-EXPORT-PENDING-CHGS
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

      *----------------------------------------------------------------*
      * A received date that is not a real date, or lies in the
      * future, would put a false deadline on the log, so the request
      * is refused rather than answered against it.
      *----------------------------------------------------------------*
       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-EXPORT-TOTALS
           SET WS-EXPORT-COMPLETE TO TRUE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-CUST-ID NUMERIC AND WS-PARM-CUST-ID > 0
               MOVE WS-PARM-CUST-ID TO WS-REQUEST-CUST-ID
           ELSE
               DISPLAY 'CUSTOMER ID MISSING OR INVALID, NO EXPORT '
                   'PRODUCED'
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1100-SET-REQUEST-DATES
           END-IF
           IF WS-RUN-CLEAN
               OPEN OUTPUT DSAR-EXPORT-FILE
               IF NOT WS-DSX-OK
                   DISPLAY 'ERROR OPENING ACCESS REQUEST EXPORT: '
                       WS-DSX-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           IF WS-RUN-CLEAN
               SET DSX-SEC-HEADER TO TRUE
               MOVE SPACES TO DSX-DATA
               MOVE WS-RECEIVED-DATE TO DSX-RECEIVED-DATE
               MOVE WS-DUE-DATE TO DSX-DUE-DATE
               MOVE WS-TODAY-DATE TO DSX-EXTRACT-DATE
               MOVE WS-NOW-TIME(1:6) TO DSX-EXTRACT-TIME
               PERFORM 8000-WRITE-EXPORT-ROW
           END-IF.

       1100-SET-REQUEST-DATES SECTION.

       1100-SET-DATES.
           IF WS-PARM-RECEIVED-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-RECEIVED-DATE
           ELSE
               MOVE 0 TO WS-RECEIVED-DATE
               IF WS-PARM-RECEIVED-DATE NUMERIC
                   SET DU-FN-VALIDATE TO TRUE
                   MOVE WS-PARM-RECEIVED-DATE TO DU-DATE-1
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
                   IF DU-VALID
                       MOVE WS-PARM-RECEIVED-DATE TO WS-RECEIVED-DATE
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-RECEIVED-DATE = 0
                   DISPLAY 'REQUEST RECEIVED DATE INVALID, NO EXPORT '
                       'PRODUCED: ' WS-PARM-RECEIVED-DATE
                   SET WS-RUN-ABORTED TO TRUE
               WHEN WS-RECEIVED-DATE > WS-TODAY-DATE
                   DISPLAY 'REQUEST RECEIVED DATE IS IN THE FUTURE, '
                       'NO EXPORT PRODUCED: ' WS-RECEIVED-DATE
                   SET WS-RUN-ABORTED TO TRUE
               WHEN OTHER
                   SET DU-FN-ADD-DAYS TO TRUE
                   MOVE WS-RECEIVED-DATE TO DU-DATE-1
                   MOVE WS-RESPONSE-DAYS TO DU-DAYS-COUNT
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
                   MOVE DU-RESULT-DATE TO WS-DUE-DATE
                   SET DU-FN-DAYS-BETWEEN TO TRUE
                   MOVE WS-RECEIVED-DATE TO DU-DATE-1
                   MOVE WS-TODAY-DATE TO DU-DATE-2
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
                   MOVE DU-DAYS-COUNT TO WS-DAYS-TAKEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Every row on the master under the customer ID, whatever its
      * customer type. A customer no longer on the master is still
      * searched for everywhere else - the archives and the journal
      * outlive the master row.
      *----------------------------------------------------------------*
       2000-EXPORT-CUSTOMER SECTION.

       2000-EXPORT-CUST.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'CUSTFILE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               MOVE WS-REQUEST-CUST-ID TO CUST-ID
               MOVE LOW-VALUES TO CUST-TYPE
               START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-KEY
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-FILE-OK
                   SET WS-SCAN-DONE TO TRUE
               END-IF
               PERFORM 2100-EXPORT-ONE-CUSTOMER UNTIL WS-SCAN-DONE
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'CUSTOMER NOT ON MASTER FILE, OTHER FILES '
                   'STILL SEARCHED: ' WS-REQUEST-CUST-ID
           END-IF.

       2100-EXPORT-ONE-CUSTOMER SECTION.

       2100-EXPORT-CUST-ONE.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-FILE-OK
                   OR CUST-ID NOT = WS-REQUEST-CUST-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   SET WS-CUSTOMER-FOUND TO TRUE
                   SET DSX-SEC-CUSTOMER TO TRUE
                   MOVE CUSTOMER-RECORD TO DSX-DATA
                   PERFORM 8000-WRITE-EXPORT-ROW
                   ADD 1 TO WS-CUSTOMER-ROWS
               END-IF
           END-IF.

       2200-EXPORT-ALT-ADDRESS SECTION.

       2200-EXPORT-ALT.
           OPEN INPUT ALTERNATE-ADDRESS-FILE
           IF NOT WS-ALT-OK
               MOVE 'ALTADDR' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               MOVE WS-REQUEST-CUST-ID TO ALT-CUST-ID
               READ ALTERNATE-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DSX-SEC-ALT-ADDRESS TO TRUE
                       MOVE ALTERNATE-ADDRESS-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-ALT-ADDRESS-ROWS
               END-READ
               CLOSE ALTERNATE-ADDRESS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Payment history: the live rows by key range, the archive by a
      * full pass. A card payment's reference is the token TRANPOST
      * and TOKSWEEP put there and goes out as it stands.
      *----------------------------------------------------------------*
       3000-EXPORT-PAY-HISTORY SECTION.

       3000-EXPORT-PMH.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF NOT WS-PMH-OK
               MOVE 'PAYHIST' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               MOVE WS-REQUEST-CUST-ID TO
                   PMH-CUST-ID OF PAYMENT-HISTORY-RECORD
               MOVE 0 TO PMH-SEQUENCE OF PAYMENT-HISTORY-RECORD
               START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN
                   PMH-KEY OF PAYMENT-HISTORY-RECORD
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-PMH-OK
                   SET WS-SCAN-DONE TO TRUE
               END-IF
               PERFORM 3100-EXPORT-ONE-PAYMENT UNTIL WS-SCAN-DONE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       3100-EXPORT-ONE-PAYMENT SECTION.

       3100-EXPORT-PMH-ONE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-PMH-OK
                   OR PMH-CUST-ID OF PAYMENT-HISTORY-RECORD NOT =
                       WS-REQUEST-CUST-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   SET DSX-SEC-PAY-HISTORY TO TRUE
                   MOVE PAYMENT-HISTORY-RECORD TO DSX-DATA
                   PERFORM 8000-WRITE-EXPORT-ROW
                   ADD 1 TO WS-PAY-HISTORY-ROWS
               END-IF
           END-IF.

       3200-EXPORT-PAY-ARCHIVE SECTION.

       3200-EXPORT-PMA.
           OPEN INPUT PMH-ARCHIVE-FILE
           IF NOT WS-PMA-OK
               MOVE 'PMHARCHV' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               PERFORM 3300-EXPORT-ONE-ARCH-PAYMENT
                   UNTIL WS-SCAN-DONE
               CLOSE PMH-ARCHIVE-FILE
           END-IF.

       3300-EXPORT-ONE-ARCH-PAYMENT SECTION.

       3300-EXPORT-PMA-ONE.
           READ PMH-ARCHIVE-FILE
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF PMH-CUST-ID OF ARCHIVE-PAYMENT-RECORD =
                       WS-REQUEST-CUST-ID
                       SET DSX-SEC-PAY-ARCHIVE TO TRUE
                       MOVE ARCHIVE-PAYMENT-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-PAY-ARCHIVE-ROWS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Transaction history has no customer path, live or archived,
      * so both are passed in full. Open items are reached through
      * their customer alternate key; the item archive is passed in
      * full as TRNRETRV does.
      *----------------------------------------------------------------*
       4000-EXPORT-TRAN-HISTORY SECTION.

       4000-EXPORT-TRH.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF NOT WS-TRH-OK
               MOVE 'TRANHIST' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               PERFORM 4100-EXPORT-ONE-TRAN UNTIL WS-SCAN-DONE
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF.

       4100-EXPORT-ONE-TRAN SECTION.

       4100-EXPORT-TRH-ONE.
           READ TRANSACTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF TRH-CUST-ID OF TRANSACTION-HISTORY-RECORD =
                       WS-REQUEST-CUST-ID
                       SET DSX-SEC-TRAN-HISTORY TO TRUE
                       MOVE TRANSACTION-HISTORY-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-TRAN-HISTORY-ROWS
                   END-IF
           END-READ.

       4200-EXPORT-TRAN-ARCHIVE SECTION.

       4200-EXPORT-THA.
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF NOT WS-THA-OK
               MOVE 'TRHARCH' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               PERFORM 4300-EXPORT-ONE-ARCH-TRAN UNTIL WS-SCAN-DONE
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF.

       4300-EXPORT-ONE-ARCH-TRAN SECTION.

       4300-EXPORT-THA-ONE.
           READ HISTORY-ARCHIVE-FILE
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF TRH-CUST-ID OF ARCHIVE-HISTORY-RECORD =
                       WS-REQUEST-CUST-ID
                       SET DSX-SEC-TRAN-ARCHIVE TO TRUE
                       MOVE ARCHIVE-HISTORY-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-TRAN-ARCHIVE-ROWS
                   END-IF
           END-READ.

       4400-EXPORT-OPEN-ITEMS SECTION.

       4400-EXPORT-OPI.
           OPEN INPUT OPEN-ITEM-FILE
           IF NOT WS-OPI-OK
               MOVE 'OPENITEM' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               MOVE WS-REQUEST-CUST-ID TO
                   OPI-CUST-ID OF OPEN-ITEM-RECORD
               START OPEN-ITEM-FILE KEY IS =
                   OPI-CUST-ID OF OPEN-ITEM-RECORD
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-OPI-OK
                   SET WS-SCAN-DONE TO TRUE
               END-IF
               PERFORM 4500-EXPORT-ONE-ITEM UNTIL WS-SCAN-DONE
               CLOSE OPEN-ITEM-FILE
           END-IF.

       4500-EXPORT-ONE-ITEM SECTION.

       4500-EXPORT-OPI-ONE.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-OPI-OK
                   OR OPI-CUST-ID OF OPEN-ITEM-RECORD NOT =
                       WS-REQUEST-CUST-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   SET DSX-SEC-OPEN-ITEM TO TRUE
                   MOVE OPEN-ITEM-RECORD TO DSX-DATA
                   PERFORM 8000-WRITE-EXPORT-ROW
                   ADD 1 TO WS-OPEN-ITEM-ROWS
               END-IF
           END-IF.

       4600-EXPORT-ITEM-ARCHIVE SECTION.

       4600-EXPORT-OPA.
           OPEN INPUT ITEM-ARCHIVE-FILE
           IF NOT WS-OPA-OK
               MOVE 'OPIARCH' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               PERFORM 4700-EXPORT-ONE-ARCH-ITEM UNTIL WS-SCAN-DONE
               CLOSE ITEM-ARCHIVE-FILE
           END-IF.

       4700-EXPORT-ONE-ARCH-ITEM SECTION.

       4700-EXPORT-OPA-ONE.
           READ ITEM-ARCHIVE-FILE
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF OPI-CUST-ID OF ARCHIVE-ITEM-RECORD =
                       WS-REQUEST-CUST-ID
                       SET DSX-SEC-ITEM-ARCHIVE TO TRUE
                       MOVE ARCHIVE-ITEM-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-ITEM-ARCHIVE-ROWS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Notes and correspondence are keyed customer first, so each is
      * a key-range read from the customer's lowest possible key.
      *----------------------------------------------------------------*
       5000-EXPORT-NOTES SECTION.

       5000-EXPORT-NTE.
           OPEN INPUT NOTES-FILE
           IF NOT WS-NOTE-OK
               MOVE 'NOTEFILE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               MOVE WS-REQUEST-CUST-ID TO NTE-CUST-ID
               MOVE 0 TO NTE-TS-DATE
               MOVE 0 TO NTE-TS-TIME
               MOVE 0 TO NTE-SEQ
               START NOTES-FILE KEY IS NOT LESS THAN NTE-KEY
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-NOTE-OK
                   SET WS-SCAN-DONE TO TRUE
               END-IF
               PERFORM 5100-EXPORT-ONE-NOTE UNTIL WS-SCAN-DONE
               CLOSE NOTES-FILE
           END-IF.

       5100-EXPORT-ONE-NOTE SECTION.

       5100-EXPORT-NTE-ONE.
           READ NOTES-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-NOTE-OK
                   OR NTE-CUST-ID NOT = WS-REQUEST-CUST-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   SET DSX-SEC-NOTE TO TRUE
                   MOVE CUSTOMER-NOTE-RECORD TO DSX-DATA
                   PERFORM 8000-WRITE-EXPORT-ROW
                   ADD 1 TO WS-NOTE-ROWS
               END-IF
           END-IF.

       5200-EXPORT-CORRESPONDENCE SECTION.

       5200-EXPORT-COR.
           OPEN INPUT CORRESPONDENCE-FILE
           IF NOT WS-COR-OK
               MOVE 'CORRHIST' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               MOVE WS-REQUEST-CUST-ID TO COR-CUST-ID
               MOVE 0 TO COR-TS-DATE
               MOVE 0 TO COR-TS-TIME
               MOVE 0 TO COR-SEQ
               START CORRESPONDENCE-FILE KEY IS NOT LESS THAN
                   COR-KEY
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-COR-OK
                   SET WS-SCAN-DONE TO TRUE
               END-IF
               PERFORM 5300-EXPORT-ONE-CORR UNTIL WS-SCAN-DONE
               CLOSE CORRESPONDENCE-FILE
           END-IF.

       5300-EXPORT-ONE-CORR SECTION.

       5300-EXPORT-COR-ONE.
           READ CORRESPONDENCE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-COR-OK
                   OR COR-CUST-ID NOT = WS-REQUEST-CUST-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   SET DSX-SEC-CORRESPONDENCE TO TRUE
                   MOVE CORRESPONDENCE-RECORD TO DSX-DATA
                   PERFORM 8000-WRITE-EXPORT-ROW
                   ADD 1 TO WS-CORR-ROWS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Every journal entry for the customer - maintenance and
      * posting alike - with its before and after images.
      *----------------------------------------------------------------*
       6000-EXPORT-AUDIT-JOURNAL SECTION.

       6000-EXPORT-AUD.
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF NOT WS-AUDIT-OK
               MOVE 'AUDITFIL' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               PERFORM 6100-EXPORT-ONE-AUDIT UNTIL WS-SCAN-DONE
               CLOSE AUDIT-JOURNAL-FILE
           END-IF.

       6100-EXPORT-ONE-AUDIT SECTION.

       6100-EXPORT-AUD-ONE.
           READ AUDIT-JOURNAL-FILE
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF AUD-CUST-ID = WS-REQUEST-CUST-ID
                       SET DSX-SEC-AUDIT TO TRUE
                       MOVE AUDIT-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-AUDIT-ROWS
                   END-IF
           END-READ.

       7000-EXPORT-PLAN SECTION.

       7000-EXPORT-PLN.
           OPEN INPUT PAYMENT-PLAN-FILE
           IF NOT WS-PLAN-OK
               MOVE 'PLANFILE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               MOVE WS-REQUEST-CUST-ID TO PLN-CUST-ID
               READ PAYMENT-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DSX-SEC-PLAN TO TRUE
                       MOVE PAYMENT-PLAN-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-PLAN-ROWS
               END-READ
               CLOSE PAYMENT-PLAN-FILE
           END-IF.

       7100-EXPORT-MANDATE SECTION.

       7100-EXPORT-MND.
           OPEN INPUT DEBIT-MANDATE-FILE
           IF NOT WS-MND-OK
               MOVE 'MANDFILE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               MOVE WS-REQUEST-CUST-ID TO MND-CUST-ID
               READ DEBIT-MANDATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DSX-SEC-MANDATE TO TRUE
                       MOVE DEBIT-MANDATE-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-MANDATE-ROWS
               END-READ
               CLOSE DEBIT-MANDATE-FILE
           END-IF.

       7150-EXPORT-SERVICEMEMBER SECTION.

       7150-EXPORT-SCR.
           OPEN INPUT SERVICEMEMBER-FILE
           IF NOT WS-SCR-OK
               MOVE 'SCRAFILE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               MOVE WS-REQUEST-CUST-ID TO SCR-CUST-ID
               READ SERVICEMEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DSX-SEC-SERVICEMEMBER TO TRUE
                       MOVE SERVICEMEMBER-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-SERVICEMEMBER-ROWS
               END-READ
               CLOSE SERVICEMEMBER-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Disputes are keyed by the disputed item and promises are a
      * plain sequential log, so both are passed in full.
      *----------------------------------------------------------------*
       7200-EXPORT-DISPUTES SECTION.

       7200-EXPORT-DSP.
           OPEN INPUT DISPUTE-FILE
           IF NOT WS-DSP-OK
               MOVE 'DSPFILE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               PERFORM 7300-EXPORT-ONE-DISPUTE UNTIL WS-SCAN-DONE
               CLOSE DISPUTE-FILE
           END-IF.

       7300-EXPORT-ONE-DISPUTE SECTION.

       7300-EXPORT-DSP-ONE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF DSP-CUST-ID = WS-REQUEST-CUST-ID
                       SET DSX-SEC-DISPUTE TO TRUE
                       MOVE DISPUTE-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-DISPUTE-ROWS
                   END-IF
           END-READ.

       7400-EXPORT-PROMISES SECTION.

       7400-EXPORT-PRM.
           OPEN INPUT PROMISE-FILE
           IF NOT WS-PRM-OK
               MOVE 'PROMFILE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               PERFORM 7500-EXPORT-ONE-PROMISE UNTIL WS-SCAN-DONE
               CLOSE PROMISE-FILE
           END-IF.

       7500-EXPORT-ONE-PROMISE SECTION.

       7500-EXPORT-PRM-ONE.
           READ PROMISE-FILE
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF PRM-CUST-ID = WS-REQUEST-CUST-ID
                       SET DSX-SEC-PROMISE TO TRUE
                       MOVE PROMISE-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-PROMISE-ROWS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * The account's satellite files. Those keyed by the customer
      * alone are read directly and those keyed customer first by
      * key range; the check register through its customer alternate
      * key. Chargebacks, campaign memberships and credit
      * applications have no customer path and the inquiry log is a
      * plain sequential log, so those are passed in full. The
      * inquiry log rows are the lookups made of this customer.
      *----------------------------------------------------------------*
       7600-EXPORT-GUARANTOR SECTION.

       7600-EXPORT-GUA.
           OPEN INPUT GUARANTOR-FILE
           IF NOT WS-GUA-OK
               MOVE 'GUARFILE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               MOVE WS-REQUEST-CUST-ID TO GUA-CUST-ID
               READ GUARANTOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DSX-SEC-GUARANTOR TO TRUE
                       MOVE GUARANTOR-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-GUARANTOR-ROWS
               END-READ
               CLOSE GUARANTOR-FILE
           END-IF.

       7610-EXPORT-STMT-DUE SECTION.

       7610-EXPORT-SDU.
           OPEN INPUT STATEMENT-DUE-FILE
           IF NOT WS-SDU-OK
               MOVE 'STMTDUE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               MOVE WS-REQUEST-CUST-ID TO SDU-CUST-ID
               MOVE 0 TO SDU-STMT-DATE
               START STATEMENT-DUE-FILE KEY IS NOT LESS THAN
                   SDU-KEY
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-SDU-OK
                   SET WS-SCAN-DONE TO TRUE
               END-IF
               PERFORM 7620-EXPORT-ONE-STMT-DUE UNTIL WS-SCAN-DONE
               CLOSE STATEMENT-DUE-FILE
           END-IF.

       7620-EXPORT-ONE-STMT-DUE SECTION.

       7620-EXPORT-SDU-ONE.
           READ STATEMENT-DUE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-SDU-OK
                   OR SDU-CUST-ID NOT = WS-REQUEST-CUST-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   SET DSX-SEC-STMT-DUE TO TRUE
                   MOVE STATEMENT-DUE-RECORD TO DSX-DATA
                   PERFORM 8000-WRITE-EXPORT-ROW
                   ADD 1 TO WS-STMT-DUE-ROWS
               END-IF
           END-IF.

       7630-EXPORT-DECEASED SECTION.

       7630-EXPORT-DCD.
           OPEN INPUT DECEASED-FILE
           IF NOT WS-DCD-OK
               MOVE 'DECDFILE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               MOVE WS-REQUEST-CUST-ID TO DCD-CUST-ID
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DSX-SEC-DECEASED TO TRUE
                       MOVE DECEASED-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-DECEASED-ROWS
               END-READ
               CLOSE DECEASED-FILE
           END-IF.

       7640-EXPORT-EXECUTOR SECTION.

       7640-EXPORT-EXE.
           OPEN INPUT EXECUTOR-FILE
           IF NOT WS-EXE-OK
               MOVE 'EXECFILE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               MOVE WS-REQUEST-CUST-ID TO EXE-CUST-ID
               READ EXECUTOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DSX-SEC-EXECUTOR TO TRUE
                       MOVE EXECUTOR-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-EXECUTOR-ROWS
               END-READ
               CLOSE EXECUTOR-FILE
           END-IF.

       7650-EXPORT-LOYALTY SECTION.

       7650-EXPORT-LOY.
           OPEN INPUT LOYALTY-LEDGER-FILE
           IF NOT WS-LOY-OK
               MOVE 'LOYLEDGR' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               MOVE WS-REQUEST-CUST-ID TO LOY-CUST-ID
               READ LOYALTY-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DSX-SEC-LOYALTY TO TRUE
                       MOVE LOYALTY-LEDGER-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-LOYALTY-ROWS
               END-READ
               CLOSE LOYALTY-LEDGER-FILE
           END-IF.

       7660-EXPORT-REAGES SECTION.

       7660-EXPORT-RAH.
           OPEN INPUT REAGE-HISTORY-FILE
           IF NOT WS-RAH-OK
               MOVE 'REAGEHST' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               MOVE WS-REQUEST-CUST-ID TO RAH-CUST-ID
               MOVE 0 TO RAH-REAGE-DATE
               START REAGE-HISTORY-FILE KEY IS NOT LESS THAN
                   RAH-KEY
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-RAH-OK
                   SET WS-SCAN-DONE TO TRUE
               END-IF
               PERFORM 7670-EXPORT-ONE-REAGE UNTIL WS-SCAN-DONE
               CLOSE REAGE-HISTORY-FILE
           END-IF.

       7670-EXPORT-ONE-REAGE SECTION.

       7670-EXPORT-RAH-ONE.
           READ REAGE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-RAH-OK
                   OR RAH-CUST-ID NOT = WS-REQUEST-CUST-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   SET DSX-SEC-REAGE TO TRUE
                   MOVE REAGE-HISTORY-RECORD TO DSX-DATA
                   PERFORM 8000-WRITE-EXPORT-ROW
                   ADD 1 TO WS-REAGE-ROWS
               END-IF
           END-IF.

       7680-EXPORT-CAMPAIGN-MBRS SECTION.

       7680-EXPORT-CMB.
           OPEN INPUT CAMPAIGN-MEMBER-FILE
           IF NOT WS-CMB-OK
               MOVE 'CAMPMBR' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               PERFORM 7690-EXPORT-ONE-CAMPAIGN-MBR UNTIL WS-SCAN-DONE
               CLOSE CAMPAIGN-MEMBER-FILE
           END-IF.

       7690-EXPORT-ONE-CAMPAIGN-MBR SECTION.

       7690-EXPORT-CMB-ONE.
           READ CAMPAIGN-MEMBER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF CMB-CUST-ID = WS-REQUEST-CUST-ID
                       SET DSX-SEC-CAMPAIGN-MBR TO TRUE
                       MOVE CAMPAIGN-MEMBER-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-CAMPAIGN-MBR-ROWS
                   END-IF
           END-READ.

       7700-EXPORT-PURCHASE-ORDERS SECTION.

       7700-EXPORT-POR.
           OPEN INPUT PURCHASE-ORDER-FILE
           IF NOT WS-POR-OK
               MOVE 'POFILE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               MOVE WS-REQUEST-CUST-ID TO POR-CUST-ID
               MOVE LOW-VALUES TO POR-PO-NUMBER
               START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN
                   POR-KEY
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-POR-OK
                   SET WS-SCAN-DONE TO TRUE
               END-IF
               PERFORM 7710-EXPORT-ONE-PURCHASE-ORDER UNTIL WS-SCAN-DONE
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       7710-EXPORT-ONE-PURCHASE-ORDER SECTION.

       7710-EXPORT-POR-ONE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-POR-OK
                   OR POR-CUST-ID NOT = WS-REQUEST-CUST-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   SET DSX-SEC-PURCHASE-ORDER TO TRUE
                   MOVE PURCHASE-ORDER-RECORD TO DSX-DATA
                   PERFORM 8000-WRITE-EXPORT-ROW
                   ADD 1 TO WS-PURCHASE-ORDER-ROWS
               END-IF
           END-IF.

       7720-EXPORT-CHARGEBACKS SECTION.

       7720-EXPORT-CBK.
           OPEN INPUT CHARGEBACK-FILE
           IF NOT WS-CBK-OK
               MOVE 'CHBKFILE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               PERFORM 7730-EXPORT-ONE-CHARGEBACK UNTIL WS-SCAN-DONE
               CLOSE CHARGEBACK-FILE
           END-IF.

       7730-EXPORT-ONE-CHARGEBACK SECTION.

       7730-EXPORT-CBK-ONE.
           READ CHARGEBACK-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF CBK-CUST-ID = WS-REQUEST-CUST-ID
                       SET DSX-SEC-CHARGEBACK TO TRUE
                       MOVE CHARGEBACK-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-CHARGEBACK-ROWS
                   END-IF
           END-READ.

       7740-EXPORT-PLACEMENT SECTION.

       7740-EXPORT-APL.
           OPEN INPUT PLACEMENT-MASTER-FILE
           IF NOT WS-APL-OK
               MOVE 'AGYMAST' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               MOVE WS-REQUEST-CUST-ID TO APL-CUST-ID
               READ PLACEMENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DSX-SEC-PLACEMENT TO TRUE
                       MOVE AGENCY-PLACEMENT-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-PLACEMENT-ROWS
               END-READ
               CLOSE PLACEMENT-MASTER-FILE
           END-IF.

       7750-EXPORT-SANCTIONS SECTION.

       7750-EXPORT-SRQ.
           OPEN INPUT SANCTIONS-QUEUE-FILE
           IF NOT WS-SRQ-OK
               MOVE 'SANCQUE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               MOVE WS-REQUEST-CUST-ID TO SRQ-CUST-ID
               MOVE LOW-VALUES TO SRQ-ENTRY-ID
               START SANCTIONS-QUEUE-FILE KEY IS NOT LESS THAN
                   SRQ-KEY
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-SRQ-OK
                   SET WS-SCAN-DONE TO TRUE
               END-IF
               PERFORM 7760-EXPORT-ONE-SANCTIONS UNTIL WS-SCAN-DONE
               CLOSE SANCTIONS-QUEUE-FILE
           END-IF.

       7760-EXPORT-ONE-SANCTIONS SECTION.

       7760-EXPORT-SRQ-ONE.
           READ SANCTIONS-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-SRQ-OK
                   OR SRQ-CUST-ID NOT = WS-REQUEST-CUST-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   SET DSX-SEC-SANCTIONS TO TRUE
                   MOVE SANCTIONS-QUEUE-RECORD TO DSX-DATA
                   PERFORM 8000-WRITE-EXPORT-ROW
                   ADD 1 TO WS-SANCTIONS-ROWS
               END-IF
           END-IF.

       7770-EXPORT-FRAUD-ALERTS SECTION.

       7770-EXPORT-FRQ.
           OPEN INPUT FRAUD-QUEUE-FILE
           IF NOT WS-FRQ-OK
               MOVE 'FRAUDQUE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               MOVE WS-REQUEST-CUST-ID TO FRQ-CUST-ID
               MOVE 0 TO FRQ-ALERT-DATE
               START FRAUD-QUEUE-FILE KEY IS NOT LESS THAN
                   FRQ-KEY
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-FRQ-OK
                   SET WS-SCAN-DONE TO TRUE
               END-IF
               PERFORM 7780-EXPORT-ONE-FRAUD UNTIL WS-SCAN-DONE
               CLOSE FRAUD-QUEUE-FILE
           END-IF.

       7780-EXPORT-ONE-FRAUD SECTION.

       7780-EXPORT-FRQ-ONE.
           READ FRAUD-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-FRQ-OK
                   OR FRQ-CUST-ID NOT = WS-REQUEST-CUST-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   SET DSX-SEC-FRAUD TO TRUE
                   MOVE FRAUD-QUEUE-RECORD TO DSX-DATA
                   PERFORM 8000-WRITE-EXPORT-ROW
                   ADD 1 TO WS-FRAUD-ROWS
               END-IF
           END-IF.

       7790-EXPORT-CREDIT-APPS SECTION.

       7790-EXPORT-CAR.
           OPEN INPUT APPLICATION-REGISTER
           IF NOT WS-CAR-OK
               MOVE 'CAPREG' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               PERFORM 7800-EXPORT-ONE-CREDIT-APP UNTIL WS-SCAN-DONE
               CLOSE APPLICATION-REGISTER
           END-IF.

       7800-EXPORT-ONE-CREDIT-APP SECTION.

       7800-EXPORT-CAR-ONE.
           READ APPLICATION-REGISTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF CAR-CUST-ID = WS-REQUEST-CUST-ID
                       SET DSX-SEC-CREDIT-APP TO TRUE
                       MOVE CREDIT-APP-REGISTER-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-CREDIT-APP-ROWS
                   END-IF
           END-READ.

       7810-EXPORT-CHECKS SECTION.

       7810-EXPORT-CKR.
           OPEN INPUT CHECK-REGISTER-FILE
           IF NOT WS-CKR-OK
               MOVE 'CHKREG' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               MOVE WS-REQUEST-CUST-ID TO CKR-CUST-ID
               START CHECK-REGISTER-FILE KEY IS =
                   CKR-CUST-ID
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-CKR-OK
                   SET WS-SCAN-DONE TO TRUE
               END-IF
               PERFORM 7820-EXPORT-ONE-CHECK UNTIL WS-SCAN-DONE
               CLOSE CHECK-REGISTER-FILE
           END-IF.

       7820-EXPORT-ONE-CHECK SECTION.

       7820-EXPORT-CKR-ONE.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-CKR-OK
                   OR CKR-CUST-ID NOT = WS-REQUEST-CUST-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   SET DSX-SEC-CHECK TO TRUE
                   MOVE CHECK-REGISTER-RECORD TO DSX-DATA
                   PERFORM 8000-WRITE-EXPORT-ROW
                   ADD 1 TO WS-CHECK-ROWS
               END-IF
           END-IF.

       7830-EXPORT-INQUIRIES SECTION.

       7830-EXPORT-INQ.
           OPEN INPUT INQUIRY-LOG-FILE
           IF NOT WS-INQ-OK
               MOVE 'INQLOG' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               PERFORM 7840-EXPORT-ONE-INQUIRY UNTIL WS-SCAN-DONE
               CLOSE INQUIRY-LOG-FILE
           END-IF.

       7840-EXPORT-ONE-INQUIRY SECTION.

       7840-EXPORT-INQ-ONE.
           READ INQUIRY-LOG-FILE
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF INQ-CUST-ID = WS-REQUEST-CUST-ID
                       SET DSX-SEC-INQUIRY TO TRUE
                       MOVE INQUIRY-LOG-RECORD TO DSX-DATA
                       PERFORM 8000-WRITE-EXPORT-ROW
                       ADD 1 TO WS-INQUIRY-ROWS
                   END-IF
           END-READ.

       7850-EXPORT-PENDING-CHGS SECTION.

       7850-EXPORT-PCH.
           OPEN INPUT PENDING-CHANGE-FILE
           IF NOT WS-PCH-OK
               MOVE 'PCHGFILE' TO WS-UNAVAILABLE-NAME
               PERFORM 8100-FILE-UNAVAILABLE
           ELSE
               SET WS-SCAN-ACTIVE TO TRUE
               MOVE WS-REQUEST-CUST-ID TO PCH-CUST-ID
               MOVE 0 TO PCH-SEQUENCE
               START PENDING-CHANGE-FILE KEY IS NOT LESS THAN
                   PCH-KEY
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-PCH-OK
                   SET WS-SCAN-DONE TO TRUE
               END-IF
               PERFORM 7860-EXPORT-ONE-PENDING-CHG UNTIL WS-SCAN-DONE
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       7860-EXPORT-ONE-PENDING-CHG SECTION.

       7860-EXPORT-PCH-ONE.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-PCH-OK
                   OR PCH-CUST-ID NOT = WS-REQUEST-CUST-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   SET DSX-SEC-PENDING-CHG TO TRUE
                   MOVE PENDING-CHANGE-RECORD TO DSX-DATA
                   PERFORM 8000-WRITE-EXPORT-ROW
                   ADD 1 TO WS-PENDING-CHG-ROWS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The caller sets the section and the data area; the customer
      * and the running row number are stamped here.
      *----------------------------------------------------------------*
       8000-WRITE-EXPORT-ROW SECTION.

       8000-WRITE-ROW.
           ADD 1 TO WS-ROWS-EXPORTED
           MOVE WS-REQUEST-CUST-ID TO DSX-CUST-ID
           MOVE WS-ROWS-EXPORTED TO DSX-SEQUENCE
           WRITE DSAR-EXPORT-RECORD.

       8100-FILE-UNAVAILABLE SECTION.

       8100-FILE-UNAVAIL.
           SET WS-EXPORT-INCOMPLETE TO TRUE
           DISPLAY WS-UNAVAILABLE-NAME ' NOT AVAILABLE, SECTION '
               'LEFT OUT OF THE EXPORT'.

      *----------------------------------------------------------------*
      * One log row per request answered, appended to whatever the
      * log already holds.
      *----------------------------------------------------------------*
       8500-WRITE-REQUEST-LOG SECTION.

       8500-WRITE-LOG.
           OPEN EXTEND DSAR-LOG-FILE
           IF NOT WS-DSL-OK
               OPEN OUTPUT DSAR-LOG-FILE
           END-IF
           IF NOT WS-DSL-OK
               DISPLAY 'ERROR OPENING ACCESS REQUEST LOG: '
                   WS-DSL-STATUS
           ELSE
               INITIALIZE DSAR-LOG-RECORD
               MOVE WS-REQUEST-CUST-ID TO DSL-CUST-ID
               MOVE WS-RECEIVED-DATE TO DSL-RECEIVED-DATE
               MOVE WS-DUE-DATE TO DSL-DUE-DATE
               MOVE WS-TODAY-DATE TO DSL-FULFILLED-DATE
               MOVE WS-NOW-TIME(1:6) TO DSL-FULFILLED-TIME
               MOVE WS-DAYS-TAKEN TO DSL-DAYS-TAKEN
               IF WS-TODAY-DATE > WS-DUE-DATE
                   SET DSL-PAST-DEADLINE TO TRUE
               ELSE
                   SET DSL-WITHIN-DEADLINE TO TRUE
               END-IF
               IF WS-CUSTOMER-FOUND
                   SET DSL-CUSTOMER-ON-FILE TO TRUE
               ELSE
                   SET DSL-CUSTOMER-NOT-ON-FILE TO TRUE
               END-IF
               IF WS-EXPORT-COMPLETE
                   SET DSL-ALL-FILES-READ TO TRUE
               ELSE
                   SET DSL-FILES-MISSING TO TRUE
               END-IF
               MOVE WS-ROWS-EXPORTED TO DSL-ROWS-EXPORTED
               WRITE DSAR-LOG-RECORD
               CLOSE DSAR-LOG-FILE
               IF DSL-PAST-DEADLINE
                   DISPLAY 'REQUEST ANSWERED AFTER ITS DUE DATE: '
                       WS-DUE-DATE
               END-IF
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RUN-CLEAN
               SET DSX-SEC-TRAILER TO TRUE
               MOVE SPACES TO DSX-DATA
               MOVE WS-ROWS-EXPORTED TO DSX-ROWS-EXPORTED
               MOVE WS-CUSTOMER-FOUND-FLAG TO DSX-CUSTOMER-FOUND
               MOVE WS-COMPLETE-FLAG TO DSX-EXPORT-COMPLETE
               PERFORM 8000-WRITE-EXPORT-ROW
               CLOSE DSAR-EXPORT-FILE
               PERFORM 8500-WRITE-REQUEST-LOG
               DISPLAY 'CUSTOMER ID:              ' WS-REQUEST-CUST-ID
               DISPLAY 'REQUEST RECEIVED:         ' WS-RECEIVED-DATE
               DISPLAY 'RESPONSE DUE:             ' WS-DUE-DATE
               DISPLAY 'CUSTOMER ROWS:            ' WS-CUSTOMER-ROWS
               DISPLAY 'SEASONAL ADDRESS ROWS:    '
                   WS-ALT-ADDRESS-ROWS
               DISPLAY 'PAYMENT HISTORY ROWS:     '
                   WS-PAY-HISTORY-ROWS
               DISPLAY 'ARCHIVED PAYMENT ROWS:    '
                   WS-PAY-ARCHIVE-ROWS
               DISPLAY 'TRANSACTION HISTORY ROWS: '
                   WS-TRAN-HISTORY-ROWS
               DISPLAY 'ARCHIVED TRANSACTION ROWS:'
                   WS-TRAN-ARCHIVE-ROWS
               DISPLAY 'OPEN ITEM ROWS:           ' WS-OPEN-ITEM-ROWS
               DISPLAY 'ARCHIVED ITEM ROWS:       '
                   WS-ITEM-ARCHIVE-ROWS
               DISPLAY 'NOTE ROWS:                ' WS-NOTE-ROWS
               DISPLAY 'CORRESPONDENCE ROWS:      ' WS-CORR-ROWS
               DISPLAY 'AUDIT JOURNAL ROWS:       ' WS-AUDIT-ROWS
               DISPLAY 'PAYMENT PLAN ROWS:        ' WS-PLAN-ROWS
               DISPLAY 'DEBIT MANDATE ROWS:       ' WS-MANDATE-ROWS
               DISPLAY 'SERVICEMEMBER ROWS:       '
                   WS-SERVICEMEMBER-ROWS
               DISPLAY 'DISPUTE ROWS:             ' WS-DISPUTE-ROWS
               DISPLAY 'PROMISE ROWS:             ' WS-PROMISE-ROWS
               DISPLAY 'STATEMENT DUE ROWS:       '
                   WS-STMT-DUE-ROWS
               DISPLAY 'RE-AGE HISTORY ROWS:      '
                   WS-REAGE-ROWS
               DISPLAY 'CAMPAIGN MEMBER ROWS:     '
                   WS-CAMPAIGN-MBR-ROWS
               DISPLAY 'PURCHASE ORDER ROWS:      '
                   WS-PURCHASE-ORDER-ROWS
               DISPLAY 'CHARGEBACK ROWS:          '
                   WS-CHARGEBACK-ROWS
               DISPLAY 'SANCTIONS REVIEW ROWS:    '
                   WS-SANCTIONS-ROWS
               DISPLAY 'FRAUD REVIEW ROWS:        '
                   WS-FRAUD-ROWS
               DISPLAY 'CREDIT APPLICATION ROWS:  '
                   WS-CREDIT-APP-ROWS
               DISPLAY 'REFUND CHECK ROWS:        '
                   WS-CHECK-ROWS
               DISPLAY 'INQUIRY LOG ROWS:         '
                   WS-INQUIRY-ROWS
               DISPLAY 'PENDING CHANGE ROWS:      '
                   WS-PENDING-CHG-ROWS
               DISPLAY 'EXPORT ROWS WRITTEN:      ' WS-ROWS-EXPORTED
               IF WS-EXPORT-INCOMPLETE
                   DISPLAY 'EXPORT INCOMPLETE, A FILE WAS NOT '
                       'AVAILABLE - RERUN BEFORE SENDING'
               END-IF
           END-IF.
