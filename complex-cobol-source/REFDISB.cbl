       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFDISB.
      *================================================================*
      * REFUND DISBURSEMENT RUN
      * Pays out the refund candidates CREDREG extracts each week.
      * Every candidate is proven against CUSTOMER-FILE first - the
      * credit must still be standing, and the refund is the smaller
      * of the candidate amount and the credit as it stands today -
      * then paid by ACH credit when a mandate is in effect on
      * MANDFILE (the same in-effect test ACHORIG applies), and by
      * printed check otherwise. Four files come out of the run:
      *
      *   - the outbound ACH credit file for the bank;
      *   - the check register print, one line per check, for
      *     treasury to print and sign against;
      *   - the positive-pay issue file, so the bank honours only
      *     the checks we actually wrote, for the amounts we wrote;
      *   - the matching BH/BT-wrapped batch of 'RF' credit-balance
      *     refunds (reason code CBR, no original transaction) so
      *     TRANPOST posts the refunds through its validated path.
      *     Posting holds each refund to the credit standing at
      *     that moment and the batch registry refuses a rerun of
      *     the same batch, so a credit cannot be paid twice.
      *
      * The run parameter names the treasury operator authorizing
      * the run; that operator must be active on the operator
      * security master with refund authority, and is stamped as
      * REF-APPROVED-BY on every refund. A customer whose last
      * disbursement has not yet posted (the balance still equals
      * the balance it was issued against) is skipped, as is one
      * whose last check went stale - that credit is left for
      * ESCHEAT rather than mailed again.
      *
      * Every disbursement is kept on the refund disbursement
      * register. A run parameter starting 'S' selects the check
      * status run instead: the bank's paid and void notices are
      * applied to the register, checks still outstanding past the
      * stale-dating period (180 days unless the parameter says
      * otherwise) are stale-dated and voided on positive pay, and
      * every voided or stale check puts its credit back on the
      * account through a BH/BT-wrapped batch of negative 'AJ'
      * adjustments, so the credit stands again for ESCHEAT.
      *
      * Both batches are built in two passes because the batch
      * header's expected count must precede the details it counts -
      * the same arrangement ACHORIG and ESCHEAT use.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-CANDIDATE-FILE ASSIGN TO 'REFCAND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DEBIT-MANDATE-FILE ASSIGN TO 'MANDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MND-CUST-ID
               FILE STATUS IS WS-MND-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO 'CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKR-CHECK-NUMBER
               ALTERNATE RECORD KEY IS CKR-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CKR-STATUS.

           SELECT CHECK-STATUS-FILE ASSIGN TO 'CHKSTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

           SELECT ACH-CREDIT-FILE ASSIGN TO 'ACHCRED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO 'POSPAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPY-STATUS.

           SELECT DISBURSEMENT-REPORT ASSIGN TO 'CHKPRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT DISB-TRAN-FILE ASSIGN TO 'REFDSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * The candidate layout CREDREG writes.
      *----------------------------------------------------------------*
       FD  REFUND-CANDIDATE-FILE.
       01  REFUND-CANDIDATE-RECORD.
           05  RFC-CUST-ID                 PIC 9(8).
           05  RFC-NAME                    PIC X(56).
           05  RFC-CREDIT-AMOUNT           PIC 9(7)V99.
           05  RFC-PAYMENT-DATE            PIC 9(8).
           05  RFC-AGE-DAYS                PIC 9(5).
           05  FILLER                      PIC X(15).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  DEBIT-MANDATE-FILE.
           COPY MANDREC.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  CHECK-REGISTER-FILE.
           COPY CHKREG.

      *----------------------------------------------------------------*
      * Paid and void notices: the bank's paid-items file ('C') and
      * treasury's stop-payment voids ('V'), by check number.
      *----------------------------------------------------------------*
       FD  CHECK-STATUS-FILE.
       01  CHECK-STATUS-RECORD.
           05  CST-CHECK-NUMBER            PIC 9(8).
           05  CST-ACTION                  PIC X(1).
               88  CST-ACTION-CLEARED      VALUE 'C'.
               88  CST-ACTION-VOID         VALUE 'V'.
           05  CST-ACTION-DATE             PIC 9(8).
           05  CST-AMOUNT                  PIC 9(7)V99.
           05  FILLER                      PIC X(14).

       FD  ACH-CREDIT-FILE.
       01  ACH-CREDIT-RECORD.
           05  ACC-CUST-ID                 PIC 9(8).
           05  ACC-ROUTING                 PIC 9(9).
           05  ACC-ACCOUNT                 PIC X(17).
           05  ACC-AMOUNT                  PIC 9(7)V99.
           05  ACC-SETTLE-DATE             PIC 9(8).
           05  ACC-CUST-NAME               PIC X(22).
           05  FILLER                      PIC X(7).

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           05  PPY-CHECK-NUMBER            PIC 9(8).
           05  PPY-ISSUE-DATE              PIC 9(8).
           05  PPY-AMOUNT                  PIC 9(7)V99.
           05  PPY-PAYEE-NAME              PIC X(56).
           05  PPY-ACTION                  PIC X(1).
               88  PPY-ACTION-ISSUE        VALUE 'I'.
               88  PPY-ACTION-VOID         VALUE 'V'.
           05  FILLER                      PIC X(8).

       FD  DISBURSEMENT-REPORT.
       01  PRINT-LINE                      PIC X(132).

       FD  DISB-TRAN-FILE.
       01  DISB-TRAN-RECORD                PIC X(145).

       WORKING-STORAGE SECTION.

       01  WS-CAND-STATUS                  PIC XX.
           88  WS-CAND-OK                  VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-MND-STATUS                   PIC XX.
           88  WS-MND-OK                   VALUE '00'.

       01  WS-OPR-STATUS                   PIC XX.
           88  WS-OPR-OK                   VALUE '00'.

       01  WS-CKR-STATUS                   PIC XX.
           88  WS-CKR-OK                   VALUE '00'.
           88  WS-CKR-NOT-OPEN             VALUE '35'.

       01  WS-CST-STATUS                   PIC XX.
           88  WS-CST-OK                   VALUE '00'.

       01  WS-ACH-STATUS                   PIC XX.
           88  WS-ACH-OK                   VALUE '00'.

       01  WS-PPY-STATUS                   PIC XX.
           88  WS-PPY-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       01  WS-DTR-STATUS                   PIC XX.
           88  WS-DTR-OK                   VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY TRANREC.

       COPY DATEPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-CUST-FOUND-FLAG          PIC X VALUE 'N'.
               88  WS-CUST-FOUND           VALUE 'Y'.
               88  WS-CUST-NOT-FOUND       VALUE 'N'.
           05  WS-MANDATE-FLAG             PIC X VALUE 'N'.
               88  WS-MANDATE-IN-EFFECT    VALUE 'Y'.
               88  WS-MANDATE-NOT-USABLE   VALUE 'N'.
           05  WS-CKR-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-CKR-SCAN-DONE        VALUE 'Y'.
               88  WS-CKR-SCAN-ACTIVE      VALUE 'N'.
           05  WS-LAST-DISB-FLAG           PIC X VALUE 'N'.
               88  WS-LAST-DISB-FOUND      VALUE 'Y'.
               88  WS-LAST-DISB-NONE       VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-RUN-TIME                     PIC 9(6).

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-RUN-MODE            PIC X(1).
               88  WS-PARM-STATUS-MODE     VALUE 'S'.
           05  WS-PARM-OPERATOR-ID         PIC X(8).
           05  WS-PARM-STALE-DAYS          PIC X(3).
           05  FILLER                      PIC X(8).

       01  WS-STALE-DAYS                   PIC 9(3) VALUE 180.

      *----------------------------------------------------------------*
      * ACH credits settle two business days after origination, the
      * same lead ACHORIG allows its debits.
      *----------------------------------------------------------------*
       01  WS-SETTLE-DAYS                  PIC 9(2) VALUE 2.
       01  WS-SETTLE-DATE                  PIC 9(8).

       01  WS-DISB-WORK.
           05  WS-DISB-AMOUNT              PIC 9(7)V99.
           05  WS-CREDIT-STANDING          PIC S9(7)V99.
           05  WS-NEXT-CHECK-NUMBER        PIC 9(8) VALUE 0.
           05  WS-CHECK-AGE-DAYS           PIC S9(7).
           05  WS-RECREDIT-AMOUNT          PIC S9(7)V99.

      *----------------------------------------------------------------*
      * The customer's most recent disbursement on the register,
      * found by the alternate customer key.
      *----------------------------------------------------------------*
       01  WS-LAST-DISB.
           05  WS-LD-CHECK-NUMBER          PIC 9(8).
           05  WS-LD-STATUS-FLAG           PIC X(1).
               88  WS-LD-VOIDED            VALUE 'V'.
               88  WS-LD-STALE-DATED       VALUE 'S'.
           05  WS-LD-BALANCE-AT-ISSUE      PIC S9(7)V99.
           05  WS-LD-RECREDIT-TRAN-ID      PIC 9(12).

       01  WS-DISB-TOTALS.
           05  WS-CANDIDATES-READ          PIC 9(7) VALUE 0.
           05  WS-DISB-COUNT               PIC 9(7) VALUE 0.
           05  WS-DISB-HASH                PIC S9(9)V99 VALUE 0.
           05  WS-CHECKS-WRITTEN           PIC 9(7) VALUE 0.
           05  WS-CHECK-TOTAL              PIC S9(9)V99 VALUE 0.
           05  WS-ACH-WRITTEN              PIC 9(7) VALUE 0.
           05  WS-ACH-TOTAL                PIC S9(9)V99 VALUE 0.
           05  WS-SKIPPED-NO-CREDIT        PIC 9(7) VALUE 0.
           05  WS-SKIPPED-PENDING          PIC 9(7) VALUE 0.
           05  WS-SKIPPED-ESCHEAT          PIC 9(7) VALUE 0.
           05  WS-STATUS-READ              PIC 9(7) VALUE 0.
           05  WS-CHECKS-CLEARED           PIC 9(7) VALUE 0.
           05  WS-CHECKS-VOIDED            PIC 9(7) VALUE 0.
           05  WS-CHECKS-STALE             PIC 9(7) VALUE 0.
           05  WS-STATUS-REJECTED          PIC 9(7) VALUE 0.
           05  WS-RECREDIT-COUNT           PIC 9(7) VALUE 0.
           05  WS-RECREDIT-HASH            PIC S9(9)V99 VALUE 0.
           05  WS-RECREDITS-WRITTEN        PIC 9(7) VALUE 0.

       01  WS-TRAN-ID-WORK.
           05  WS-TID-DATE                 PIC 9(8).
           05  WS-TID-SERIAL               PIC 9(4) VALUE 0.

       01  WS-TRAN-ID-NUM REDEFINES WS-TRAN-ID-WORK
                                           PIC 9(12).

       01  WS-RECREDIT-DESC.
           05  WS-RCD-TEXT                 PIC X(19).
           05  WS-RCD-CHECK-NUMBER         PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  WS-HDG-TITLE                PIC X(40).
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE 'NUMBER'.
           05  FILLER                      PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(58) VALUE 'PAYEE'.
           05  FILLER                      PIC X(16) VALUE 'AMOUNT'.
           05  FILLER                      PIC X(20)
               VALUE 'DISPOSITION'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CHECK-NUMBER         PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-NAME                 PIC X(56).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-DISPOSITION          PIC X(30).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(30).
           05  WS-SUM-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SUM-AMOUNT               PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-EOF
               IF WS-PARM-STATUS-MODE
                   PERFORM 6000-APPLY-CHECK-STATUS
                   PERFORM 6500-STALE-DATE-CHECKS
                   PERFORM 7000-COUNT-RECREDITS
                   PERFORM 3000-WRITE-BATCH-HEADER
                   PERFORM 7500-WRITE-RECREDITS
                   PERFORM 5000-WRITE-BATCH-TRAILER
               ELSE
                   PERFORM 2000-COUNT-DISBURSEMENTS
                   PERFORM 3000-WRITE-BATCH-HEADER
                   PERFORM 4000-PAY-CANDIDATES
                   PERFORM 5000-WRITE-BATCH-TRAILER
               END-IF
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-DISB-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE WS-TODAY-DATE TO WS-TID-DATE
           IF WS-PARM-STALE-DAYS NUMERIC
               AND WS-PARM-STALE-DAYS NOT = '000'
               MOVE WS-PARM-STALE-DAYS TO WS-STALE-DAYS
           END-IF
           OPEN I-O CHECK-REGISTER-FILE
           IF WS-CKR-NOT-OPEN
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN I-O CHECK-REGISTER-FILE
           END-IF
           IF NOT WS-CKR-OK
               DISPLAY 'ERROR OPENING DISBURSEMENT REGISTER: '
                   WS-CKR-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT POSITIVE-PAY-FILE
           IF NOT WS-PPY-OK
               DISPLAY 'ERROR OPENING POSITIVE PAY FILE: '
                   WS-PPY-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT DISB-TRAN-FILE
           IF NOT WS-DTR-OK
               DISPLAY 'ERROR OPENING DISBURSEMENT TRANSACTION '
                   'FILE: ' WS-DTR-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT DISBURSEMENT-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING CHECK REGISTER REPORT: '
                   WS-PRINT-STATUS
               SET WS-EOF TO TRUE
           ELSE
               IF WS-PARM-STATUS-MODE
                   MOVE 'REFUND CHECK STATUS REGISTER'
                       TO WS-HDG-TITLE
               ELSE
                   MOVE 'REFUND DISBURSEMENT CHECK REGISTER'
                       TO WS-HDG-TITLE
               END-IF
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
           END-IF
           IF WS-PARM-STATUS-MODE
               OPEN INPUT CHECK-STATUS-FILE
               IF NOT WS-CST-OK
                   DISPLAY 'ERROR OPENING CHECK STATUS FILE: '
                       WS-CST-STATUS
                   SET WS-EOF TO TRUE
               END-IF
           ELSE
               PERFORM 1100-OPEN-DISBURSEMENT-FILES
           END-IF.

       1100-OPEN-DISBURSEMENT-FILES SECTION.

       1100-OPEN-DISB.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT DEBIT-MANDATE-FILE
           IF NOT WS-MND-OK
               DISPLAY 'ERROR OPENING DEBIT MANDATE FILE: '
                   WS-MND-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT ACH-CREDIT-FILE
           IF NOT WS-ACH-OK
               DISPLAY 'ERROR OPENING ACH CREDIT FILE: ' WS-ACH-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF NOT WS-OPR-OK
               DISPLAY 'OPERATOR SECURITY MASTER NOT '
                   'AVAILABLE, RUN REFUSED: ' WS-OPR-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1200-CHECK-RUN-APPROVER
           END-IF
           PERFORM 1300-COMPUTE-SETTLE-DATE
           PERFORM 1400-FIND-LAST-CHECK-NUMBER.

       1200-CHECK-RUN-APPROVER SECTION.

      *----------------------------------------------------------------*
      * The operator named on the run parameter authorizes every
      * refund in the batch, so the run is refused outright unless
      * that operator could approve a keyed refund - the same test
      * TRANPOST applies to REF-APPROVED-BY when the batch posts.
      *----------------------------------------------------------------*
       1200-CHECK-APPROVER.
           MOVE WS-PARM-OPERATOR-ID TO OPR-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PARM-OPERATOR-ID = SPACES
               OR NOT WS-OPR-OK OR NOT OPR-ACTIVE
               OR NOT OPR-CAN-REFUND
               DISPLAY 'RUN REFUSED, NO REFUND AUTHORITY: '
                   WS-PARM-OPERATOR-ID
               SET WS-EOF TO TRUE
           END-IF.

       1300-COMPUTE-SETTLE-DATE SECTION.

       1300-COMPUTE-SETTLE.
           SET DU-FN-ADD-BUSINESS-DAYS TO TRUE
           MOVE WS-TODAY-DATE TO DU-DATE-1
           MOVE WS-SETTLE-DAYS TO DU-DAYS-COUNT
           CALL 'DATEUTIL' USING DATEUTIL-PARMS
           IF DU-VALID
               MOVE DU-RESULT-DATE TO WS-SETTLE-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-SETTLE-DATE
               DISPLAY 'SETTLEMENT DATE CALCULATION FAILED, '
                   'ORIGINATING SAME-DAY'
           END-IF.

       1400-FIND-LAST-CHECK-NUMBER SECTION.

      *----------------------------------------------------------------*
      * Disbursement numbers carry on from the highest on the
      * register, found the way TRANPOST finds a customer's highest
      * payment-history sequence.
      *----------------------------------------------------------------*
       1400-FIND-LAST-CHECK.
           MOVE 0 TO WS-NEXT-CHECK-NUMBER
           MOVE 99999999 TO CKR-CHECK-NUMBER
           START CHECK-REGISTER-FILE
               KEY IS NOT GREATER THAN CKR-CHECK-NUMBER
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-CKR-OK
               READ CHECK-REGISTER-FILE NEXT RECORD
               IF WS-CKR-OK
                   MOVE CKR-CHECK-NUMBER TO WS-NEXT-CHECK-NUMBER
               END-IF
           END-IF.

       2000-COUNT-DISBURSEMENTS SECTION.

      *----------------------------------------------------------------*
      * First pass: size the refund batch from the candidates that
      * will actually be paid, reading only.
      *----------------------------------------------------------------*
       2000-COUNT.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT REFUND-CANDIDATE-FILE
           IF NOT WS-CAND-OK
               DISPLAY 'ERROR OPENING REFUND CANDIDATE FILE: '
                   WS-CAND-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 2100-COUNT-ONE-CANDIDATE UNTIL WS-EOF
               CLOSE REFUND-CANDIDATE-FILE
           END-IF.

       2100-COUNT-ONE-CANDIDATE SECTION.

       2100-COUNT-ONE.
           READ REFUND-CANDIDATE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM 8000-COMPUTE-DISBURSEMENT
                   IF WS-DISB-AMOUNT > 0
                       ADD 1 TO WS-DISB-COUNT
                       ADD WS-DISB-AMOUNT TO WS-DISB-HASH
                   END-IF
           END-READ.

       3000-WRITE-BATCH-HEADER SECTION.

       3000-WRITE-HEADER.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 'BH' TO BHR-RECORD-TYPE
           MOVE WS-TODAY-DATE TO BHR-BATCH-DATE
           IF WS-PARM-STATUS-MODE
               MOVE 'CHKRECR   ' TO BHR-BATCH-ID
               MOVE WS-RECREDIT-COUNT TO BHR-EXPECTED-COUNT
           ELSE
               MOVE 'REFDISB   ' TO BHR-BATCH-ID
               MOVE WS-DISB-COUNT TO BHR-EXPECTED-COUNT
           END-IF
           WRITE DISB-TRAN-RECORD FROM TRANSACTION-RECORD.

       4000-PAY-CANDIDATES SECTION.

       4000-PAY.
           SET WS-NOT-EOF TO TRUE
           MOVE 0 TO WS-SKIPPED-NO-CREDIT
           MOVE 0 TO WS-SKIPPED-PENDING
           MOVE 0 TO WS-SKIPPED-ESCHEAT
           OPEN INPUT REFUND-CANDIDATE-FILE
           IF NOT WS-CAND-OK
               DISPLAY 'ERROR REOPENING REFUND CANDIDATE FILE: '
                   WS-CAND-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 4100-PAY-ONE-CANDIDATE UNTIL WS-EOF
               CLOSE REFUND-CANDIDATE-FILE
           END-IF.

       4100-PAY-ONE-CANDIDATE SECTION.

       4100-PAY-ONE.
           READ REFUND-CANDIDATE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANDIDATES-READ
                   PERFORM 8000-COMPUTE-DISBURSEMENT
                   IF WS-DISB-AMOUNT > 0
                       ADD 1 TO WS-NEXT-CHECK-NUMBER
                       ADD 1 TO WS-TID-SERIAL
                       PERFORM 8200-CHECK-MANDATE
                       IF WS-MANDATE-IN-EFFECT
                           PERFORM 4200-WRITE-ACH-CREDIT
                       ELSE
                           PERFORM 4300-WRITE-CHECK
                       END-IF
                       PERFORM 4400-WRITE-REGISTER-ROW
                       PERFORM 4500-WRITE-REFUND-TRAN
                   END-IF
           END-READ.

       4200-WRITE-ACH-CREDIT SECTION.

       4200-WRITE-ACH.
           INITIALIZE ACH-CREDIT-RECORD
           MOVE RFC-CUST-ID TO ACC-CUST-ID
           MOVE MND-BANK-ROUTING TO ACC-ROUTING
           MOVE MND-BANK-ACCOUNT TO ACC-ACCOUNT
           MOVE WS-DISB-AMOUNT TO ACC-AMOUNT
           MOVE WS-SETTLE-DATE TO ACC-SETTLE-DATE
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO ACC-CUST-NAME
           WRITE ACH-CREDIT-RECORD
           IF WS-ACH-OK
               ADD 1 TO WS-ACH-WRITTEN
               ADD WS-DISB-AMOUNT TO WS-ACH-TOTAL
               MOVE 'ACH CREDIT' TO WS-DTL-DISPOSITION
               PERFORM 8500-WRITE-DETAIL-LINE
           ELSE
               DISPLAY 'ERROR WRITING ACH CREDIT FOR: '
                   RFC-CUST-ID ' STATUS: ' WS-ACH-STATUS
           END-IF.

       4300-WRITE-CHECK SECTION.

      *----------------------------------------------------------------*
      * The register line is what treasury prints and signs against;
      * the positive-pay issue record tells the bank the same check
      * number, date, payee and amount.
      *----------------------------------------------------------------*
       4300-WRITE-CHK.
           INITIALIZE POSITIVE-PAY-RECORD
           MOVE WS-NEXT-CHECK-NUMBER TO PPY-CHECK-NUMBER
           MOVE WS-TODAY-DATE TO PPY-ISSUE-DATE
           MOVE WS-DISB-AMOUNT TO PPY-AMOUNT
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO PPY-PAYEE-NAME
           SET PPY-ACTION-ISSUE TO TRUE
           WRITE POSITIVE-PAY-RECORD
           IF WS-PPY-OK
               ADD 1 TO WS-CHECKS-WRITTEN
               ADD WS-DISB-AMOUNT TO WS-CHECK-TOTAL
               MOVE 'CHECK ISSUED' TO WS-DTL-DISPOSITION
               PERFORM 8500-WRITE-DETAIL-LINE
           ELSE
               DISPLAY 'ERROR WRITING POSITIVE PAY FOR CHECK: '
                   WS-NEXT-CHECK-NUMBER ' STATUS: ' WS-PPY-STATUS
           END-IF.

       4400-WRITE-REGISTER-ROW SECTION.

      *----------------------------------------------------------------*
      * A check stays issued until the bank reports it; an ACH credit
      * is settled the day it is originated, and a returned credit
      * comes back to treasury like any other ACH return.
      *----------------------------------------------------------------*
       4400-WRITE-REGISTER.
           INITIALIZE CHECK-REGISTER-RECORD
           MOVE WS-NEXT-CHECK-NUMBER TO CKR-CHECK-NUMBER
           MOVE RFC-CUST-ID TO CKR-CUST-ID
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO CKR-PAYEE-NAME
           MOVE WS-DISB-AMOUNT TO CKR-AMOUNT
           MOVE WS-TODAY-DATE TO CKR-ISSUE-DATE
           MOVE WS-TODAY-DATE TO CKR-STATUS-DATE
           IF WS-MANDATE-IN-EFFECT
               SET CKR-BY-ACH TO TRUE
               SET CKR-CLEARED TO TRUE
           ELSE
               SET CKR-BY-CHECK TO TRUE
               SET CKR-ISSUED TO TRUE
           END-IF
           MOVE WS-TRAN-ID-NUM TO CKR-REFUND-TRAN-ID
           MOVE 0 TO CKR-RECREDIT-TRAN-ID
           MOVE CUST-BALANCE OF WS-WORK-CUSTOMER TO
               CKR-BALANCE-AT-ISSUE
           WRITE CHECK-REGISTER-RECORD
           IF NOT WS-CKR-OK
               DISPLAY 'ERROR WRITING DISBURSEMENT REGISTER FOR: '
                   RFC-CUST-ID ' STATUS: ' WS-CKR-STATUS
           END-IF.

       4500-WRITE-REFUND-TRAN SECTION.

       4500-WRITE-RF.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-TRAN-ID-NUM TO TRAN-ID
           MOVE WS-TODAY-DATE TO TRAN-DATE
           MOVE WS-RUN-TIME TO TRAN-TIME
           MOVE 'RF' TO TRAN-TYPE
           MOVE RFC-CUST-ID TO TRAN-CUSTOMER-ID
           MOVE WS-DISB-AMOUNT TO TRAN-AMOUNT
           MOVE ZEROS TO REF-ORIGINAL-TRAN
           SET REF-CREDIT-BALANCE TO TRUE
           MOVE WS-PARM-OPERATOR-ID TO REF-APPROVED-BY
           MOVE WS-TODAY-DATE TO REF-APPROVAL-DATE
           WRITE DISB-TRAN-RECORD FROM TRANSACTION-RECORD
           IF NOT WS-DTR-OK
               DISPLAY 'ERROR WRITING REFUND TRANSACTION FOR: '
                   RFC-CUST-ID ' STATUS: ' WS-DTR-STATUS
           END-IF.

       5000-WRITE-BATCH-TRAILER SECTION.

       5000-WRITE-TRAILER.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 'BT' TO BTR-RECORD-TYPE
           IF WS-PARM-STATUS-MODE
               MOVE WS-RECREDIT-COUNT TO BTR-RECORD-COUNT
               MOVE WS-RECREDIT-HASH TO BTR-HASH-TOTAL
           ELSE
               MOVE WS-DISB-COUNT TO BTR-RECORD-COUNT
               MOVE WS-DISB-HASH TO BTR-HASH-TOTAL
           END-IF
           WRITE DISB-TRAN-RECORD FROM TRANSACTION-RECORD.

       6000-APPLY-CHECK-STATUS SECTION.

      *----------------------------------------------------------------*
      * Paid and void notices apply only to checks still issued; a
      * notice for an unknown check, an ACH credit, a check already
      * settled one way or the other, or a paid amount that differs
      * from the issued amount is reported for treasury to chase.
      *----------------------------------------------------------------*
       6000-APPLY-STATUS.
           SET WS-NOT-EOF TO TRUE
           PERFORM 6100-APPLY-ONE-NOTICE UNTIL WS-EOF.

       6100-APPLY-ONE-NOTICE SECTION.

       6100-APPLY-ONE.
           READ CHECK-STATUS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STATUS-READ
                   PERFORM 6200-UPDATE-CHECK
           END-READ.

       6200-UPDATE-CHECK SECTION.

       6200-UPDATE.
           MOVE CST-CHECK-NUMBER TO CKR-CHECK-NUMBER
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-CKR-OK
                   MOVE 'REJECTED, CHECK NOT ON FILE' TO
                       WS-DTL-DISPOSITION
                   PERFORM 6300-REPORT-REJECTED-NOTICE
               WHEN NOT CKR-BY-CHECK OR NOT CKR-ISSUED
                   MOVE 'REJECTED, CHECK NOT OUTSTANDING' TO
                       WS-DTL-DISPOSITION
                   PERFORM 6300-REPORT-REJECTED-NOTICE
               WHEN CST-ACTION-CLEARED
                   IF CST-AMOUNT NOT = CKR-AMOUNT
                       MOVE 'REJECTED, PAID AMOUNT DIFFERS' TO
                           WS-DTL-DISPOSITION
                       PERFORM 6300-REPORT-REJECTED-NOTICE
                   ELSE
                       SET CKR-CLEARED TO TRUE
                       MOVE CST-ACTION-DATE TO CKR-STATUS-DATE
                       PERFORM 6400-REWRITE-REGISTER-ROW
                       ADD 1 TO WS-CHECKS-CLEARED
                       MOVE 'CLEARED' TO WS-DTL-DISPOSITION
                       PERFORM 8600-WRITE-REGISTER-LINE
                   END-IF
               WHEN CST-ACTION-VOID
                   SET CKR-VOIDED TO TRUE
                   MOVE CST-ACTION-DATE TO CKR-STATUS-DATE
                   PERFORM 6400-REWRITE-REGISTER-ROW
                   PERFORM 6600-WRITE-POSITIVE-PAY-VOID
                   ADD 1 TO WS-CHECKS-VOIDED
                   MOVE 'VOIDED' TO WS-DTL-DISPOSITION
                   PERFORM 8600-WRITE-REGISTER-LINE
               WHEN OTHER
                   MOVE 'REJECTED, INVALID ACTION' TO
                       WS-DTL-DISPOSITION
                   PERFORM 6300-REPORT-REJECTED-NOTICE
           END-EVALUATE.

       6300-REPORT-REJECTED-NOTICE SECTION.

       6300-REPORT-REJECTED.
           ADD 1 TO WS-STATUS-REJECTED
           MOVE CST-CHECK-NUMBER TO WS-DTL-CHECK-NUMBER
           MOVE 0 TO WS-DTL-CUST-ID
           MOVE SPACES TO WS-DTL-NAME
           IF WS-CKR-OK
               MOVE CKR-CUST-ID TO WS-DTL-CUST-ID
               MOVE CKR-PAYEE-NAME TO WS-DTL-NAME
           END-IF
           MOVE CST-AMOUNT TO WS-DTL-AMOUNT
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           DISPLAY 'CHECK STATUS NOTICE ' WS-DTL-DISPOSITION
               ': ' CST-CHECK-NUMBER.

       6400-REWRITE-REGISTER-ROW SECTION.

       6400-REWRITE-REGISTER.
           REWRITE CHECK-REGISTER-RECORD
           IF NOT WS-CKR-OK
               DISPLAY 'ERROR UPDATING DISBURSEMENT REGISTER FOR '
                   'CHECK: ' CKR-CHECK-NUMBER
                   ' STATUS: ' WS-CKR-STATUS
           END-IF.

       6500-STALE-DATE-CHECKS SECTION.

      *----------------------------------------------------------------*
      * Every check still issued past the stale-dating period is
      * stale-dated on the register and voided on positive pay, so
      * the bank refuses it if it is ever presented.
      *----------------------------------------------------------------*
       6500-STALE-DATE.
           SET WS-CKR-SCAN-ACTIVE TO TRUE
           MOVE 0 TO CKR-CHECK-NUMBER
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CKR-CHECK-NUMBER
               INVALID KEY
                   SET WS-CKR-SCAN-DONE TO TRUE
           END-START
           PERFORM 6510-STALE-DATE-ONE UNTIL WS-CKR-SCAN-DONE.

       6510-STALE-DATE-ONE SECTION.

       6510-STALE-ONE.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-CKR-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-CKR-SCAN-DONE
               IF NOT WS-CKR-OK
                   SET WS-CKR-SCAN-DONE TO TRUE
               ELSE
                   IF CKR-BY-CHECK AND CKR-ISSUED
                       SET DU-FN-DAYS-BETWEEN TO TRUE
                       MOVE CKR-ISSUE-DATE TO DU-DATE-1
                       MOVE WS-TODAY-DATE TO DU-DATE-2
                       CALL 'DATEUTIL' USING DATEUTIL-PARMS
                       MOVE DU-DAYS-COUNT TO WS-CHECK-AGE-DAYS
                       IF WS-CHECK-AGE-DAYS > WS-STALE-DAYS
                           SET CKR-STALE-DATED TO TRUE
                           MOVE WS-TODAY-DATE TO CKR-STATUS-DATE
                           PERFORM 6400-REWRITE-REGISTER-ROW
                           PERFORM 6600-WRITE-POSITIVE-PAY-VOID
                           ADD 1 TO WS-CHECKS-STALE
                           MOVE 'STALE-DATED' TO WS-DTL-DISPOSITION
                           PERFORM 8600-WRITE-REGISTER-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       6600-WRITE-POSITIVE-PAY-VOID SECTION.

       6600-WRITE-VOID.
           INITIALIZE POSITIVE-PAY-RECORD
           MOVE CKR-CHECK-NUMBER TO PPY-CHECK-NUMBER
           MOVE CKR-ISSUE-DATE TO PPY-ISSUE-DATE
           MOVE CKR-AMOUNT TO PPY-AMOUNT
           MOVE CKR-PAYEE-NAME TO PPY-PAYEE-NAME
           SET PPY-ACTION-VOID TO TRUE
           WRITE POSITIVE-PAY-RECORD
           IF NOT WS-PPY-OK
               DISPLAY 'ERROR WRITING POSITIVE PAY VOID FOR CHECK: '
                   CKR-CHECK-NUMBER ' STATUS: ' WS-PPY-STATUS
           END-IF.

       7000-COUNT-RECREDITS SECTION.

      *----------------------------------------------------------------*
      * First pass over the register: size the re-credit batch from
      * the voided and stale checks whose credit has not gone back
      * on the account yet, reading only.
      *----------------------------------------------------------------*
       7000-COUNT.
           SET WS-CKR-SCAN-ACTIVE TO TRUE
           MOVE 0 TO CKR-CHECK-NUMBER
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CKR-CHECK-NUMBER
               INVALID KEY
                   SET WS-CKR-SCAN-DONE TO TRUE
           END-START
           PERFORM 7100-COUNT-ONE-CHECK UNTIL WS-CKR-SCAN-DONE.

       7100-COUNT-ONE-CHECK SECTION.

       7100-COUNT-ONE.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-CKR-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-CKR-SCAN-DONE
               IF NOT WS-CKR-OK
                   SET WS-CKR-SCAN-DONE TO TRUE
               ELSE
                   IF (CKR-VOIDED OR CKR-STALE-DATED)
                       AND CKR-RECREDIT-TRAN-ID = 0
                       COMPUTE WS-RECREDIT-AMOUNT = 0 - CKR-AMOUNT
                       ADD 1 TO WS-RECREDIT-COUNT
                       ADD WS-RECREDIT-AMOUNT TO WS-RECREDIT-HASH
                   END-IF
               END-IF
           END-IF.

       7500-WRITE-RECREDITS SECTION.

       7500-WRITE.
           SET WS-CKR-SCAN-ACTIVE TO TRUE
           MOVE 0 TO CKR-CHECK-NUMBER
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CKR-CHECK-NUMBER
               INVALID KEY
                   SET WS-CKR-SCAN-DONE TO TRUE
           END-START
           PERFORM 7510-WRITE-ONE-RECREDIT UNTIL WS-CKR-SCAN-DONE.

       7510-WRITE-ONE-RECREDIT SECTION.

      *----------------------------------------------------------------*
      * The re-credit is a negative AJ for the check amount, which
      * TRANPOST adds to the balance to stand the credit back up;
      * the register row keeps its TRAN-ID so it is raised once.
      *----------------------------------------------------------------*
       7510-WRITE-ONE.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-CKR-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-CKR-SCAN-DONE
               IF NOT WS-CKR-OK
                   SET WS-CKR-SCAN-DONE TO TRUE
               ELSE
                   IF (CKR-VOIDED OR CKR-STALE-DATED)
                       AND CKR-RECREDIT-TRAN-ID = 0
                       PERFORM 7600-WRITE-RECREDIT-ADJ
                   END-IF
               END-IF
           END-IF.

       7600-WRITE-RECREDIT-ADJ SECTION.

       7600-WRITE-ADJ.
           MOVE SPACES TO TRANSACTION-RECORD
           ADD 1 TO WS-TID-SERIAL
           MOVE WS-TRAN-ID-NUM TO TRAN-ID
           MOVE WS-TODAY-DATE TO TRAN-DATE
           MOVE WS-RUN-TIME TO TRAN-TIME
           MOVE 'AJ' TO TRAN-TYPE
           MOVE CKR-CUST-ID TO TRAN-CUSTOMER-ID
           COMPUTE TRAN-AMOUNT = 0 - CKR-AMOUNT
           MOVE CKR-CHECK-NUMBER TO WS-RCD-CHECK-NUMBER
           IF CKR-STALE-DATED
               MOVE 'SC  ' TO ADJ-REASON-CODE
               MOVE 'STALE REFUND CHECK' TO WS-RCD-TEXT
           ELSE
               MOVE 'VC  ' TO ADJ-REASON-CODE
               MOVE 'VOID REFUND CHECK' TO WS-RCD-TEXT
           END-IF
           MOVE WS-RECREDIT-DESC TO ADJ-DESCRIPTION
           MOVE 'SYSTEM    ' TO ADJ-APPROVED-BY
           WRITE DISB-TRAN-RECORD FROM TRANSACTION-RECORD
           IF NOT WS-DTR-OK
               DISPLAY 'ERROR WRITING RE-CREDIT ADJUSTMENT FOR '
                   'CHECK: ' CKR-CHECK-NUMBER
                   ' STATUS: ' WS-DTR-STATUS
           ELSE
               ADD 1 TO WS-RECREDITS-WRITTEN
               MOVE WS-TRAN-ID-NUM TO CKR-RECREDIT-TRAN-ID
               PERFORM 6400-REWRITE-REGISTER-ROW
           END-IF.

       8000-COMPUTE-DISBURSEMENT SECTION.

      *----------------------------------------------------------------*
      * Zero unless the customer is on file with a credit still
      * standing and no disbursement outstanding against it; the
      * refund is the candidate amount capped at today's credit. A
      * voided check whose re-credit has been raised is not
      * outstanding: its credit is back on the account to be paid
      * again, though the balance matches the one it was issued at.
      *----------------------------------------------------------------*
       8000-COMPUTE.
           MOVE 0 TO WS-DISB-AMOUNT
           PERFORM 8100-READ-CUSTOMER
           IF WS-CUST-NOT-FOUND
               OR CUST-BALANCE OF WS-WORK-CUSTOMER >= 0
               ADD 1 TO WS-SKIPPED-NO-CREDIT
           ELSE
               PERFORM 8300-FIND-LAST-DISBURSEMENT
               EVALUATE TRUE
                   WHEN WS-LAST-DISB-FOUND AND WS-LD-STALE-DATED
                       ADD 1 TO WS-SKIPPED-ESCHEAT
                   WHEN WS-LAST-DISB-FOUND
                       AND WS-LD-BALANCE-AT-ISSUE =
                           CUST-BALANCE OF WS-WORK-CUSTOMER
                       AND NOT (WS-LD-VOIDED
                           AND WS-LD-RECREDIT-TRAN-ID NOT = 0)
                       ADD 1 TO WS-SKIPPED-PENDING
                   WHEN OTHER
                       COMPUTE WS-CREDIT-STANDING =
                           0 - CUST-BALANCE OF WS-WORK-CUSTOMER
                       IF RFC-CREDIT-AMOUNT > WS-CREDIT-STANDING
                           MOVE WS-CREDIT-STANDING TO WS-DISB-AMOUNT
                       ELSE
                           MOVE RFC-CREDIT-AMOUNT TO WS-DISB-AMOUNT
                       END-IF
               END-EVALUATE
           END-IF.

       8100-READ-CUSTOMER SECTION.

       8100-READ-CUST.
           SET WS-CUST-NOT-FOUND TO TRUE
           MOVE RFC-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD
                   INTO WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   AND CUST-ID OF WS-WORK-CUSTOMER = RFC-CUST-ID
                   SET WS-CUST-FOUND TO TRUE
               END-IF
           END-IF.

       8200-CHECK-MANDATE SECTION.

       8200-CHECK-MND.
           SET WS-MANDATE-NOT-USABLE TO TRUE
           MOVE RFC-CUST-ID TO MND-CUST-ID
           READ DEBIT-MANDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MND-OK
               AND MND-EFFECTIVE-DATE <= WS-TODAY-DATE
               AND (MND-EXPIRY-DATE = 0
                   OR MND-EXPIRY-DATE >= WS-TODAY-DATE)
               SET WS-MANDATE-IN-EFFECT TO TRUE
           END-IF.

       8300-FIND-LAST-DISBURSEMENT SECTION.

       8300-FIND-LAST.
           SET WS-LAST-DISB-NONE TO TRUE
           SET WS-CKR-SCAN-ACTIVE TO TRUE
           MOVE RFC-CUST-ID TO CKR-CUST-ID
           START CHECK-REGISTER-FILE KEY IS = CKR-CUST-ID
               INVALID KEY
                   SET WS-CKR-SCAN-DONE TO TRUE
           END-START
           PERFORM 8310-SCAN-ONE-DISBURSEMENT
               UNTIL WS-CKR-SCAN-DONE.

       8310-SCAN-ONE-DISBURSEMENT SECTION.

       8310-SCAN-ONE.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-CKR-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-CKR-SCAN-DONE
               IF NOT WS-CKR-OK OR CKR-CUST-ID NOT = RFC-CUST-ID
                   SET WS-CKR-SCAN-DONE TO TRUE
               ELSE
                   IF WS-LAST-DISB-NONE
                       OR CKR-CHECK-NUMBER > WS-LD-CHECK-NUMBER
                       SET WS-LAST-DISB-FOUND TO TRUE
                       MOVE CKR-CHECK-NUMBER TO WS-LD-CHECK-NUMBER
                       MOVE CKR-STATUS-FLAG TO WS-LD-STATUS-FLAG
                       MOVE CKR-BALANCE-AT-ISSUE TO
                           WS-LD-BALANCE-AT-ISSUE
                       MOVE CKR-RECREDIT-TRAN-ID TO
                           WS-LD-RECREDIT-TRAN-ID
                   END-IF
               END-IF
           END-IF.

       8500-WRITE-DETAIL-LINE SECTION.

       8500-WRITE-DETAIL.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-DTL-CHECK-NUMBER
           MOVE RFC-CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO WS-DTL-NAME
           MOVE WS-DISB-AMOUNT TO WS-DTL-AMOUNT
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

       8600-WRITE-REGISTER-LINE SECTION.

       8600-WRITE-REG-LINE.
           MOVE CKR-CHECK-NUMBER TO WS-DTL-CHECK-NUMBER
           MOVE CKR-CUST-ID TO WS-DTL-CUST-ID
           MOVE CKR-PAYEE-NAME TO WS-DTL-NAME
           MOVE CKR-AMOUNT TO WS-DTL-AMOUNT
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-PARM-STATUS-MODE
               CLOSE CHECK-STATUS-FILE
               MOVE 'CHECKS CLEARED' TO WS-SUM-LABEL
               MOVE WS-CHECKS-CLEARED TO WS-SUM-COUNT
               MOVE 0 TO WS-SUM-AMOUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'CHECKS VOIDED' TO WS-SUM-LABEL
               MOVE WS-CHECKS-VOIDED TO WS-SUM-COUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'CHECKS STALE-DATED' TO WS-SUM-LABEL
               MOVE WS-CHECKS-STALE TO WS-SUM-COUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'CREDITS RESTORED' TO WS-SUM-LABEL
               MOVE WS-RECREDITS-WRITTEN TO WS-SUM-COUNT
               MOVE WS-RECREDIT-HASH TO WS-SUM-AMOUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           ELSE
               CLOSE CUSTOMER-FILE
               CLOSE DEBIT-MANDATE-FILE
               CLOSE OPERATOR-MASTER-FILE
               CLOSE ACH-CREDIT-FILE
               MOVE 'CHECKS ISSUED' TO WS-SUM-LABEL
               MOVE WS-CHECKS-WRITTEN TO WS-SUM-COUNT
               MOVE WS-CHECK-TOTAL TO WS-SUM-AMOUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'ACH CREDITS ORIGINATED' TO WS-SUM-LABEL
               MOVE WS-ACH-WRITTEN TO WS-SUM-COUNT
               MOVE WS-ACH-TOTAL TO WS-SUM-AMOUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           END-IF
           CLOSE CHECK-REGISTER-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE DISB-TRAN-FILE
           CLOSE DISBURSEMENT-REPORT
           IF WS-PARM-STATUS-MODE
               DISPLAY 'STATUS NOTICES READ:      ' WS-STATUS-READ
               DISPLAY 'CHECKS CLEARED:           ' WS-CHECKS-CLEARED
               DISPLAY 'CHECKS VOIDED:            ' WS-CHECKS-VOIDED
               DISPLAY 'CHECKS STALE-DATED:       ' WS-CHECKS-STALE
               DISPLAY 'NOTICES REJECTED:         '
                   WS-STATUS-REJECTED
               DISPLAY 'CREDITS RESTORED:         '
                   WS-RECREDITS-WRITTEN
           ELSE
               DISPLAY 'CANDIDATES READ:          '
                   WS-CANDIDATES-READ
               DISPLAY 'CHECKS ISSUED:            ' WS-CHECKS-WRITTEN
               DISPLAY 'ACH CREDITS ORIGINATED:   ' WS-ACH-WRITTEN
               DISPLAY 'SKIPPED, NO CREDIT:       '
                   WS-SKIPPED-NO-CREDIT
               DISPLAY 'SKIPPED, REFUND PENDING:  '
                   WS-SKIPPED-PENDING
               DISPLAY 'SKIPPED, HELD FOR ESCHEAT:'
                   WS-SKIPPED-ESCHEAT
               DISPLAY 'TOTAL DISBURSED:          ' WS-DISB-HASH
           END-IF.
