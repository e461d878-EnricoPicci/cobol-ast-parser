       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYPLACE.
      *================================================================*
      * OUTSIDE COLLECTION AGENCY PLACEMENT
      * Selects the accounts collections has given up working
      * in-house and places them with the outside agency named on the
      * run parameter. Candidates come from two places: the COLLQUE
      * work queue, taking entries at least the parameter's number of
      * days past due, and WRITEOFF's ledger, taking written-off
      * customers whose last payment is at least as old. Each
      * candidate is checked before it goes:
      *   - a customer on the bankruptcy file in any status is never
      *     placed - the filing alone makes third-party collection
      *     the court's business, not ours;
      *   - a customer with an open disputed item stays in-house
      *     until DSPMAINT resolves the dispute;
      *   - a customer already placed and not recalled is not placed
      *     twice;
      *   - an account DEBTSALE has sold belongs to the debt buyer and
      *     is never placed.
      * A placed account is written to the agency placement file
      * (name, address, phone, amount and age placed), recorded on
      * the placement master AGYREMIT and AGYRECAL work against, and
      * its CUST-AGENCY-PLACED flag is set so DUNNING and COLLQUE
      * leave it to the agency. The flag change is journalled to the
      * audit file like a CUSTMAIN update.
      *
      * Run parameter (optional): agency ID in positions 1-8 and the
      * minimum days past due in positions 9-11. Defaults are agency
      * AGENCY01 and 120 days.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-QUEUE-FILE ASSIGN TO 'COLLQUE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUE-STATUS.

           SELECT WRITEOFF-LEDGER ASSIGN TO 'WOLEDGER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOL-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BANKRUPTCY-FILE ASSIGN TO 'BNKRFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-BKR-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-TRAN-ID
               ALTERNATE RECORD KEY IS OPI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT PLACEMENT-MASTER-FILE ASSIGN TO 'AGYMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-CUST-ID
               FILE STATUS IS WS-APL-STATUS.

           SELECT PLACEMENT-FILE ASSIGN TO 'AGYPLOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLC-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDITFIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-QUEUE-FILE.
       01  WORK-QUEUE-RECORD.
           05  WQ-CUST-ID                  PIC 9(8).
           05  WQ-NAME                     PIC X(56).
           05  WQ-PHONE                    PIC 9(10).
           05  WQ-BALANCE                  PIC S9(7)V99.
           05  WQ-DAYS-PAST-DUE            PIC 9(5).
           05  WQ-COLLECTOR-ID             PIC X(8).
           05  WQ-ASSIGN-DATE              PIC 9(8).
           05  WQ-TIME-BARRED-FLAG         PIC X(1).
               88  WQ-TIME-BARRED          VALUE 'T'.
               88  WQ-NOT-TIME-BARRED      VALUE ' '.
           05  WQ-LIMIT-DATE               PIC 9(8).
           05  FILLER                      PIC X(7).

       FD  WRITEOFF-LEDGER.
           COPY WOLEDGER.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  BANKRUPTCY-FILE.
           COPY BNKRREC.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  PLACEMENT-MASTER-FILE.
           COPY AGYPLREC.

      *----------------------------------------------------------------*
      * Agency placement file: one row per account placed, carrying
      * what the agency needs to work it.
      *----------------------------------------------------------------*
       FD  PLACEMENT-FILE.
       01  PLACEMENT-RECORD.
           05  PLC-AGENCY-ID               PIC X(8).
           05  PLC-CUST-ID                 PIC 9(8).
           05  PLC-PLACE-DATE              PIC 9(8).
           05  PLC-SOURCE                  PIC X(1).
           05  PLC-NAME                    PIC X(56).
           05  PLC-STREET                  PIC X(40).
           05  PLC-CITY                    PIC X(25).
           05  PLC-STATE                   PIC X(2).
           05  PLC-POSTAL-CODE             PIC X(9).
           05  PLC-COUNTRY-CODE            PIC X(2).
           05  PLC-PHONE                   PIC 9(10).
           05  PLC-PLACED-AMOUNT           PIC S9(9)V99.
           05  PLC-DAYS-PAST-DUE           PIC 9(5).
           05  PLC-LAST-PAYMENT-DATE       PIC 9(8).
           05  PLC-LAST-PAYMENT            PIC 9(7)V99.
           05  PLC-CURRENCY-CODE           PIC X(3).
           05  FILLER                      PIC X(45).

       FD  AUDIT-JOURNAL-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-QUE-STATUS                   PIC XX.
           88  WS-QUE-OK                   VALUE '00'.

       01  WS-WOL-STATUS                   PIC XX.
           88  WS-WOL-OK                   VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-BKR-STATUS                   PIC XX.
           88  WS-BKR-OK                   VALUE '00'.

       01  WS-OPI-STATUS                   PIC XX.
           88  WS-OPI-OK                   VALUE '00'.

       01  WS-APL-STATUS                   PIC XX.
           88  WS-APL-OK                   VALUE '00'.
           88  WS-APL-NOT-OPEN             VALUE '35'.

       01  WS-PLC-STATUS                   PIC XX.
           88  WS-PLC-OK                   VALUE '00'.

       01  WS-AUDIT-STATUS                 PIC XX.
           88  WS-AUDIT-OK                 VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-BEFORE-IMAGE==.

       COPY DATEPARM.

       COPY RUNPARM.

       COPY AUDCPARM.

      *----------------------------------------------------------------*
      * Run parameter: agency ID and minimum days past due, each
      * replacing its default only when supplied.
      *----------------------------------------------------------------*
       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-AGENCY-ID           PIC X(8).
           05  WS-PARM-MIN-DAYS            PIC X(3).
           05  FILLER                      PIC X(9).

       01  WS-AGENCY-ID                    PIC X(8) VALUE 'AGENCY01'.
       01  WS-MIN-DAYS-PAST-DUE            PIC 9(3) VALUE 120.

      *----------------------------------------------------------------*
      * Registry interlock on CUSTFILE, registered exclusive through
      * RUNCTL's LK function before the I-O open and released at end
      * of step.
      *----------------------------------------------------------------*
       01  WS-CUSTFILE-LOCK-FLAG           PIC X VALUE 'N'.
           88  WS-CUSTFILE-LOCKED          VALUE 'Y'.
           88  WS-CUSTFILE-NOT-LOCKED      VALUE 'N'.

      *----------------------------------------------------------------*
      * The bankruptcy and open-item files only rule candidates out;
      * either missing is reported and that check is skipped, the
      * way COLLQUE treats them. The queue and the write-off ledger
      * are each optional too - a run with neither places nothing.
      *----------------------------------------------------------------*
       01  WS-BKR-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-BKR-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-BKR-FILE-ABSENT          VALUE 'N'.

       01  WS-OPI-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-OPI-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-OPI-FILE-ABSENT          VALUE 'N'.

       01  WS-QUE-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-QUE-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-QUE-FILE-ABSENT          VALUE 'N'.

       01  WS-WOL-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-WOL-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-WOL-FILE-ABSENT          VALUE 'N'.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE 'N'.
               88  WS-CUSTOMER-FOUND       VALUE 'Y'.
           05  WS-ALREADY-PLACED-FLAG      PIC X VALUE 'N'.
               88  WS-ALREADY-PLACED       VALUE 'Y'.
           05  WS-BANKRUPT-FLAG            PIC X VALUE 'N'.
               88  WS-ON-BANKRUPTCY-FILE   VALUE 'Y'.
           05  WS-DISPUTE-FLAG             PIC X VALUE 'N'.
               88  WS-DISPUTE-OPEN         VALUE 'Y'.
           05  WS-APL-ROW-FLAG             PIC X VALUE 'N'.
               88  WS-APL-ROW-EXISTS       VALUE 'Y'.
           05  WS-OPI-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-OPI-SCAN-DONE        VALUE 'Y'.
               88  WS-OPI-SCAN-ACTIVE      VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).

      *----------------------------------------------------------------*
      * The candidate being considered, filled from whichever source
      * file offered it.
      *----------------------------------------------------------------*
       01  WS-CANDIDATE.
           05  WS-CAND-CUST-ID             PIC 9(8).
           05  WS-CAND-SOURCE              PIC X(1).
               88  WS-CAND-FROM-QUEUE      VALUE 'Q'.
               88  WS-CAND-FROM-WRITEOFF   VALUE 'W'.
           05  WS-CAND-AMOUNT              PIC S9(9)V99.
           05  WS-CAND-DAYS-PAST-DUE       PIC S9(7).

       01  WS-PLACEMENT-TOTALS.
           05  WS-QUEUE-READ               PIC 9(7) VALUE 0.
           05  WS-WRITEOFFS-READ           PIC 9(7) VALUE 0.
           05  WS-TOO-RECENT-COUNT         PIC 9(7) VALUE 0.
           05  WS-NOT-FOUND-COUNT          PIC 9(7) VALUE 0.
           05  WS-ALREADY-PLACED-COUNT     PIC 9(7) VALUE 0.
           05  WS-BANKRUPT-SKIP-COUNT      PIC 9(7) VALUE 0.
           05  WS-DISPUTE-SKIP-COUNT       PIC 9(7) VALUE 0.
           05  WS-NO-BALANCE-COUNT         PIC 9(7) VALUE 0.
           05  WS-SOLD-SKIP-COUNT          PIC 9(7) VALUE 0.
           05  WS-PLACED-COUNT             PIC 9(7) VALUE 0.
           05  WS-PLACED-TOTAL             PIC S9(11)V99 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-PLACE-FROM-QUEUE
               PERFORM 3000-PLACE-FROM-WRITEOFFS
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-PLACEMENT-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-AGENCY-ID NOT = SPACES
               MOVE WS-PARM-AGENCY-ID TO WS-AGENCY-ID
           END-IF
           IF WS-PARM-MIN-DAYS NUMERIC
               AND WS-PARM-MIN-DAYS NOT = '000'
               MOVE WS-PARM-MIN-DAYS TO WS-MIN-DAYS-PAST-DUE
           END-IF
           DISPLAY 'PLACING WITH AGENCY ' WS-AGENCY-ID
               ' AT ' WS-MIN-DAYS-PAST-DUE ' DAYS PAST DUE'
           PERFORM 1100-LOCK-CUSTOMER-FILE
           IF WS-RUN-CLEAN
               OPEN I-O CUSTOMER-FILE
               IF NOT WS-FILE-OK
                   DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                       WS-FILE-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           OPEN I-O PLACEMENT-MASTER-FILE
           IF WS-APL-NOT-OPEN
               OPEN OUTPUT PLACEMENT-MASTER-FILE
               CLOSE PLACEMENT-MASTER-FILE
               OPEN I-O PLACEMENT-MASTER-FILE
           END-IF
           IF NOT WS-APL-OK
               DISPLAY 'ERROR OPENING AGENCY PLACEMENT MASTER: '
                   WS-APL-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT PLACEMENT-FILE
           IF NOT WS-PLC-OK
               DISPLAY 'ERROR OPENING AGENCY PLACEMENT FILE: '
                   WS-PLC-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT BANKRUPTCY-FILE
           IF WS-BKR-OK
               SET WS-BKR-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-BKR-FILE-ABSENT TO TRUE
               DISPLAY 'BANKRUPTCY FILE NOT AVAILABLE, BANKRUPTCY '
                   'CHECK SKIPPED: ' WS-BKR-STATUS
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPI-OK
               SET WS-OPI-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-OPI-FILE-ABSENT TO TRUE
               DISPLAY 'OPEN ITEM FILE NOT AVAILABLE, DISPUTE '
                   'CHECK SKIPPED: ' WS-OPI-STATUS
           END-IF
           OPEN EXTEND AUDIT-JOURNAL-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR OPENING AUDIT JOURNAL FILE: '
                   WS-AUDIT-STATUS
           END-IF.

       1100-LOCK-CUSTOMER-FILE SECTION.

       1100-LOCK-CUST.
           SET RC-FN-LOCK-FILE TO TRUE
           MOVE 'AGYPLACE' TO RC-PROGRAM-NAME
           MOVE 'CUSTFILE' TO RC-LOCK-NAME
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-NOT-OK
               DISPLAY 'CUSTFILE IS HELD BY ANOTHER UPDATER, '
                   'RUN REFUSED'
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-CUSTFILE-LOCKED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * Work-queue entries carry COLLQUE's days past due and its
      * dispute-netted balance; only entries old enough are looked
      * at any further.
      *----------------------------------------------------------------*
       2000-PLACE-FROM-QUEUE SECTION.

       2000-FROM-QUEUE.
           OPEN INPUT WORK-QUEUE-FILE
           IF WS-QUE-OK
               SET WS-QUE-FILE-AVAILABLE TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM 2100-CONSIDER-QUEUE-ENTRY UNTIL WS-EOF
               CLOSE WORK-QUEUE-FILE
           ELSE
               SET WS-QUE-FILE-ABSENT TO TRUE
               DISPLAY 'WORK QUEUE FILE NOT AVAILABLE, QUEUE '
                   'PLACEMENT SKIPPED: ' WS-QUE-STATUS
           END-IF.

       2100-CONSIDER-QUEUE-ENTRY SECTION.

       2100-CONSIDER-QUEUE.
           READ WORK-QUEUE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-QUEUE-READ
                   IF WQ-DAYS-PAST-DUE < WS-MIN-DAYS-PAST-DUE
                       ADD 1 TO WS-TOO-RECENT-COUNT
                   ELSE
                       MOVE WQ-CUST-ID TO WS-CAND-CUST-ID
                       SET WS-CAND-FROM-QUEUE TO TRUE
                       MOVE WQ-BALANCE TO WS-CAND-AMOUNT
                       MOVE WQ-DAYS-PAST-DUE TO WS-CAND-DAYS-PAST-DUE
                       PERFORM 5000-PLACE-ACCOUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * A written-off balance is off the receivable but still owed,
      * so the amount placed is the write-off amount itself. Its age
      * is measured from the customer's last payment, once the
      * customer record has been found.
      *----------------------------------------------------------------*
       3000-PLACE-FROM-WRITEOFFS SECTION.

       3000-FROM-WRITEOFFS.
           OPEN INPUT WRITEOFF-LEDGER
           IF WS-WOL-OK
               SET WS-WOL-FILE-AVAILABLE TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM 3100-CONSIDER-WRITEOFF UNTIL WS-EOF
               CLOSE WRITEOFF-LEDGER
           ELSE
               SET WS-WOL-FILE-ABSENT TO TRUE
               DISPLAY 'WRITE-OFF LEDGER NOT AVAILABLE, WRITE-OFF '
                   'PLACEMENT SKIPPED: ' WS-WOL-STATUS
           END-IF.

       3100-CONSIDER-WRITEOFF SECTION.

       3100-CONSIDER-WOL.
           READ WRITEOFF-LEDGER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-WRITEOFFS-READ
                   MOVE WOL-CUST-ID TO WS-CAND-CUST-ID
                   SET WS-CAND-FROM-WRITEOFF TO TRUE
                   MOVE WOL-AMOUNT TO WS-CAND-AMOUNT
                   MOVE 0 TO WS-CAND-DAYS-PAST-DUE
                   PERFORM 5000-PLACE-ACCOUNT
           END-READ.

       5000-PLACE-ACCOUNT SECTION.

       5000-PLACE.
           MOVE 'N' TO WS-ALREADY-PLACED-FLAG
           MOVE 'N' TO WS-BANKRUPT-FLAG
           MOVE 'N' TO WS-DISPUTE-FLAG
           PERFORM 5100-FIND-CUSTOMER
           IF WS-CUSTOMER-FOUND
               IF WS-CAND-FROM-WRITEOFF
                   PERFORM 5150-AGE-WRITEOFF
               END-IF
               PERFORM 5200-CHECK-ALREADY-PLACED
               PERFORM 5300-CHECK-BANKRUPTCY
               PERFORM 5400-CHECK-OPEN-DISPUTE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CUSTOMER-FOUND
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   DISPLAY 'PLACEMENT CANDIDATE NOT ON FILE: '
                       WS-CAND-CUST-ID
               WHEN CUST-STAT-SOLD OF WS-WORK-CUSTOMER
                   ADD 1 TO WS-SOLD-SKIP-COUNT
               WHEN WS-CAND-DAYS-PAST-DUE < WS-MIN-DAYS-PAST-DUE
                   ADD 1 TO WS-TOO-RECENT-COUNT
               WHEN WS-ALREADY-PLACED
                   ADD 1 TO WS-ALREADY-PLACED-COUNT
               WHEN WS-ON-BANKRUPTCY-FILE
                   ADD 1 TO WS-BANKRUPT-SKIP-COUNT
               WHEN WS-DISPUTE-OPEN
                   ADD 1 TO WS-DISPUTE-SKIP-COUNT
               WHEN WS-CAND-AMOUNT NOT > 0
                   ADD 1 TO WS-NO-BALANCE-COUNT
               WHEN OTHER
                   PERFORM 6000-WRITE-PLACEMENT
           END-EVALUATE.

      *----------------------------------------------------------------*
      * The candidate only carries the CUST-ID half of CUST-KEY, so
      * START positions to the first key NOT LESS THAN CUST-ID with a
      * low CUST-TYPE and READ NEXT RECORD picks up that customer
      * however its CUST-TYPE happens to be coded.
      *----------------------------------------------------------------*
       5100-FIND-CUSTOMER SECTION.

       5100-FIND-CUST.
           MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
           MOVE WS-CAND-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   AND CUST-ID OF WS-WORK-CUSTOMER = WS-CAND-CUST-ID
                   SET WS-CUSTOMER-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A customer with no payment date on file ages as long overdue,
      * the way COLLQUE ages one.
      *----------------------------------------------------------------*
       5150-AGE-WRITEOFF SECTION.

       5150-AGE-WOL.
           IF CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER = 0
               MOVE 999 TO WS-CAND-DAYS-PAST-DUE
           ELSE
               SET DU-FN-DAYS-BETWEEN TO TRUE
               MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER
                   TO DU-DATE-1
               MOVE WS-TODAY-DATE TO DU-DATE-2
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               MOVE DU-DAYS-COUNT TO WS-CAND-DAYS-PAST-DUE
           END-IF.

      *----------------------------------------------------------------*
      * Placed is either the customer flag or a placement row still
      * in placed status; a recalled row may be placed again.
      *----------------------------------------------------------------*
       5200-CHECK-ALREADY-PLACED SECTION.

       5200-CHECK-PLACED.
           MOVE 'N' TO WS-APL-ROW-FLAG
           MOVE WS-CAND-CUST-ID TO APL-CUST-ID
           READ PLACEMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-APL-OK
               SET WS-APL-ROW-EXISTS TO TRUE
           END-IF
           IF CUST-PLACED-WITH-AGENCY OF WS-WORK-CUSTOMER
               OR (WS-APL-ROW-EXISTS AND APL-PLACED)
               SET WS-ALREADY-PLACED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * Any row on the bankruptcy file rules the account out, whether
      * the stay is active, discharged or dismissed.
      *----------------------------------------------------------------*
       5300-CHECK-BANKRUPTCY SECTION.

       5300-CHECK-BKR.
           IF WS-BKR-FILE-AVAILABLE
               MOVE WS-CAND-CUST-ID TO BKR-CUST-ID
               READ BANKRUPTCY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BKR-OK
                   SET WS-ON-BANKRUPTCY-FILE TO TRUE
               END-IF
           END-IF.

       5400-CHECK-OPEN-DISPUTE SECTION.

       5400-CHECK-DISPUTE.
           IF WS-OPI-FILE-AVAILABLE
               SET WS-OPI-SCAN-ACTIVE TO TRUE
               MOVE WS-CAND-CUST-ID TO OPI-CUST-ID
               START OPEN-ITEM-FILE KEY IS = OPI-CUST-ID
                   INVALID KEY
                       SET WS-OPI-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-OPI-OK
                   SET WS-OPI-SCAN-DONE TO TRUE
               END-IF
               PERFORM 5410-SCAN-ONE-ITEM UNTIL WS-OPI-SCAN-DONE
           END-IF.

       5410-SCAN-ONE-ITEM SECTION.

       5410-SCAN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-OPI-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-OPI-SCAN-DONE
               IF NOT WS-OPI-OK
                   OR OPI-CUST-ID NOT = WS-CAND-CUST-ID
                   SET WS-OPI-SCAN-DONE TO TRUE
               ELSE
                   IF OPI-DISPUTED AND OPI-OPEN-AMOUNT > 0
                       SET WS-DISPUTE-OPEN TO TRUE
                       SET WS-OPI-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       6000-WRITE-PLACEMENT SECTION.

       6000-WRITE-PLC.
           INITIALIZE PLACEMENT-RECORD
           MOVE WS-AGENCY-ID TO PLC-AGENCY-ID
           MOVE WS-CAND-CUST-ID TO PLC-CUST-ID
           MOVE WS-TODAY-DATE TO PLC-PLACE-DATE
           MOVE WS-CAND-SOURCE TO PLC-SOURCE
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO PLC-NAME
           MOVE CUST-STREET OF WS-WORK-CUSTOMER TO PLC-STREET
           MOVE CUST-CITY OF WS-WORK-CUSTOMER TO PLC-CITY
           MOVE CUST-PROVINCE OF WS-WORK-CUSTOMER TO PLC-STATE
           MOVE CUST-POSTAL-CODE OF WS-WORK-CUSTOMER
               TO PLC-POSTAL-CODE
           MOVE CUST-COUNTRY-CODE OF WS-WORK-CUSTOMER
               TO PLC-COUNTRY-CODE
           MOVE CUST-PHONE OF WS-WORK-CUSTOMER TO PLC-PHONE
           MOVE WS-CAND-AMOUNT TO PLC-PLACED-AMOUNT
           IF WS-CAND-DAYS-PAST-DUE > 99999
               MOVE 99999 TO WS-CAND-DAYS-PAST-DUE
           END-IF
           MOVE WS-CAND-DAYS-PAST-DUE TO PLC-DAYS-PAST-DUE
           MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER
               TO PLC-LAST-PAYMENT-DATE
           MOVE CUST-LAST-PAYMENT OF WS-WORK-CUSTOMER
               TO PLC-LAST-PAYMENT
           MOVE CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER
               TO PLC-CURRENCY-CODE
           WRITE PLACEMENT-RECORD
           IF WS-PLC-OK
               ADD 1 TO WS-PLACED-COUNT
               ADD WS-CAND-AMOUNT TO WS-PLACED-TOTAL
               PERFORM 6100-RECORD-PLACEMENT
               PERFORM 6200-FLAG-CUSTOMER
           ELSE
               DISPLAY 'ERROR WRITING PLACEMENT FOR: '
                   WS-CAND-CUST-ID ' STATUS: ' WS-PLC-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * A fresh placement starts its remittance totals from zero,
      * replacing whatever a recalled earlier placement left behind.
      *----------------------------------------------------------------*
       6100-RECORD-PLACEMENT SECTION.

       6100-RECORD-PLC.
           INITIALIZE AGENCY-PLACEMENT-RECORD
           MOVE WS-CAND-CUST-ID TO APL-CUST-ID
           MOVE WS-AGENCY-ID TO APL-AGENCY-ID
           SET APL-PLACED TO TRUE
           MOVE WS-CAND-SOURCE TO APL-SOURCE
           MOVE WS-TODAY-DATE TO APL-PLACE-DATE
           MOVE WS-CAND-AMOUNT TO APL-PLACED-AMOUNT
           MOVE WS-CAND-DAYS-PAST-DUE TO APL-DAYS-PAST-DUE
           IF WS-APL-ROW-EXISTS
               REWRITE AGENCY-PLACEMENT-RECORD
           ELSE
               WRITE AGENCY-PLACEMENT-RECORD
           END-IF
           IF NOT WS-APL-OK
               DISPLAY 'ERROR RECORDING PLACEMENT FOR: '
                   WS-CAND-CUST-ID ' STATUS: ' WS-APL-STATUS
           END-IF.

       6200-FLAG-CUSTOMER SECTION.

       6200-FLAG-CUST.
           MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
           MOVE 'Y' TO CUST-AGENCY-PLACED OF WS-WORK-CUSTOMER
           REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
           IF WS-FILE-OK
               PERFORM 6300-WRITE-AUDIT-ENTRY
           ELSE
               DISPLAY 'ERROR FLAGGING CUSTOMER AS PLACED: '
                   WS-CAND-CUST-ID ' STATUS: ' WS-FILE-STATUS
           END-IF.

       6300-WRITE-AUDIT-ENTRY SECTION.

       6300-WRITE-AUDIT.
           SET AUD-ACTION-UPDATE TO TRUE
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TS-TIME FROM TIME
           MOVE WS-CAND-CUST-ID TO AUD-CUST-ID
           MOVE 'AGYPLACE' TO AUD-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
                   WS-CAND-CUST-ID ' STATUS: ' WS-AUDIT-STATUS
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE CUSTOMER-FILE
           CLOSE PLACEMENT-MASTER-FILE
           CLOSE PLACEMENT-FILE
           CLOSE AUDIT-JOURNAL-FILE
           IF WS-BKR-FILE-AVAILABLE
               CLOSE BANKRUPTCY-FILE
           END-IF
           IF WS-OPI-FILE-AVAILABLE
               CLOSE OPEN-ITEM-FILE
           END-IF
           DISPLAY 'QUEUE ENTRIES READ:       ' WS-QUEUE-READ
           DISPLAY 'WRITE-OFFS READ:          ' WS-WRITEOFFS-READ
           DISPLAY 'NOT OLD ENOUGH:           ' WS-TOO-RECENT-COUNT
           DISPLAY 'CUSTOMERS NOT FOUND:      ' WS-NOT-FOUND-COUNT
           DISPLAY 'ALREADY PLACED:           ' WS-ALREADY-PLACED-COUNT
           DISPLAY 'SKIPPED (BANKRUPTCY):     ' WS-BANKRUPT-SKIP-COUNT
           DISPLAY 'SKIPPED (OPEN DISPUTE):   ' WS-DISPUTE-SKIP-COUNT
           DISPLAY 'SKIPPED (NO BALANCE):     ' WS-NO-BALANCE-COUNT
           DISPLAY 'SKIPPED (DEBT SOLD):      ' WS-SOLD-SKIP-COUNT
           DISPLAY 'ACCOUNTS PLACED:          ' WS-PLACED-COUNT
           DISPLAY 'AMOUNT PLACED:            ' WS-PLACED-TOTAL
           IF WS-CUSTFILE-LOCKED
               SET RC-FN-UNLOCK-FILE TO TRUE
               MOVE 'AGYPLACE' TO RC-PROGRAM-NAME
               MOVE 'CUSTFILE' TO RC-LOCK-NAME
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.
