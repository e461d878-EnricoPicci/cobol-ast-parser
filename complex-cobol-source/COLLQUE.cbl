       PROGRAM-ID. COLLQUE.
      *================================================================*
      * COLLECTIONS WORK QUEUE GENERATOR
      * Runs the same due-date aging pass CUSTAGE does and writes a
      * work-queue record for every account more than sixty days
      * delinquent, assigning each to a collector by customer ID
      * remainder so a customer always lands with the same collector run
      * after run. Replaces the pencil-annotated printout of the aging
      * report collections has worked from until now. Accounts placed
      * with the outside collection agency are left to the agency,
      * and a customer whose death has been notified (DECDFILE, kept
      * by DECDINTK) is left to the estate claim.
      * An account whose debt is time-barred in the customer's state
      * (see SOLCALC) is tagged so the collector works it from the
      * time-barred script: no threat of suit, disclosure first.
      * A customer REAGE has re-aged is not queued for anything that
      * fell due on or before the re-age.
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-BKR-STATUS.

           SELECT DECEASED-FILE ASSIGN TO 'DECDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DCD-STATUS.

           SELECT WORK-QUEUE-FILE ASSIGN TO 'COLLQUE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUE-STATUS.
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT REAGE-HISTORY-FILE ASSIGN TO 'REAGEHST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAH-KEY
               FILE STATUS IS WS-RAH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  BANKRUPTCY-FILE.
           COPY BNKRREC.

       FD  DECEASED-FILE.
           COPY DECDREC.

       FD  REAGE-HISTORY-FILE.
           COPY REAGEREC.

       FD  WORK-QUEUE-FILE.
       01  WORK-QUEUE-RECORD.
           05  WQ-CUST-ID                  PIC 9(8).
           05  WQ-DAYS-PAST-DUE            PIC 9(5).
           05  WQ-COLLECTOR-ID             PIC X(8).
           05  WQ-ASSIGN-DATE              PIC 9(8).
           05  WQ-TIME-BARRED-FLAG         PIC X(1).
               88  WQ-TIME-BARRED          VALUE 'T'.
               88  WQ-NOT-TIME-BARRED      VALUE ' '.
           05  WQ-LIMIT-DATE               PIC 9(8).
           05  FILLER                      PIC X(7).

       WORKING-STORAGE SECTION.

       01  WS-NET-BALANCE                  PIC S9(9)V99 VALUE 0.
       01  WS-DISPUTED-CUST-COUNT          PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Earliest due date among the customer's collectable open
      * items, gathered on the same pass as the disputed amounts. An
      * item written before due dates were carried ages from its
      * purchase date. 99999999 means no open item was found, and
      * the account ages from CUST-PAYMENT-DATE as before.
      *----------------------------------------------------------------*
       01  WS-OLDEST-DUE-DATE              PIC 9(8) VALUE 99999999.
       01  WS-ITEM-DUE-DATE                PIC 9(8) VALUE 0.
       01  WS-AGING-FROM-DATE              PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      * Latest delinquency re-age on REAGEHST (see REAGE), zero when
      * the customer was never re-aged: nothing that fell due on or
      * before it ages the account any longer. A missing history
      * file means nobody has been re-aged.
      *----------------------------------------------------------------*
       01  WS-RAH-STATUS                   PIC XX.
           88  WS-RAH-OK                   VALUE '00'.

       01  WS-RAH-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-RAH-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-RAH-FILE-ABSENT          VALUE 'N'.

       01  WS-RAH-SCAN-FLAG                PIC X VALUE 'N'.
           88  WS-RAH-SCAN-DONE            VALUE 'Y'.
           88  WS-RAH-SCAN-ACTIVE          VALUE 'N'.

       01  WS-REAGE-DATE                   PIC 9(8) VALUE 0.

      * The aging date before any re-age reset: the statute of
      * limitations runs from what the customer actually owed, not
      * from our own reset.
       01  WS-UNRESET-AGING-DATE           PIC 9(8) VALUE 0.

       01  WS-QUE-STATUS                   PIC XX.
           88  WS-QUE-OK                   VALUE '00'.


       01  WS-STAY-SUPPRESSED-COUNT        PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Deceased customer: nobody is sent to chase an account whose
      * holder's death is on file. No deceased file means no death
      * has been notified.
      *----------------------------------------------------------------*
       01  WS-DCD-STATUS                   PIC XX.
           88  WS-DCD-OK                   VALUE '00'.

       01  WS-DCD-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-DCD-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-DCD-FILE-ABSENT          VALUE 'N'.

       01  WS-DECEASED-FLAG                PIC X VALUE 'N'.
           88  WS-CUSTOMER-DECEASED        VALUE 'Y'.
           88  WS-NOT-DECEASED             VALUE 'N'.

       01  WS-DECEASED-SUPPRESSED-COUNT    PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * An account placed with the outside collection agency
      * (CUST-AGENCY-PLACED) is the agency's to work until AGYRECAL
      * recalls it, so it is not queued to a collector.
      *----------------------------------------------------------------*
       01  WS-AGENCY-SUPPRESSED-COUNT      PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Statute of limitations: the queue entry carries the date the
      * limitation period runs out (zero when the state is not
      * tracked) and the time-barred tag once it has.
      *----------------------------------------------------------------*
       COPY SOLPARM.

       01  WS-TIME-BARRED-COUNT            PIC 9(7) VALUE 0.

       01  WS-TODAY-DATE                   PIC 9(8).

      *----------------------------------------------------------------*
               DISPLAY 'BANKRUPTCY FILE NOT AVAILABLE, STAY '
                   'CHECK SKIPPED: ' WS-BKR-STATUS
           END-IF
           OPEN INPUT DECEASED-FILE
           IF WS-DCD-OK
               SET WS-DCD-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-DCD-FILE-ABSENT TO TRUE
               DISPLAY 'DECEASED FILE NOT AVAILABLE, DECEASED '
                   'CHECK SKIPPED: ' WS-DCD-STATUS
           END-IF
           OPEN INPUT REAGE-HISTORY-FILE
           IF WS-RAH-OK
               SET WS-RAH-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-RAH-FILE-ABSENT TO TRUE
               DISPLAY 'RE-AGE HISTORY FILE NOT AVAILABLE, RE-AGE '
                   'RESETS SKIPPED: ' WS-RAH-STATUS
           END-IF
           OPEN OUTPUT WORK-QUEUE-FILE
           IF NOT WS-QUE-OK
               DISPLAY 'ERROR OPENING WORK QUEUE FILE: ' WS-QUE-STATUS
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-SCANNED
                   PERFORM 3850-READ-REAGE-HISTORY
                   PERFORM 3500-SUM-DISPUTED-ITEMS
                   COMPUTE WS-NET-BALANCE =
                       CUST-BALANCE OF WS-WORK-CUSTOMER
       3000-AGE-AND-QUEUE SECTION.

       3000-AGE-QUEUE.
           IF WS-OLDEST-DUE-DATE < 99999999
               MOVE WS-OLDEST-DUE-DATE TO WS-AGING-FROM-DATE
           ELSE
               MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER
                   TO WS-AGING-FROM-DATE
           END-IF
           MOVE WS-AGING-FROM-DATE TO WS-UNRESET-AGING-DATE
           PERFORM 3870-APPLY-REAGE-RESET
           IF WS-AGING-FROM-DATE = 0
               MOVE 999 TO WS-DAYS-PAST-DUE
           ELSE
               SET DU-FN-DAYS-BETWEEN TO TRUE
               MOVE WS-AGING-FROM-DATE TO DU-DATE-1
               MOVE WS-TODAY-DATE TO DU-DATE-2
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               MOVE DU-DAYS-COUNT TO WS-DAYS-PAST-DUE
           END-IF
           IF WS-DAYS-PAST-DUE > 60
               PERFORM 3700-CHECK-BANKRUPTCY-STAY
               PERFORM 3750-CHECK-DECEASED
               EVALUATE TRUE
                   WHEN WS-STAY-IN-FORCE
                       ADD 1 TO WS-STAY-SUPPRESSED-COUNT
                   WHEN WS-CUSTOMER-DECEASED
                       ADD 1 TO WS-DECEASED-SUPPRESSED-COUNT
                   WHEN CUST-PLACED-WITH-AGENCY OF WS-WORK-CUSTOMER
                       ADD 1 TO WS-AGENCY-SUPPRESSED-COUNT
                   WHEN OTHER
                       PERFORM 4000-WRITE-QUEUE-ENTRY
               END-EVALUATE
           END-IF.

       3500-SUM-DISPUTED-ITEMS SECTION.

       3500-SUM-DISPUTED.
           MOVE 0 TO WS-DISPUTED-AMOUNT
           MOVE 99999999 TO WS-OLDEST-DUE-DATE
           IF WS-OPI-FILE-ABSENT
               CONTINUE
           ELSE
                           ADD OPI-OPEN-AMOUNT TO
                               WS-DISPUTED-AMOUNT
                       END-IF
                       IF OPI-OPEN AND OPI-OPEN-AMOUNT > 0
                           PERFORM 3520-NOTE-ITEM-DUE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3520-NOTE-ITEM-DUE-DATE SECTION.

       3520-NOTE-DUE.
           IF OPI-DUE-DATE NUMERIC AND OPI-DUE-DATE > 0
               MOVE OPI-DUE-DATE TO WS-ITEM-DUE-DATE
           ELSE
               MOVE OPI-TRAN-DATE TO WS-ITEM-DUE-DATE
           END-IF
           IF WS-ITEM-DUE-DATE > WS-REAGE-DATE
               AND WS-ITEM-DUE-DATE < WS-OLDEST-DUE-DATE
               MOVE WS-ITEM-DUE-DATE TO WS-OLDEST-DUE-DATE
           END-IF.

      *----------------------------------------------------------------*
      * Latest re-age row for the customer: rows are keyed by
      * customer then re-age date, so the last row read before the
      * customer changes is the most recent re-age.
      *----------------------------------------------------------------*
       3850-READ-REAGE-HISTORY SECTION.

       3850-READ-REAGE.
           MOVE 0 TO WS-REAGE-DATE
           IF WS-RAH-FILE-AVAILABLE
               SET WS-RAH-SCAN-ACTIVE TO TRUE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO RAH-CUST-ID
               MOVE 0 TO RAH-REAGE-DATE
               START REAGE-HISTORY-FILE KEY IS NOT LESS THAN RAH-KEY
                   INVALID KEY
                       SET WS-RAH-SCAN-DONE TO TRUE
               END-START
               PERFORM 3860-SCAN-ONE-REAGE
                   UNTIL WS-RAH-SCAN-DONE
           END-IF.

       3860-SCAN-ONE-REAGE SECTION.

       3860-SCAN-REAGE.
           READ REAGE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-RAH-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-RAH-SCAN-DONE
               IF NOT WS-RAH-OK
                   OR RAH-CUST-ID NOT = CUST-ID OF WS-WORK-CUSTOMER
                   SET WS-RAH-SCAN-DONE TO TRUE
               ELSE
                   MOVE RAH-REAGE-DATE TO WS-REAGE-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * An aging date on or before the customer's latest re-age was
      * reset to current by it; the account ages instead from the
      * later of the re-age and its last payment.
      *----------------------------------------------------------------*
       3870-APPLY-REAGE-RESET SECTION.

       3870-APPLY-RESET.
           IF WS-REAGE-DATE > 0
               AND WS-AGING-FROM-DATE NOT > WS-REAGE-DATE
               IF CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER > WS-REAGE-DATE
                   MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER
                       TO WS-AGING-FROM-DATE
               ELSE
                   MOVE WS-REAGE-DATE TO WS-AGING-FROM-DATE
               END-IF
           END-IF.

       3700-CHECK-BANKRUPTCY-STAY SECTION.

       3700-CHECK-STAY.
               END-IF
           END-IF.

       3750-CHECK-DECEASED SECTION.

       3750-CHECK-DCD.
           SET WS-NOT-DECEASED TO TRUE
           IF WS-DCD-FILE-AVAILABLE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO DCD-CUST-ID
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-DCD-OK AND DCD-DECEASED
                   SET WS-CUSTOMER-DECEASED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A customer with no payment on history counts from
      * CUST-PAYMENT-DATE, or from the aging date when that is zero.
      *----------------------------------------------------------------*
       3800-CHECK-TIME-BARRED SECTION.

       3800-CHECK-BARRED.
           SET SL-FN-CHECK TO TRUE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO SL-CUST-ID
           MOVE CUST-COUNTRY-CODE OF WS-WORK-CUSTOMER TO
               SL-COUNTRY-CODE
           MOVE CUST-STATE OF WS-WORK-CUSTOMER TO SL-STATE
           IF CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER > 0
               MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER TO
                   SL-FALLBACK-DATE
           ELSE
               MOVE WS-UNRESET-AGING-DATE TO SL-FALLBACK-DATE
           END-IF
           MOVE WS-TODAY-DATE TO SL-AS-OF-DATE
           CALL 'SOLCALC' USING SOLCALC-PARMS
           MOVE SL-LIMIT-DATE TO WQ-LIMIT-DATE
           IF SL-TIME-BARRED
               SET WQ-TIME-BARRED TO TRUE
           ELSE
               SET WQ-NOT-TIME-BARRED TO TRUE
           END-IF.

       4000-WRITE-QUEUE-ENTRY SECTION.

       4000-WRITE-ENTRY.
           END-IF
           MOVE WS-COLLECTOR-ID(WS-ASSIGN-IDX) TO WQ-COLLECTOR-ID
           MOVE WS-TODAY-DATE TO WQ-ASSIGN-DATE
           PERFORM 3800-CHECK-TIME-BARRED
           WRITE WORK-QUEUE-RECORD
           IF WS-QUE-OK
               ADD 1 TO WS-QUEUE-ENTRIES
               IF WQ-TIME-BARRED
                   ADD 1 TO WS-TIME-BARRED-COUNT
               END-IF
           ELSE
               DISPLAY 'ERROR WRITING WORK QUEUE ENTRY FOR: '
                   CUST-ID OF WS-WORK-CUSTOMER
           IF WS-BKR-FILE-AVAILABLE
               CLOSE BANKRUPTCY-FILE
           END-IF
           IF WS-DCD-FILE-AVAILABLE
               CLOSE DECEASED-FILE
           END-IF
           IF WS-OPI-FILE-AVAILABLE
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF WS-RAH-FILE-AVAILABLE
               CLOSE REAGE-HISTORY-FILE
           END-IF
           SET SL-FN-CLOSE TO TRUE
           CALL 'SOLCALC' USING SOLCALC-PARMS
           CLOSE WORK-QUEUE-FILE
           DISPLAY 'CUSTOMERS SCANNED:    ' WS-CUSTOMERS-SCANNED
           DISPLAY 'WORK QUEUE ENTRIES:   ' WS-QUEUE-ENTRIES
           DISPLAY 'TAGGED TIME-BARRED:   ' WS-TIME-BARRED-COUNT
           IF WS-DISPUTED-CUST-COUNT > 0
               DISPLAY 'CUSTOMERS WITH DISPUTES EXCLUDED: '
                   WS-DISPUTED-CUST-COUNT
           IF WS-STAY-SUPPRESSED-COUNT > 0
               DISPLAY 'SUPPRESSED (BANKRUPTCY STAY): '
                   WS-STAY-SUPPRESSED-COUNT
           END-IF
           IF WS-DECEASED-SUPPRESSED-COUNT > 0
               DISPLAY 'SUPPRESSED (DECEASED):       '
                   WS-DECEASED-SUPPRESSED-COUNT
           END-IF
           IF WS-AGENCY-SUPPRESSED-COUNT > 0
               DISPLAY 'SUPPRESSED (PLACED WITH AGENCY): '
                   WS-AGENCY-SUPPRESSED-COUNT
           END-IF.
