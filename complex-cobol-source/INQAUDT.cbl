       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQAUDT.
      *================================================================*
      * WEEKLY INQUIRY BROWSING REVIEW
      * Reads the week's CUSTINQ access log (INQLOG, see
      * copybooks/INQLOG) and reports the lookups the privacy officer
      * should ask about. Each operator and customer viewed is
      * checked once, however many times the customer was shown:
      *   - NO OPEN WORK: the customer is not on the collections work
      *     queue (COLLQUE) and has no contact note (NOTEFILE) from
      *     30 days before the week through its end, so there was no
      *     collections or service work to look the account up for.
      *   - OPERATOR NAME: the customer's last name is the last word
      *     of the operator's name on the operator security master.
      * A second section lists every operator whose customers shown
      * for the week come to more than three times the peer average
      * (the average over all operators who looked anything up).
      * Lookups that found nothing are counted but not reviewed.
      *
      * Run parameter: positions 1-8 the first day of the week and
      * 9-16 the last (YYYYMMDD; blank for the seven days ending
      * today), positions 17-18 the peer-average multiple.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-LOG-FILE ASSIGN TO 'INQLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPR-MASTER-STATUS.

           SELECT NOTES-FILE ASSIGN TO 'NOTEFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT WORK-QUEUE-FILE ASSIGN TO 'COLLQUE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'INQSRT01'.

           SELECT REVIEW-REPORT ASSIGN TO 'INQARPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-LOG-FILE.
           COPY INQLOG.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  NOTES-FILE.
           COPY NOTEREC.

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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-OPERATOR-ID             PIC X(8).
           05  SRT-CUST-ID                 PIC 9(8).
           05  SRT-TS-DATE                 PIC 9(8).
           05  SRT-TS-TIME                 PIC 9(6).
           05  SRT-CUST-LAST-NAME          PIC X(30).

       FD  REVIEW-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-INQ-STATUS                   PIC XX.
           88  WS-INQ-OK                   VALUE '00'.

       01  WS-OPR-MASTER-STATUS            PIC XX.
           88  WS-OPR-MASTER-OK            VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

      *----------------------------------------------------------------*
      * Without the notes file or the work queue the open-work check
      * is switched off rather than flagging every lookup.
      *----------------------------------------------------------------*
       01  WS-NOTE-STATUS                  PIC XX.
           88  WS-NOTE-OK                  VALUE '00'.

       01  WS-NOTE-FILE-FLAG               PIC X VALUE 'N'.
           88  WS-NOTE-FILE-AVAILABLE      VALUE 'Y'.
           88  WS-NOTE-FILE-ABSENT         VALUE 'N'.

       01  WS-QUE-STATUS                   PIC XX.
           88  WS-QUE-OK                   VALUE '00'.

       01  WS-QUE-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-QUE-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-QUE-FILE-ABSENT          VALUE 'N'.

       COPY DATEPARM.

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-FROM-DATE           PIC X(8).
           05  WS-PARM-TO-DATE             PIC X(8).
           05  WS-PARM-PEER-MULTIPLE       PIC X(2).
           05  FILLER                      PIC X(2).

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-INQ-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-INQ-EOF              VALUE 'Y'.
               88  WS-INQ-NOT-EOF          VALUE 'N'.
           05  WS-QUE-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-QUE-EOF              VALUE 'Y'.
               88  WS-QUE-NOT-EOF          VALUE 'N'.
           05  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
               88  WS-SORT-AT-END          VALUE 'Y'.
               88  WS-SORT-NOT-AT-END      VALUE 'N'.
           05  WS-NOTE-SCAN-FLAG           PIC X VALUE 'N'.
               88  WS-NOTE-SCAN-DONE       VALUE 'Y'.
               88  WS-NOTE-SCAN-ACTIVE     VALUE 'N'.
           05  WS-OPEN-WORK-FLAG           PIC X VALUE 'N'.
               88  WS-OPEN-WORK-FOUND      VALUE 'Y'.
           05  WS-NAME-SCAN-FLAG           PIC X VALUE 'N'.
               88  WS-NAME-SCAN-DONE       VALUE 'Y'.
               88  WS-NAME-SCAN-ACTIVE     VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-FROM-DATE                    PIC 9(8).
       01  WS-TO-DATE                      PIC 9(8).
       01  WS-NOTE-FROM-DATE               PIC 9(8).

       01  WS-REVIEW-RULES.
           05  WS-WEEK-DAYS                PIC 9(3) VALUE 6.
           05  WS-NOTE-LOOKBACK-DAYS       PIC 9(3) VALUE 30.
           05  WS-PEER-MULTIPLE            PIC 9(2) VALUE 3.

      *----------------------------------------------------------------*
      * Customers on the current collections work queue.
      *----------------------------------------------------------------*
       01  WS-QUEUE-COUNT                  PIC 9(5) VALUE 0.
       01  WS-QUE-IDX                      PIC 9(5).
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-CUST-ID            PIC 9(8) OCCURS 5000 TIMES.

      *----------------------------------------------------------------*
      * Views per operator for the peer comparison.
      *----------------------------------------------------------------*
       01  WS-OPERATOR-COUNT               PIC 9(3) VALUE 0.
       01  WS-OPT-IDX                      PIC 9(3).
       01  WS-OPERATOR-TABLE.
           05  WS-OPT-ENTRY OCCURS 500 TIMES.
               10  WS-OPT-OPERATOR-ID      PIC X(8).
               10  WS-OPT-NAME             PIC X(30).
               10  WS-OPT-VIEWS            PIC 9(7).
               10  WS-OPT-CUSTOMERS        PIC 9(7).

      *----------------------------------------------------------------*
      * Operator and customer being gathered off the sort.
      *----------------------------------------------------------------*
       01  WS-BREAK-WORK.
           05  WS-CUR-OPERATOR-ID          PIC X(8) VALUE SPACES.
           05  WS-CUR-OPERATOR-NAME        PIC X(30) VALUE SPACES.
           05  WS-CUR-OPERATOR-LAST        PIC X(30) VALUE SPACES.
           05  WS-CUR-OPERATOR-VIEWS       PIC 9(7) VALUE 0.
           05  WS-CUR-OPERATOR-CUSTOMERS   PIC 9(7) VALUE 0.
           05  WS-CUR-CUST-ID              PIC 9(8) VALUE 0.
           05  WS-CUR-CUST-LAST-NAME       PIC X(30) VALUE SPACES.
           05  WS-CUR-CUST-VIEWS           PIC 9(5) VALUE 0.
           05  WS-CUR-FIRST-DATE           PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      * Positions of the last word of the operator's name.
      *----------------------------------------------------------------*
       01  WS-NAME-END                     PIC 9(2).
       01  WS-NAME-START                   PIC 9(2).
       01  WS-NAME-LENGTH                  PIC 9(2).

       01  WS-PEER-WORK.
           05  WS-ALL-VIEWS                PIC 9(9) VALUE 0.
           05  WS-PEER-AVERAGE             PIC 9(7)V99 VALUE 0.
           05  WS-PEER-LIMIT               PIC 9(9)V99 VALUE 0.

       01  WS-REVIEW-TOTALS.
           05  WS-LOG-ROWS-READ            PIC 9(7) VALUE 0.
           05  WS-LOOKUPS-IN-WEEK          PIC 9(7) VALUE 0.
           05  WS-NOT-FOUND-LOOKUPS        PIC 9(7) VALUE 0.
           05  WS-PAIRS-REVIEWED           PIC 9(7) VALUE 0.
           05  WS-NO-WORK-FLAGGED          PIC 9(7) VALUE 0.
           05  WS-NAME-MATCH-FLAGGED       PIC 9(7) VALUE 0.
           05  WS-OPERATORS-ABOVE-PEER     PIC 9(7) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'INQUIRY BROWSING REVIEW'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(6) VALUE 'WEEK: '.
           05  WS-HDG-FROM-DATE            PIC 9(8).
           05  FILLER                      PIC X(4) VALUE ' TO '.
           05  WS-HDG-TO-DATE              PIC 9(8).

       01  WS-SECTION-LINE                 PIC X(60).

       01  WS-DETAIL-LINE.
           05  WS-DTL-OPERATOR-ID          PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-OPERATOR-NAME        PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-LAST-NAME       PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-VIEWS                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-FIRST-DATE           PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-REASON               PIC X(30).

       01  WS-PEER-LINE.
           05  WS-PER-OPERATOR-ID          PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PER-OPERATOR-NAME        PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE 'VIEWS: '.
           05  WS-PER-VIEWS                PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE 'CUSTOMERS: '.
           05  WS-PER-CUSTOMERS            PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(14)
               VALUE 'PEER AVERAGE: '.
           05  WS-PER-AVERAGE              PIC Z,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(30).
           05  WS-SUM-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-SORT-AND-REVIEW
               PERFORM 5000-REPORT-PEER-OUTLIERS
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-REVIEW-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM 1050-SET-REVIEW-WEEK
           IF WS-PARM-PEER-MULTIPLE NUMERIC
               AND WS-PARM-PEER-MULTIPLE NOT = '00'
               MOVE WS-PARM-PEER-MULTIPLE TO WS-PEER-MULTIPLE
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1100-OPEN-REVIEW-FILES
           END-IF
           IF WS-RUN-CLEAN AND WS-QUE-FILE-AVAILABLE
               PERFORM 1200-LOAD-ONE-QUEUE-ENTRY UNTIL WS-QUE-EOF
               CLOSE WORK-QUEUE-FILE
           END-IF.

      *----------------------------------------------------------------*
      * Both dates keyed or neither; blank reviews the seven days
      * ending today.
      *----------------------------------------------------------------*
       1050-SET-REVIEW-WEEK SECTION.

       1050-SET-WEEK.
           IF WS-PARM-FROM-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-TO-DATE
               SET DU-FN-SUB-DAYS TO TRUE
               MOVE WS-TO-DATE TO DU-DATE-1
               MOVE WS-WEEK-DAYS TO DU-DAYS-COUNT
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               MOVE DU-RESULT-DATE TO WS-FROM-DATE
           ELSE
               IF WS-PARM-FROM-DATE NUMERIC
                   AND WS-PARM-TO-DATE NUMERIC
                   AND WS-PARM-FROM-DATE NOT > WS-PARM-TO-DATE
                   MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
                   MOVE WS-PARM-TO-DATE TO WS-TO-DATE
               ELSE
                   DISPLAY 'INVALID REVIEW WEEK PARAMETER, RUN '
                       'REFUSED: ' WS-PARM-FROM-DATE ' '
                       WS-PARM-TO-DATE
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           IF WS-RUN-CLEAN
               SET DU-FN-SUB-DAYS TO TRUE
               MOVE WS-FROM-DATE TO DU-DATE-1
               MOVE WS-NOTE-LOOKBACK-DAYS TO DU-DAYS-COUNT
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               MOVE DU-RESULT-DATE TO WS-NOTE-FROM-DATE
           END-IF.

       1100-OPEN-REVIEW-FILES SECTION.

       1100-OPEN-FILES.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF NOT WS-OPR-MASTER-OK
               DISPLAY 'OPERATOR SECURITY MASTER NOT AVAILABLE, '
                   'RUN REFUSED: ' WS-OPR-MASTER-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT NOTES-FILE
           IF WS-NOTE-OK
               SET WS-NOTE-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-NOTE-FILE-ABSENT TO TRUE
               DISPLAY 'NOTES FILE NOT AVAILABLE, OPEN WORK CHECK '
                   'SKIPPED: ' WS-NOTE-STATUS
           END-IF
           OPEN INPUT WORK-QUEUE-FILE
           IF WS-QUE-OK
               SET WS-QUE-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-QUE-FILE-ABSENT TO TRUE
               DISPLAY 'COLLECTIONS WORK QUEUE NOT AVAILABLE, OPEN '
                   'WORK CHECK SKIPPED: ' WS-QUE-STATUS
           END-IF
           OPEN OUTPUT REVIEW-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING BROWSING REVIEW REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE
               MOVE WS-TO-DATE TO WS-HDG-TO-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               MOVE 'LOOKUPS TO REVIEW' TO WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
           END-IF.

       1200-LOAD-ONE-QUEUE-ENTRY SECTION.

       1200-LOAD-QUEUE.
           READ WORK-QUEUE-FILE
               AT END
                   SET WS-QUE-EOF TO TRUE
               NOT AT END
                   IF WS-QUEUE-COUNT < 5000
                       ADD 1 TO WS-QUEUE-COUNT
                       MOVE WQ-CUST-ID TO
                           WS-QUEUE-CUST-ID(WS-QUEUE-COUNT)
                   ELSE
                       DISPLAY 'WORK QUEUE TABLE FULL, ENTRY NOT '
                           'LOADED: ' WQ-CUST-ID
                   END-IF
           END-READ.

       2000-SORT-AND-REVIEW SECTION.

       2000-SORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-OPERATOR-ID
               ON ASCENDING KEY SRT-CUST-ID
               ON ASCENDING KEY SRT-TS-DATE
               ON ASCENDING KEY SRT-TS-TIME
               INPUT PROCEDURE IS 2500-SUPPLY-SORT-INPUT
               OUTPUT PROCEDURE IS 3000-REVIEW-LOOKUPS.

       2500-SUPPLY-SORT-INPUT SECTION.

       2500-SUPPLY.
           OPEN INPUT INQUIRY-LOG-FILE
           IF NOT WS-INQ-OK
               DISPLAY 'ERROR OPENING INQUIRY ACCESS LOG: '
                   WS-INQ-STATUS
           ELSE
               PERFORM 2600-RELEASE-ONE-LOOKUP UNTIL WS-INQ-EOF
               CLOSE INQUIRY-LOG-FILE
           END-IF.

       2600-RELEASE-ONE-LOOKUP SECTION.

       2600-RELEASE-LOOKUP.
           READ INQUIRY-LOG-FILE
               AT END
                   SET WS-INQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-ROWS-READ
                   IF INQ-TS-DATE NOT < WS-FROM-DATE
                       AND INQ-TS-DATE NOT > WS-TO-DATE
                       ADD 1 TO WS-LOOKUPS-IN-WEEK
                       IF INQ-CUSTOMER-SHOWN
                           MOVE INQ-OPERATOR-ID TO SRT-OPERATOR-ID
                           MOVE INQ-CUST-ID TO SRT-CUST-ID
                           MOVE INQ-TS-DATE TO SRT-TS-DATE
                           MOVE INQ-TS-TIME TO SRT-TS-TIME
                           MOVE INQ-CUST-LAST-NAME TO
                               SRT-CUST-LAST-NAME
                           RELEASE SORT-WORK-RECORD
                       ELSE
                           ADD 1 TO WS-NOT-FOUND-LOOKUPS
                       END-IF
                   END-IF
           END-READ.

       3000-REVIEW-LOOKUPS SECTION.

       3000-REVIEW.
           MOVE SPACES TO WS-CUR-OPERATOR-ID
           PERFORM 3100-RETURN-SORTED-LOOKUP UNTIL WS-SORT-AT-END
           IF WS-CUR-OPERATOR-ID NOT = SPACES
               PERFORM 3500-END-CUSTOMER
               PERFORM 3800-END-OPERATOR
           END-IF.

      *----------------------------------------------------------------*
      * Control break on operator, then on customer within operator.
      *----------------------------------------------------------------*
       3100-RETURN-SORTED-LOOKUP SECTION.

       3100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-AT-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SRT-OPERATOR-ID NOT = WS-CUR-OPERATOR-ID
                           IF WS-CUR-OPERATOR-ID NOT = SPACES
                               PERFORM 3500-END-CUSTOMER
                               PERFORM 3800-END-OPERATOR
                           END-IF
                           PERFORM 3200-START-OPERATOR
                           PERFORM 3300-START-CUSTOMER
                       WHEN SRT-CUST-ID NOT = WS-CUR-CUST-ID
                           PERFORM 3500-END-CUSTOMER
                           PERFORM 3300-START-CUSTOMER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   ADD 1 TO WS-CUR-CUST-VIEWS
                   ADD 1 TO WS-CUR-OPERATOR-VIEWS
           END-RETURN.

       3200-START-OPERATOR SECTION.

       3200-START-OPR.
           MOVE SRT-OPERATOR-ID TO WS-CUR-OPERATOR-ID
           MOVE 0 TO WS-CUR-OPERATOR-VIEWS
           MOVE 0 TO WS-CUR-OPERATOR-CUSTOMERS
           MOVE SPACES TO WS-CUR-OPERATOR-NAME
           MOVE SPACES TO WS-CUR-OPERATOR-LAST
           MOVE SRT-OPERATOR-ID TO OPR-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OPR-MASTER-OK
               MOVE OPR-NAME TO WS-CUR-OPERATOR-NAME
               PERFORM 3250-FIND-OPERATOR-LAST-NAME
           END-IF.

      *----------------------------------------------------------------*
      * The last word of the operator's name: back over the trailing
      * spaces to its last letter, then back to the space before it.
      *----------------------------------------------------------------*
       3250-FIND-OPERATOR-LAST-NAME SECTION.

       3250-FIND-LAST.
           MOVE 30 TO WS-NAME-END
           SET WS-NAME-SCAN-ACTIVE TO TRUE
           PERFORM 3260-BACK-OVER-SPACE UNTIL WS-NAME-SCAN-DONE
           IF WS-NAME-END > 0
               MOVE WS-NAME-END TO WS-NAME-START
               SET WS-NAME-SCAN-ACTIVE TO TRUE
               PERFORM 3270-BACK-OVER-WORD UNTIL WS-NAME-SCAN-DONE
               COMPUTE WS-NAME-LENGTH =
                   WS-NAME-END - WS-NAME-START + 1
               MOVE WS-CUR-OPERATOR-NAME(WS-NAME-START:WS-NAME-LENGTH)
                   TO WS-CUR-OPERATOR-LAST
           END-IF.

       3260-BACK-OVER-SPACE SECTION.

       3260-BACK-SPACE.
           IF WS-NAME-END = 0
               SET WS-NAME-SCAN-DONE TO TRUE
           ELSE
               IF WS-CUR-OPERATOR-NAME(WS-NAME-END:1) NOT = SPACE
                   SET WS-NAME-SCAN-DONE TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-NAME-END
               END-IF
           END-IF.

       3270-BACK-OVER-WORD SECTION.

       3270-BACK-WORD.
           IF WS-NAME-START = 1
               SET WS-NAME-SCAN-DONE TO TRUE
           ELSE
               IF WS-CUR-OPERATOR-NAME(WS-NAME-START - 1:1) = SPACE
                   SET WS-NAME-SCAN-DONE TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-NAME-START
               END-IF
           END-IF.

       3300-START-CUSTOMER SECTION.

       3300-START-CUST.
           MOVE SRT-CUST-ID TO WS-CUR-CUST-ID
           MOVE SRT-CUST-LAST-NAME TO WS-CUR-CUST-LAST-NAME
           MOVE SRT-TS-DATE TO WS-CUR-FIRST-DATE
           MOVE 0 TO WS-CUR-CUST-VIEWS
           ADD 1 TO WS-CUR-OPERATOR-CUSTOMERS.

      *----------------------------------------------------------------*
      * One review per operator and customer; a pair caught by both
      * rules prints a line for each.
      *----------------------------------------------------------------*
       3500-END-CUSTOMER SECTION.

       3500-END-CUST.
           ADD 1 TO WS-PAIRS-REVIEWED
           IF WS-NOTE-FILE-AVAILABLE AND WS-QUE-FILE-AVAILABLE
               PERFORM 3600-CHECK-OPEN-WORK
               IF NOT WS-OPEN-WORK-FOUND
                   ADD 1 TO WS-NO-WORK-FLAGGED
                   MOVE 'NO OPEN COLLECTIONS OR NOTES' TO
                       WS-DTL-REASON
                   PERFORM 3900-WRITE-DETAIL-LINE
               END-IF
           END-IF
           IF WS-CUR-OPERATOR-LAST NOT = SPACES
               AND WS-CUR-CUST-LAST-NAME = WS-CUR-OPERATOR-LAST
               ADD 1 TO WS-NAME-MATCH-FLAGGED
               MOVE 'SHARES OPERATOR LAST NAME' TO WS-DTL-REASON
               PERFORM 3900-WRITE-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------*
      * Open work is the customer on the collections work queue or a
      * contact note dated from the note lookback through the week.
      *----------------------------------------------------------------*
       3600-CHECK-OPEN-WORK SECTION.

       3600-CHECK-WORK.
           MOVE 'N' TO WS-OPEN-WORK-FLAG
           PERFORM 3610-CHECK-ONE-QUEUE-ENTRY
               VARYING WS-QUE-IDX FROM 1 BY 1
               UNTIL WS-QUE-IDX > WS-QUEUE-COUNT
                  OR WS-OPEN-WORK-FOUND
           IF NOT WS-OPEN-WORK-FOUND
               SET WS-NOTE-SCAN-ACTIVE TO TRUE
               MOVE WS-CUR-CUST-ID TO NTE-CUST-ID
               MOVE WS-NOTE-FROM-DATE TO NTE-TS-DATE
               MOVE 0 TO NTE-TS-TIME
               MOVE 0 TO NTE-SEQ
               START NOTES-FILE KEY IS NOT LESS THAN NTE-KEY
                   INVALID KEY
                       SET WS-NOTE-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-NOTE-OK
                   SET WS-NOTE-SCAN-DONE TO TRUE
               END-IF
               PERFORM 3620-SCAN-ONE-NOTE UNTIL WS-NOTE-SCAN-DONE
           END-IF.

       3610-CHECK-ONE-QUEUE-ENTRY SECTION.

       3610-CHECK-QUEUE.
           IF WS-QUEUE-CUST-ID(WS-QUE-IDX) = WS-CUR-CUST-ID
               SET WS-OPEN-WORK-FOUND TO TRUE
           END-IF.

       3620-SCAN-ONE-NOTE SECTION.

       3620-SCAN-NOTE.
           READ NOTES-FILE NEXT RECORD
               AT END
                   SET WS-NOTE-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-NOTE-SCAN-DONE
               IF NOT WS-NOTE-OK
                   OR NTE-CUST-ID NOT = WS-CUR-CUST-ID
                   OR NTE-TS-DATE > WS-TO-DATE
                   SET WS-NOTE-SCAN-DONE TO TRUE
               ELSE
                   SET WS-OPEN-WORK-FOUND TO TRUE
                   SET WS-NOTE-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       3800-END-OPERATOR SECTION.

       3800-END-OPR.
           IF WS-OPERATOR-COUNT < 500
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-CUR-OPERATOR-ID TO
                   WS-OPT-OPERATOR-ID(WS-OPERATOR-COUNT)
               MOVE WS-CUR-OPERATOR-NAME TO
                   WS-OPT-NAME(WS-OPERATOR-COUNT)
               MOVE WS-CUR-OPERATOR-VIEWS TO
                   WS-OPT-VIEWS(WS-OPERATOR-COUNT)
               MOVE WS-CUR-OPERATOR-CUSTOMERS TO
                   WS-OPT-CUSTOMERS(WS-OPERATOR-COUNT)
               ADD WS-CUR-OPERATOR-VIEWS TO WS-ALL-VIEWS
           ELSE
               DISPLAY 'OPERATOR TABLE FULL, NOT IN PEER AVERAGE: '
                   WS-CUR-OPERATOR-ID
           END-IF.

       3900-WRITE-DETAIL-LINE SECTION.

       3900-WRITE-DETAIL.
           MOVE WS-CUR-OPERATOR-ID TO WS-DTL-OPERATOR-ID
           MOVE WS-CUR-OPERATOR-NAME TO WS-DTL-OPERATOR-NAME
           MOVE WS-CUR-CUST-ID TO WS-DTL-CUST-ID
           MOVE WS-CUR-CUST-LAST-NAME TO WS-DTL-CUST-LAST-NAME
           MOVE WS-CUR-CUST-VIEWS TO WS-DTL-VIEWS
           MOVE WS-CUR-FIRST-DATE TO WS-DTL-FIRST-DATE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------*
      * Views against the average over every operator who looked
      * anything up in the week.
      *----------------------------------------------------------------*
       5000-REPORT-PEER-OUTLIERS SECTION.

       5000-REPORT-PEER.
           MOVE SPACES TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           MOVE 'OPERATORS WELL ABOVE PEER AVERAGE' TO
               WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           IF WS-OPERATOR-COUNT > 0
               COMPUTE WS-PEER-AVERAGE ROUNDED =
                   WS-ALL-VIEWS / WS-OPERATOR-COUNT
               COMPUTE WS-PEER-LIMIT =
                   WS-PEER-AVERAGE * WS-PEER-MULTIPLE
               PERFORM 5100-CHECK-ONE-OPERATOR
                   VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-OPERATOR-COUNT
           END-IF.

       5100-CHECK-ONE-OPERATOR SECTION.

       5100-CHECK-OPR.
           IF WS-OPT-VIEWS(WS-OPT-IDX) > WS-PEER-LIMIT
               ADD 1 TO WS-OPERATORS-ABOVE-PEER
               MOVE WS-OPT-OPERATOR-ID(WS-OPT-IDX) TO
                   WS-PER-OPERATOR-ID
               MOVE WS-OPT-NAME(WS-OPT-IDX) TO WS-PER-OPERATOR-NAME
               MOVE WS-OPT-VIEWS(WS-OPT-IDX) TO WS-PER-VIEWS
               MOVE WS-OPT-CUSTOMERS(WS-OPT-IDX) TO WS-PER-CUSTOMERS
               MOVE WS-PEER-AVERAGE TO WS-PER-AVERAGE
               WRITE PRINT-LINE FROM WS-PEER-LINE
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RUN-CLEAN
               PERFORM 9100-WRITE-SUMMARY
               CLOSE REVIEW-REPORT
           END-IF
           CLOSE OPERATOR-MASTER-FILE
           IF WS-NOTE-FILE-AVAILABLE
               CLOSE NOTES-FILE
           END-IF
           DISPLAY 'REVIEW WEEK:           ' WS-FROM-DATE ' TO '
               WS-TO-DATE
           DISPLAY 'LOG ROWS READ:         ' WS-LOG-ROWS-READ
           DISPLAY 'LOOKUPS IN WEEK:       ' WS-LOOKUPS-IN-WEEK
           DISPLAY 'NOT FOUND LOOKUPS:     ' WS-NOT-FOUND-LOOKUPS
           DISPLAY 'CUSTOMERS REVIEWED:    ' WS-PAIRS-REVIEWED
           DISPLAY 'NO OPEN WORK:          ' WS-NO-WORK-FLAGGED
           DISPLAY 'OPERATOR NAME MATCHES: ' WS-NAME-MATCH-FLAGGED
           DISPLAY 'ABOVE PEER AVERAGE:    ' WS-OPERATORS-ABOVE-PEER.

       9100-WRITE-SUMMARY SECTION.

       9100-WRITE.
           MOVE SPACES TO WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           MOVE 'LOOKUPS IN WEEK' TO WS-SUM-LABEL
           MOVE WS-LOOKUPS-IN-WEEK TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'LOOKUPS FINDING NOTHING' TO WS-SUM-LABEL
           MOVE WS-NOT-FOUND-LOOKUPS TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'OPERATOR/CUSTOMER PAIRS' TO WS-SUM-LABEL
           MOVE WS-PAIRS-REVIEWED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'NO OPEN WORK' TO WS-SUM-LABEL
           MOVE WS-NO-WORK-FLAGGED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'SHARES OPERATOR LAST NAME' TO WS-SUM-LABEL
           MOVE WS-NAME-MATCH-FLAGGED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'OPERATORS ABOVE PEER AVERAGE' TO WS-SUM-LABEL
           MOVE WS-OPERATORS-ABOVE-PEER TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE.
