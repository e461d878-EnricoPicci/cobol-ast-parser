       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCHGRPT.
      *================================================================*
      * DAILY PENDING CHANGE REPORT
      * Day-end pass over PCHGFILE, the customer updates CUSTMAIN
      * held for dual control. A change still pending past its
      * expiry date is expired here (nobody approved it in time, so
      * it never applies). The report lists every change rejected
      * or expired today, with the operator who keyed it, the
      * reviewer, the thresholds it crossed and the reason, then
      * every change still awaiting a second operator, so
      * supervisors see both what was stopped and what is waiting
      * on them. Changes approved today are counted; the audit
      * journal carries those under both operator IDs.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO 'PCHGFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCH-KEY
               FILE STATUS IS WS-PCH-STATUS.

           SELECT PENDING-CHANGE-REPORT ASSIGN TO 'PCHGRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
           COPY PCHGREC.

       FD  PENDING-CHANGE-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PCH-STATUS                   PIC XX.
           88  WS-PCH-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).

      *----------------------------------------------------------------*
      * Still-pending rows are held back for the second half of the
      * report, after the rejected and expired ones; past 2000 they
      * are counted but not listed.
      *----------------------------------------------------------------*
       01  WS-AWAITING-COUNT               PIC 9(4) VALUE 0.
       01  WS-AWAITING-IDX                 PIC 9(4).
       01  WS-AWAITING-TABLE.
           05  WS-AWAITING-ENTRY OCCURS 2000 TIMES.
               10  WS-AWT-LINE             PIC X(132).

       01  WS-REPORT-TOTALS.
           05  WS-CHANGES-READ             PIC 9(7) VALUE 0.
           05  WS-CHANGES-APPROVED         PIC 9(7) VALUE 0.
           05  WS-CHANGES-REJECTED         PIC 9(7) VALUE 0.
           05  WS-CHANGES-EXPIRED          PIC 9(7) VALUE 0.
           05  WS-CHANGES-AWAITING         PIC 9(7) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'DAILY PENDING CHANGE REPORT'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-SECTION-LINE.
           05  WS-SECTION-TITLE            PIC X(40).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE 'CUST ID'.
           05  FILLER                      PIC X(6) VALUE 'SEQ'.
           05  FILLER                      PIC X(10) VALUE 'STATUS'.
           05  FILLER                      PIC X(5) VALUE 'TRIG'.
           05  FILLER                      PIC X(10) VALUE 'KEYED BY'.
           05  FILLER                      PIC X(10) VALUE 'HELD ON'.
           05  FILLER                      PIC X(10) VALUE 'EXPIRES'.
           05  FILLER                      PIC X(10) VALUE 'REVIEWER'.
           05  FILLER                      PIC X(13) VALUE 'OLD LIMIT'.
           05  FILLER                      PIC X(13) VALUE 'NEW LIMIT'.
           05  FILLER                      PIC X(30) VALUE 'NOTE'.

      *----------------------------------------------------------------*
      * TRIG shows the thresholds crossed: L credit limit increase,
      * A address change, E email change.
      *----------------------------------------------------------------*
       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-SEQUENCE             PIC 9(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-STATUS               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-TRIGGERS.
               10  WS-DTL-TRIG-LIMIT       PIC X(1).
               10  WS-DTL-TRIG-ADDRESS     PIC X(1).
               10  WS-DTL-TRIG-EMAIL       PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-MAKER                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-HOLD-DATE            PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-EXPIRY-DATE          PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-CHECKER              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-OLD-LIMIT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-NEW-LIMIT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-NOTE                 PIC X(30).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(30).
           05  WS-SUM-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CHANGE UNTIL WS-EOF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-REPORT-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN I-O PENDING-CHANGE-FILE
           IF NOT WS-PCH-OK
               DISPLAY 'ERROR OPENING PENDING CHANGE FILE: '
                   WS-PCH-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT PENDING-CHANGE-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING PENDING CHANGE REPORT: '
                   WS-PRINT-STATUS
               SET WS-EOF TO TRUE
           ELSE
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               MOVE 'REJECTED OR EXPIRED TODAY' TO WS-SECTION-TITLE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
           END-IF.

       2000-PROCESS-CHANGE SECTION.

       2000-PROCESS.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CHANGES-READ
                   EVALUATE TRUE
                       WHEN PCH-PENDING
                           AND PCH-EXPIRY-DATE < WS-TODAY-DATE
                           PERFORM 3000-EXPIRE-CHANGE
                       WHEN PCH-PENDING
                           PERFORM 3200-HOLD-AWAITING-LINE
                       WHEN PCH-DECISION-DATE NOT = WS-TODAY-DATE
                           CONTINUE
                       WHEN PCH-REJECTED
                           ADD 1 TO WS-CHANGES-REJECTED
                           PERFORM 4000-FORMAT-DETAIL-LINE
                           WRITE PRINT-LINE FROM WS-DETAIL-LINE
                       WHEN PCH-EXPIRED
                           ADD 1 TO WS-CHANGES-EXPIRED
                           PERFORM 4000-FORMAT-DETAIL-LINE
                           WRITE PRINT-LINE FROM WS-DETAIL-LINE
                       WHEN PCH-APPROVED
                           ADD 1 TO WS-CHANGES-APPROVED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       3000-EXPIRE-CHANGE SECTION.

       3000-EXPIRE.
           SET PCH-EXPIRED TO TRUE
           MOVE WS-TODAY-DATE TO PCH-DECISION-DATE
           MOVE 'EXPIRED UNAPPROVED' TO PCH-DECISION-NOTE
           REWRITE PENDING-CHANGE-RECORD
           IF NOT WS-PCH-OK
               DISPLAY 'ERROR EXPIRING PENDING CHANGE FOR: '
                   PCH-CUST-ID ' STATUS: ' WS-PCH-STATUS
           END-IF
           ADD 1 TO WS-CHANGES-EXPIRED
           PERFORM 4000-FORMAT-DETAIL-LINE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

       3200-HOLD-AWAITING-LINE SECTION.

       3200-HOLD-AWAITING.
           ADD 1 TO WS-CHANGES-AWAITING
           PERFORM 4000-FORMAT-DETAIL-LINE
           IF WS-AWAITING-COUNT < 2000
               ADD 1 TO WS-AWAITING-COUNT
               MOVE WS-DETAIL-LINE TO WS-AWT-LINE(WS-AWAITING-COUNT)
           END-IF.

       4000-FORMAT-DETAIL-LINE SECTION.

       4000-FORMAT-DETAIL.
           MOVE PCH-CUST-ID TO WS-DTL-CUST-ID
           MOVE PCH-SEQUENCE TO WS-DTL-SEQUENCE
           EVALUATE TRUE
               WHEN PCH-PENDING
                   MOVE 'AWAITING' TO WS-DTL-STATUS
               WHEN PCH-REJECTED
                   MOVE 'REJECTED' TO WS-DTL-STATUS
               WHEN PCH-EXPIRED
                   MOVE 'EXPIRED' TO WS-DTL-STATUS
               WHEN OTHER
                   MOVE 'APPROVED' TO WS-DTL-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-DTL-TRIGGERS
           IF PCH-LIMIT-INCREASE
               MOVE 'L' TO WS-DTL-TRIG-LIMIT
           END-IF
           IF PCH-ADDRESS-CHANGE
               MOVE 'A' TO WS-DTL-TRIG-ADDRESS
           END-IF
           IF PCH-EMAIL-CHANGE
               MOVE 'E' TO WS-DTL-TRIG-EMAIL
           END-IF
           MOVE PCH-MAKER-ID TO WS-DTL-MAKER
           MOVE PCH-HOLD-DATE TO WS-DTL-HOLD-DATE
           MOVE PCH-EXPIRY-DATE TO WS-DTL-EXPIRY-DATE
           MOVE PCH-CHECKER-ID TO WS-DTL-CHECKER
           MOVE PCH-OLD-CREDIT-LIMIT TO WS-DTL-OLD-LIMIT
           MOVE PCH-NEW-CREDIT-LIMIT TO WS-DTL-NEW-LIMIT
           MOVE PCH-DECISION-NOTE TO WS-DTL-NOTE.

       5000-WRITE-AWAITING SECTION.

       5000-WRITE-AWAIT.
           WRITE PRINT-LINE FROM WS-AWT-LINE(WS-AWAITING-IDX).

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-PRINT-OK
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 'AWAITING SECOND OPERATOR' TO WS-SECTION-TITLE
               WRITE PRINT-LINE FROM WS-SECTION-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
               PERFORM 5000-WRITE-AWAITING
                   VARYING WS-AWAITING-IDX FROM 1 BY 1
                   UNTIL WS-AWAITING-IDX > WS-AWAITING-COUNT
               PERFORM 9100-WRITE-SUMMARY
           END-IF
           CLOSE PENDING-CHANGE-FILE
           CLOSE PENDING-CHANGE-REPORT
           DISPLAY 'PENDING CHANGES READ:  ' WS-CHANGES-READ
           DISPLAY 'APPROVED TODAY:        ' WS-CHANGES-APPROVED
           DISPLAY 'REJECTED TODAY:        ' WS-CHANGES-REJECTED
           DISPLAY 'EXPIRED TODAY:         ' WS-CHANGES-EXPIRED
           DISPLAY 'STILL AWAITING:        ' WS-CHANGES-AWAITING.

       9100-WRITE-SUMMARY SECTION.

       9100-WRITE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'CHANGES APPROVED TODAY' TO WS-SUM-LABEL
           MOVE WS-CHANGES-APPROVED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CHANGES REJECTED TODAY' TO WS-SUM-LABEL
           MOVE WS-CHANGES-REJECTED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CHANGES EXPIRED TODAY' TO WS-SUM-LABEL
           MOVE WS-CHANGES-EXPIRED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CHANGES STILL AWAITING' TO WS-SUM-LABEL
           MOVE WS-CHANGES-AWAITING TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE.
