       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICPOSN.
      *================================================================*
      * INTERCOMPANY POSITION REPORT
      * Month-end statement of what each operating company owes each
      * other one, so the two controllers can settle. The positions
      * come off the intercompany ledger (ICLEDGER) GLEXTR appends to
      * whenever a corporate parent's payment, taken in one company,
      * settled a subsidiary's item carried in another.
      *
      * Settlements the controllers have agreed are keyed to ICSETL
      * (paying company, receiving company, amount, date, their
      * reference) and are appended to the ledger first, so the
      * report shows them and next month starts from what is left.
      * A settlement naming the same company twice, no company, or
      * no amount is listed and not recorded.
      *
      * For each pair of companies the report gives the position
      * brought forward, the month's applications and settlements,
      * and the position carried forward with the company that owes
      * it; the month's ledger rows are listed ahead of it. The month
      * is the open period on the period control file, so the report
      * runs ahead of MNTHCLSE.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.

           SELECT SETTLEMENT-FILE ASSIGN TO 'ICSETL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICS-STATUS.

           SELECT INTERCOMPANY-LEDGER ASSIGN TO 'ICLEDGER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICL-STATUS.

           SELECT POSITION-REPORT ASSIGN TO 'ICPSRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
           COPY PERDCTL.

       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           05  ICS-PAYING-COMPANY          PIC X(2).
           05  ICS-RECEIVING-COMPANY       PIC X(2).
           05  ICS-AMOUNT                  PIC 9(11)V99.
           05  ICS-SETTLED-DATE            PIC 9(8).
           05  ICS-REFERENCE               PIC X(12).
           05  FILLER                      PIC X(13).

       FD  INTERCOMPANY-LEDGER.
           COPY ICLGREC.

       FD  POSITION-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PCT-STATUS                   PIC XX.
           88  WS-PCT-OK                   VALUE '00'.

       01  WS-ICS-STATUS                   PIC XX.
           88  WS-ICS-OK                   VALUE '00'.

       01  WS-ICL-STATUS                   PIC XX.
           88  WS-ICL-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-PCT-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-PCT-EOF              VALUE 'Y'.
               88  WS-PCT-NOT-EOF          VALUE 'N'.
           05  WS-ICS-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-ICS-EOF              VALUE 'Y'.
               88  WS-ICS-NOT-EOF          VALUE 'N'.
           05  WS-ICL-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-ICL-EOF              VALUE 'Y'.
               88  WS-ICL-NOT-EOF          VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-IC-PERIOD                    PIC 9(6) VALUE 0.
       01  WS-PAIR-LOW                     PIC X(2).
       01  WS-PAIR-HIGH                    PIC X(2).
       01  WS-TOWARD-AMOUNT                PIC S9(11)V99.

      *----------------------------------------------------------------*
      * One row per pair of companies, lower code first. A positive
      * amount is owed by the lower company to the higher.
      *----------------------------------------------------------------*
       01  WS-PAIR-COUNT                   PIC 9(2) VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PR-ENTRY OCCURS 45 TIMES.
               10  WS-PR-LOW               PIC X(2).
               10  WS-PR-HIGH              PIC X(2).
               10  WS-PR-OPENING           PIC S9(11)V99.
               10  WS-PR-APPLIED           PIC S9(11)V99.
               10  WS-PR-SETTLED           PIC S9(11)V99.
               10  WS-PR-CLOSING           PIC S9(11)V99.

       01  WS-PR-IDX                       PIC 9(2).
       01  WS-PAIR-FULL-COUNT              PIC 9(5) VALUE 0.

       01  WS-RUN-TOTALS.
           05  WS-SETTLEMENTS-RECORDED     PIC 9(5) VALUE 0.
           05  WS-SETTLEMENTS-REFUSED      PIC 9(5) VALUE 0.
           05  WS-LEDGER-ROWS-READ         PIC 9(7) VALUE 0.
           05  WS-PAIRS-OPEN               PIC 9(2) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'INTERCOMPANY POSITION REPORT'.
           05  FILLER                      PIC X(8) VALUE 'PERIOD: '.
           05  WS-HDG-PERIOD               PIC 9(6).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-RUN-DATE             PIC 9(8).

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE                PIC X(60).

       01  WS-ROW-COLUMN-LINE.
           05  FILLER                      PIC X(6) VALUE 'TYPE'.
           05  FILLER                      PIC X(7) VALUE 'OWING'.
           05  FILLER                      PIC X(7) VALUE 'OWED'.
           05  FILLER                      PIC X(10) VALUE 'DATE'.
           05  FILLER                      PIC X(14) VALUE 'REFERENCE'.
           05  FILLER                      PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(19)
               VALUE '         AMOUNT USD'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE 'NOTE'.

       01  WS-ROW-LINE.
           05  WS-RWL-TYPE                 PIC X(6).
           05  WS-RWL-OWING                PIC X(2).
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  WS-RWL-OWED                 PIC X(2).
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  WS-RWL-DATE                 PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RWL-REFERENCE            PIC X(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RWL-CUST-ID              PIC Z(7)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RWL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RWL-NOTE                 PIC X(30).

       01  WS-PAIR-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE 'COMPANIES'.
           05  FILLER                      PIC X(19)
               VALUE '    BROUGHT FORWARD'.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  FILLER                      PIC X(19)
               VALUE '            APPLIED'.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  FILLER                      PIC X(19)
               VALUE '            SETTLED'.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  FILLER                      PIC X(19)
               VALUE '    CARRIED FORWARD'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE 'POSITION'.

       01  WS-PAIR-LINE.
           05  WS-PRL-LOW                  PIC X(2).
           05  FILLER                      PIC X(3) VALUE ' / '.
           05  WS-PRL-HIGH                 PIC X(2).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-PRL-OPENING              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-PRL-APPLIED              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-PRL-SETTLED              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-PRL-CLOSING              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PRL-POSITION             PIC X(30).

       01  WS-POSITION-TEXT.
           05  FILLER                      PIC X(8) VALUE 'COMPANY '.
           05  WS-PST-OWING                PIC X(2).
           05  FILLER                      PIC X(14)
               VALUE ' OWES COMPANY '.
           05  WS-PST-OWED                 PIC X(2).
           05  FILLER                      PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-RECORD-SETTLEMENTS
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 3000-ACCUMULATE-POSITIONS
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 4000-PRINT-POSITIONS
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-PAIR-TABLE
           OPEN OUTPUT POSITION-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING INTERCOMPANY REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 1100-FIND-OPEN-PERIOD
           END-IF
           IF WS-RUN-CLEAN
               MOVE WS-IC-PERIOD TO WS-HDG-PERIOD
               MOVE WS-TODAY-DATE TO WS-HDG-RUN-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
           END-IF.

       1100-FIND-OPEN-PERIOD SECTION.

       1100-FIND-PERIOD.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF NOT WS-PCT-OK
               DISPLAY 'ERROR OPENING PERIOD CONTROL FILE: '
                   WS-PCT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-PCT-NOT-EOF TO TRUE
               PERFORM 1110-CHECK-ONE-PERIOD
                   UNTIL WS-PCT-EOF OR WS-IC-PERIOD > 0
               CLOSE PERIOD-CONTROL-FILE
               IF WS-IC-PERIOD = 0
                   DISPLAY 'NO OPEN PERIOD ON FILE, REPORT REFUSED'
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       1110-CHECK-ONE-PERIOD SECTION.

       1110-CHECK-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PCT-EOF TO TRUE
               NOT AT END
                   IF PCT-OPEN
                       MOVE PCT-PERIOD TO WS-IC-PERIOD
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * No settlement file simply means nothing was settled.
      *----------------------------------------------------------------*
       2000-RECORD-SETTLEMENTS SECTION.

       2000-RECORD-SETL.
           OPEN INPUT SETTLEMENT-FILE
           IF NOT WS-ICS-OK
               DISPLAY 'NO SETTLEMENTS TO RECORD: ' WS-ICS-STATUS
           ELSE
               OPEN EXTEND INTERCOMPANY-LEDGER
               IF NOT WS-ICL-OK
                   OPEN OUTPUT INTERCOMPANY-LEDGER
               END-IF
               IF NOT WS-ICL-OK
                   DISPLAY 'ERROR OPENING INTERCOMPANY LEDGER: '
                       WS-ICL-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   MOVE 'SETTLEMENTS RECORDED' TO WS-SEC-TITLE
                   MOVE SPACES TO PRINT-LINE
                   WRITE PRINT-LINE
                   WRITE PRINT-LINE FROM WS-SECTION-LINE
                   WRITE PRINT-LINE FROM WS-ROW-COLUMN-LINE
                   SET WS-ICS-NOT-EOF TO TRUE
                   PERFORM 2100-RECORD-ONE-SETTLEMENT UNTIL WS-ICS-EOF
                   CLOSE INTERCOMPANY-LEDGER
               END-IF
               CLOSE SETTLEMENT-FILE
           END-IF.

       2100-RECORD-ONE-SETTLEMENT SECTION.

       2100-RECORD-ONE.
           READ SETTLEMENT-FILE
               AT END
                   SET WS-ICS-EOF TO TRUE
               NOT AT END
                   MOVE 'SETTLE' TO WS-RWL-TYPE
                   MOVE ICS-PAYING-COMPANY TO WS-RWL-OWING
                   MOVE ICS-RECEIVING-COMPANY TO WS-RWL-OWED
                   MOVE ICS-SETTLED-DATE TO WS-RWL-DATE
                   MOVE ICS-REFERENCE TO WS-RWL-REFERENCE
                   MOVE 0 TO WS-RWL-CUST-ID
                   EVALUATE TRUE
                       WHEN ICS-PAYING-COMPANY = SPACES
                           OR ICS-RECEIVING-COMPANY = SPACES
                           MOVE 0 TO WS-RWL-AMOUNT
                           MOVE 'REFUSED - COMPANY MISSING'
                               TO WS-RWL-NOTE
                           ADD 1 TO WS-SETTLEMENTS-REFUSED
                       WHEN ICS-PAYING-COMPANY = ICS-RECEIVING-COMPANY
                           MOVE 0 TO WS-RWL-AMOUNT
                           MOVE 'REFUSED - SAME COMPANY TWICE'
                               TO WS-RWL-NOTE
                           ADD 1 TO WS-SETTLEMENTS-REFUSED
                       WHEN ICS-AMOUNT NOT NUMERIC OR ICS-AMOUNT = 0
                           MOVE 0 TO WS-RWL-AMOUNT
                           MOVE 'REFUSED - NO AMOUNT' TO WS-RWL-NOTE
                           ADD 1 TO WS-SETTLEMENTS-REFUSED
                       WHEN OTHER
                           PERFORM 2200-APPEND-SETTLEMENT
                   END-EVALUATE
                   WRITE PRINT-LINE FROM WS-ROW-LINE
           END-READ.

       2200-APPEND-SETTLEMENT SECTION.

       2200-APPEND-SETL.
           INITIALIZE INTERCOMPANY-LEDGER-RECORD
           SET ICL-SETTLEMENT TO TRUE
           MOVE ICS-PAYING-COMPANY TO ICL-OWING-COMPANY
           MOVE ICS-RECEIVING-COMPANY TO ICL-OWED-COMPANY
           COMPUTE ICL-AMOUNT = 0 - ICS-AMOUNT
           MOVE ICS-SETTLED-DATE TO ICL-ENTRY-DATE
           MOVE ICS-REFERENCE TO ICL-REFERENCE
           WRITE INTERCOMPANY-LEDGER-RECORD
           MOVE ICL-AMOUNT TO WS-RWL-AMOUNT
           IF WS-ICL-OK
               ADD 1 TO WS-SETTLEMENTS-RECORDED
               MOVE 'RECORDED' TO WS-RWL-NOTE
           ELSE
               DISPLAY 'ERROR WRITING SETTLEMENT: ' ICS-REFERENCE
                   ' STATUS: ' WS-ICL-STATUS
               MOVE 'NOT RECORDED - WRITE FAILED' TO WS-RWL-NOTE
               ADD 1 TO WS-SETTLEMENTS-REFUSED
           END-IF.

      *----------------------------------------------------------------*
      * Rows dated before the period are brought forward; the rest
      * are the month's, and are listed as they are read.
      *----------------------------------------------------------------*
       3000-ACCUMULATE-POSITIONS SECTION.

       3000-ACCUMULATE.
           MOVE 'INTERCOMPANY ENTRIES THIS PERIOD' TO WS-SEC-TITLE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-ROW-COLUMN-LINE
           OPEN INPUT INTERCOMPANY-LEDGER
           IF NOT WS-ICL-OK
               DISPLAY 'NO INTERCOMPANY LEDGER, NO POSITIONS: '
                   WS-ICL-STATUS
           ELSE
               SET WS-ICL-NOT-EOF TO TRUE
               PERFORM 3100-ACCUMULATE-ONE-ROW UNTIL WS-ICL-EOF
               CLOSE INTERCOMPANY-LEDGER
           END-IF.

       3100-ACCUMULATE-ONE-ROW SECTION.

       3100-ACCUMULATE-ONE.
           READ INTERCOMPANY-LEDGER
               AT END
                   SET WS-ICL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDGER-ROWS-READ
                   IF ICL-OWING-COMPANY < ICL-OWED-COMPANY
                       MOVE ICL-OWING-COMPANY TO WS-PAIR-LOW
                       MOVE ICL-OWED-COMPANY TO WS-PAIR-HIGH
                       MOVE ICL-AMOUNT TO WS-TOWARD-AMOUNT
                   ELSE
                       MOVE ICL-OWED-COMPANY TO WS-PAIR-LOW
                       MOVE ICL-OWING-COMPANY TO WS-PAIR-HIGH
                       COMPUTE WS-TOWARD-AMOUNT = 0 - ICL-AMOUNT
                   END-IF
                   PERFORM 7000-FIND-PAIR
                   IF WS-PR-IDX <= WS-PAIR-COUNT
                       PERFORM 3200-ADD-ROW-TO-PAIR
                   END-IF
           END-READ.

       3200-ADD-ROW-TO-PAIR SECTION.

       3200-ADD-ROW.
           EVALUATE TRUE
               WHEN ICL-ENTRY-DATE(1:6) < WS-IC-PERIOD
                   ADD WS-TOWARD-AMOUNT TO WS-PR-OPENING(WS-PR-IDX)
               WHEN ICL-SETTLEMENT
                   ADD WS-TOWARD-AMOUNT TO WS-PR-SETTLED(WS-PR-IDX)
                   PERFORM 3300-LIST-LEDGER-ROW
               WHEN OTHER
                   ADD WS-TOWARD-AMOUNT TO WS-PR-APPLIED(WS-PR-IDX)
                   PERFORM 3300-LIST-LEDGER-ROW
           END-EVALUATE.

       3300-LIST-LEDGER-ROW SECTION.

       3300-LIST-ROW.
           IF ICL-SETTLEMENT
               MOVE 'SETTLE' TO WS-RWL-TYPE
               MOVE SPACES TO WS-RWL-NOTE
           ELSE
               MOVE 'APPLY' TO WS-RWL-TYPE
               MOVE 'PARENT PAID SUBSIDIARY ITEM' TO WS-RWL-NOTE
           END-IF
           MOVE ICL-OWING-COMPANY TO WS-RWL-OWING
           MOVE ICL-OWED-COMPANY TO WS-RWL-OWED
           MOVE ICL-ENTRY-DATE TO WS-RWL-DATE
           MOVE ICL-REFERENCE TO WS-RWL-REFERENCE
           MOVE ICL-CUST-ID TO WS-RWL-CUST-ID
           MOVE ICL-AMOUNT TO WS-RWL-AMOUNT
           WRITE PRINT-LINE FROM WS-ROW-LINE.

       4000-PRINT-POSITIONS SECTION.

       4000-PRINT-POS.
           MOVE 'POSITION BETWEEN COMPANIES' TO WS-SEC-TITLE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           WRITE PRINT-LINE FROM WS-PAIR-COLUMN-LINE
           PERFORM 4100-PRINT-ONE-PAIR
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PAIR-COUNT.

       4100-PRINT-ONE-PAIR SECTION.

       4100-PRINT-PAIR.
           COMPUTE WS-PR-CLOSING(WS-PR-IDX) =
               WS-PR-OPENING(WS-PR-IDX) + WS-PR-APPLIED(WS-PR-IDX)
               + WS-PR-SETTLED(WS-PR-IDX)
           MOVE WS-PR-LOW(WS-PR-IDX) TO WS-PRL-LOW
           MOVE WS-PR-HIGH(WS-PR-IDX) TO WS-PRL-HIGH
           MOVE WS-PR-OPENING(WS-PR-IDX) TO WS-PRL-OPENING
           MOVE WS-PR-APPLIED(WS-PR-IDX) TO WS-PRL-APPLIED
           MOVE WS-PR-SETTLED(WS-PR-IDX) TO WS-PRL-SETTLED
           MOVE WS-PR-CLOSING(WS-PR-IDX) TO WS-PRL-CLOSING
           EVALUATE TRUE
               WHEN WS-PR-CLOSING(WS-PR-IDX) > 0
                   MOVE WS-PR-LOW(WS-PR-IDX) TO WS-PST-OWING
                   MOVE WS-PR-HIGH(WS-PR-IDX) TO WS-PST-OWED
                   MOVE WS-POSITION-TEXT TO WS-PRL-POSITION
                   ADD 1 TO WS-PAIRS-OPEN
               WHEN WS-PR-CLOSING(WS-PR-IDX) < 0
                   MOVE WS-PR-HIGH(WS-PR-IDX) TO WS-PST-OWING
                   MOVE WS-PR-LOW(WS-PR-IDX) TO WS-PST-OWED
                   MOVE WS-POSITION-TEXT TO WS-PRL-POSITION
                   ADD 1 TO WS-PAIRS-OPEN
               WHEN OTHER
                   MOVE 'SETTLED IN FULL' TO WS-PRL-POSITION
           END-EVALUATE
           WRITE PRINT-LINE FROM WS-PAIR-LINE.

      *----------------------------------------------------------------*
      * Finds the pair in WS-PAIR-LOW/WS-PAIR-HIGH, adding it when
      * new; WS-PR-IDX past the count means the table was full.
      *----------------------------------------------------------------*
       7000-FIND-PAIR SECTION.

       7000-FIND-PR.
           MOVE 1 TO WS-PR-IDX
           PERFORM 7010-STEP-PAIR-INDEX
               UNTIL WS-PR-IDX > WS-PAIR-COUNT
                   OR (WS-PR-LOW(WS-PR-IDX) = WS-PAIR-LOW
                       AND WS-PR-HIGH(WS-PR-IDX) = WS-PAIR-HIGH)
           IF WS-PR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-COUNT < 45
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-PR-IDX
                   MOVE WS-PAIR-LOW TO WS-PR-LOW(WS-PR-IDX)
                   MOVE WS-PAIR-HIGH TO WS-PR-HIGH(WS-PR-IDX)
               ELSE
                   ADD 1 TO WS-PAIR-FULL-COUNT
               END-IF
           END-IF.

       7010-STEP-PAIR-INDEX SECTION.

       7010-STEP-PR.
           ADD 1 TO WS-PR-IDX.

      *----------------------------------------------------------------*
      * A pair that would not fit the table leaves the positions
      * incomplete; a refused settlement needs the controllers to
      * key it again.
      *----------------------------------------------------------------*
       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-PRINT-OK
               CLOSE POSITION-REPORT
           END-IF
           IF WS-PAIR-FULL-COUNT > 0
               DISPLAY 'PAIR TABLE FULL, ROWS NOT REPORTED: '
                   WS-PAIR-FULL-COUNT
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           DISPLAY 'LEDGER ROWS READ:       ' WS-LEDGER-ROWS-READ
           DISPLAY 'SETTLEMENTS RECORDED:   ' WS-SETTLEMENTS-RECORDED
           DISPLAY 'SETTLEMENTS REFUSED:    ' WS-SETTLEMENTS-REFUSED
           DISPLAY 'PAIRS WITH OPEN POSITION: ' WS-PAIRS-OPEN
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-SETTLEMENTS-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
