       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRCOMP.
      *================================================================*
      * DR SITE WEEKLY COMPARE
      * Holds the record count and balance total of every replicated
      * file at the disaster-recovery site (DRTOTDR, from DRTOTL)
      * against production's (DRTOTPRD, from DREXTR) and reports each
      * file MATCHED or what differs. Totals are only compared when
      * both sites took them after the same delta; a DR site still
      * behind production, a file missing from either side, or one
      * that could not be read at either site, is a finding in its own
      * right. Any finding sets return code 8 so the week's DR
      * position is looked into before it is relied on.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-TOTALS-FILE ASSIGN TO 'DRTOTPRD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT DR-TOTALS-FILE ASSIGN TO 'DRTOTDR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRS-STATUS.

           SELECT COMPARE-REPORT ASSIGN TO 'DRCRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROD-TOTALS-FILE.
       01  PROD-TOTALS-LINE                PIC X(66).

       FD  DR-TOTALS-FILE.
       01  DR-SITE-TOTALS-LINE             PIC X(66).

       FD  COMPARE-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PRD-STATUS                   PIC XX.
           88  WS-PRD-OK                   VALUE '00'.

       01  WS-DRS-STATUS                   PIC XX.
           88  WS-DRS-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY DRTOTREC.

       COPY DRFILTAB.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-TOT-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-TOT-EOF              VALUE 'Y'.
               88  WS-TOT-NOT-EOF          VALUE 'N'.

       01  WS-NOW-DATE                     PIC 9(8).
       01  WS-RESULT                       PIC X(30).

      *----------------------------------------------------------------*
      * Per replicated file, in table order: the totals each site
      * reported for it.
      *----------------------------------------------------------------*
       01  WS-COMPARE-TABLE.
           05  WS-CMP-ENTRY OCCURS 37 TIMES.
               10  WS-CMP-PRD-FLAG         PIC X(1).
                   88  WS-CMP-PRD-SEEN     VALUE 'Y'.
               10  WS-CMP-PRD-SEQ          PIC 9(9).
               10  WS-CMP-PRD-COUNT        PIC 9(9).
               10  WS-CMP-PRD-BALANCE      PIC S9(13)V99.
               10  WS-CMP-PRD-STATUS       PIC XX.
               10  WS-CMP-DRS-FLAG         PIC X(1).
                   88  WS-CMP-DRS-SEEN     VALUE 'Y'.
               10  WS-CMP-DRS-SEQ          PIC 9(9).
               10  WS-CMP-DRS-COUNT        PIC 9(9).
               10  WS-CMP-DRS-BALANCE      PIC S9(13)V99.
               10  WS-CMP-DRS-STATUS       PIC XX.

       01  WS-COMPARE-TOTALS.
           05  WS-FILES-MATCHED            PIC 9(3) VALUE 0.
           05  WS-FILES-DIFFERING          PIC 9(3) VALUE 0.
           05  WS-ROWS-IGNORED             PIC 9(5) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'DR SITE WEEKLY COMPARE'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-RUN-DATE             PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE 'FILE'.
           05  FILLER                      PIC X(10) VALUE 'PRD DELTA'.
           05  FILLER                      PIC X(10) VALUE ' DR DELTA'.
           05  FILLER                      PIC X(12)
               VALUE '   PRD COUNT'.
           05  FILLER                      PIC X(12)
               VALUE '    DR COUNT'.
           05  FILLER                      PIC X(22)
               VALUE '     PRODUCTION TOTAL'.
           05  FILLER                      PIC X(22)
               VALUE '        DR SITE TOTAL'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATASET              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-PRD-SEQ              PIC Z(8)9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-DRS-SEQ              PIC Z(8)9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-PRD-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-DRS-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-PRD-BALANCE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-DRS-BALANCE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-RESULT               PIC X(30).

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(17)
               VALUE 'FILES MATCHED:   '.
           05  WS-SUM-MATCHED              PIC ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(17)
               VALUE 'FILES DIFFERING: '.
           05  WS-SUM-DIFFERING            PIC ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(14)
               VALUE 'ROWS IGNORED: '.
           05  WS-SUM-IGNORED              PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-LOAD-PROD-TOTALS
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 3000-LOAD-DR-TOTALS
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 4000-COMPARE-ONE-FILE
                   VARYING DRF-IDX FROM 1 BY 1
                   UNTIL DRF-IDX > DRF-TABLE-SIZE
               PERFORM 5000-WRITE-SUMMARY
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-COMPARE-TABLE
           OPEN OUTPUT COMPARE-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING DR COMPARE REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE WS-NOW-DATE TO WS-HDG-RUN-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
           END-IF.

      *----------------------------------------------------------------*
      * Without both sets of totals there is nothing to compare, so a
      * missing totals file ends the run.
      *----------------------------------------------------------------*
       2000-LOAD-PROD-TOTALS SECTION.

       2000-LOAD-PROD.
           OPEN INPUT PROD-TOTALS-FILE
           IF NOT WS-PRD-OK
               DISPLAY 'ERROR OPENING PRODUCTION TOTALS FILE: '
                   WS-PRD-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-TOT-NOT-EOF TO TRUE
               PERFORM 2100-LOAD-ONE-PROD-ROW UNTIL WS-TOT-EOF
               CLOSE PROD-TOTALS-FILE
           END-IF.

       2100-LOAD-ONE-PROD-ROW SECTION.

       2100-LOAD-PROD-ROW.
           READ PROD-TOTALS-FILE INTO DR-TOTALS-RECORD
               AT END
                   SET WS-TOT-EOF TO TRUE
               NOT AT END
                   PERFORM 6000-FIND-FILE
                   IF DRF-IDX > DRF-TABLE-SIZE
                       OR NOT DRT-PRODUCTION-SITE
                       ADD 1 TO WS-ROWS-IGNORED
                   ELSE
                       SET WS-CMP-PRD-SEEN(DRF-IDX) TO TRUE
                       MOVE DRT-DELTA-SEQ TO WS-CMP-PRD-SEQ(DRF-IDX)
                       MOVE DRT-RECORD-COUNT
                           TO WS-CMP-PRD-COUNT(DRF-IDX)
                       MOVE DRT-BALANCE-TOTAL
                           TO WS-CMP-PRD-BALANCE(DRF-IDX)
                       MOVE DRT-FILE-STATUS
                           TO WS-CMP-PRD-STATUS(DRF-IDX)
                   END-IF
           END-READ.

       3000-LOAD-DR-TOTALS SECTION.

       3000-LOAD-DR.
           OPEN INPUT DR-TOTALS-FILE
           IF NOT WS-DRS-OK
               DISPLAY 'ERROR OPENING DR SITE TOTALS FILE: '
                   WS-DRS-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-TOT-NOT-EOF TO TRUE
               PERFORM 3100-LOAD-ONE-DR-ROW UNTIL WS-TOT-EOF
               CLOSE DR-TOTALS-FILE
           END-IF.

       3100-LOAD-ONE-DR-ROW SECTION.

       3100-LOAD-DR-ROW.
           READ DR-TOTALS-FILE INTO DR-TOTALS-RECORD
               AT END
                   SET WS-TOT-EOF TO TRUE
               NOT AT END
                   PERFORM 6000-FIND-FILE
                   IF DRF-IDX > DRF-TABLE-SIZE
                       OR NOT DRT-DR-SITE
                       ADD 1 TO WS-ROWS-IGNORED
                   ELSE
                       SET WS-CMP-DRS-SEEN(DRF-IDX) TO TRUE
                       MOVE DRT-DELTA-SEQ TO WS-CMP-DRS-SEQ(DRF-IDX)
                       MOVE DRT-RECORD-COUNT
                           TO WS-CMP-DRS-COUNT(DRF-IDX)
                       MOVE DRT-BALANCE-TOTAL
                           TO WS-CMP-DRS-BALANCE(DRF-IDX)
                       MOVE DRT-FILE-STATUS
                           TO WS-CMP-DRS-STATUS(DRF-IDX)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * The first thing found wrong with a file is its result; counts
      * and totals are only held against each other once both sites
      * read the file whole after the same delta.
      *----------------------------------------------------------------*
       4000-COMPARE-ONE-FILE SECTION.

       4000-COMPARE.
           EVALUATE TRUE
               WHEN NOT WS-CMP-PRD-SEEN(DRF-IDX)
                   MOVE 'NO PRODUCTION TOTALS' TO WS-RESULT
               WHEN NOT WS-CMP-DRS-SEEN(DRF-IDX)
                   MOVE 'NO DR SITE TOTALS' TO WS-RESULT
               WHEN WS-CMP-PRD-STATUS(DRF-IDX) NOT = '00'
                   MOVE 'NOT READ AT PRODUCTION' TO WS-RESULT
               WHEN WS-CMP-DRS-STATUS(DRF-IDX) NOT = '00'
                   MOVE 'NOT READ AT DR SITE' TO WS-RESULT
               WHEN WS-CMP-PRD-SEQ(DRF-IDX)
                   NOT = WS-CMP-DRS-SEQ(DRF-IDX)
                   MOVE 'TAKEN AFTER DIFFERENT DELTAS' TO WS-RESULT
               WHEN WS-CMP-PRD-COUNT(DRF-IDX)
                   NOT = WS-CMP-DRS-COUNT(DRF-IDX)
                   AND WS-CMP-PRD-BALANCE(DRF-IDX)
                   NOT = WS-CMP-DRS-BALANCE(DRF-IDX)
                   MOVE 'COUNT AND BALANCE DIFFER' TO WS-RESULT
               WHEN WS-CMP-PRD-COUNT(DRF-IDX)
                   NOT = WS-CMP-DRS-COUNT(DRF-IDX)
                   MOVE 'RECORD COUNT DIFFERS' TO WS-RESULT
               WHEN WS-CMP-PRD-BALANCE(DRF-IDX)
                   NOT = WS-CMP-DRS-BALANCE(DRF-IDX)
                   MOVE 'BALANCE TOTAL DIFFERS' TO WS-RESULT
               WHEN OTHER
                   MOVE 'MATCHED' TO WS-RESULT
           END-EVALUATE
           IF WS-RESULT = 'MATCHED'
               ADD 1 TO WS-FILES-MATCHED
           ELSE
               ADD 1 TO WS-FILES-DIFFERING
               DISPLAY 'DR COMPARE ' DRF-DATASET(DRF-IDX) ': '
                   WS-RESULT
           END-IF
           MOVE DRF-DATASET(DRF-IDX) TO WS-DTL-DATASET
           MOVE WS-CMP-PRD-SEQ(DRF-IDX) TO WS-DTL-PRD-SEQ
           MOVE WS-CMP-DRS-SEQ(DRF-IDX) TO WS-DTL-DRS-SEQ
           MOVE WS-CMP-PRD-COUNT(DRF-IDX) TO WS-DTL-PRD-COUNT
           MOVE WS-CMP-DRS-COUNT(DRF-IDX) TO WS-DTL-DRS-COUNT
           MOVE WS-CMP-PRD-BALANCE(DRF-IDX) TO WS-DTL-PRD-BALANCE
           MOVE WS-CMP-DRS-BALANCE(DRF-IDX) TO WS-DTL-DRS-BALANCE
           MOVE WS-RESULT TO WS-DTL-RESULT
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

       5000-WRITE-SUMMARY SECTION.

       5000-SUMMARY.
           MOVE WS-FILES-MATCHED TO WS-SUM-MATCHED
           MOVE WS-FILES-DIFFERING TO WS-SUM-DIFFERING
           MOVE WS-ROWS-IGNORED TO WS-SUM-IGNORED
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE.

       6000-FIND-FILE SECTION.

       6000-FIND.
           MOVE 1 TO DRF-IDX
           PERFORM 6100-STEP-FILE-INDEX
               UNTIL DRF-IDX > DRF-TABLE-SIZE
                   OR DRF-FILE-ID(DRF-IDX) = DRT-FILE-ID.

       6100-STEP-FILE-INDEX SECTION.

       6100-STEP.
           ADD 1 TO DRF-IDX.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-PRINT-OK
               CLOSE COMPARE-REPORT
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   DISPLAY 'DR COMPARE NOT COMPLETED'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-FILES-DIFFERING > 0
                   DISPLAY 'DR COMPARE FILES DIFFERING: '
                       WS-FILES-DIFFERING
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'DR COMPARE ALL FILES MATCHED: '
                       WS-FILES-MATCHED
           END-EVALUATE.
