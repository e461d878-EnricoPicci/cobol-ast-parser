       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAPPLY.
      *================================================================*
      * DR REPLICATION DELTA APPLY
      * Runs at the disaster-recovery site against the delta DREXTR
      * cut at production (DRDELTA), bringing CUSTFILE and the keyed
      * satellite files there up to the state production closed the
      * day in. The delta is proved whole before anything is touched:
      * it must be the delta after the last one applied (DRAPCTL), its
      * rows must run unbroken from its header to its end row, every
      * row must carry its delta number, and each file's detail rows
      * must agree with that file's trailer. A delta failing any of
      * this is rejected with return code 12 and nothing applied.
      *
      * Each detail then carries the whole record, so an add or change
      * writes the record as production holds it and a delete removes
      * it. At each file's trailer the adds, changes and deletes
      * applied and the movement they made in the file's balance total
      * at this site are held against the trailer's; a difference
      * means the DR copy had drifted from production before this
      * delta, and is reported with return code 8. An add that finds
      * the record already here, or a change or delete that finds none,
      * is applied as production has it and listed (return code 4).
      * The apply control only moves on once every file is applied,
      * so a run that fails part way is simply run again: every
      * detail reapplies safely.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELTA-FILE ASSIGN TO 'DRDELTA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLT-STATUS.

           SELECT APPLY-CONTROL-FILE ASSIGN TO 'DRAPCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT APPLY-REPORT ASSIGN TO 'DRARPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELTA-FILE.
           COPY DRDLTREC.

       FD  APPLY-CONTROL-FILE.
           COPY DRACTREC.

       FD  APPLY-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DLT-STATUS                   PIC XX.
           88  WS-DLT-OK                   VALUE '00'.

       01  WS-CTL-STATUS                   PIC XX.
           88  WS-CTL-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY DRIOPARM.

       COPY DRFILTAB.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-DLT-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-DLT-EOF              VALUE 'Y'.
               88  WS-DLT-NOT-EOF          VALUE 'N'.
           05  WS-END-ROW-FLAG             PIC X VALUE 'N'.
               88  WS-END-ROW-SEEN         VALUE 'Y'.
               88  WS-END-ROW-NOT-SEEN     VALUE 'N'.
           05  WS-FILE-OPEN-FLAG           PIC X VALUE 'N'.
               88  WS-DR-FILE-OPEN         VALUE 'Y'.
               88  WS-DR-FILE-CLOSED       VALUE 'N'.
           05  WS-BALANCE-FLAG             PIC X VALUE 'N'.
               88  WS-OUT-OF-BALANCE       VALUE 'Y'.
               88  WS-ALL-IN-BALANCE       VALUE 'N'.

       01  WS-NOW-DATE                     PIC 9(8).
       01  WS-NOW-TIME                     PIC 9(6).

       01  WS-LAST-APPLIED-SEQ             PIC 9(9) VALUE 0.
       01  WS-EXPECTED-SEQ                 PIC 9(9) VALUE 0.
       01  WS-DELTA-SEQ                    PIC 9(9) VALUE 0.
       01  WS-DELTA-CUT-DATE               PIC 9(8) VALUE 0.
       01  WS-EXPECTED-ROW                 PIC 9(9) VALUE 0.
       01  WS-REJECT-REASON                PIC X(40) VALUE SPACES.
       01  WS-OPEN-FILE-ID                 PIC X(2) VALUE SPACES.

      *----------------------------------------------------------------*
      * Per replicated file, in table order: the detail rows counted
      * while proving the delta, whether its trailer has been seen,
      * and what the apply did to it.
      *----------------------------------------------------------------*
       01  WS-FILE-TALLY-TABLE.
           05  WS-FTL-ENTRY OCCURS 37 TIMES.
               10  WS-FTL-ADDS             PIC 9(9).
               10  WS-FTL-CHANGES          PIC 9(9).
               10  WS-FTL-DELETES          PIC 9(9).
               10  WS-FTL-TRAILER-FLAG     PIC X(1).
                   88  WS-FTL-TRAILER-SEEN VALUE 'Y'.
               10  WS-FTL-MOVEMENT         PIC S9(13)V99.

       01  WS-PRIOR-BALANCE                PIC S9(9)V99.

       01  WS-APPLY-TOTALS.
           05  WS-DETAILS-APPLIED          PIC 9(9) VALUE 0.
           05  WS-DETAILS-LISTED           PIC 9(9) VALUE 0.
           05  WS-FILES-OUT-OF-BALANCE     PIC 9(3) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'DR REPLICATION DELTA APPLY'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE 'DELTA: '.
           05  WS-HDG-DELTA-SEQ            PIC 9(9).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE 'CUT: '.
           05  WS-HDG-CUT-DATE             PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE 'APPLIED: '.
           05  WS-HDG-APPLY-DATE           PIC 9(8).

       01  WS-REJECT-LINE.
           05  FILLER                      PIC X(16)
               VALUE 'DELTA REJECTED: '.
           05  WS-REJ-REASON               PIC X(40).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE 'ROW: '.
           05  WS-REJ-ROW                  PIC 9(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'EXPECTED: '.
           05  WS-REJ-EXPECTED             PIC 9(9).

       01  WS-LISTED-LINE.
           05  WS-LST-DATASET              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LST-KEY                  PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LST-FINDING              PIC X(40).

       01  WS-CONTROL-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE 'FILE'.
           05  FILLER                      PIC X(10) VALUE '      ADDS'.
           05  FILLER                      PIC X(10) VALUE '   CHANGES'.
           05  FILLER                      PIC X(10) VALUE '   DELETES'.
           05  FILLER                      PIC X(22)
               VALUE '   PRODUCTION MOVEMENT'.
           05  FILLER                      PIC X(22)
               VALUE '      DR SITE MOVEMENT'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(14) VALUE 'RESULT'.

       01  WS-CONTROL-LINE.
           05  WS-CTL-DATASET              PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CTL-ADDS                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-CTL-CHANGES              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-CTL-DELETES              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CTL-PROD-MOVEMENT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CTL-DR-MOVEMENT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CTL-RESULT               PIC X(14).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-PROVE-DELTA
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 3000-APPLY-DELTA
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 4000-ADVANCE-APPLY-CONTROL
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

      *----------------------------------------------------------------*
      * With no apply control yet, the site is waiting for its first
      * delta.
      *----------------------------------------------------------------*
       1000-INITIALIZE SECTION.

       1000-INIT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           INITIALIZE WS-FILE-TALLY-TABLE
           OPEN INPUT APPLY-CONTROL-FILE
           IF WS-CTL-OK
               READ APPLY-CONTROL-FILE
                   AT END
                       MOVE 0 TO DRA-LAST-DELTA-SEQ
               END-READ
               MOVE DRA-LAST-DELTA-SEQ TO WS-LAST-APPLIED-SEQ
               CLOSE APPLY-CONTROL-FILE
           ELSE
               DISPLAY 'NO DR APPLY CONTROL, FIRST DELTA EXPECTED: '
                   WS-CTL-STATUS
           END-IF
           COMPUTE WS-EXPECTED-SEQ = WS-LAST-APPLIED-SEQ + 1
           OPEN OUTPUT APPLY-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING DR APPLY REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * First pass: the whole delta is read and proved before the
      * files are touched.
      *----------------------------------------------------------------*
       2000-PROVE-DELTA SECTION.

       2000-PROVE.
           OPEN INPUT DELTA-FILE
           IF NOT WS-DLT-OK
               DISPLAY 'ERROR OPENING DR DELTA FILE: ' WS-DLT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE 1 TO WS-EXPECTED-ROW
               SET WS-DLT-NOT-EOF TO TRUE
               PERFORM 2100-PROVE-ONE-ROW
                   UNTIL WS-DLT-EOF OR WS-RUN-ABORTED
               CLOSE DELTA-FILE
               IF WS-RUN-CLEAN
                   PERFORM 2500-CHECK-DELTA-COMPLETE
               END-IF
           END-IF
           MOVE WS-DELTA-SEQ TO WS-HDG-DELTA-SEQ
           MOVE WS-DELTA-CUT-DATE TO WS-HDG-CUT-DATE
           MOVE WS-NOW-DATE TO WS-HDG-APPLY-DATE
           IF WS-PRINT-OK
               WRITE PRINT-LINE FROM WS-HEADING-LINE
           END-IF
           IF WS-RUN-ABORTED AND WS-REJECT-REASON NOT = SPACES
               MOVE WS-REJECT-REASON TO WS-REJ-REASON
               WRITE PRINT-LINE FROM WS-REJECT-LINE
               DISPLAY 'DR DELTA REJECTED: ' WS-REJECT-REASON
           END-IF.

       2100-PROVE-ONE-ROW SECTION.

       2100-PROVE-ROW.
           READ DELTA-FILE
               AT END
                   SET WS-DLT-EOF TO TRUE
               NOT AT END
                   MOVE DRD-ROW-SEQ TO WS-REJ-ROW
                   MOVE WS-EXPECTED-ROW TO WS-REJ-EXPECTED
                   EVALUATE TRUE
                       WHEN DRD-ROW-SEQ NOT = WS-EXPECTED-ROW
                           MOVE 'ROW OUT OF SEQUENCE'
                               TO WS-REJECT-REASON
                       WHEN WS-END-ROW-SEEN
                           MOVE 'ROWS AFTER END ROW' TO WS-REJECT-REASON
                       WHEN WS-EXPECTED-ROW = 1
                           PERFORM 2200-PROVE-HEADER
                       WHEN DRD-DELTA-SEQ NOT = WS-DELTA-SEQ
                           MOVE 'ROW FROM ANOTHER DELTA'
                               TO WS-REJECT-REASON
                       WHEN DRD-DETAIL OR DRD-FILE-TRAILER
                           PERFORM 2300-PROVE-FILE-ROW
                       WHEN DRD-END
                           SET WS-END-ROW-SEEN TO TRUE
                           IF DRD-ROW-COUNT NOT = DRD-ROW-SEQ
                               MOVE 'END ROW COUNT DOES NOT AGREE'
                                   TO WS-REJECT-REASON
                           END-IF
                       WHEN OTHER
                           MOVE 'UNKNOWN ROW TYPE' TO WS-REJECT-REASON
                   END-EVALUATE
                   IF WS-REJECT-REASON NOT = SPACES
                       SET WS-RUN-ABORTED TO TRUE
                   END-IF
                   ADD 1 TO WS-EXPECTED-ROW
           END-READ.

       2200-PROVE-HEADER SECTION.

       2200-PROVE-HDR.
           IF DRD-HEADER
               MOVE DRD-DELTA-SEQ TO WS-DELTA-SEQ
               MOVE DRD-CUT-DATE TO WS-DELTA-CUT-DATE
               IF WS-DELTA-SEQ NOT = WS-EXPECTED-SEQ
                   MOVE 'DELTA OUT OF SEQUENCE' TO WS-REJECT-REASON
                   MOVE WS-DELTA-SEQ TO WS-REJ-ROW
                   MOVE WS-EXPECTED-SEQ TO WS-REJ-EXPECTED
               END-IF
           ELSE
               MOVE 'FIRST ROW IS NOT A HEADER' TO WS-REJECT-REASON
           END-IF.

      *----------------------------------------------------------------*
      * A file's details are counted until its trailer, which must
      * agree with them; nothing may follow a file's trailer for it.
      *----------------------------------------------------------------*
       2300-PROVE-FILE-ROW SECTION.

       2300-PROVE-FILE.
           PERFORM 6000-FIND-FILE
           EVALUATE TRUE
               WHEN DRF-IDX > DRF-TABLE-SIZE
                   MOVE 'UNKNOWN FILE ID' TO WS-REJECT-REASON
               WHEN WS-FTL-TRAILER-SEEN(DRF-IDX)
                   MOVE 'ROW AFTER ITS FILE TRAILER'
                       TO WS-REJECT-REASON
               WHEN DRD-FILE-TRAILER
                   SET WS-FTL-TRAILER-SEEN(DRF-IDX) TO TRUE
                   IF DRD-ADD-COUNT NOT = WS-FTL-ADDS(DRF-IDX)
                       OR DRD-CHANGE-COUNT NOT =
                           WS-FTL-CHANGES(DRF-IDX)
                       OR DRD-DELETE-COUNT NOT =
                           WS-FTL-DELETES(DRF-IDX)
                       MOVE 'FILE TRAILER DOES NOT AGREE'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN DRD-ADD
                   ADD 1 TO WS-FTL-ADDS(DRF-IDX)
               WHEN DRD-CHANGE
                   ADD 1 TO WS-FTL-CHANGES(DRF-IDX)
               WHEN DRD-DELETE
                   ADD 1 TO WS-FTL-DELETES(DRF-IDX)
               WHEN OTHER
                   MOVE 'UNKNOWN DETAIL ACTION' TO WS-REJECT-REASON
           END-EVALUATE.

       2500-CHECK-DELTA-COMPLETE SECTION.

       2500-CHECK-COMPLETE.
           MOVE WS-EXPECTED-ROW TO WS-REJ-ROW
           MOVE 0 TO WS-REJ-EXPECTED
           EVALUATE TRUE
               WHEN WS-EXPECTED-ROW = 1
                   MOVE 'DELTA IS EMPTY' TO WS-REJECT-REASON
               WHEN WS-END-ROW-NOT-SEEN
                   MOVE 'DELTA INCOMPLETE, NO END ROW'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2510-CHECK-ONE-TRAILER
                       VARYING DRF-IDX FROM 1 BY 1
                       UNTIL DRF-IDX > DRF-TABLE-SIZE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       2510-CHECK-ONE-TRAILER SECTION.

       2510-CHECK-TRAILER.
           IF NOT WS-FTL-TRAILER-SEEN(DRF-IDX)
               AND WS-REJECT-REASON = SPACES
               STRING 'NO TRAILER FOR ' DELIMITED BY SIZE
                   DRF-DATASET(DRF-IDX) DELIMITED BY SPACE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      * Second pass: the proved delta is applied file by file.
      *----------------------------------------------------------------*
       3000-APPLY-DELTA SECTION.

       3000-APPLY.
           WRITE PRINT-LINE FROM WS-CONTROL-COLUMN-LINE
           OPEN INPUT DELTA-FILE
           IF NOT WS-DLT-OK
               DISPLAY 'ERROR REOPENING DR DELTA FILE: ' WS-DLT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-DLT-NOT-EOF TO TRUE
               PERFORM 3100-APPLY-ONE-ROW
                   UNTIL WS-DLT-EOF OR WS-RUN-ABORTED
               IF WS-DR-FILE-OPEN
                   PERFORM 3800-CLOSE-DR-FILE
               END-IF
               CLOSE DELTA-FILE
           END-IF.

       3100-APPLY-ONE-ROW SECTION.

       3100-APPLY-ROW.
           READ DELTA-FILE
               AT END
                   SET WS-DLT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DRD-DETAIL
                           PERFORM 6000-FIND-FILE
                           IF WS-OPEN-FILE-ID NOT = DRD-FILE-ID
                               PERFORM 3700-OPEN-DR-FILE
                           END-IF
                           IF WS-RUN-CLEAN
                               PERFORM 3200-APPLY-DETAIL
                           END-IF
                       WHEN DRD-FILE-TRAILER
                           PERFORM 6000-FIND-FILE
                           IF WS-OPEN-FILE-ID = DRD-FILE-ID
                               PERFORM 3800-CLOSE-DR-FILE
                           END-IF
                           PERFORM 3500-CHECK-FILE-CONTROL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      * The record at this site before the detail gives the movement
      * the detail makes here; a record missing or already present
      * is listed and the detail applied as production has it.
      *----------------------------------------------------------------*
       3200-APPLY-DETAIL SECTION.

       3200-APPLY-DTL.
           MOVE DRD-FILE-ID TO DIO-FILE-ID
           MOVE DRD-KEY TO DIO-KEY
           SET DIO-FN-READ-KEY TO TRUE
           CALL 'DRFILEIO' USING DRFILEIO-PARMS
           MOVE DIO-BALANCE TO WS-PRIOR-BALANCE
           EVALUATE TRUE
               WHEN DIO-OK
                   IF DRD-ADD
                       MOVE 'ADD FOUND RECORD ALREADY AT DR SITE'
                           TO WS-LST-FINDING
                       PERFORM 3600-LIST-DETAIL
                   END-IF
                   SUBTRACT WS-PRIOR-BALANCE FROM
                       WS-FTL-MOVEMENT(DRF-IDX)
                   IF DRD-DELETE
                       SET DIO-FN-DELETE TO TRUE
                   ELSE
                       SET DIO-FN-REWRITE TO TRUE
                   END-IF
               WHEN DIO-NOT-FOUND
                   IF DRD-CHANGE
                       MOVE 'CHANGE FOUND NO RECORD AT DR SITE'
                           TO WS-LST-FINDING
                       PERFORM 3600-LIST-DETAIL
                   END-IF
                   IF DRD-DELETE
                       MOVE 'DELETE FOUND NO RECORD AT DR SITE'
                           TO WS-LST-FINDING
                       PERFORM 3600-LIST-DETAIL
                       ADD 1 TO WS-DETAILS-APPLIED
                       SUBTRACT 1 FROM WS-FTL-DELETES(DRF-IDX)
                       MOVE SPACES TO DIO-FUNCTION-CODE
                   ELSE
                       SET DIO-FN-WRITE TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR READING ' DRF-DATASET(DRF-IDX)
                       ' AT DR SITE, APPLY STOPPED: ' DIO-FILE-STATUS
                       ' KEY: ' DRD-KEY
                   SET WS-RUN-ABORTED TO TRUE
           END-EVALUATE
           IF WS-RUN-CLEAN AND DIO-FUNCTION-CODE NOT = SPACES
               PERFORM 3300-UPDATE-DR-RECORD
           END-IF.

       3300-UPDATE-DR-RECORD SECTION.

       3300-UPDATE.
           IF NOT DIO-FN-DELETE
               MOVE DRD-RECORD-IMAGE TO DIO-RECORD-IMAGE
               ADD DRD-BALANCE TO WS-FTL-MOVEMENT(DRF-IDX)
           END-IF
           MOVE DRD-FILE-ID TO DIO-FILE-ID
           MOVE DRD-KEY TO DIO-KEY
           CALL 'DRFILEIO' USING DRFILEIO-PARMS
           IF DIO-OK
               ADD 1 TO WS-DETAILS-APPLIED
               EVALUATE TRUE
                   WHEN DRD-ADD
                       SUBTRACT 1 FROM WS-FTL-ADDS(DRF-IDX)
                   WHEN DRD-CHANGE
                       SUBTRACT 1 FROM WS-FTL-CHANGES(DRF-IDX)
                   WHEN OTHER
                       SUBTRACT 1 FROM WS-FTL-DELETES(DRF-IDX)
               END-EVALUATE
           ELSE
               DISPLAY 'ERROR UPDATING ' DRF-DATASET(DRF-IDX)
                   ' AT DR SITE, APPLY STOPPED: ' DIO-FILE-STATUS
                   ' KEY: ' DRD-KEY
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * The first pass counted each file's details up; the apply
      * counts them back down as they land, so a file whose counts
      * are all back to zero had every detail applied. Its movement
      * here must match production's.
      *----------------------------------------------------------------*
       3500-CHECK-FILE-CONTROL SECTION.

       3500-CHECK-CONTROL.
           MOVE DRF-DATASET(DRF-IDX) TO WS-CTL-DATASET
           MOVE DRD-ADD-COUNT TO WS-CTL-ADDS
           MOVE DRD-CHANGE-COUNT TO WS-CTL-CHANGES
           MOVE DRD-DELETE-COUNT TO WS-CTL-DELETES
           MOVE DRD-NET-MOVEMENT TO WS-CTL-PROD-MOVEMENT
           MOVE WS-FTL-MOVEMENT(DRF-IDX) TO WS-CTL-DR-MOVEMENT
           IF WS-FTL-ADDS(DRF-IDX) = 0
               AND WS-FTL-CHANGES(DRF-IDX) = 0
               AND WS-FTL-DELETES(DRF-IDX) = 0
               AND WS-FTL-MOVEMENT(DRF-IDX) = DRD-NET-MOVEMENT
               MOVE 'IN BALANCE' TO WS-CTL-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-CTL-RESULT
               SET WS-OUT-OF-BALANCE TO TRUE
               ADD 1 TO WS-FILES-OUT-OF-BALANCE
           END-IF
           WRITE PRINT-LINE FROM WS-CONTROL-LINE.

       3600-LIST-DETAIL SECTION.

       3600-LIST.
           ADD 1 TO WS-DETAILS-LISTED
           MOVE DRF-DATASET(DRF-IDX) TO WS-LST-DATASET
           MOVE DRD-KEY TO WS-LST-KEY
           WRITE PRINT-LINE FROM WS-LISTED-LINE.

       3700-OPEN-DR-FILE SECTION.

       3700-OPEN-FILE.
           IF WS-DR-FILE-OPEN
               PERFORM 3800-CLOSE-DR-FILE
           END-IF
           SET DIO-FN-OPEN-UPDATE TO TRUE
           MOVE DRD-FILE-ID TO DIO-FILE-ID
           CALL 'DRFILEIO' USING DRFILEIO-PARMS
           IF DIO-OK
               SET WS-DR-FILE-OPEN TO TRUE
               MOVE DRD-FILE-ID TO WS-OPEN-FILE-ID
           ELSE
               DISPLAY 'ERROR OPENING ' DRF-DATASET(DRF-IDX)
                   ' AT DR SITE, APPLY STOPPED: ' DIO-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       3800-CLOSE-DR-FILE SECTION.

       3800-CLOSE-FILE.
           SET DIO-FN-CLOSE TO TRUE
           MOVE WS-OPEN-FILE-ID TO DIO-FILE-ID
           CALL 'DRFILEIO' USING DRFILEIO-PARMS
           SET WS-DR-FILE-CLOSED TO TRUE
           MOVE SPACES TO WS-OPEN-FILE-ID.

       4000-ADVANCE-APPLY-CONTROL SECTION.

       4000-ADVANCE.
           OPEN OUTPUT APPLY-CONTROL-FILE
           IF WS-CTL-OK
               MOVE SPACES TO DR-APPLY-CONTROL-RECORD
               MOVE WS-DELTA-SEQ TO DRA-LAST-DELTA-SEQ
               MOVE WS-NOW-DATE TO DRA-APPLIED-DATE
               MOVE WS-NOW-TIME TO DRA-APPLIED-TIME
               WRITE DR-APPLY-CONTROL-RECORD
               CLOSE APPLY-CONTROL-FILE
           ELSE
               DISPLAY 'ERROR OPENING DR APPLY CONTROL, DELTA APPLIED '
                   'BUT NOT RECORDED: ' WS-CTL-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * Sets DRF-IDX to the table row for DRD-FILE-ID; one past the
      * table when the ID is not a replicated file.
      *----------------------------------------------------------------*
       6000-FIND-FILE SECTION.

       6000-FIND.
           MOVE 1 TO DRF-IDX
           PERFORM 6100-STEP-FILE-INDEX
               UNTIL DRF-IDX > DRF-TABLE-SIZE
                   OR DRF-FILE-ID(DRF-IDX) = DRD-FILE-ID.

       6100-STEP-FILE-INDEX SECTION.

       6100-STEP.
           ADD 1 TO DRF-IDX.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-PRINT-OK
               CLOSE APPLY-REPORT
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   DISPLAY 'DR DELTA NOT APPLIED: ' WS-DELTA-SEQ
                   MOVE 12 TO RETURN-CODE
               WHEN WS-OUT-OF-BALANCE
                   DISPLAY 'DR DELTA APPLIED, FILES OUT OF BALANCE: '
                       WS-FILES-OUT-OF-BALANCE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DETAILS-LISTED > 0
                   DISPLAY 'DR DELTA APPLIED IN BALANCE, DETAILS '
                       'LISTED: ' WS-DELTA-SEQ
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'DR DELTA APPLIED IN BALANCE: ' WS-DELTA-SEQ
           END-EVALUATE
           DISPLAY 'DETAILS APPLIED:       ' WS-DETAILS-APPLIED
           DISPLAY 'DETAILS LISTED:        ' WS-DETAILS-LISTED.
