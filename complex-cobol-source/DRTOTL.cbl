       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRTOTL.
      *================================================================*
      * DR SITE FILE TOTALS
      * Weekly at the disaster-recovery site, once DRAPPLY has applied
      * the night's delta: reads every replicated keyed file there
      * (copybooks/DRFILTAB) through DRFILEIO and writes its record
      * count and balance total to DRTOTDR, stamped with the last delta
      * applied (DRAPCTL). DRCOMP holds these against the production
      * totals DREXTR wrote when it cut that same delta. A file that
      * will not open is written with zero totals and its status, so
      * the compare reports it rather than passing over it.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLY-CONTROL-FILE ASSIGN TO 'DRAPCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT TOTALS-FILE ASSIGN TO 'DRTOTDR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLY-CONTROL-FILE.
           COPY DRACTREC.

       FD  TOTALS-FILE.
           COPY DRTOTREC.

       WORKING-STORAGE SECTION.

       01  WS-CTL-STATUS                   PIC XX.
           88  WS-CTL-OK                   VALUE '00'.

       01  WS-TOT-STATUS                   PIC XX.
           88  WS-TOT-OK                   VALUE '00'.

       COPY DRIOPARM.

       COPY DRFILTAB.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-READ-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-READ-EOF                 VALUE 'Y'.
           88  WS-READ-NOT-EOF             VALUE 'N'.

       01  WS-NOW-DATE                     PIC 9(8).
       01  WS-LAST-APPLIED-SEQ             PIC 9(9) VALUE 0.

       01  WS-FILE-RECORDS                 PIC 9(9).
       01  WS-FILE-BALANCE                 PIC S9(13)V99.
       01  WS-FILE-STATUS-HELD             PIC XX.
       01  WS-FILES-COUNTED                PIC 9(3) VALUE 0.
       01  WS-FILES-NOT-COUNTED            PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-TOTAL-ONE-FILE
                   VARYING DRF-IDX FROM 1 BY 1
                   UNTIL DRF-IDX > DRF-TABLE-SIZE
               CLOSE TOTALS-FILE
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           OPEN INPUT APPLY-CONTROL-FILE
           IF WS-CTL-OK
               READ APPLY-CONTROL-FILE
                   AT END
                       MOVE 0 TO DRA-LAST-DELTA-SEQ
               END-READ
               MOVE DRA-LAST-DELTA-SEQ TO WS-LAST-APPLIED-SEQ
               CLOSE APPLY-CONTROL-FILE
           ELSE
               DISPLAY 'NO DR APPLY CONTROL, NO DELTA APPLIED YET: '
                   WS-CTL-STATUS
           END-IF
           OPEN OUTPUT TOTALS-FILE
           IF NOT WS-TOT-OK
               DISPLAY 'ERROR OPENING DR SITE TOTALS FILE: '
                   WS-TOT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * A file that will not open, or fails part way through, is
      * still written, carrying the status it failed with.
      *----------------------------------------------------------------*
       2000-TOTAL-ONE-FILE SECTION.

       2000-TOTAL-FILE.
           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-BALANCE
           SET DIO-FN-OPEN-INPUT TO TRUE
           MOVE DRF-FILE-ID(DRF-IDX) TO DIO-FILE-ID
           CALL 'DRFILEIO' USING DRFILEIO-PARMS
           MOVE DIO-FILE-STATUS TO WS-FILE-STATUS-HELD
           IF DIO-OK
               SET WS-READ-NOT-EOF TO TRUE
               PERFORM 2100-COUNT-ONE-RECORD UNTIL WS-READ-EOF
               SET DIO-FN-CLOSE TO TRUE
               MOVE DRF-FILE-ID(DRF-IDX) TO DIO-FILE-ID
               CALL 'DRFILEIO' USING DRFILEIO-PARMS
           ELSE
               DISPLAY DRF-DATASET(DRF-IDX) ' NOT AVAILABLE AT DR '
                   'SITE: ' DIO-FILE-STATUS
           END-IF
           IF WS-FILE-STATUS-HELD = '00'
               ADD 1 TO WS-FILES-COUNTED
           ELSE
               ADD 1 TO WS-FILES-NOT-COUNTED
           END-IF
           MOVE SPACES TO DR-TOTALS-RECORD
           SET DRT-DR-SITE TO TRUE
           MOVE DRF-FILE-ID(DRF-IDX) TO DRT-FILE-ID
           MOVE WS-LAST-APPLIED-SEQ TO DRT-DELTA-SEQ
           MOVE WS-NOW-DATE TO DRT-TAKEN-DATE
           MOVE WS-FILE-RECORDS TO DRT-RECORD-COUNT
           MOVE WS-FILE-BALANCE TO DRT-BALANCE-TOTAL
           MOVE WS-FILE-STATUS-HELD TO DRT-FILE-STATUS
           WRITE DR-TOTALS-RECORD.

       2100-COUNT-ONE-RECORD SECTION.

       2100-COUNT.
           SET DIO-FN-READ-NEXT TO TRUE
           MOVE DRF-FILE-ID(DRF-IDX) TO DIO-FILE-ID
           CALL 'DRFILEIO' USING DRFILEIO-PARMS
           IF DIO-OK
               ADD 1 TO WS-FILE-RECORDS
               ADD DIO-BALANCE TO WS-FILE-BALANCE
           ELSE
               IF NOT DIO-AT-END
                   DISPLAY 'ERROR READING ' DRF-DATASET(DRF-IDX)
                       ' AT DR SITE: ' DIO-FILE-STATUS
                   MOVE DIO-FILE-STATUS TO WS-FILE-STATUS-HELD
               END-IF
               SET WS-READ-EOF TO TRUE
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-FILES-NOT-COUNTED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'DR SITE TOTALS AFTER DELTA: ' WS-LAST-APPLIED-SEQ
           DISPLAY 'FILES COUNTED:              ' WS-FILES-COUNTED
           DISPLAY 'FILES NOT COUNTED:          ' WS-FILES-NOT-COUNTED.
