       IDENTIFICATION DIVISION.
       PROGRAM-ID. DREXTR.
      *================================================================*
      * DR REPLICATION DELTA EXTRACT
      * The end-of-stream step that cuts the day's changes to
      * CUSTFILE and the keyed satellite files (copybooks/DRFILTAB)
      * into one sequenced delta file for transmission to the
      * disaster-recovery site, where DRAPPLY applies it. Each file
      * is read in key order through DRFILEIO and matched by key
      * against last night's image of it (DRIMGOLD): a record with
      * no image is an add, an image with no record a delete and a
      * record that no longer matches its image a change, whichever
      * program made it. Every record read goes onto tonight's image
      * (DRIMGNEW) for tomorrow's cut, and the delta is numbered one
      * on from the last so the DR site can refuse one applied out of
      * turn. Without a prior image every record is cut as an add
      * under delta 1, which is how the DR site is first loaded.
      *
      * Each file closes with a trailer of its adds, changes, deletes
      * and net balance movement for DRAPPLY to prove against, and
      * its record count and balance total go onto the production
      * totals (DRTOTPRD) for DRCOMP's weekly compare. A file that
      * will not open carries its image forward unchanged, so none
      * of its changes are lost, only held to the next cut; the step
      * then ends with return code 4. The step refuses to run while
      * an updater still holds CUSTFILE, PAYHIST or OPENITEM, since
      * the image would catch them part way through.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-IMAGE-FILE ASSIGN TO 'DRIMGOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-IMAGE-FILE ASSIGN TO 'DRIMGNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT DELTA-FILE ASSIGN TO 'DRDELTA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLT-STATUS.

           SELECT TOTALS-FILE ASSIGN TO 'DRTOTPRD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOT-STATUS.

           SELECT EXTRACT-REPORT ASSIGN TO 'DRXRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-IMAGE-FILE.
           COPY DRIMGREC.

       FD  NEW-IMAGE-FILE.
           COPY DRIMGREC REPLACING ==DR-IMAGE-RECORD==
                               BY ==NEW-IMAGE-RECORD==.

       FD  DELTA-FILE.
           COPY DRDLTREC.

       FD  TOTALS-FILE.
           COPY DRTOTREC.

       FD  EXTRACT-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-OLD-STATUS                   PIC XX.
           88  WS-OLD-OK                   VALUE '00'.

       01  WS-NEW-STATUS                   PIC XX.
           88  WS-NEW-OK                   VALUE '00'.

       01  WS-DLT-STATUS                   PIC XX.
           88  WS-DLT-OK                   VALUE '00'.

       01  WS-TOT-STATUS                   PIC XX.
           88  WS-TOT-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY RUNPARM.

       COPY DRIOPARM.

       COPY DRFILTAB.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-OLD-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-OLD-EOF              VALUE 'Y'.
               88  WS-OLD-NOT-EOF          VALUE 'N'.
           05  WS-LIVE-EOF-FLAG            PIC X VALUE 'N'.
               88  WS-LIVE-EOF             VALUE 'Y'.
               88  WS-LIVE-NOT-EOF         VALUE 'N'.
           05  WS-FILE-SKIP-FLAG           PIC X VALUE 'N'.
               88  WS-FILES-SKIPPED        VALUE 'Y'.
               88  WS-NO-FILES-SKIPPED     VALUE 'N'.

       01  WS-NOW-DATE                     PIC 9(8).
       01  WS-NOW-TIME                     PIC 9(6).

       01  WS-DELTA-SEQ                    PIC 9(9) VALUE 0.
       01  WS-ROW-SEQ                      PIC 9(9) VALUE 0.

      *----------------------------------------------------------------*
      * The shared files an updater registers with RUNCTL; none may
      * be held while the image is taken.
      *----------------------------------------------------------------*
       01  WS-LOCK-FILE-VALUES.
           05  FILLER                      PIC X(8) VALUE 'CUSTFILE'.
           05  FILLER                      PIC X(8) VALUE 'PAYHIST '.
           05  FILLER                      PIC X(8) VALUE 'OPENITEM'.

       01  WS-LOCK-FILE-TABLE REDEFINES WS-LOCK-FILE-VALUES.
           05  WS-LOCK-FILE-NAME           PIC X(8) OCCURS 3 TIMES.

       01  WS-LOCK-IDX                     PIC 9(1).

      *----------------------------------------------------------------*
      * The file being cut: its ID, the live record in hand (from
      * DRFILEIO-PARMS) and the image row in hand (the prior image
      * record), and what has been cut from it so far.
      *----------------------------------------------------------------*
       01  WS-CURRENT-FILE-ID              PIC X(2).

       01  WS-FILE-TOTALS.
           05  WS-FILE-ADDS                PIC 9(9).
           05  WS-FILE-CHANGES             PIC 9(9).
           05  WS-FILE-DELETES             PIC 9(9).
           05  WS-FILE-MOVEMENT            PIC S9(13)V99.
           05  WS-FILE-RECORDS             PIC 9(9).
           05  WS-FILE-BALANCE             PIC S9(13)V99.

       01  WS-RUN-TOTALS.
           05  WS-RUN-RECORDS              PIC 9(9) VALUE 0.
           05  WS-RUN-DETAILS              PIC 9(9) VALUE 0.
           05  WS-RUN-FILES-SKIPPED        PIC 9(3) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'DR REPLICATION DELTA EXTRACT'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE 'DELTA: '.
           05  WS-HDG-DELTA-SEQ            PIC 9(9).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(6) VALUE 'DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE 'FILE'.
           05  FILLER                      PIC X(12)
               VALUE '     RECORDS'.
           05  FILLER                      PIC X(12)
               VALUE '        ADDS'.
           05  FILLER                      PIC X(12)
               VALUE '     CHANGES'.
           05  FILLER                      PIC X(12)
               VALUE '     DELETES'.
           05  FILLER                      PIC X(21)
               VALUE '         NET MOVEMENT'.
           05  FILLER                      PIC X(21)
               VALUE '        BALANCE TOTAL'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATASET              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-RECORDS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-ADDS                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-CHANGES              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-DELETES              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-MOVEMENT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-DTL-BALANCE              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-SKIPPED-LINE.
           05  WS-SKP-DATASET              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(40)
               VALUE 'NOT AVAILABLE, IMAGE CARRIED FORWARD: '.
           05  WS-SKP-STATUS               PIC XX.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-CUT-ONE-FILE
                   VARYING DRF-IDX FROM 1 BY 1
                   UNTIL DRF-IDX > DRF-TABLE-SIZE
                       OR WS-RUN-ABORTED
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           SET RC-FN-START-STEP TO TRUE
           MOVE 'DREXTR' TO RC-PROGRAM-NAME
           MOVE WS-NOW-DATE TO RC-RUN-DATE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           PERFORM 1100-CHECK-UPDATE-LOCKS
               VARYING WS-LOCK-IDX FROM 1 BY 1
               UNTIL WS-LOCK-IDX > 3
           IF WS-RUN-CLEAN
               PERFORM 1200-OPEN-PRIOR-IMAGE
               PERFORM 1300-OPEN-OUTPUT-FILES
           END-IF.

       1100-CHECK-UPDATE-LOCKS SECTION.

       1100-CHECK-LOCK.
           SET RC-FN-CHECK-LOCK TO TRUE
           MOVE 'DREXTR' TO RC-PROGRAM-NAME
           MOVE WS-LOCK-FILE-NAME(WS-LOCK-IDX) TO RC-LOCK-NAME
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-NOT-OK
               DISPLAY WS-LOCK-FILE-NAME(WS-LOCK-IDX)
                   ' IS HELD BY AN UPDATER, DR EXTRACT REFUSED'
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * The prior image's header names the last delta cut; with no
      * prior image this is the first cut.
      *----------------------------------------------------------------*
       1200-OPEN-PRIOR-IMAGE SECTION.

       1200-OPEN-PRIOR.
           OPEN INPUT PRIOR-IMAGE-FILE
           IF WS-OLD-OK
               PERFORM 1210-READ-PRIOR-IMAGE
               IF WS-OLD-NOT-EOF AND DRI-HEADER OF DR-IMAGE-RECORD
                   MOVE DRI-LAST-DELTA-SEQ OF DR-IMAGE-RECORD TO
                       WS-DELTA-SEQ
                   PERFORM 1210-READ-PRIOR-IMAGE
               ELSE
                   DISPLAY 'PRIOR DR IMAGE HAS NO HEADER, RUN REFUSED'
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           ELSE
               DISPLAY 'NO PRIOR DR IMAGE, EVERY RECORD CUT AS AN ADD: '
                   WS-OLD-STATUS
               SET WS-OLD-EOF TO TRUE
           END-IF
           ADD 1 TO WS-DELTA-SEQ.

       1210-READ-PRIOR-IMAGE SECTION.

       1210-READ-PRIOR.
           READ PRIOR-IMAGE-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
           END-READ.

       1300-OPEN-OUTPUT-FILES SECTION.

       1300-OPEN-OUTPUT.
           OPEN OUTPUT NEW-IMAGE-FILE
           IF NOT WS-NEW-OK
               DISPLAY 'ERROR OPENING NEW DR IMAGE: ' WS-NEW-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT DELTA-FILE
           IF NOT WS-DLT-OK
               DISPLAY 'ERROR OPENING DR DELTA FILE: ' WS-DLT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT TOTALS-FILE
           IF NOT WS-TOT-OK
               DISPLAY 'ERROR OPENING PRODUCTION TOTALS FILE: '
                   WS-TOT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT EXTRACT-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING DR EXTRACT REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-RUN-CLEAN
               MOVE SPACES TO NEW-IMAGE-RECORD
               SET DRI-HEADER OF NEW-IMAGE-RECORD TO TRUE
               MOVE WS-DELTA-SEQ TO
                   DRI-LAST-DELTA-SEQ OF NEW-IMAGE-RECORD
               MOVE WS-NOW-DATE TO DRI-IMAGE-DATE OF NEW-IMAGE-RECORD
               MOVE WS-NOW-TIME TO DRI-IMAGE-TIME OF NEW-IMAGE-RECORD
               WRITE NEW-IMAGE-RECORD
               MOVE SPACES TO DR-DELTA-RECORD
               SET DRD-HEADER TO TRUE
               MOVE WS-NOW-DATE TO DRD-CUT-DATE
               MOVE WS-NOW-TIME TO DRD-CUT-TIME
               PERFORM 8000-WRITE-DELTA-ROW
               MOVE WS-DELTA-SEQ TO WS-HDG-DELTA-SEQ
               MOVE WS-NOW-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
           END-IF.

      *----------------------------------------------------------------*
      * One file: match its records against its image rows by key
      * until both are used up, then close it with its trailer and
      * its production totals.
      *----------------------------------------------------------------*
       2000-CUT-ONE-FILE SECTION.

       2000-CUT-FILE.
           MOVE DRF-FILE-ID(DRF-IDX) TO WS-CURRENT-FILE-ID
           INITIALIZE WS-FILE-TOTALS
           SET DIO-FN-OPEN-INPUT TO TRUE
           MOVE WS-CURRENT-FILE-ID TO DIO-FILE-ID
           CALL 'DRFILEIO' USING DRFILEIO-PARMS
           IF DIO-OK
               SET WS-LIVE-NOT-EOF TO TRUE
               PERFORM 2100-READ-LIVE-RECORD
               PERFORM 2200-MATCH-ONE-KEY
                   UNTIL WS-LIVE-EOF
                       AND (WS-OLD-EOF
                           OR DRI-FILE-ID OF DR-IMAGE-RECORD NOT =
                               WS-CURRENT-FILE-ID)
               SET DIO-FN-CLOSE TO TRUE
               MOVE WS-CURRENT-FILE-ID TO DIO-FILE-ID
               CALL 'DRFILEIO' USING DRFILEIO-PARMS
           ELSE
               MOVE DRF-DATASET(DRF-IDX) TO WS-SKP-DATASET
               MOVE DIO-FILE-STATUS TO WS-SKP-STATUS
               WRITE PRINT-LINE FROM WS-SKIPPED-LINE
               DISPLAY DRF-DATASET(DRF-IDX) ' NOT AVAILABLE, DR '
                   'IMAGE CARRIED FORWARD: ' DIO-FILE-STATUS
               SET WS-FILES-SKIPPED TO TRUE
               ADD 1 TO WS-RUN-FILES-SKIPPED
               PERFORM 2600-CARRY-IMAGE-FORWARD
                   UNTIL WS-OLD-EOF
                       OR DRI-FILE-ID OF DR-IMAGE-RECORD NOT =
                           WS-CURRENT-FILE-ID
           END-IF
           PERFORM 2700-WRITE-FILE-TOTALS
           PERFORM 2800-WRITE-FILE-TRAILER.

      *----------------------------------------------------------------*
      * A read failure part way through a file ends the cut: treating
      * it as end of file would cut every record after it as deleted.
      *----------------------------------------------------------------*
       2100-READ-LIVE-RECORD SECTION.

       2100-READ-LIVE.
           SET DIO-FN-READ-NEXT TO TRUE
           MOVE WS-CURRENT-FILE-ID TO DIO-FILE-ID
           CALL 'DRFILEIO' USING DRFILEIO-PARMS
           EVALUATE TRUE
               WHEN DIO-OK
                   ADD 1 TO WS-FILE-RECORDS
                   ADD DIO-BALANCE TO WS-FILE-BALANCE
                   PERFORM 2500-WRITE-NEW-IMAGE
               WHEN DIO-AT-END
                   SET WS-LIVE-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING ' DRF-DATASET(DRF-IDX)
                       ' FOR DR EXTRACT, RUN ABORTED: ' DIO-FILE-STATUS
                   SET WS-LIVE-EOF TO TRUE
                   SET WS-OLD-EOF TO TRUE
                   SET WS-RUN-ABORTED TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * The lower key goes first: a live record alone is an add, an
      * image row alone a delete, and the two together a change when
      * the record no longer matches its image.
      *----------------------------------------------------------------*
       2200-MATCH-ONE-KEY SECTION.

       2200-MATCH-KEY.
           EVALUATE TRUE
               WHEN WS-OLD-EOF
                   OR DRI-FILE-ID OF DR-IMAGE-RECORD NOT =
                       WS-CURRENT-FILE-ID
                   PERFORM 2300-CUT-ADD
                   PERFORM 2100-READ-LIVE-RECORD
               WHEN WS-LIVE-EOF
                   PERFORM 2400-CUT-DELETE
                   PERFORM 1210-READ-PRIOR-IMAGE
               WHEN DIO-KEY < DRI-KEY OF DR-IMAGE-RECORD
                   PERFORM 2300-CUT-ADD
                   PERFORM 2100-READ-LIVE-RECORD
               WHEN DIO-KEY > DRI-KEY OF DR-IMAGE-RECORD
                   PERFORM 2400-CUT-DELETE
                   PERFORM 1210-READ-PRIOR-IMAGE
               WHEN OTHER
                   IF DIO-RECORD-IMAGE NOT =
                       DRI-RECORD-IMAGE OF DR-IMAGE-RECORD
                       PERFORM 2350-CUT-CHANGE
                   END-IF
                   PERFORM 2100-READ-LIVE-RECORD
                   PERFORM 1210-READ-PRIOR-IMAGE
           END-EVALUATE.

       2300-CUT-ADD SECTION.

       2300-ADD.
           MOVE SPACES TO DR-DELTA-RECORD
           SET DRD-DETAIL TO TRUE
           SET DRD-ADD TO TRUE
           MOVE DIO-KEY TO DRD-KEY
           MOVE DIO-BALANCE TO DRD-BALANCE
           MOVE DIO-RECORD-IMAGE TO DRD-RECORD-IMAGE
           PERFORM 8000-WRITE-DELTA-ROW
           ADD 1 TO WS-FILE-ADDS
           ADD DIO-BALANCE TO WS-FILE-MOVEMENT.

       2350-CUT-CHANGE SECTION.

       2350-CHANGE.
           MOVE SPACES TO DR-DELTA-RECORD
           SET DRD-DETAIL TO TRUE
           SET DRD-CHANGE TO TRUE
           MOVE DIO-KEY TO DRD-KEY
           MOVE DIO-BALANCE TO DRD-BALANCE
           MOVE DIO-RECORD-IMAGE TO DRD-RECORD-IMAGE
           PERFORM 8000-WRITE-DELTA-ROW
           ADD 1 TO WS-FILE-CHANGES
           COMPUTE WS-FILE-MOVEMENT =
               WS-FILE-MOVEMENT + DIO-BALANCE
               - DRI-BALANCE OF DR-IMAGE-RECORD.

       2400-CUT-DELETE SECTION.

       2400-DELETE.
           MOVE SPACES TO DR-DELTA-RECORD
           SET DRD-DETAIL TO TRUE
           SET DRD-DELETE TO TRUE
           MOVE DRI-KEY OF DR-IMAGE-RECORD TO DRD-KEY
           MOVE DRI-BALANCE OF DR-IMAGE-RECORD TO DRD-BALANCE
           MOVE DRI-RECORD-IMAGE OF DR-IMAGE-RECORD TO
               DRD-RECORD-IMAGE
           PERFORM 8000-WRITE-DELTA-ROW
           ADD 1 TO WS-FILE-DELETES
           SUBTRACT DRI-BALANCE OF DR-IMAGE-RECORD FROM
               WS-FILE-MOVEMENT.

       2500-WRITE-NEW-IMAGE SECTION.

       2500-WRITE-IMAGE.
           MOVE SPACES TO NEW-IMAGE-RECORD
           SET DRI-FILE-RECORD OF NEW-IMAGE-RECORD TO TRUE
           MOVE WS-CURRENT-FILE-ID TO DRI-FILE-ID OF NEW-IMAGE-RECORD
           MOVE DIO-KEY TO DRI-KEY OF NEW-IMAGE-RECORD
           MOVE DIO-BALANCE TO DRI-BALANCE OF NEW-IMAGE-RECORD
           MOVE DIO-RECORD-IMAGE TO
               DRI-RECORD-IMAGE OF NEW-IMAGE-RECORD
           WRITE NEW-IMAGE-RECORD
           IF NOT WS-NEW-OK
               DISPLAY 'ERROR WRITING NEW DR IMAGE, STATUS: '
                   WS-NEW-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * A file that could not be read keeps last night's image, so
      * tomorrow's cut still finds every change made since then.
      *----------------------------------------------------------------*
       2600-CARRY-IMAGE-FORWARD SECTION.

       2600-CARRY-FORWARD.
           WRITE NEW-IMAGE-RECORD FROM DR-IMAGE-RECORD
           ADD 1 TO WS-FILE-RECORDS
           ADD DRI-BALANCE OF DR-IMAGE-RECORD TO WS-FILE-BALANCE
           PERFORM 1210-READ-PRIOR-IMAGE.

       2700-WRITE-FILE-TOTALS SECTION.

       2700-WRITE-TOTALS.
           MOVE SPACES TO DR-TOTALS-RECORD
           SET DRT-PRODUCTION-SITE TO TRUE
           MOVE WS-CURRENT-FILE-ID TO DRT-FILE-ID
           MOVE WS-DELTA-SEQ TO DRT-DELTA-SEQ
           MOVE WS-NOW-DATE TO DRT-TAKEN-DATE
           MOVE WS-FILE-RECORDS TO DRT-RECORD-COUNT
           MOVE WS-FILE-BALANCE TO DRT-BALANCE-TOTAL
           MOVE DIO-FILE-STATUS TO DRT-FILE-STATUS
           WRITE DR-TOTALS-RECORD
           ADD WS-FILE-RECORDS TO WS-RUN-RECORDS
           MOVE DRF-DATASET(DRF-IDX) TO WS-DTL-DATASET
           MOVE WS-FILE-RECORDS TO WS-DTL-RECORDS
           MOVE WS-FILE-ADDS TO WS-DTL-ADDS
           MOVE WS-FILE-CHANGES TO WS-DTL-CHANGES
           MOVE WS-FILE-DELETES TO WS-DTL-DELETES
           MOVE WS-FILE-MOVEMENT TO WS-DTL-MOVEMENT
           MOVE WS-FILE-BALANCE TO WS-DTL-BALANCE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

       2800-WRITE-FILE-TRAILER SECTION.

       2800-WRITE-TRAILER.
           MOVE SPACES TO DR-DELTA-RECORD
           SET DRD-FILE-TRAILER TO TRUE
           MOVE WS-FILE-ADDS TO DRD-ADD-COUNT
           MOVE WS-FILE-CHANGES TO DRD-CHANGE-COUNT
           MOVE WS-FILE-DELETES TO DRD-DELETE-COUNT
           MOVE WS-FILE-MOVEMENT TO DRD-NET-MOVEMENT
           PERFORM 8000-WRITE-DELTA-ROW.

      *----------------------------------------------------------------*
      * Stamps the delta and row sequence and the current file on
      * the row built in DR-DELTA-RECORD and writes it.
      *----------------------------------------------------------------*
       8000-WRITE-DELTA-ROW SECTION.

       8000-WRITE-ROW.
           ADD 1 TO WS-ROW-SEQ
           MOVE WS-DELTA-SEQ TO DRD-DELTA-SEQ
           MOVE WS-ROW-SEQ TO DRD-ROW-SEQ
           IF DRD-HEADER OR DRD-END
               MOVE SPACES TO DRD-FILE-ID
           ELSE
               MOVE WS-CURRENT-FILE-ID TO DRD-FILE-ID
           END-IF
           IF DRD-DETAIL
               ADD 1 TO WS-RUN-DETAILS
           END-IF
           WRITE DR-DELTA-RECORD
           IF NOT WS-DLT-OK
               DISPLAY 'ERROR WRITING DR DELTA ROW, STATUS: '
                   WS-DLT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * An aborted cut does not register completion, so the stream
      * cannot send a delta that is missing files or rows.
      *----------------------------------------------------------------*
       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RUN-CLEAN
               MOVE SPACES TO DR-DELTA-RECORD
               SET DRD-END TO TRUE
               COMPUTE DRD-ROW-COUNT = WS-ROW-SEQ + 1
               PERFORM 8000-WRITE-DELTA-ROW
           END-IF
           CLOSE PRIOR-IMAGE-FILE
           CLOSE NEW-IMAGE-FILE
           CLOSE DELTA-FILE
           CLOSE TOTALS-FILE
           CLOSE EXTRACT-REPORT
           IF WS-RUN-ABORTED
               DISPLAY 'DR EXTRACT FAILED, DELTA NOT TO BE SENT'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-FILES-SKIPPED
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET RC-FN-END-STEP TO TRUE
               MOVE 'DREXTR' TO RC-PROGRAM-NAME
               MOVE WS-NOW-DATE TO RC-RUN-DATE
               MOVE WS-RUN-DETAILS TO RC-RECORD-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF
           DISPLAY 'DR DELTA CUT:          ' WS-DELTA-SEQ
           DISPLAY 'RECORDS IMAGED:        ' WS-RUN-RECORDS
           DISPLAY 'CHANGES CUT:           ' WS-RUN-DETAILS
           DISPLAY 'FILES NOT AVAILABLE:   ' WS-RUN-FILES-SKIPPED.
