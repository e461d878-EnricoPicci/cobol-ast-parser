       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTRECON.
      *================================================================*
      * PRINT VENDOR PRODUCTION RECONCILIATION
      * Reads the print vendor's production-complete file and holds
      * each job on it to the manifest PRTMANW wrote when the job's
      * extract went out. The vendor sends a job record per job -
      * pieces mailed, pieces spoiled, postage charged, mail class
      * and mail date, and optionally its own hash total of the
      * customer IDs it printed - followed by one record per spoiled
      * piece naming the piece's place in the extract.
      *
      * Each job is reconciled in turn:
      *   - pieces mailed plus spoiled against the manifest's piece
      *     count, the difference reported as pieces missing or
      *     extra, and the vendor's hash total, when it sends one,
      *     against ours;
      *   - each spoiled piece against the piece file, the piece and
      *     its correspondence row marked spoiled, and the spoiled
      *     details against the spoiled count;
      *   - the postage charged against the postage expected for
      *     the pieces not spoiled, priced by page count off the
      *     postal rate table (see copybooks/POSTTAB) at the rate in
      *     effect on the mail date, beyond a small tolerance either
      *     way.
      * Only when the counts and hash agree are the remaining pieces
      * marked mailed, moving their correspondence rows from sent to
      * vendor to mailed with the mail date; otherwise they stay at
      * sent to vendor until the vendor's figures are put right. The
      * manifest row takes the vendor's figures and is marked
      * reconciled or reconciled with exceptions.
      *
      * Finally every job still only sent after more than the number
      * of days on the run parm (positions 1-3, default 10) is listed
      * as unreported by the vendor.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-PRODUCTION-FILE ASSIGN TO 'VENDPROD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VPR-STATUS.

           SELECT PRINT-MANIFEST-FILE ASSIGN TO 'PRTMANF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMF-JOB-ID
               FILE STATUS IS WS-PMF-STATUS.

           SELECT PRINT-PIECE-FILE ASSIGN TO 'PRTPIECE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPC-KEY
               FILE STATUS IS WS-PPC-STATUS.

           SELECT CORRESPONDENCE-FILE ASSIGN TO 'CORRHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-COR-STATUS.

           SELECT RECON-REPORT ASSIGN TO 'PRTRECON'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Vendor production-complete record: a 'J' job record, then an
      * 'S' record for each piece of the job spoiled in production.
      *----------------------------------------------------------------*
       FD  VENDOR-PRODUCTION-FILE.
       01  VENDOR-PRODUCTION-RECORD.
           05  VPR-RECORD-TYPE             PIC X(1).
               88  VPR-JOB-RECORD          VALUE 'J'.
               88  VPR-SPOILED-RECORD      VALUE 'S'.
           05  VPR-JOB-ID                  PIC X(22).
           05  VPR-DETAIL                  PIC X(77).
           05  VPR-JOB-DETAIL REDEFINES VPR-DETAIL.
               10  VPR-PIECES-MAILED       PIC 9(7).
               10  VPR-PIECES-SPOILED      PIC 9(7).
               10  VPR-POSTAGE-CHARGED     PIC 9(7)V99.
               10  VPR-POSTAL-CLASS        PIC X(2).
               10  VPR-MAIL-DATE           PIC 9(8).
               10  VPR-CUST-HASH           PIC 9(16).
               10  FILLER                  PIC X(28).
           05  VPR-SPOILED-DETAIL REDEFINES VPR-DETAIL.
               10  VPR-PIECE-SEQ           PIC 9(7).
               10  VPR-SPOILED-CUST-ID     PIC 9(8).
               10  FILLER                  PIC X(62).

       FD  PRINT-MANIFEST-FILE.
           COPY PMANREC.

       FD  PRINT-PIECE-FILE.
           COPY PPCREC.

       FD  CORRESPONDENCE-FILE.
           COPY CORRREC.

       FD  RECON-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-VPR-STATUS                   PIC XX.
           88  WS-VPR-OK                   VALUE '00'.

       01  WS-PMF-STATUS                   PIC XX.
           88  WS-PMF-OK                   VALUE '00'.

       01  WS-PPC-STATUS                   PIC XX.
           88  WS-PPC-OK                   VALUE '00'.

       01  WS-COR-STATUS                   PIC XX.
           88  WS-COR-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-VPR-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-VPR-EOF              VALUE 'Y'.
               88  WS-VPR-NOT-EOF          VALUE 'N'.
           05  WS-JOB-FLAG                 PIC X VALUE 'N'.
               88  WS-JOB-ACTIVE           VALUE 'A'.
               88  WS-NO-JOB-ACTIVE        VALUE 'N'.
           05  WS-JOB-EXCEPTION-FLAG       PIC X VALUE 'N'.
               88  WS-JOB-HAS-EXCEPTION    VALUE 'Y'.
               88  WS-JOB-NO-EXCEPTION     VALUE 'N'.
           05  WS-COUNTS-FLAG              PIC X VALUE 'N'.
               88  WS-COUNTS-AGREE         VALUE 'Y'.
               88  WS-COUNTS-DIFFER        VALUE 'N'.
           05  WS-PPC-SCAN-FLAG            PIC X VALUE 'D'.
               88  WS-PPC-SCAN-ACTIVE      VALUE 'A'.
               88  WS-PPC-SCAN-DONE        VALUE 'D'.
           05  WS-PMF-SCAN-FLAG            PIC X VALUE 'D'.
               88  WS-PMF-SCAN-ACTIVE      VALUE 'A'.
               88  WS-PMF-SCAN-DONE        VALUE 'D'.

       01  WS-TODAY-DATE                   PIC 9(8).

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-OVERDUE-DAYS        PIC X(3).
           05  FILLER                      PIC X(17).

       01  WS-OVERDUE-DAYS                 PIC 9(3) VALUE 10.

      *----------------------------------------------------------------*
      * Postage charged may differ from the rate table by this much
      * either way before it is reported - rounding on the vendor's
      * invoice, not a billing error.
      *----------------------------------------------------------------*
       01  WS-POSTAGE-TOLERANCE            PIC 9(3)V99 VALUE 1.00.

       COPY DATEPARM.

       COPY POSTTAB.

      *----------------------------------------------------------------*
      * The job the vendor records now being read belong to, whether
      * or not it could be reconciled, and the working figures for it.
      *----------------------------------------------------------------*
       01  WS-CURRENT-JOB-ID.
           05  WS-CUR-EXTRACT-NAME         PIC X(8).
           05  WS-CUR-JOB-DATE             PIC X(8).
           05  WS-CUR-JOB-TIME             PIC X(6).

       01  WS-JOB-WORK.
           05  WS-VENDOR-HASH              PIC 9(16).
           05  WS-SPOILED-DETAILS          PIC 9(7).
           05  WS-EXPECTED-POSTAGE         PIC 9(7)V9(3).
           05  WS-POSTAGE-DIFFERENCE       PIC S9(7)V99.

       01  WS-RATE-WORK.
           05  WS-RATE-BASE                PIC 9(1)V9(3).
           05  WS-RATE-BASE-PAGES          PIC 9(2).
           05  WS-RATE-STEP-PAGES          PIC 9(2).
           05  WS-RATE-STEP                PIC 9(1)V9(3).
           05  WS-EXTRA-STEPS              PIC 9(5).
           05  WS-PIECE-POSTAGE            PIC 9(3)V9(3).

       01  WS-RUN-TOTALS.
           05  WS-VENDOR-RECORDS           PIC 9(7) VALUE 0.
           05  WS-JOBS-RECONCILED          PIC 9(7) VALUE 0.
           05  WS-JOBS-EXCEPTION           PIC 9(7) VALUE 0.
           05  WS-JOBS-NOT-ON-MANIFEST     PIC 9(7) VALUE 0.
           05  WS-PIECES-MAILED            PIC 9(9) VALUE 0.
           05  WS-PIECES-SPOILED           PIC 9(7) VALUE 0.
           05  WS-CORR-UPDATED             PIC 9(9) VALUE 0.
           05  WS-EXCEPTIONS-LISTED        PIC 9(7) VALUE 0.
           05  WS-JOBS-UNREPORTED          PIC 9(7) VALUE 0.

       01  WS-EDIT-COUNT                   PIC -(16)9.
       01  WS-EDIT-AMOUNT                  PIC -(13)9.99.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(32)
               VALUE 'PRINT VENDOR RECONCILIATION'.
           05  FILLER                      PIC X(8) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(9) VALUE 'EXTRACT'.
           05  FILLER                      PIC X(9) VALUE 'JOB DATE'.
           05  FILLER                      PIC X(8) VALUE 'TIME'.
           05  FILLER                      PIC X(9) VALUE ' MANIFEST'.
           05  FILLER                      PIC X(10) VALUE '    MAILED'.
           05  FILLER                      PIC X(10) VALUE '   SPOILED'.
           05  FILLER                      PIC X(10) VALUE '  VARIANCE'.
           05  FILLER                      PIC X(13)
               VALUE '      CHARGED'.
           05  FILLER                      PIC X(13)
               VALUE '     EXPECTED'.
           05  FILLER                      PIC X(8) VALUE '  RESULT'.

       01  WS-JOB-LINE.
           05  WS-JBL-EXTRACT-NAME         PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-JBL-JOB-DATE             PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-JBL-JOB-TIME             PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-JBL-MANIFEST             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-JBL-MAILED               PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-JBL-SPOILED              PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-JBL-VARIANCE             PIC -,---,--9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-JBL-CHARGED              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-JBL-EXPECTED             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-JBL-RESULT               PIC X(10).

      *----------------------------------------------------------------*
      * One line per exception, under the job it belongs to, with up
      * to two labelled figures; unused figures are left blank.
      *----------------------------------------------------------------*
       01  WS-EXCEPTION-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-EXL-EXTRACT-NAME         PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-EXL-JOB-DATE             PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-EXL-JOB-TIME             PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE 'EXCEPTION: '.
           05  WS-EXL-TEXT                 PIC X(36) VALUE SPACES.
           05  WS-EXL-LABEL-1              PIC X(8) VALUE SPACES.
           05  WS-EXL-VALUE-1              PIC X(17) VALUE SPACES.
           05  WS-EXL-LABEL-2              PIC X(8) VALUE SPACES.
           05  WS-EXL-VALUE-2              PIC X(17) VALUE SPACES.

       01  WS-UNREPORTED-HEADING.
           05  FILLER                      PIC X(36)
               VALUE 'JOBS SENT WITH NO PRODUCTION REPORT'.
           05  FILLER                      PIC X(22)
               VALUE 'FROM THE VENDOR, OVER '.
           05  WS-UNH-DAYS                 PIC ZZ9.
           05  FILLER                      PIC X(6) VALUE ' DAYS:'.

       01  WS-UNREPORTED-LINE.
           05  WS-UNR-EXTRACT-NAME         PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-UNR-JOB-DATE             PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-UNR-JOB-TIME             PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-UNR-PIECES               PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(8) VALUE ' PIECES '.
           05  WS-UNR-PAGES                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(8) VALUE ' PAGES  '.
           05  WS-UNR-DAYS                 PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(9) VALUE ' DAYS OUT'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-READ-VENDOR-RECORD UNTIL WS-VPR-EOF
               IF WS-JOB-ACTIVE
                   PERFORM 4000-FINISH-JOB
               END-IF
               PERFORM 6000-LIST-UNREPORTED-JOBS
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-RUN-TOTALS
           MOVE SPACES TO WS-CURRENT-JOB-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-OVERDUE-DAYS NUMERIC
               AND WS-PARM-OVERDUE-DAYS NOT = '000'
               MOVE WS-PARM-OVERDUE-DAYS TO WS-OVERDUE-DAYS
           END-IF
           PERFORM 1100-OPEN-FILES
           IF WS-RUN-CLEAN
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
           END-IF.

      *----------------------------------------------------------------*
      * With no manifest there is nothing to hold the vendor to, so
      * the manifest and piece files are not created here.
      *----------------------------------------------------------------*
       1100-OPEN-FILES SECTION.

       1100-OPEN.
           OPEN INPUT VENDOR-PRODUCTION-FILE
           IF NOT WS-VPR-OK
               DISPLAY 'ERROR OPENING VENDOR PRODUCTION FILE: '
                   WS-VPR-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN I-O PRINT-MANIFEST-FILE
           IF NOT WS-PMF-OK
               DISPLAY 'ERROR OPENING PRINT MANIFEST FILE: '
                   WS-PMF-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN I-O PRINT-PIECE-FILE
           IF NOT WS-PPC-OK
               DISPLAY 'ERROR OPENING PRINT PIECE FILE: '
                   WS-PPC-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN I-O CORRESPONDENCE-FILE
           IF NOT WS-COR-OK
               DISPLAY 'ERROR OPENING CORRESPONDENCE FILE: '
                   WS-COR-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT RECON-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING RECONCILIATION REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * A job record closes off the job before it; a spoiled record
      * belongs to the job record it follows.
      *----------------------------------------------------------------*
       2000-READ-VENDOR-RECORD SECTION.

       2000-READ-VPR.
           READ VENDOR-PRODUCTION-FILE
               AT END
                   SET WS-VPR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-VENDOR-RECORDS
                   EVALUATE TRUE
                       WHEN VPR-JOB-RECORD
                           IF WS-JOB-ACTIVE
                               PERFORM 4000-FINISH-JOB
                           END-IF
                           PERFORM 3000-START-JOB
                       WHEN VPR-SPOILED-RECORD
                           PERFORM 3100-CHECK-SPOILED-RECORD
                       WHEN OTHER
                           MOVE VPR-JOB-ID TO WS-CURRENT-JOB-ID
                           MOVE 'UNKNOWN VENDOR RECORD TYPE'
                               TO WS-EXL-TEXT
                           MOVE 'TYPE' TO WS-EXL-LABEL-1
                           MOVE VPR-RECORD-TYPE TO WS-EXL-VALUE-1
                           PERFORM 7000-PRINT-EXCEPTION
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      * A job the manifest does not know, or one already reconciled
      * from an earlier production-complete file, is reported and its
      * spoiled records passed over.
      *----------------------------------------------------------------*
       3000-START-JOB SECTION.

       3000-START.
           MOVE VPR-JOB-ID TO WS-CURRENT-JOB-ID
           SET WS-JOB-NO-EXCEPTION TO TRUE
           MOVE VPR-JOB-ID TO PMF-JOB-ID
           READ PRINT-MANIFEST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-PMF-OK
                   ADD 1 TO WS-JOBS-NOT-ON-MANIFEST
                   MOVE 'JOB NOT ON MANIFEST' TO WS-EXL-TEXT
                   MOVE 'MAILED' TO WS-EXL-LABEL-1
                   MOVE VPR-PIECES-MAILED TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO WS-EXL-VALUE-1
                   PERFORM 7000-PRINT-EXCEPTION
               WHEN NOT PMF-SENT
                   MOVE 'JOB ALREADY RECONCILED' TO WS-EXL-TEXT
                   MOVE 'ON' TO WS-EXL-LABEL-1
                   MOVE PMF-RECON-DATE TO WS-EXL-VALUE-1
                   PERFORM 7000-PRINT-EXCEPTION
               WHEN OTHER
                   SET WS-JOB-ACTIVE TO TRUE
                   MOVE WS-TODAY-DATE TO PMF-RECON-DATE
                   MOVE VPR-MAIL-DATE TO PMF-MAIL-DATE
                   MOVE VPR-POSTAL-CLASS TO PMF-POSTAL-CLASS
                   MOVE VPR-PIECES-MAILED TO PMF-PIECES-MAILED
                   MOVE VPR-PIECES-SPOILED TO PMF-PIECES-SPOILED
                   MOVE VPR-POSTAGE-CHARGED TO PMF-POSTAGE-CHARGED
                   MOVE VPR-CUST-HASH TO WS-VENDOR-HASH
                   MOVE 0 TO WS-SPOILED-DETAILS
           END-EVALUATE.

       3100-CHECK-SPOILED-RECORD SECTION.

       3100-CHECK-SPOILED.
           EVALUATE TRUE
               WHEN VPR-JOB-ID NOT = WS-CURRENT-JOB-ID
                   MOVE VPR-JOB-ID TO WS-CURRENT-JOB-ID
                   MOVE 'SPOILED PIECE OUTSIDE ITS JOB'
                       TO WS-EXL-TEXT
                   MOVE 'PIECE' TO WS-EXL-LABEL-1
                   MOVE VPR-PIECE-SEQ TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO WS-EXL-VALUE-1
                   PERFORM 7000-PRINT-EXCEPTION
               WHEN WS-JOB-ACTIVE
                   PERFORM 3200-MARK-SPOILED-PIECE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * The vendor names the piece by its place in the extract and
      * the customer printed on it; both must match the piece file.
      *----------------------------------------------------------------*
       3200-MARK-SPOILED-PIECE SECTION.

       3200-MARK-SPOILED.
           MOVE PMF-JOB-ID TO PPC-JOB-ID
           MOVE VPR-PIECE-SEQ TO PPC-PIECE-SEQ
           READ PRINT-PIECE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PPC-OK
               OR PPC-CUST-ID NOT = VPR-SPOILED-CUST-ID
               MOVE 'SPOILED PIECE NOT ON MANIFEST' TO WS-EXL-TEXT
               MOVE 'PIECE' TO WS-EXL-LABEL-1
               MOVE VPR-PIECE-SEQ TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EXL-VALUE-1
               MOVE 'CUSTOMER' TO WS-EXL-LABEL-2
               MOVE VPR-SPOILED-CUST-ID TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EXL-VALUE-2
               PERFORM 7000-PRINT-EXCEPTION
           ELSE
               ADD 1 TO WS-SPOILED-DETAILS
               SET PPC-SPOILED TO TRUE
               REWRITE PRINT-PIECE-RECORD
               IF NOT WS-PPC-OK
                   DISPLAY 'ERROR MARKING PIECE SPOILED: '
                       PPC-KEY ' STATUS: ' WS-PPC-STATUS
               ELSE
                   ADD 1 TO WS-PIECES-SPOILED
                   PERFORM 5000-UPDATE-CORRESPONDENCE
               END-IF
           END-IF.

       4000-FINISH-JOB SECTION.

       4000-FINISH.
           COMPUTE PMF-PIECE-VARIANCE =
               PMF-PIECE-COUNT - PMF-PIECES-MAILED
                   - PMF-PIECES-SPOILED
           IF PMF-PIECE-VARIANCE = 0
               AND WS-SPOILED-DETAILS = PMF-PIECES-SPOILED
               AND (WS-VENDOR-HASH = 0
                   OR WS-VENDOR-HASH = PMF-CUST-HASH)
               SET WS-COUNTS-AGREE TO TRUE
           ELSE
               SET WS-COUNTS-DIFFER TO TRUE
           END-IF
           PERFORM 4100-FIND-POSTAL-RATE
           MOVE 0 TO WS-EXPECTED-POSTAGE
           PERFORM 4200-SCAN-JOB-PIECES
           COMPUTE PMF-POSTAGE-EXPECTED ROUNDED = WS-EXPECTED-POSTAGE
           PERFORM 4300-CHECK-JOB-FIGURES
           IF WS-JOB-HAS-EXCEPTION
               SET PMF-EXCEPTION TO TRUE
               ADD 1 TO WS-JOBS-EXCEPTION
           ELSE
               SET PMF-RECONCILED TO TRUE
               ADD 1 TO WS-JOBS-RECONCILED
           END-IF
           REWRITE PRINT-MANIFEST-RECORD
           IF NOT WS-PMF-OK
               DISPLAY 'ERROR UPDATING PRINT MANIFEST: ' PMF-JOB-ID
                   ' STATUS: ' WS-PMF-STATUS
           END-IF
           PERFORM 4400-PRINT-JOB-LINE
           SET WS-NO-JOB-ACTIVE TO TRUE.

      *----------------------------------------------------------------*
      * Rows are in class then effective-date order, so the last row
      * of the class in effect by the mail date is the rate.
      *----------------------------------------------------------------*
       4100-FIND-POSTAL-RATE SECTION.

       4100-FIND-RATE.
           SET PST-NOT-FOUND TO TRUE
           PERFORM 4110-CHECK-ONE-RATE
               VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX > PST-TABLE-SIZE.

       4110-CHECK-ONE-RATE SECTION.

       4110-CHECK-RATE.
           IF PST-CLASS(PST-IDX) = PMF-POSTAL-CLASS
               AND PST-EFFECTIVE-DATE(PST-IDX) NOT > PMF-MAIL-DATE
               SET PST-FOUND TO TRUE
               MOVE PST-BASE-RATE(PST-IDX) TO WS-RATE-BASE
               MOVE PST-BASE-PAGES(PST-IDX) TO WS-RATE-BASE-PAGES
               MOVE PST-STEP-PAGES(PST-IDX) TO WS-RATE-STEP-PAGES
               MOVE PST-STEP-RATE(PST-IDX) TO WS-RATE-STEP
           END-IF.

      *----------------------------------------------------------------*
      * Every piece not spoiled is priced, so when the vendor mailed
      * fewer than we sent the expected postage is what all of ours
      * would have cost - anything charged above it is over-billing
      * whichever pieces went. Pieces are marked mailed only when the
      * counts agree.
      *----------------------------------------------------------------*
       4200-SCAN-JOB-PIECES SECTION.

       4200-SCAN-PIECES.
           SET WS-PPC-SCAN-ACTIVE TO TRUE
           MOVE PMF-JOB-ID TO PPC-JOB-ID
           MOVE 0 TO PPC-PIECE-SEQ
           START PRINT-PIECE-FILE KEY IS NOT LESS THAN PPC-KEY
               INVALID KEY
                   SET WS-PPC-SCAN-DONE TO TRUE
           END-START
           PERFORM 4210-SCAN-ONE-PIECE
               UNTIL WS-PPC-SCAN-DONE.

       4210-SCAN-ONE-PIECE SECTION.

       4210-SCAN-ONE.
           READ PRINT-PIECE-FILE NEXT RECORD
               AT END
                   SET WS-PPC-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-PPC-SCAN-DONE
               IF NOT WS-PPC-OK
                   OR PPC-JOB-ID NOT = PMF-JOB-ID
                   SET WS-PPC-SCAN-DONE TO TRUE
               ELSE
                   IF NOT PPC-SPOILED
                       IF PST-FOUND
                           PERFORM 4220-PRICE-PIECE
                       END-IF
                       IF WS-COUNTS-AGREE AND PPC-SENT-TO-VENDOR
                           PERFORM 4230-MARK-PIECE-MAILED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The base rate covers up to the base pages; each further step
      * of pages, or part of one, adds the step rate.
      *----------------------------------------------------------------*
       4220-PRICE-PIECE SECTION.

       4220-PRICE.
           MOVE WS-RATE-BASE TO WS-PIECE-POSTAGE
           IF PPC-PAGE-COUNT > WS-RATE-BASE-PAGES
               COMPUTE WS-EXTRA-STEPS =
                   (PPC-PAGE-COUNT - WS-RATE-BASE-PAGES
                       + WS-RATE-STEP-PAGES - 1)
                   / WS-RATE-STEP-PAGES
               COMPUTE WS-PIECE-POSTAGE =
                   WS-PIECE-POSTAGE + WS-EXTRA-STEPS * WS-RATE-STEP
           END-IF
           ADD WS-PIECE-POSTAGE TO WS-EXPECTED-POSTAGE.

       4230-MARK-PIECE-MAILED SECTION.

       4230-MARK-MAILED.
           SET PPC-MAILED TO TRUE
           REWRITE PRINT-PIECE-RECORD
           IF NOT WS-PPC-OK
               DISPLAY 'ERROR MARKING PIECE MAILED: '
                   PPC-KEY ' STATUS: ' WS-PPC-STATUS
           ELSE
               ADD 1 TO WS-PIECES-MAILED
               PERFORM 5000-UPDATE-CORRESPONDENCE
           END-IF.

       4300-CHECK-JOB-FIGURES SECTION.

       4300-CHECK-FIGURES.
           IF PMF-PIECE-VARIANCE > 0
               MOVE 'PIECES MISSING FROM PRODUCTION' TO WS-EXL-TEXT
               MOVE 'SENT' TO WS-EXL-LABEL-1
               MOVE PMF-PIECE-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EXL-VALUE-1
               MOVE 'MISSING' TO WS-EXL-LABEL-2
               MOVE PMF-PIECE-VARIANCE TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EXL-VALUE-2
               PERFORM 7000-PRINT-EXCEPTION
           END-IF
           IF PMF-PIECE-VARIANCE < 0
               MOVE 'EXTRA PIECES IN PRODUCTION' TO WS-EXL-TEXT
               MOVE 'SENT' TO WS-EXL-LABEL-1
               MOVE PMF-PIECE-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EXL-VALUE-1
               MOVE 'EXTRA' TO WS-EXL-LABEL-2
               COMPUTE WS-EDIT-COUNT = 0 - PMF-PIECE-VARIANCE
               MOVE WS-EDIT-COUNT TO WS-EXL-VALUE-2
               PERFORM 7000-PRINT-EXCEPTION
           END-IF
           IF WS-SPOILED-DETAILS NOT = PMF-PIECES-SPOILED
               MOVE 'SPOILED DETAIL DISAGREES WITH COUNT'
                   TO WS-EXL-TEXT
               MOVE 'COUNT' TO WS-EXL-LABEL-1
               MOVE PMF-PIECES-SPOILED TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EXL-VALUE-1
               MOVE 'DETAIL' TO WS-EXL-LABEL-2
               MOVE WS-SPOILED-DETAILS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EXL-VALUE-2
               PERFORM 7000-PRINT-EXCEPTION
           END-IF
           IF WS-VENDOR-HASH NOT = 0
               AND WS-VENDOR-HASH NOT = PMF-CUST-HASH
               MOVE 'CUSTOMER HASH TOTAL DISAGREES' TO WS-EXL-TEXT
               MOVE 'OURS' TO WS-EXL-LABEL-1
               MOVE PMF-CUST-HASH TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EXL-VALUE-1
               MOVE 'VENDOR' TO WS-EXL-LABEL-2
               MOVE WS-VENDOR-HASH TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EXL-VALUE-2
               PERFORM 7000-PRINT-EXCEPTION
           END-IF
           IF PST-NOT-FOUND
               MOVE 'NO POSTAL RATE FOR CLASS AND DATE'
                   TO WS-EXL-TEXT
               MOVE 'CLASS' TO WS-EXL-LABEL-1
               MOVE PMF-POSTAL-CLASS TO WS-EXL-VALUE-1
               MOVE 'MAILED' TO WS-EXL-LABEL-2
               MOVE PMF-MAIL-DATE TO WS-EXL-VALUE-2
               PERFORM 7000-PRINT-EXCEPTION
           ELSE
               COMPUTE WS-POSTAGE-DIFFERENCE =
                   PMF-POSTAGE-CHARGED - PMF-POSTAGE-EXPECTED
               IF WS-POSTAGE-DIFFERENCE > WS-POSTAGE-TOLERANCE
                   MOVE 'POSTAGE CHARGED OVER RATE TABLE'
                       TO WS-EXL-TEXT
                   PERFORM 4310-SET-POSTAGE-FIGURES
                   PERFORM 7000-PRINT-EXCEPTION
               END-IF
               IF WS-POSTAGE-DIFFERENCE < 0 - WS-POSTAGE-TOLERANCE
                   MOVE 'POSTAGE CHARGED UNDER RATE TABLE'
                       TO WS-EXL-TEXT
                   PERFORM 4310-SET-POSTAGE-FIGURES
                   PERFORM 7000-PRINT-EXCEPTION
               END-IF
           END-IF.

       4310-SET-POSTAGE-FIGURES SECTION.

       4310-SET-POSTAGE.
           MOVE 'CHARGED' TO WS-EXL-LABEL-1
           MOVE PMF-POSTAGE-CHARGED TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-EXL-VALUE-1
           MOVE 'EXPECTED' TO WS-EXL-LABEL-2
           MOVE PMF-POSTAGE-EXPECTED TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-EXL-VALUE-2.

       4400-PRINT-JOB-LINE SECTION.

       4400-PRINT-JOB.
           MOVE PMF-EXTRACT-NAME TO WS-JBL-EXTRACT-NAME
           MOVE PMF-JOB-DATE TO WS-JBL-JOB-DATE
           MOVE PMF-JOB-TIME TO WS-JBL-JOB-TIME
           MOVE PMF-PIECE-COUNT TO WS-JBL-MANIFEST
           MOVE PMF-PIECES-MAILED TO WS-JBL-MAILED
           MOVE PMF-PIECES-SPOILED TO WS-JBL-SPOILED
           MOVE PMF-PIECE-VARIANCE TO WS-JBL-VARIANCE
           MOVE PMF-POSTAGE-CHARGED TO WS-JBL-CHARGED
           MOVE PMF-POSTAGE-EXPECTED TO WS-JBL-EXPECTED
           IF PMF-RECONCILED
               MOVE 'RECONCILED' TO WS-JBL-RESULT
           ELSE
               MOVE 'EXCEPTION' TO WS-JBL-RESULT
           END-IF
           WRITE PRINT-LINE FROM WS-JOB-LINE.

      *----------------------------------------------------------------*
      * The piece's correspondence row follows it to mailed, with the
      * vendor's mail date, or to spoiled. Labels and escheat letters
      * log no row and are passed over.
      *----------------------------------------------------------------*
       5000-UPDATE-CORRESPONDENCE SECTION.

       5000-UPDATE-CORR.
           IF PPC-COR-KEY NOT = ZEROS
               MOVE PPC-COR-KEY TO COR-KEY
               READ CORRESPONDENCE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-COR-OK
                   DISPLAY 'CORRESPONDENCE ROW NOT FOUND FOR PIECE: '
                       PPC-KEY ' STATUS: ' WS-COR-STATUS
               ELSE
                   IF PPC-MAILED
                       SET COR-MAILED TO TRUE
                       MOVE PMF-MAIL-DATE TO COR-MAILED-DATE
                   ELSE
                       SET COR-SPOILED TO TRUE
                   END-IF
                   REWRITE CORRESPONDENCE-RECORD
                   IF WS-COR-OK
                       ADD 1 TO WS-CORR-UPDATED
                   ELSE
                       DISPLAY 'ERROR UPDATING CORRESPONDENCE: '
                           COR-KEY ' STATUS: ' WS-COR-STATUS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Jobs reconciled above are no longer only sent, so what is
      * left is what the vendor has not reported on.
      *----------------------------------------------------------------*
       6000-LIST-UNREPORTED-JOBS SECTION.

       6000-LIST-UNREPORTED.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-OVERDUE-DAYS TO WS-UNH-DAYS
           WRITE PRINT-LINE FROM WS-UNREPORTED-HEADING
           SET WS-PMF-SCAN-ACTIVE TO TRUE
           MOVE LOW-VALUES TO PMF-JOB-ID
           START PRINT-MANIFEST-FILE KEY IS NOT LESS THAN PMF-JOB-ID
               INVALID KEY
                   SET WS-PMF-SCAN-DONE TO TRUE
           END-START
           PERFORM 6100-CHECK-ONE-JOB
               UNTIL WS-PMF-SCAN-DONE
           IF WS-JOBS-UNREPORTED = 0
               MOVE '    NONE' TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       6100-CHECK-ONE-JOB SECTION.

       6100-CHECK-JOB.
           READ PRINT-MANIFEST-FILE NEXT RECORD
               AT END
                   SET WS-PMF-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-PMF-SCAN-DONE
               IF NOT WS-PMF-OK
                   SET WS-PMF-SCAN-DONE TO TRUE
               ELSE
                   IF PMF-SENT
                       SET DU-FN-DAYS-BETWEEN TO TRUE
                       MOVE PMF-JOB-DATE TO DU-DATE-1
                       MOVE WS-TODAY-DATE TO DU-DATE-2
                       CALL 'DATEUTIL' USING DATEUTIL-PARMS
                       IF DU-DAYS-COUNT > WS-OVERDUE-DAYS
                           PERFORM 6200-PRINT-UNREPORTED-JOB
                       END-IF
                   END-IF
               END-IF
           END-IF.

       6200-PRINT-UNREPORTED-JOB SECTION.

       6200-PRINT-UNREPORTED.
           ADD 1 TO WS-JOBS-UNREPORTED
           MOVE PMF-EXTRACT-NAME TO WS-UNR-EXTRACT-NAME
           MOVE PMF-JOB-DATE TO WS-UNR-JOB-DATE
           MOVE PMF-JOB-TIME TO WS-UNR-JOB-TIME
           MOVE PMF-PIECE-COUNT TO WS-UNR-PIECES
           MOVE PMF-PAGE-COUNT TO WS-UNR-PAGES
           MOVE DU-DAYS-COUNT TO WS-UNR-DAYS
           WRITE PRINT-LINE FROM WS-UNREPORTED-LINE.

       7000-PRINT-EXCEPTION SECTION.

       7000-PRINT-EXC.
           SET WS-JOB-HAS-EXCEPTION TO TRUE
           ADD 1 TO WS-EXCEPTIONS-LISTED
           MOVE WS-CUR-EXTRACT-NAME TO WS-EXL-EXTRACT-NAME
           MOVE WS-CUR-JOB-DATE TO WS-EXL-JOB-DATE
           MOVE WS-CUR-JOB-TIME TO WS-EXL-JOB-TIME
           WRITE PRINT-LINE FROM WS-EXCEPTION-LINE
           MOVE SPACES TO WS-EXL-TEXT
           MOVE SPACES TO WS-EXL-LABEL-1
           MOVE SPACES TO WS-EXL-VALUE-1
           MOVE SPACES TO WS-EXL-LABEL-2
           MOVE SPACES TO WS-EXL-VALUE-2.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RUN-CLEAN
               CLOSE VENDOR-PRODUCTION-FILE
               CLOSE PRINT-MANIFEST-FILE
               CLOSE PRINT-PIECE-FILE
               CLOSE CORRESPONDENCE-FILE
               CLOSE RECON-REPORT
           END-IF
           DISPLAY 'VENDOR RECORDS READ:     ' WS-VENDOR-RECORDS
           DISPLAY 'JOBS RECONCILED:         ' WS-JOBS-RECONCILED
           DISPLAY 'JOBS WITH EXCEPTIONS:    ' WS-JOBS-EXCEPTION
           DISPLAY 'JOBS NOT ON MANIFEST:    ' WS-JOBS-NOT-ON-MANIFEST
           DISPLAY 'PIECES MARKED MAILED:    ' WS-PIECES-MAILED
           DISPLAY 'PIECES MARKED SPOILED:   ' WS-PIECES-SPOILED
           DISPLAY 'CORRESPONDENCE UPDATED:  ' WS-CORR-UPDATED
           DISPLAY 'EXCEPTIONS LISTED:       ' WS-EXCEPTIONS-LISTED
           DISPLAY 'JOBS UNREPORTED:         ' WS-JOBS-UNREPORTED.
