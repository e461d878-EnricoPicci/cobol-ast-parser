       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTMANW.
      *================================================================*
      * PRINT MANIFEST WRITER SUBROUTINE
      * Callable manifest keeper for every extract we send the print
      * vendor, driven by PM-FUNCTION-CODE in PRTMANW-PARMS (see
      * copybooks/PMANPARM), the CALL convention AUDCHAIN uses. The
      * extract program opens a job when it opens its extract, adds
      * a piece for each letter, statement or label it writes, and
      * closes the job when it closes the extract. Each piece goes
      * on the piece file (see copybooks/PPCREC) with its customer,
      * page count and correspondence row; closing the job writes the
      * manifest row (see copybooks/PMANREC) with the piece count,
      * page count and a hash total of the customer IDs, and copies
      * it to the manifest transmission file that travels with the
      * job, so the vendor's production-complete report can be held
      * to it by PRTRECON.
      *
      * The files stay open from the open to the close of a job; one
      * job is open at a time per calling program. An extract program
      * restarted from a checkpoint resumes its job with RJ rather
      * than opening a new one, so the vendor still receives one job
      * and one manifest for the extract; one stopping short holds
      * its job with HJ, so no manifest goes out for a partial job.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT MANIFEST-TRANSMIT-FILE ASSIGN TO 'PRTMANX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-MANIFEST-FILE.
           COPY PMANREC.

       FD  PRINT-PIECE-FILE.
           COPY PPCREC.

       FD  MANIFEST-TRANSMIT-FILE.
       01  MANIFEST-TRANSMIT-RECORD        PIC X(140).

       WORKING-STORAGE SECTION.

       01  WS-PMF-STATUS                   PIC XX.
           88  WS-PMF-OK                   VALUE '00'.
           88  WS-PMF-DUP-KEY              VALUE '22'.
           88  WS-PMF-NOT-OPEN             VALUE '35'.

       01  WS-PPC-STATUS                   PIC XX.
           88  WS-PPC-OK                   VALUE '00'.
           88  WS-PPC-NOT-OPEN             VALUE '35'.
           88  WS-PPC-END                  VALUE '10'.

       01  WS-PMX-STATUS                   PIC XX.
           88  WS-PMX-OK                   VALUE '00'.

       01  WS-JOB-FLAG                     PIC X VALUE 'N'.
           88  WS-JOB-OPEN                 VALUE 'Y'.
           88  WS-NO-JOB-OPEN              VALUE 'N'.

       01  WS-JOB-ID.
           05  WS-JOB-EXTRACT              PIC X(8).
           05  WS-JOB-DATE                 PIC 9(8).
           05  WS-JOB-TIME                 PIC 9(6).

       01  WS-JOB-PROGRAM-ID               PIC X(8).

       01  WS-JOB-TOTALS.
           05  WS-PIECE-SEQ                PIC 9(7).
           05  WS-PAGE-TOTAL               PIC 9(9).
           05  WS-CUST-HASH                PIC 9(16).

       01  WS-PIECES-REMOVED               PIC 9(7).

       LINKAGE SECTION.

           COPY PMANPARM.

       PROCEDURE DIVISION USING PRTMANW-PARMS.

       0000-MAIN SECTION.

       0000-START.
           SET PM-OK TO TRUE
           EVALUATE TRUE
               WHEN PM-FN-OPEN-JOB
                   PERFORM 1000-OPEN-JOB
               WHEN PM-FN-ADD-PIECE
                   PERFORM 2000-ADD-PIECE
               WHEN PM-FN-CLOSE-JOB
                   PERFORM 3000-CLOSE-JOB
               WHEN PM-FN-RESUME-JOB
                   PERFORM 4000-RESUME-JOB
               WHEN PM-FN-HOLD-JOB
                   PERFORM 5000-HOLD-JOB
               WHEN OTHER
                   SET PM-NOT-OK TO TRUE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      * The job ID is the extract name and the moment the job opened;
      * the manifest and piece files are created on first use.
      *----------------------------------------------------------------*
       1000-OPEN-JOB SECTION.

       1000-OPEN.
           IF WS-JOB-OPEN
               SET PM-NOT-OK TO TRUE
           ELSE
               PERFORM 1100-OPEN-MANIFEST-FILES
               IF PM-OK
                   SET WS-JOB-OPEN TO TRUE
                   MOVE PM-EXTRACT-NAME TO WS-JOB-EXTRACT
                   ACCEPT WS-JOB-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-JOB-TIME FROM TIME
                   MOVE PM-PROGRAM-ID TO WS-JOB-PROGRAM-ID
                   INITIALIZE WS-JOB-TOTALS
                   MOVE WS-JOB-ID TO PM-JOB-ID
                   PERFORM 2100-RETURN-TOTALS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A piece the piece file will not take is still counted on the
      * manifest - it went to the vendor either way.
      *----------------------------------------------------------------*
       2000-ADD-PIECE SECTION.

       2000-ADD.
           IF WS-NO-JOB-OPEN
               SET PM-NOT-OK TO TRUE
           ELSE
               ADD 1 TO WS-PIECE-SEQ
               ADD PM-PAGE-COUNT TO WS-PAGE-TOTAL
               ADD PM-CUST-ID TO WS-CUST-HASH
               INITIALIZE PRINT-PIECE-RECORD
               MOVE WS-JOB-ID TO PPC-JOB-ID
               MOVE WS-PIECE-SEQ TO PPC-PIECE-SEQ
               MOVE PM-CUST-ID TO PPC-CUST-ID
               MOVE PM-PAGE-COUNT TO PPC-PAGE-COUNT
               MOVE PM-COR-KEY TO PPC-COR-KEY
               SET PPC-SENT-TO-VENDOR TO TRUE
               WRITE PRINT-PIECE-RECORD
               IF NOT WS-PPC-OK
                   DISPLAY 'ERROR WRITING PRINT PIECE: ' WS-JOB-ID
                       ' ' WS-PIECE-SEQ ' STATUS: ' WS-PPC-STATUS
                   SET PM-NOT-OK TO TRUE
               END-IF
               PERFORM 2100-RETURN-TOTALS
           END-IF.

       2100-RETURN-TOTALS SECTION.

       2100-RETURN.
           MOVE WS-PIECE-SEQ TO PM-PIECE-COUNT
           MOVE WS-PAGE-TOTAL TO PM-TOTAL-PAGES
           MOVE WS-CUST-HASH TO PM-CUST-HASH.

       1100-OPEN-MANIFEST-FILES SECTION.

       1100-OPEN-FILES.
           OPEN I-O PRINT-MANIFEST-FILE
           IF WS-PMF-NOT-OPEN
               OPEN OUTPUT PRINT-MANIFEST-FILE
               CLOSE PRINT-MANIFEST-FILE
               OPEN I-O PRINT-MANIFEST-FILE
           END-IF
           OPEN I-O PRINT-PIECE-FILE
           IF WS-PPC-NOT-OPEN
               OPEN OUTPUT PRINT-PIECE-FILE
               CLOSE PRINT-PIECE-FILE
               OPEN I-O PRINT-PIECE-FILE
           END-IF
           IF NOT WS-PMF-OK OR NOT WS-PPC-OK
               DISPLAY 'ERROR OPENING PRINT MANIFEST FILES: '
                   WS-PMF-STATUS ' ' WS-PPC-STATUS
               CLOSE PRINT-MANIFEST-FILE
               CLOSE PRINT-PIECE-FILE
               SET PM-NOT-OK TO TRUE
           END-IF.

       3000-CLOSE-JOB SECTION.

       3000-CLOSE.
           IF WS-NO-JOB-OPEN
               SET PM-NOT-OK TO TRUE
           ELSE
               INITIALIZE PRINT-MANIFEST-RECORD
               MOVE WS-JOB-ID TO PMF-JOB-ID
               MOVE WS-JOB-PROGRAM-ID TO PMF-PROGRAM-ID
               MOVE WS-PIECE-SEQ TO PMF-PIECE-COUNT
               MOVE WS-PAGE-TOTAL TO PMF-PAGE-COUNT
               MOVE WS-CUST-HASH TO PMF-CUST-HASH
               SET PMF-SENT TO TRUE
               WRITE PRINT-MANIFEST-RECORD
               IF WS-PMF-DUP-KEY
                   REWRITE PRINT-MANIFEST-RECORD
               END-IF
               IF NOT WS-PMF-OK
                   DISPLAY 'ERROR WRITING PRINT MANIFEST: ' WS-JOB-ID
                       ' STATUS: ' WS-PMF-STATUS
                   SET PM-NOT-OK TO TRUE
               END-IF
               PERFORM 3100-TRANSMIT-MANIFEST
               CLOSE PRINT-MANIFEST-FILE
               CLOSE PRINT-PIECE-FILE
               SET WS-NO-JOB-OPEN TO TRUE
               MOVE WS-JOB-ID TO PM-JOB-ID
               MOVE WS-PIECE-SEQ TO PM-PIECE-COUNT
               MOVE WS-PAGE-TOTAL TO PM-TOTAL-PAGES
               MOVE WS-CUST-HASH TO PM-CUST-HASH
           END-IF.

      *----------------------------------------------------------------*
      * Every job of the night goes on one transmission file, added
      * to the way the audit journal is.
      *----------------------------------------------------------------*
       3100-TRANSMIT-MANIFEST SECTION.

       3100-TRANSMIT.
           OPEN EXTEND MANIFEST-TRANSMIT-FILE
           IF NOT WS-PMX-OK
               OPEN OUTPUT MANIFEST-TRANSMIT-FILE
           END-IF
           IF NOT WS-PMX-OK
               DISPLAY 'ERROR OPENING MANIFEST TRANSMISSION FILE: '
                   WS-PMX-STATUS
               SET PM-NOT-OK TO TRUE
           ELSE
               WRITE MANIFEST-TRANSMIT-RECORD
                   FROM PRINT-MANIFEST-RECORD
               IF NOT WS-PMX-OK
                   DISPLAY 'ERROR WRITING MANIFEST TRANSMISSION: '
                       WS-JOB-ID ' STATUS: ' WS-PMX-STATUS
                   SET PM-NOT-OK TO TRUE
               END-IF
               CLOSE MANIFEST-TRANSMIT-FILE
           END-IF.

      *----------------------------------------------------------------*
      * The job picks up under its original ID with its totals as at
      * the caller's checkpoint. Piece rows past that checkpoint
      * belong to extract records the restart has discarded, and
      * will be added again as those customers are rewritten, so
      * they are removed here.
      *----------------------------------------------------------------*
       4000-RESUME-JOB SECTION.

       4000-RESUME.
           IF WS-JOB-OPEN
               SET PM-NOT-OK TO TRUE
           ELSE
               PERFORM 1100-OPEN-MANIFEST-FILES
               IF PM-OK
                   SET WS-JOB-OPEN TO TRUE
                   MOVE PM-JOB-ID TO WS-JOB-ID
                   MOVE PM-PROGRAM-ID TO WS-JOB-PROGRAM-ID
                   MOVE PM-PIECE-COUNT TO WS-PIECE-SEQ
                   MOVE PM-TOTAL-PAGES TO WS-PAGE-TOTAL
                   MOVE PM-CUST-HASH TO WS-CUST-HASH
                   MOVE 0 TO WS-PIECES-REMOVED
                   MOVE WS-JOB-ID TO PPC-JOB-ID
                   MOVE WS-PIECE-SEQ TO PPC-PIECE-SEQ
                   START PRINT-PIECE-FILE KEY IS GREATER THAN PPC-KEY
                       INVALID KEY
                           SET WS-PPC-END TO TRUE
                   END-START
                   PERFORM 4100-REMOVE-LATER-PIECE
                       UNTIL NOT WS-PPC-OK
                   PERFORM 2100-RETURN-TOTALS
                   IF WS-PIECES-REMOVED > 0
                       DISPLAY 'PRINT JOB ' WS-JOB-ID ' RESUMED, '
                           WS-PIECES-REMOVED ' PIECES PAST CHECKPOINT '
                           'REMOVED'
                   END-IF
               END-IF
           END-IF.

       4100-REMOVE-LATER-PIECE SECTION.

       4100-REMOVE.
           READ PRINT-PIECE-FILE NEXT
               AT END
                   SET WS-PPC-END TO TRUE
           END-READ
           IF WS-PPC-OK
               IF PPC-JOB-ID = WS-JOB-ID
                   DELETE PRINT-PIECE-FILE
                   IF WS-PPC-OK
                       ADD 1 TO WS-PIECES-REMOVED
                   END-IF
               ELSE
                   SET WS-PPC-END TO TRUE
               END-IF
           END-IF.

       5000-HOLD-JOB SECTION.

       5000-HOLD.
           IF WS-NO-JOB-OPEN
               SET PM-NOT-OK TO TRUE
           ELSE
               CLOSE PRINT-MANIFEST-FILE
               CLOSE PRINT-PIECE-FILE
               SET WS-NO-JOB-OPEN TO TRUE
               MOVE WS-JOB-ID TO PM-JOB-ID
               PERFORM 2100-RETURN-TOTALS
               DISPLAY 'PRINT JOB ' WS-JOB-ID ' HELD AT PIECE '
                   WS-PIECE-SEQ
           END-IF.
