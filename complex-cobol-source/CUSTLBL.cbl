      * sort groups domestic labels first in state/ZIP sequence and
      * foreign labels behind them in their own postal handling
      * section by country and postal code, instead of interleaving
      * them into the state/ZIP run. The extract goes to the vendor as
      * a manifested job, one piece per label (see PRTMANW).
      * A deceased customer's label is made out to the estate's
      * executor at the executor's address (EXECFILE, kept by
      * DECDINTK), even where the customer's own address has gone
      * bad.
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS ALT-CUST-ID
               FILE STATUS IS WS-ALT-STATUS.

           SELECT EXECUTOR-FILE ASSIGN TO 'EXECFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CUST-ID
               FILE STATUS IS WS-EXE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  ALTERNATE-ADDRESS-FILE.
           COPY ALTADREC.

       FD  EXECUTOR-FILE.
           COPY EXECREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
       01  WS-RUN-MMDD                     PIC 9(4).
       01  WS-ALT-APPLIED-COUNT            PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Estate executor. A deceased customer's mail goes to the
      * executor by name, in place of the customer and of any
      * seasonal address. A missing executor file just means no
      * estate has one on file.
      *----------------------------------------------------------------*
       01  WS-EXE-STATUS                   PIC XX.
           88  WS-EXE-OK                   VALUE '00'.

       01  WS-EXE-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-EXE-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-EXE-FILE-ABSENT          VALUE 'N'.

       01  WS-EXECUTOR-FLAG                PIC X VALUE 'N'.
           88  WS-EXECUTOR-ON-FILE         VALUE 'Y'.
           88  WS-NO-EXECUTOR              VALUE 'N'.

       01  WS-EXE-APPLIED-COUNT            PIC 9(7) VALUE 0.

       01  WS-LABEL-STATUS                 PIC XX.
           88  WS-LABEL-OK                 VALUE '00'.

       01  WS-FOREIGN-LABELS               PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT             PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Print manifest: the label extract goes to the print vendor as
      * one job, each label a piece on it (see PRTMANW).
      *----------------------------------------------------------------*
       COPY PMANPARM.

       01  WS-MANIFEST-FLAG                PIC X VALUE 'N'.
           88  WS-MANIFEST-OPEN            VALUE 'Y'.
           88  WS-MANIFEST-NOT-OPEN        VALUE 'N'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.
               DISPLAY 'ALTERNATE ADDRESS FILE NOT AVAILABLE, '
                   'SEASONAL ADDRESSING SKIPPED: ' WS-ALT-STATUS
           END-IF
           OPEN INPUT EXECUTOR-FILE
           IF WS-EXE-OK
               SET WS-EXE-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-EXE-FILE-ABSENT TO TRUE
               DISPLAY 'EXECUTOR FILE NOT AVAILABLE, ESTATE '
                   'ADDRESSING SKIPPED: ' WS-EXE-STATUS
           END-IF
           PERFORM 1000-SORT-AND-EXTRACT
           PERFORM 9000-FINALIZE
           GOBACK.
               AT END
                   SET WS-CUST-EOF TO TRUE
               NOT AT END
                   PERFORM 1640-FIND-EXECUTOR
                   IF CUST-MAIL-BLOCKED OF WS-WORK-CUSTOMER
                       OR (CUST-ADDR-BAD OF WS-WORK-CUSTOMER
                           AND WS-NO-EXECUTOR)
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   ELSE
                       IF WS-EXECUTOR-ON-FILE
                           PERFORM 1680-APPLY-EXECUTOR-ADDRESS
                       ELSE
                           PERFORM 1650-APPLY-SEASONAL-ADDRESS
                       END-IF
                       PERFORM 1700-RELEASE-LABEL-RECORD
                   END-IF
           END-READ.

       1640-FIND-EXECUTOR SECTION.

       1640-FIND-EXEC.
           SET WS-NO-EXECUTOR TO TRUE
           IF WS-EXE-FILE-AVAILABLE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO EXE-CUST-ID
               READ EXECUTOR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-EXE-OK
                   SET WS-EXECUTOR-ON-FILE TO TRUE
               END-IF
           END-IF.

       1650-APPLY-SEASONAL-ADDRESS SECTION.

      *----------------------------------------------------------------*
                   CUST-POSTAL-CODE OF WS-WORK-CUSTOMER
           END-IF.

      *----------------------------------------------------------------*
      * The executor's name replaces the customer's in the work
      * record, so the label, and the sort on surname, carry it.
      *----------------------------------------------------------------*
       1680-APPLY-EXECUTOR-ADDRESS SECTION.

       1680-APPLY-EXECUTOR.
           ADD 1 TO WS-EXE-APPLIED-COUNT
           MOVE EXE-NAME-DATA TO CUST-NAME-DATA OF WS-WORK-CUSTOMER
           MOVE EXE-COUNTRY TO
               CUST-COUNTRY-CODE OF WS-WORK-CUSTOMER
           MOVE EXE-STREET TO CUST-STREET OF WS-WORK-CUSTOMER
           MOVE EXE-CITY TO CUST-CITY OF WS-WORK-CUSTOMER
           IF CUST-COUNTRY-US OF WS-WORK-CUSTOMER
               MOVE EXE-STATE-PROV TO
                   CUST-STATE OF WS-WORK-CUSTOMER
               IF EXE-POSTAL(1:5) NUMERIC
                   MOVE EXE-POSTAL(1:5) TO
                       CUST-ZIP OF WS-WORK-CUSTOMER
               ELSE
                   MOVE ZEROS TO CUST-ZIP OF WS-WORK-CUSTOMER
               END-IF
               IF EXE-POSTAL(6:4) NUMERIC
                   MOVE EXE-POSTAL(6:4) TO
                       CUST-ZIP-EXT OF WS-WORK-CUSTOMER
               ELSE
                   MOVE ZEROS TO CUST-ZIP-EXT OF WS-WORK-CUSTOMER
               END-IF
           ELSE
               MOVE EXE-STATE-PROV TO
                   CUST-PROVINCE OF WS-WORK-CUSTOMER
               MOVE EXE-POSTAL TO
                   CUST-POSTAL-CODE OF WS-WORK-CUSTOMER
           END-IF.

       1700-RELEASE-LABEL-RECORD SECTION.

       1700-RELEASE-LABEL.
               DISPLAY 'ERROR OPENING LABEL EXTRACT FILE: '
                   WS-LABEL-STATUS
           ELSE
               PERFORM 8300-OPEN-MANIFEST-JOB
               PERFORM 2100-RETURN-SORTED-RECORD
                   UNTIL WS-SORT-AT-END
               PERFORM 8400-CLOSE-MANIFEST-JOB
           END-IF
           CLOSE LABEL-EXTRACT-FILE.

           WRITE LABEL-EXTRACT-RECORD
           IF WS-LABEL-OK
               ADD 1 TO WS-LABELS-WRITTEN
               PERFORM 8200-ADD-MANIFEST-PIECE
           ELSE
               DISPLAY 'ERROR WRITING LABEL RECORD FOR: '
                   CUST-ID OF WS-WORK-CUSTOMER
                   ' STATUS: ' WS-LABEL-STATUS
           END-IF.

       8200-ADD-MANIFEST-PIECE SECTION.

      *----------------------------------------------------------------*
      * A label is one piece of one page; labels are not logged to the
      * correspondence history, so the piece carries no correspondence
      * row.
      *----------------------------------------------------------------*
       8200-ADD-PIECE.
           IF WS-MANIFEST-OPEN
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO PM-CUST-ID
               MOVE 1 TO PM-PAGE-COUNT
               MOVE ZEROS TO PM-COR-KEY
               SET PM-FN-ADD-PIECE TO TRUE
               CALL 'PRTMANW' USING PRTMANW-PARMS
           END-IF.

       8300-OPEN-MANIFEST-JOB SECTION.

       8300-OPEN-JOB.
           MOVE 'LABELEXT' TO PM-EXTRACT-NAME
           MOVE 'CUSTLBL' TO PM-PROGRAM-ID
           SET PM-FN-OPEN-JOB TO TRUE
           CALL 'PRTMANW' USING PRTMANW-PARMS
           IF PM-OK
               SET WS-MANIFEST-OPEN TO TRUE
           ELSE
               DISPLAY 'PRINT MANIFEST NOT AVAILABLE, LABELEXT GOES '
                   'WITHOUT ONE'
           END-IF.

       8400-CLOSE-MANIFEST-JOB SECTION.

       8400-CLOSE-JOB.
           IF WS-MANIFEST-OPEN
               SET PM-FN-CLOSE-JOB TO TRUE
               CALL 'PRTMANW' USING PRTMANW-PARMS
               SET WS-MANIFEST-NOT-OPEN TO TRUE
               DISPLAY 'PRINT JOB:             ' PM-JOB-ID
               DISPLAY 'PRINT JOB PIECES:      ' PM-PIECE-COUNT
               DISPLAY 'PRINT JOB PAGES:       ' PM-TOTAL-PAGES
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-ALT-FILE-AVAILABLE
               CLOSE ALTERNATE-ADDRESS-FILE
           END-IF
           IF WS-EXE-FILE-AVAILABLE
               CLOSE EXECUTOR-FILE
           END-IF
           IF WS-ALT-APPLIED-COUNT > 0
               DISPLAY 'SEASONAL ADDRESSES APPLIED: '
                   WS-ALT-APPLIED-COUNT
           END-IF
           IF WS-EXE-APPLIED-COUNT > 0
               DISPLAY 'ADDRESSED TO ESTATE EXECUTOR: '
                   WS-EXE-APPLIED-COUNT
           END-IF
           DISPLAY 'MAILING LABEL EXTRACT COMPLETE, LABELS WRITTEN: '
               WS-LABELS-WRITTEN
           DISPLAY 'FOREIGN HANDLING SECTION LABELS: '
