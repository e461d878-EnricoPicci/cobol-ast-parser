       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVRFY.
      *================================================================*
      * AUDIT JOURNAL CHAIN VERIFICATION PROGRAM
      * Walks an audit journal in chain sequence order and proves it
      * has not been altered since it was written. Every entry sealed
      * by AUDCHAIN carries a chain sequence and a chain value built
      * from its own contents and the value of the entry before it,
      * so an entry that is changed, removed, inserted or reordered
      * shows up here. The journal to walk is on AUDVRIN and the run
      * parameter (position 1) says which kind it is:
      *   D - daily journal generations (AUDDAILY); entries must also
      *       stand in ascending sequence in the file as written
      *   M - a consolidated monthly journal (AUDMNTH)
      *   A - the retained journal AUDPURGE keeps (AUDKEEP)
      * The consolidated and retained journals are held in customer
      * order, so every kind is sorted into chain order first. The
      * first entry is tied back to the chain through the control
      * rows on AUDCHCTL: sequence 1 starts from nothing, otherwise a
      * row that closes on the sequence before it, or a day that
      * opens on it, gives the value the entry must follow. Then for
      * every entry in turn the report names:
      *   - a chain break: the value does not recompute;
      *   - a gap: sequences missing between one entry and the next;
      *   - a duplicate sequence;
      *   - for daily journals, an entry out of sequence in the file.
      * Finally the walked range is held up against the control
      * rows for the same kind of journal, to catch entries cut from
      * either end. Entries written before the chain began carry
      * sequence zero; they are counted but cannot be proved.
      * Return code 8 when anything is reported.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO 'AUDVRIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT CHAIN-CONTROL-FILE ASSIGN TO 'AUDCHCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-ACR-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'AUDVSRT1'.

           SELECT VERIFY-REPORT ASSIGN TO 'AUDVRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           COPY AUDITREC.

       FD  CHAIN-CONTROL-FILE.
           COPY AUDCTREC.

       SD  SORT-WORK-FILE.
           COPY AUDITREC REPLACING ==AUDIT-RECORD==
                               BY ==SORT-WORK-RECORD==.

       FD  VERIFY-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-JRN-STATUS                   PIC XX.
           88  WS-JRN-OK                   VALUE '00'.

       01  WS-ACR-STATUS                   PIC XX.
           88  WS-ACR-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-KIND                PIC X(1).
               88  WS-KIND-DAILY           VALUE 'D'.
               88  WS-KIND-MONTHLY         VALUE 'M'.
               88  WS-KIND-ARCHIVED        VALUE 'A'.
           05  FILLER                      PIC X(19).

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-JRN-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-JRN-EOF              VALUE 'Y'.
               88  WS-JRN-NOT-EOF          VALUE 'N'.
           05  WS-ACR-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-ACR-EOF              VALUE 'Y'.
               88  WS-ACR-NOT-EOF          VALUE 'N'.
           05  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
               88  WS-SORT-AT-END          VALUE 'Y'.
               88  WS-SORT-NOT-AT-END      VALUE 'N'.
           05  WS-WALK-FLAG                PIC X VALUE 'N'.
               88  WS-WALK-STARTED         VALUE 'Y'.
               88  WS-WALK-NOT-STARTED     VALUE 'N'.
           05  WS-PRIOR-FLAG               PIC X VALUE 'N'.
               88  WS-PRIOR-KNOWN          VALUE 'Y'.
               88  WS-PRIOR-UNKNOWN        VALUE 'N'.
           05  WS-CONTROL-FLAG             PIC X VALUE 'N'.
               88  WS-CONTROL-LOADED       VALUE 'Y'.
               88  WS-CONTROL-MISSING      VALUE 'N'.

      *----------------------------------------------------------------*
      * The chain control rows, loaded once; the current row and the
      * anchor are loaded with the rest.
      *----------------------------------------------------------------*
       01  WS-CONTROL-COUNT                PIC 9(5) VALUE 0.
       01  WS-CTL-IDX                      PIC 9(5).
       01  WS-CONTROL-TABLE.
           05  WS-CTL-ENTRY OCCURS 4000 TIMES.
               10  WS-CTL-TYPE             PIC X(1).
               10  WS-CTL-DATE             PIC 9(8).
               10  WS-CTL-FIRST-SEQ        PIC 9(12).
               10  WS-CTL-LAST-SEQ         PIC 9(12).
               10  WS-CTL-OPENING-VALUE    PIC 9(18).
               10  WS-CTL-CLOSING-VALUE    PIC 9(18).

       01  WS-CHECK-TYPE                   PIC X(1).

      *----------------------------------------------------------------*
      * The entry being walked, and where the walk stands.
      *----------------------------------------------------------------*
       COPY AUDITREC REPLACING ==AUDIT-RECORD==
                           BY ==WALK-ENTRY==.

       01  WS-WALK-STATE.
           05  WS-FILE-HIGH-SEQ            PIC 9(12) VALUE 0.
           05  WS-WALK-FIRST-SEQ           PIC 9(12) VALUE 0.
           05  WS-WALK-LAST-SEQ            PIC 9(12) VALUE 0.
           05  WS-WALK-LAST-VALUE          PIC 9(18) VALUE 0.
           05  WS-PRIOR-VALUE              PIC 9(18) VALUE 0.
           05  WS-MISSING-COUNT            PIC 9(12) VALUE 0.

       01  WS-ANCHOR-SEARCH.
           05  WS-ANCHOR-FOR-SEQ           PIC 9(12).
           05  WS-ANCHOR-FLAG              PIC X VALUE 'N'.
               88  WS-ANCHOR-FOUND         VALUE 'Y'.
               88  WS-ANCHOR-NOT-FOUND     VALUE 'N'.
           05  WS-ANCHOR-VALUE             PIC 9(18).

       COPY AUDCPARM.

       01  WS-VERIFY-TOTALS.
           05  WS-ENTRIES-READ             PIC 9(9) VALUE 0.
           05  WS-ENTRIES-UNSEALED         PIC 9(9) VALUE 0.
           05  WS-ENTRIES-WALKED           PIC 9(9) VALUE 0.
           05  WS-ENTRIES-PROVED           PIC 9(9) VALUE 0.
           05  WS-CHAIN-BREAKS             PIC 9(9) VALUE 0.
           05  WS-CHAIN-GAPS               PIC 9(9) VALUE 0.
           05  WS-ENTRIES-MISSING          PIC 9(12) VALUE 0.
           05  WS-DUPLICATE-SEQS           PIC 9(9) VALUE 0.
           05  WS-OUT-OF-SEQUENCE          PIC 9(9) VALUE 0.
           05  WS-CONTROL-FINDINGS         PIC 9(9) VALUE 0.
           05  WS-FINDINGS-REPORTED        PIC 9(9) VALUE 0.

      *----------------------------------------------------------------*
      * The finding being reported, built before 8000-WRITE-FINDING
      * prints it.
      *----------------------------------------------------------------*
       01  WS-FINDING-WORK.
           05  WS-FND-SEQ                  PIC 9(12).
           05  WS-FND-CUST-ID              PIC 9(8).
           05  WS-FND-DATE                 PIC 9(8).
           05  WS-FND-TIME                 PIC 9(6).
           05  WS-FND-REASON               PIC X(40).
           05  WS-FND-COUNT                PIC 9(12).

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'AUDIT JOURNAL CHAIN VERIFY'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE 'JOURNAL: '.
           05  WS-HDG-KIND                 PIC X(9).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(14) VALUE 'SEQUENCE'.
           05  FILLER                      PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(10) VALUE 'DATE'.
           05  FILLER                      PIC X(8) VALUE 'TIME'.
           05  FILLER                      PIC X(42) VALUE 'FINDING'.
           05  FILLER                      PIC X(13) VALUE 'COUNT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-SEQ                  PIC 9(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-DATE                 PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-TIME                 PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-REASON               PIC X(40).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-COUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-NOTE-LINE.
           05  WS-NTE-TEXT                 PIC X(60).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(30).
           05  WS-SUM-COUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-SORT-AND-WALK
               PERFORM 7000-CHECK-CONTROL-ROWS
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-VERIFY-TOTALS
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN WS-KIND-DAILY
                   MOVE 'DAILY' TO WS-HDG-KIND
               WHEN WS-KIND-MONTHLY
                   MOVE 'MONTHLY' TO WS-HDG-KIND
               WHEN WS-KIND-ARCHIVED
                   MOVE 'ARCHIVED' TO WS-HDG-KIND
               WHEN OTHER
                   DISPLAY 'INVALID JOURNAL KIND PARAMETER, RUN '
                       'REFUSED: ' WS-PARM-KIND
                   SET WS-RUN-ABORTED TO TRUE
           END-EVALUATE
           IF WS-RUN-CLEAN
               OPEN OUTPUT VERIFY-REPORT
               IF NOT WS-PRINT-OK
                   DISPLAY 'ERROR OPENING CHAIN VERIFY REPORT: '
                       WS-PRINT-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   WRITE PRINT-LINE FROM WS-HEADING-LINE
                   WRITE PRINT-LINE FROM WS-COLUMN-LINE
               END-IF
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1100-LOAD-CONTROL-ROWS
           END-IF.

      *----------------------------------------------------------------*
      * Without the control rows only a journal that starts at
      * sequence 1 can be tied to the chain, which is said once here
      * and on the report; the walk itself still runs.
      *----------------------------------------------------------------*
       1100-LOAD-CONTROL-ROWS SECTION.

       1100-LOAD-ROWS.
           OPEN INPUT CHAIN-CONTROL-FILE
           IF WS-ACR-OK
               SET WS-CONTROL-LOADED TO TRUE
               SET WS-ACR-NOT-EOF TO TRUE
               PERFORM 1110-LOAD-ONE-CONTROL-ROW UNTIL WS-ACR-EOF
               CLOSE CHAIN-CONTROL-FILE
           ELSE
               DISPLAY 'AUDIT CHAIN CONTROL FILE NOT AVAILABLE, '
                   'CONTROL CHECKS SKIPPED: ' WS-ACR-STATUS
               MOVE 'CHAIN CONTROL FILE NOT AVAILABLE, NOT CHECKED'
                   TO WS-NTE-TEXT
               WRITE PRINT-LINE FROM WS-NOTE-LINE
           END-IF.

       1110-LOAD-ONE-CONTROL-ROW SECTION.

       1110-LOAD-ROW.
           READ CHAIN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-ACR-EOF TO TRUE
               NOT AT END
                   IF WS-CONTROL-COUNT < 4000
                       ADD 1 TO WS-CONTROL-COUNT
                       MOVE ACR-ENTRY-TYPE TO
                           WS-CTL-TYPE(WS-CONTROL-COUNT)
                       MOVE ACR-ENTRY-DATE TO
                           WS-CTL-DATE(WS-CONTROL-COUNT)
                       MOVE ACR-FIRST-SEQ TO
                           WS-CTL-FIRST-SEQ(WS-CONTROL-COUNT)
                       MOVE ACR-LAST-SEQ TO
                           WS-CTL-LAST-SEQ(WS-CONTROL-COUNT)
                       MOVE ACR-OPENING-VALUE TO
                           WS-CTL-OPENING-VALUE(WS-CONTROL-COUNT)
                       MOVE ACR-CLOSING-VALUE TO
                           WS-CTL-CLOSING-VALUE(WS-CONTROL-COUNT)
                   ELSE
                       DISPLAY 'CHAIN CONTROL TABLE FULL, ROW NOT '
                           'LOADED: ' ACR-KEY
                   END-IF
           END-READ.

       2000-SORT-AND-WALK SECTION.

       2000-SORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY AUD-CHAIN-SEQ OF SORT-WORK-RECORD
               INPUT PROCEDURE IS 3000-READ-JOURNAL
               OUTPUT PROCEDURE IS 4000-WALK-CHAIN.

      *----------------------------------------------------------------*
      * Only sealed entries go to the sort; a daily journal is also
      * checked here for entries standing out of sequence in the file
      * as it was written.
      *----------------------------------------------------------------*
       3000-READ-JOURNAL SECTION.

       3000-READ.
           OPEN INPUT JOURNAL-FILE
           IF NOT WS-JRN-OK
               DISPLAY 'ERROR OPENING AUDIT JOURNAL TO VERIFY: '
                   WS-JRN-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-JRN-NOT-EOF TO TRUE
               PERFORM 3100-READ-ONE-ENTRY UNTIL WS-JRN-EOF
               CLOSE JOURNAL-FILE
           END-IF.

       3100-READ-ONE-ENTRY SECTION.

       3100-READ-ENTRY.
           READ JOURNAL-FILE
               AT END
                   SET WS-JRN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   IF AUD-CHAIN-SEQ OF AUDIT-RECORD = 0
                       ADD 1 TO WS-ENTRIES-UNSEALED
                   ELSE
                       IF WS-KIND-DAILY
                           PERFORM 3200-CHECK-FILE-ORDER
                       END-IF
                       RELEASE SORT-WORK-RECORD FROM AUDIT-RECORD
                   END-IF
           END-READ.

       3200-CHECK-FILE-ORDER SECTION.

       3200-CHECK-ORDER.
           IF AUD-CHAIN-SEQ OF AUDIT-RECORD > WS-FILE-HIGH-SEQ
               MOVE AUD-CHAIN-SEQ OF AUDIT-RECORD TO WS-FILE-HIGH-SEQ
           ELSE
               ADD 1 TO WS-OUT-OF-SEQUENCE
               MOVE AUDIT-RECORD TO WALK-ENTRY
               MOVE 'OUT OF SEQUENCE IN DAILY JOURNAL'
                   TO WS-FND-REASON
               MOVE 0 TO WS-FND-COUNT
               PERFORM 8000-WRITE-FINDING
           END-IF.

       4000-WALK-CHAIN SECTION.

       4000-WALK.
           IF WS-RUN-CLEAN
               SET WS-SORT-NOT-AT-END TO TRUE
               PERFORM 4100-WALK-ONE-ENTRY UNTIL WS-SORT-AT-END
           END-IF.

       4100-WALK-ONE-ENTRY SECTION.

       4100-WALK-ENTRY.
           RETURN SORT-WORK-FILE INTO WALK-ENTRY
               AT END
                   SET WS-SORT-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRIES-WALKED
                   PERFORM 4200-PLACE-ENTRY
                   IF WS-PRIOR-KNOWN
                       PERFORM 4300-PROVE-ENTRY
                   END-IF
                   MOVE AUD-CHAIN-SEQ OF WALK-ENTRY TO WS-WALK-LAST-SEQ
                   MOVE AUD-CHAIN-VALUE OF WALK-ENTRY TO
                       WS-WALK-LAST-VALUE
           END-RETURN.

      *----------------------------------------------------------------*
      * Decides what value the entry must follow. The next sequence
      * follows the entry before it; the first entry, and the first
      * after a gap, can only be tied back through the control rows.
      * A duplicate is reported and proved against the same prior.
      *----------------------------------------------------------------*
       4200-PLACE-ENTRY SECTION.

       4200-PLACE.
           EVALUATE TRUE
               WHEN WS-WALK-NOT-STARTED
                   SET WS-WALK-STARTED TO TRUE
                   MOVE AUD-CHAIN-SEQ OF WALK-ENTRY TO WS-WALK-FIRST-SEQ
                   PERFORM 4210-ANCHOR-ENTRY
                   IF WS-PRIOR-UNKNOWN
                       MOVE 'CHAIN START NOT ANCHORED TO CONTROL'
                           TO WS-FND-REASON
                       MOVE 0 TO WS-FND-COUNT
                       PERFORM 8000-WRITE-FINDING
                   END-IF
               WHEN AUD-CHAIN-SEQ OF WALK-ENTRY = WS-WALK-LAST-SEQ
                   ADD 1 TO WS-DUPLICATE-SEQS
                   MOVE 'DUPLICATE CHAIN SEQUENCE' TO WS-FND-REASON
                   MOVE 0 TO WS-FND-COUNT
                   PERFORM 8000-WRITE-FINDING
               WHEN AUD-CHAIN-SEQ OF WALK-ENTRY = WS-WALK-LAST-SEQ + 1
                   SET WS-PRIOR-KNOWN TO TRUE
                   MOVE WS-WALK-LAST-VALUE TO WS-PRIOR-VALUE
               WHEN OTHER
                   ADD 1 TO WS-CHAIN-GAPS
                   COMPUTE WS-MISSING-COUNT =
                       AUD-CHAIN-SEQ OF WALK-ENTRY
                       - WS-WALK-LAST-SEQ - 1
                   ADD WS-MISSING-COUNT TO WS-ENTRIES-MISSING
                   MOVE 'GAP - ENTRIES MISSING BEFORE THIS ONE'
                       TO WS-FND-REASON
                   MOVE WS-MISSING-COUNT TO WS-FND-COUNT
                   PERFORM 8000-WRITE-FINDING
                   PERFORM 4210-ANCHOR-ENTRY
           END-EVALUATE.

       4210-ANCHOR-ENTRY SECTION.

       4210-ANCHOR.
           MOVE AUD-CHAIN-SEQ OF WALK-ENTRY TO WS-ANCHOR-FOR-SEQ
           PERFORM 6000-FIND-ANCHOR
           IF WS-ANCHOR-FOUND
               SET WS-PRIOR-KNOWN TO TRUE
               MOVE WS-ANCHOR-VALUE TO WS-PRIOR-VALUE
           ELSE
               SET WS-PRIOR-UNKNOWN TO TRUE
           END-IF.

       4300-PROVE-ENTRY SECTION.

       4300-PROVE.
           SET AC-FN-COMPUTE-VALUE TO TRUE
           MOVE WS-PRIOR-VALUE TO AC-PRIOR-VALUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS WALK-ENTRY
           IF AC-CHAIN-VALUE = AUD-CHAIN-VALUE OF WALK-ENTRY
               ADD 1 TO WS-ENTRIES-PROVED
           ELSE
               ADD 1 TO WS-CHAIN-BREAKS
               MOVE 'CHAIN BREAK - VALUE DOES NOT RECOMPUTE'
                   TO WS-FND-REASON
               MOVE 0 TO WS-FND-COUNT
               PERFORM 8000-WRITE-FINDING
           END-IF.

      *----------------------------------------------------------------*
      * The value the entry in WS-ANCHOR-FOR-SEQ must follow, from
      * the control rows: nothing before sequence 1, else the closing
      * value of any row that ends on the sequence before it, else
      * the opening value of the day that starts on it.
      *----------------------------------------------------------------*
       6000-FIND-ANCHOR SECTION.

       6000-FIND.
           SET WS-ANCHOR-NOT-FOUND TO TRUE
           MOVE 0 TO WS-ANCHOR-VALUE
           IF WS-ANCHOR-FOR-SEQ = 1
               SET WS-ANCHOR-FOUND TO TRUE
           ELSE
               PERFORM 6100-MATCH-ONE-CONTROL-ROW
                   VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CONTROL-COUNT
                       OR WS-ANCHOR-FOUND
           END-IF.

       6100-MATCH-ONE-CONTROL-ROW SECTION.

       6100-MATCH-ROW.
           EVALUATE TRUE
               WHEN WS-CTL-LAST-SEQ(WS-CTL-IDX) + 1 = WS-ANCHOR-FOR-SEQ
                   SET WS-ANCHOR-FOUND TO TRUE
                   MOVE WS-CTL-CLOSING-VALUE(WS-CTL-IDX) TO
                       WS-ANCHOR-VALUE
               WHEN WS-CTL-TYPE(WS-CTL-IDX) = 'D'
                   AND WS-CTL-FIRST-SEQ(WS-CTL-IDX) = WS-ANCHOR-FOR-SEQ
                   SET WS-ANCHOR-FOUND TO TRUE
                   MOVE WS-CTL-OPENING-VALUE(WS-CTL-IDX) TO
                       WS-ANCHOR-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * The walked range against the control rows kept for this kind
      * of journal: a daily or monthly row that overlaps the range
      * but runs past either end means entries were cut from that
      * end, and the row ending where the walk ends must close on
      * the same value. A retained journal must resume immediately
      * after the retention anchor.
      *----------------------------------------------------------------*
       7000-CHECK-CONTROL-ROWS SECTION.

       7000-CHECK-ROWS.
           IF WS-WALK-STARTED AND WS-CONTROL-LOADED
               EVALUATE TRUE
                   WHEN WS-KIND-DAILY
                       MOVE 'D' TO WS-CHECK-TYPE
                   WHEN WS-KIND-MONTHLY
                       MOVE 'M' TO WS-CHECK-TYPE
                   WHEN OTHER
                       MOVE 'A' TO WS-CHECK-TYPE
               END-EVALUATE
               PERFORM 7100-CHECK-ONE-CONTROL-ROW
                   VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CONTROL-COUNT
           END-IF.

       7100-CHECK-ONE-CONTROL-ROW SECTION.

       7100-CHECK-ROW.
           INITIALIZE WALK-ENTRY
           IF WS-CTL-TYPE(WS-CTL-IDX) = WS-CHECK-TYPE
               IF WS-CHECK-TYPE = 'A'
                   IF WS-CTL-LAST-SEQ(WS-CTL-IDX) + 1 NOT =
                       WS-WALK-FIRST-SEQ
                       MOVE WS-WALK-FIRST-SEQ TO
                           AUD-CHAIN-SEQ OF WALK-ENTRY
                       MOVE 'DOES NOT RESUME FROM RETENTION ANCHOR'
                           TO WS-FND-REASON
                       MOVE WS-CTL-LAST-SEQ(WS-CTL-IDX) TO
                           WS-FND-COUNT
                       PERFORM 7200-WRITE-CONTROL-FINDING
                   END-IF
               ELSE
                   PERFORM 7300-CHECK-RANGE-ENDS
               END-IF
           END-IF.

       7200-WRITE-CONTROL-FINDING SECTION.

       7200-WRITE-CONTROL.
           ADD 1 TO WS-CONTROL-FINDINGS
           MOVE WS-CTL-DATE(WS-CTL-IDX) TO AUD-TS-DATE OF WALK-ENTRY
           PERFORM 8000-WRITE-FINDING.

       7300-CHECK-RANGE-ENDS SECTION.

       7300-CHECK-ENDS.
           IF WS-CTL-FIRST-SEQ(WS-CTL-IDX) >= WS-WALK-FIRST-SEQ
               AND WS-CTL-FIRST-SEQ(WS-CTL-IDX) <= WS-WALK-LAST-SEQ
               AND WS-CTL-LAST-SEQ(WS-CTL-IDX) > WS-WALK-LAST-SEQ
               MOVE WS-CTL-LAST-SEQ(WS-CTL-IDX) TO
                   AUD-CHAIN-SEQ OF WALK-ENTRY
               MOVE 'JOURNAL ENDS BEFORE CONTROL ROW ENDS'
                   TO WS-FND-REASON
               COMPUTE WS-FND-COUNT =
                   WS-CTL-LAST-SEQ(WS-CTL-IDX) - WS-WALK-LAST-SEQ
               PERFORM 7200-WRITE-CONTROL-FINDING
           END-IF
           IF WS-CTL-LAST-SEQ(WS-CTL-IDX) >= WS-WALK-FIRST-SEQ
               AND WS-CTL-LAST-SEQ(WS-CTL-IDX) <= WS-WALK-LAST-SEQ
               AND WS-CTL-FIRST-SEQ(WS-CTL-IDX) < WS-WALK-FIRST-SEQ
               MOVE WS-CTL-FIRST-SEQ(WS-CTL-IDX) TO
                   AUD-CHAIN-SEQ OF WALK-ENTRY
               MOVE 'JOURNAL STARTS AFTER CONTROL ROW STARTS'
                   TO WS-FND-REASON
               COMPUTE WS-FND-COUNT =
                   WS-WALK-FIRST-SEQ - WS-CTL-FIRST-SEQ(WS-CTL-IDX)
               PERFORM 7200-WRITE-CONTROL-FINDING
           END-IF
           IF WS-CTL-LAST-SEQ(WS-CTL-IDX) = WS-WALK-LAST-SEQ
               AND WS-CTL-CLOSING-VALUE(WS-CTL-IDX) NOT =
                   WS-WALK-LAST-VALUE
               MOVE WS-WALK-LAST-SEQ TO AUD-CHAIN-SEQ OF WALK-ENTRY
               MOVE 'LAST ENTRY DIFFERS FROM CONTROL ROW'
                   TO WS-FND-REASON
               MOVE 0 TO WS-FND-COUNT
               PERFORM 7200-WRITE-CONTROL-FINDING
           END-IF.

       8000-WRITE-FINDING SECTION.

       8000-WRITE.
           ADD 1 TO WS-FINDINGS-REPORTED
           MOVE AUD-CHAIN-SEQ OF WALK-ENTRY TO WS-DTL-SEQ
           MOVE AUD-CUST-ID OF WALK-ENTRY TO WS-DTL-CUST-ID
           MOVE AUD-TS-DATE OF WALK-ENTRY TO WS-DTL-DATE
           MOVE AUD-TS-TIME OF WALK-ENTRY TO WS-DTL-TIME
           MOVE WS-FND-REASON TO WS-DTL-REASON
           MOVE WS-FND-COUNT TO WS-DTL-COUNT
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RUN-ABORTED
               MOVE 12 TO RETURN-CODE
               IF WS-PRINT-OK
                   CLOSE VERIFY-REPORT
               END-IF
           ELSE
               PERFORM 9100-WRITE-SUMMARY
               CLOSE VERIFY-REPORT
               IF WS-FINDINGS-REPORTED > 0
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'AUDIT JOURNAL CHAIN NOT PROVED, SEE REPORT'
               ELSE
                   DISPLAY 'AUDIT JOURNAL CHAIN PROVED'
               END-IF
           END-IF
           DISPLAY 'JOURNAL ENTRIES READ:      ' WS-ENTRIES-READ
           DISPLAY 'ENTRIES PROVED:            ' WS-ENTRIES-PROVED
           DISPLAY 'FINDINGS REPORTED:         ' WS-FINDINGS-REPORTED.

       9100-WRITE-SUMMARY SECTION.

       9100-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'JOURNAL ENTRIES READ' TO WS-SUM-LABEL
           MOVE WS-ENTRIES-READ TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'UNSEALED ENTRIES (NOT PROVED)' TO WS-SUM-LABEL
           MOVE WS-ENTRIES-UNSEALED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ENTRIES WALKED' TO WS-SUM-LABEL
           MOVE WS-ENTRIES-WALKED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ENTRIES PROVED' TO WS-SUM-LABEL
           MOVE WS-ENTRIES-PROVED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'FIRST SEQUENCE WALKED' TO WS-SUM-LABEL
           MOVE WS-WALK-FIRST-SEQ TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'LAST SEQUENCE WALKED' TO WS-SUM-LABEL
           MOVE WS-WALK-LAST-SEQ TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CHAIN BREAKS' TO WS-SUM-LABEL
           MOVE WS-CHAIN-BREAKS TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'GAPS' TO WS-SUM-LABEL
           MOVE WS-CHAIN-GAPS TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ENTRIES MISSING IN GAPS' TO WS-SUM-LABEL
           MOVE WS-ENTRIES-MISSING TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DUPLICATE SEQUENCES' TO WS-SUM-LABEL
           MOVE WS-DUPLICATE-SEQS TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'OUT OF SEQUENCE IN FILE' TO WS-SUM-LABEL
           MOVE WS-OUT-OF-SEQUENCE TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CONTROL ROW FINDINGS' TO WS-SUM-LABEL
           MOVE WS-CONTROL-FINDINGS TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE.
