      * one contiguous run of entries. The consolidated monthly
      * dataset is what AUDPURGE later retires once it passes the
      * audit retention period.
      *
      * Every entry goes across byte for byte, its chain sequence and
      * chain value with it, so the month can still be walked in
      * chain order by AUDVRFY. The sequence range, entry count and
      * closing chain value of the month consolidated are recorded
      * on the chain control file (AUDCHAIN) under the run date, so
      * the proof carries on from one monthly journal to the next.
      *================================================================*

       ENVIRONMENT DIVISION.

       01  WS-ENTRIES-CONSOLIDATED         PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Chain range of the sealed entries consolidated; entries
      * written before the chain began carry sequence zero and are
      * left out of it.
      *----------------------------------------------------------------*
       01  WS-CHAIN-RANGE.
           05  WS-CHAIN-ENTRIES            PIC 9(9) VALUE 0.
           05  WS-CHAIN-FIRST-SEQ          PIC 9(12) VALUE 0.
           05  WS-CHAIN-LAST-SEQ           PIC 9(12) VALUE 0.
           05  WS-CHAIN-LAST-VALUE         PIC 9(18) VALUE 0.

       01  WS-TODAY-DATE                   PIC 9(8).

       COPY AUDCPARM.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.
           ELSE
               PERFORM 2100-RETURN-SORTED-ENTRY
                   UNTIL WS-SORT-AT-END
               PERFORM 2300-RECORD-CHAIN-MONTH
           END-IF
           CLOSE MONTHLY-JOURNAL-FILE.

                   WRITE MONTHLY-AUDIT-RECORD
                   IF WS-MNTH-OK
                       ADD 1 TO WS-ENTRIES-CONSOLIDATED
                       PERFORM 2200-TRACK-CHAIN-RANGE
                   ELSE
                       DISPLAY 'ERROR WRITING MONTHLY JOURNAL ENTRY, '
                           'STATUS: ' WS-MNTH-STATUS
                   END-IF
           END-RETURN.

       2200-TRACK-CHAIN-RANGE SECTION.

       2200-TRACK-RANGE.
           IF AUD-CHAIN-SEQ OF MONTHLY-AUDIT-RECORD > 0
               ADD 1 TO WS-CHAIN-ENTRIES
               IF WS-CHAIN-FIRST-SEQ = 0
                   OR AUD-CHAIN-SEQ OF MONTHLY-AUDIT-RECORD <
                       WS-CHAIN-FIRST-SEQ
                   MOVE AUD-CHAIN-SEQ OF MONTHLY-AUDIT-RECORD TO
                       WS-CHAIN-FIRST-SEQ
               END-IF
               IF AUD-CHAIN-SEQ OF MONTHLY-AUDIT-RECORD >
                   WS-CHAIN-LAST-SEQ
                   MOVE AUD-CHAIN-SEQ OF MONTHLY-AUDIT-RECORD TO
                       WS-CHAIN-LAST-SEQ
                   MOVE AUD-CHAIN-VALUE OF MONTHLY-AUDIT-RECORD TO
                       WS-CHAIN-LAST-VALUE
               END-IF
           END-IF.

       2300-RECORD-CHAIN-MONTH SECTION.

       2300-RECORD-MONTH.
           IF WS-CHAIN-ENTRIES > 0
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               SET AC-FN-RECORD-MONTH TO TRUE
               MOVE WS-TODAY-DATE TO AC-PERIOD-DATE
               MOVE WS-CHAIN-FIRST-SEQ TO AC-FIRST-SEQ
               MOVE WS-CHAIN-LAST-SEQ TO AC-LAST-SEQ
               MOVE WS-CHAIN-ENTRIES TO AC-ENTRY-COUNT
               MOVE WS-CHAIN-LAST-VALUE TO AC-CHAIN-VALUE
               CALL 'AUDCHAIN' USING AUDCHAIN-PARMS
                   MONTHLY-AUDIT-RECORD
               IF AC-NOT-OK
                   DISPLAY 'MONTH NOT RECORDED ON AUDIT CHAIN '
                       'CONTROL FILE'
               END-IF
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           DISPLAY 'AUDIT ENTRIES CONSOLIDATED: '
               WS-ENTRIES-CONSOLIDATED
           DISPLAY 'CHAIN SEQUENCES:            ' WS-CHAIN-FIRST-SEQ
               ' TO ' WS-CHAIN-LAST-SEQ.
