      * everything newer is rewritten to the retained journal. The
      * cutoff date (YYYYMMDD) is supplied the same way CUSTPRGE's
      * is - ACCEPTed FROM COMMAND-LINE.
      *
      * Retained entries keep their chain sequence and chain value
      * unchanged. The highest sequence destroyed, with its chain
      * value, becomes the retention anchor on the chain control
      * file (AUDCHAIN), and the destruction log names each entry's
      * sequence, so AUDVRFY can prove the retained journal unbroken
      * from the anchor and account for every entry below it.
      *================================================================*

       ENVIRONMENT DIVISION.
           05  WS-ENTRIES-RETAINED         PIC 9(7) VALUE 0.
           05  WS-ENTRIES-DESTROYED        PIC 9(7) VALUE 0.

       01  WS-ANCHOR-WORK.
           05  WS-ANCHOR-SEQ               PIC 9(12) VALUE 0.
           05  WS-ANCHOR-VALUE             PIC 9(18) VALUE 0.

       COPY AUDCPARM.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(29)
               VALUE 'AUDIT JOURNAL DESTRUCTION LOG'.
           05  WS-DST-TIME                 PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DST-ACTION               PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE 'SEQ: '.
           05  WS-DST-CHAIN-SEQ            PIC 9(12).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(30).
           MOVE AUD-TS-DATE OF AUDIT-RECORD TO WS-DST-DATE
           MOVE AUD-TS-TIME OF AUDIT-RECORD TO WS-DST-TIME
           MOVE AUD-ACTION OF AUDIT-RECORD TO WS-DST-ACTION
           MOVE AUD-CHAIN-SEQ OF AUDIT-RECORD TO WS-DST-CHAIN-SEQ
           WRITE PRINT-LINE FROM WS-DESTROY-LINE
           IF AUD-CHAIN-SEQ OF AUDIT-RECORD > WS-ANCHOR-SEQ
               MOVE AUD-CHAIN-SEQ OF AUDIT-RECORD TO WS-ANCHOR-SEQ
               MOVE AUD-CHAIN-VALUE OF AUDIT-RECORD TO
                   WS-ANCHOR-VALUE
           END-IF.

       4000-RETAIN-ENTRY SECTION.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-ANCHOR-SEQ > 0
               SET AC-FN-RECORD-ANCHOR TO TRUE
               MOVE WS-ANCHOR-SEQ TO AC-LAST-SEQ
               MOVE WS-ANCHOR-VALUE TO AC-CHAIN-VALUE
               CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
               IF AC-NOT-OK
                   DISPLAY 'RETENTION ANCHOR NOT RECORDED ON AUDIT '
                       'CHAIN CONTROL FILE: ' WS-ANCHOR-SEQ
               END-IF
           END-IF
           CLOSE MONTHLY-JOURNAL-FILE
           CLOSE RETAINED-JOURNAL-FILE
           MOVE 'JOURNAL ENTRIES READ' TO WS-SUM-LABEL
           CLOSE DESTRUCTION-LOG
           DISPLAY 'JOURNAL ENTRIES READ:      ' WS-ENTRIES-READ
           DISPLAY 'JOURNAL ENTRIES RETAINED:  ' WS-ENTRIES-RETAINED
           DISPLAY 'JOURNAL ENTRIES DESTROYED: ' WS-ENTRIES-DESTROYED
           DISPLAY 'RETENTION ANCHOR SEQUENCE: ' WS-ANCHOR-SEQ.
