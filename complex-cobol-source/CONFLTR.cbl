      * the requested as-of date, with the CUST-BALANCE total, and a
      * control record per letter so the responses can be tracked.
      * The letter also logs to the correspondence history like
      * every other outbound document, and the letter print file
      * goes to the print vendor as a manifested job (see PRTMANW).
      *
      * A run parameter starting 'R' selects response entry instead,
      * the mode switch WRITEOFF's recovery report uses: each
      * money received.
      * In letter mode the as-of date (YYYYMMDD) follows in the
      * parameter and defaults to today.
      *
      * A letter's wording and as-of date are in the customer's
      * CUST-LANGUAGE-CODE off the message-text table through MSGTXT.
      * A customer whose language lacks any of the letter text is
      * skipped onto the language exception report, with no letter
      * and no control record, so the auditors are not tracking a
      * confirmation that never went out.
      *================================================================*

       ENVIRONMENT DIVISION.

       01  WS-LETTER-WORK.
           05  WS-LTR-ITEM-COUNT           PIC 9(5).
           05  WS-LTR-LANGUAGE             PIC X(2).
           05  WS-LTR-LANGUAGE-FLAG        PIC X VALUE 'Y'.
               88  WS-LTR-LANGUAGE-OK      VALUE 'Y'.
               88  WS-LTR-LANGUAGE-MISSING VALUE 'N'.
           05  WS-LTR-TEXT-IDX             PIC 9(2).

      *----------------------------------------------------------------*
      * Letter wording: English VALUEs, replaced by messages 0401
      * through 0404 of the message-text table in the letter's
      * language.
      *----------------------------------------------------------------*
       COPY MSGPARM.

       01  WS-LETTER-TEXT-VALUES.
           05  FILLER                      PIC X(60) VALUE
               'BALANCE CONFIRMATION'.
           05  FILLER                      PIC X(60) VALUE
               'AS OF DATE:'.
           05  FILLER                      PIC X(60) VALUE
               'CUSTOMER:'.
           05  FILLER                      PIC X(60) VALUE
               'BALANCE PER RECORDS'.

       01  WS-LETTER-TEXT-TABLE REDEFINES WS-LETTER-TEXT-VALUES.
           05  WS-LETTER-ENGLISH OCCURS 4 TIMES
                                           PIC X(60).

       01  WS-LETTER-TEXT.
           05  WS-LETTER-TEXT-ENTRY OCCURS 4 TIMES
                                           PIC X(60).

       01  WS-CONF-TOTALS.
           05  WS-LETTERS-PRINTED          PIC 9(7) VALUE 0.
           05  WS-SELECTIONS-SKIPPED       PIC 9(7) VALUE 0.
           05  WS-LANGUAGE-WITHHELD-COUNT  PIC 9(7) VALUE 0.
           05  WS-RESPONSES-AGREED         PIC 9(7) VALUE 0.
           05  WS-RESPONSES-DISAGREED      PIC 9(7) VALUE 0.
           05  WS-RESPONSES-ERROR          PIC 9(7) VALUE 0.
           05  WS-COR-DETAIL               PIC X(10).

       01  WS-LETTER-HEADING.
           05  WS-LTH-TITLE                PIC X(30).
           05  WS-LTH-AS-OF-LABEL          PIC X(16).
           05  WS-LTH-AS-OF                PIC X(20).

       01  WS-LETTER-NAME-LINE.
           05  WS-LTN-LABEL                PIC X(10).
           05  WS-LTN-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LTN-NAME                 PIC X(56).
           05  WS-LTI-OPEN-AMOUNT          PIC $$$,$$$,$$9.99-.

       01  WS-LETTER-TOTAL-LINE.
           05  WS-LTT-LABEL                PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-LTT-BALANCE              PIC $$$,$$$,$$9.99-.

      *----------------------------------------------------------------*
      * Print manifest: the confirmation letter file goes to the print
      * vendor as one job, each letter a piece on it (see PRTMANW).
      *----------------------------------------------------------------*
       COPY PMANPARM.

       01  WS-MANIFEST-FLAG                PIC X VALUE 'N'.
           88  WS-MANIFEST-OPEN            VALUE 'Y'.
           88  WS-MANIFEST-NOT-OPEN        VALUE 'N'.

       01  WS-LTR-PAGES                    PIC 9(5) VALUE 0.
       01  WS-LTR-PAGE-ITEMS               PIC 9(3) VALUE 50.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.
                   DISPLAY 'ERROR OPENING LETTER PRINT FILE: '
                       WS-PRINT-STATUS
                   SET WS-EOF TO TRUE
               ELSE
                   PERFORM 8300-OPEN-MANIFEST-JOB
               END-IF
               OPEN I-O CORRESPONDENCE-FILE
               IF WS-COR-NOT-OPEN
               NOT AT END
                   PERFORM 2100-FIND-CUSTOMER
                   IF WS-CUSTOMER-FOUND
                       PERFORM 2200-SET-LETTER-LANGUAGE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT WS-CUSTOMER-FOUND
                           ADD 1 TO WS-SELECTIONS-SKIPPED
                           DISPLAY 'SELECTION SKIPPED, CUSTOMER NOT '
                               'ON FILE: ' SEL-CUST-ID
                       WHEN WS-LTR-LANGUAGE-MISSING
                           ADD 1 TO WS-SELECTIONS-SKIPPED
                           ADD 1 TO WS-LANGUAGE-WITHHELD-COUNT
                           DISPLAY 'SELECTION SKIPPED, NO '
                               WS-LTR-LANGUAGE ' TRANSLATION: '
                               SEL-CUST-ID
                       WHEN OTHER
                           PERFORM 3000-PRINT-CONFIRMATION-LETTER
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The letter goes in the customer's language (spaces are
      * English) or not at all; MSGTXT reports a language it cannot
      * serve. The wording and the as-of date are then set up in it.
      *----------------------------------------------------------------*
       2200-SET-LETTER-LANGUAGE SECTION.

       2200-SET-LANGUAGE.
           MOVE CUST-LANGUAGE-CODE OF WS-WORK-CUSTOMER TO
               WS-LTR-LANGUAGE
           IF WS-LTR-LANGUAGE = SPACES
               MOVE 'EN' TO WS-LTR-LANGUAGE
           END-IF
           SET MT-FN-DOCUMENT TO TRUE
           MOVE WS-LTR-LANGUAGE TO MT-LANGUAGE-CODE
           MOVE 04 TO MT-DOCUMENT-GROUP
           MOVE 4 TO MT-MESSAGE-COUNT
           MOVE 'CONFLTR' TO MT-PROGRAM-NAME
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO MT-CUST-ID
           CALL 'MSGTXT' USING MSGTXT-PARMS
           IF MT-FOUND
               SET WS-LTR-LANGUAGE-OK TO TRUE
               MOVE WS-LETTER-TEXT-TABLE TO WS-LETTER-TEXT
               PERFORM 2210-LOAD-ONE-TEXT
                   VARYING WS-LTR-TEXT-IDX FROM 1 BY 1
                   UNTIL WS-LTR-TEXT-IDX > 4
               MOVE WS-LETTER-TEXT-ENTRY(1) TO WS-LTH-TITLE
               MOVE WS-LETTER-TEXT-ENTRY(2) TO WS-LTH-AS-OF-LABEL
               MOVE WS-LETTER-TEXT-ENTRY(3) TO WS-LTN-LABEL
               MOVE WS-LETTER-TEXT-ENTRY(4) TO WS-LTT-LABEL
               SET MT-FN-DATE TO TRUE
               MOVE WS-AS-OF-DATE TO MT-DATE
               CALL 'MSGTXT' USING MSGTXT-PARMS
               MOVE MT-TEXT TO WS-LTH-AS-OF
           ELSE
               SET WS-LTR-LANGUAGE-MISSING TO TRUE
           END-IF.

       2210-LOAD-ONE-TEXT SECTION.

       2210-LOAD-ONE.
           SET MT-FN-TEXT TO TRUE
           MOVE WS-LTR-LANGUAGE TO MT-LANGUAGE-CODE
           COMPUTE MT-MESSAGE-NO = 400 + WS-LTR-TEXT-IDX
           CALL 'MSGTXT' USING MSGTXT-PARMS
           IF MT-FOUND
               MOVE MT-TEXT TO WS-LETTER-TEXT-ENTRY(WS-LTR-TEXT-IDX)
           END-IF.

       3000-PRINT-CONFIRMATION-LETTER SECTION.

       3000-PRINT-LETTER.
           WRITE PRINT-LINE FROM WS-LETTER-HEADING
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO WS-LTN-CUST-ID
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO WS-LTN-NAME
           MOVE 'P' TO WS-COR-CHANNEL
           MOVE SPACES TO WS-COR-DETAIL
           MOVE WS-AS-OF-DATE TO WS-COR-DETAIL(1:8)
           PERFORM 8000-LOG-CORRESPONDENCE
           COMPUTE WS-LTR-PAGES =
               (WS-LTR-ITEM-COUNT + WS-LTR-PAGE-ITEMS)
                   / WS-LTR-PAGE-ITEMS
           PERFORM 8200-ADD-MANIFEST-PIECE.

       3100-LIST-OPEN-ITEMS SECTION.

           MOVE WS-COR-DOC-TYPE TO COR-DOC-TYPE
           MOVE WS-COR-CHANNEL TO COR-CHANNEL
           MOVE WS-COR-DETAIL TO COR-DETAIL
           IF COR-CHANNEL-PRINT
               SET COR-SENT-TO-VENDOR TO TRUE
           END-IF
           WRITE CORRESPONDENCE-RECORD
           PERFORM UNTIL NOT WS-COR-DUP-KEY OR COR-SEQ >= 999
               ADD 1 TO COR-SEQ
                   COR-CUST-ID ' STATUS: ' WS-COR-STATUS
           END-IF.

       8200-ADD-MANIFEST-PIECE SECTION.

      *----------------------------------------------------------------*
      * A letter runs to a second page once its open items pass what
      * one page holds; the piece points at the correspondence row
      * just logged for it.
      *----------------------------------------------------------------*
       8200-ADD-PIECE.
           IF WS-MANIFEST-OPEN
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO PM-CUST-ID
               MOVE WS-LTR-PAGES TO PM-PAGE-COUNT
               IF WS-COR-OK
                   MOVE COR-KEY TO PM-COR-KEY
               ELSE
                   MOVE ZEROS TO PM-COR-KEY
               END-IF
               SET PM-FN-ADD-PIECE TO TRUE
               CALL 'PRTMANW' USING PRTMANW-PARMS
           END-IF.

       8300-OPEN-MANIFEST-JOB SECTION.

       8300-OPEN-JOB.
           MOVE 'CONFPRNT' TO PM-EXTRACT-NAME
           MOVE 'CONFLTR' TO PM-PROGRAM-ID
           SET PM-FN-OPEN-JOB TO TRUE
           CALL 'PRTMANW' USING PRTMANW-PARMS
           IF PM-OK
               SET WS-MANIFEST-OPEN TO TRUE
           ELSE
               DISPLAY 'PRINT MANIFEST NOT AVAILABLE, CONFPRNT GOES '
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
               CLOSE SELECTION-FILE
               CLOSE CUSTOMER-FILE
               CLOSE OPEN-ITEM-FILE
               PERFORM 8400-CLOSE-MANIFEST-JOB
               CLOSE LETTER-PRINT-FILE
               CLOSE CORRESPONDENCE-FILE
               DISPLAY 'LETTERS PRINTED:      ' WS-LETTERS-PRINTED
               DISPLAY 'SELECTIONS SKIPPED:   '
                   WS-SELECTIONS-SKIPPED
               DISPLAY 'NO TRANSLATION:       '
                   WS-LANGUAGE-WITHHELD-COUNT
               DISPLAY 'CORRESPONDENCE LOGGED: ' WS-CORR-LOGGED
               SET MT-FN-CLOSE TO TRUE
               CALL 'MSGTXT' USING MSGTXT-PARMS
           END-IF.
