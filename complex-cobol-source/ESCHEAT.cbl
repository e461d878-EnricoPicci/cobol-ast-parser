      * precede the details it counts - the same arrangement FINCHG
      * and SUSPREP use. The first pass only reads, so the amounts it
      * counts are the amounts the second pass remits.
      *
      * The due-diligence letter's wording and dates go to the vendor
      * in the customer's CUST-LANGUAGE-CODE off the message-text
      * table through MSGTXT. A customer whose language lacks any of
      * the letter text goes on the language exception report with
      * no letter and no ledger row, so the statutory clock does not
      * start on a letter that was never sent.
      *
      * The letter extract goes to the print vendor as a manifested
      * job, one piece per letter (see PRTMANW).
      *================================================================*

       ENVIRONMENT DIVISION.
           05  LTX-COUNTRY-CODE            PIC X(2).
           05  LTX-CREDIT-AMOUNT           PIC 9(7)V99.
           05  LTX-LAST-ACTIVITY           PIC 9(8).
      * Language of the letter, its date and the last-activity date
      * written out, and the letter text, in that language.
           05  LTX-LANGUAGE-CODE           PIC X(2).
           05  LTX-LETTER-DATE-TEXT        PIC X(20).
           05  LTX-LAST-ACTIVITY-TEXT      PIC X(20).
           05  LTX-LETTER-LINE OCCURS 3 TIMES
                                           PIC X(60).
           05  FILLER                      PIC X(10).

       FD  REMITTANCE-FILE.
           05  WS-REMITS-WRITTEN           PIC 9(7) VALUE 0.
           05  WS-REMIT-TOTAL              PIC S9(9)V99 VALUE 0.

      *----------------------------------------------------------------*
      * Letter wording: English VALUEs, replaced by messages 0501
      * through 0503 of the message-text table in the letter's
      * language.
      *----------------------------------------------------------------*
       COPY MSGPARM.

       01  WS-LETTER-TEXT-VALUES.
           05  FILLER                      PIC X(60) VALUE
               'OUR RECORDS SHOW A CREDIT BALANCE IN YOUR FAVOR.'.
           05  FILLER                      PIC X(60) VALUE
               'UNCLAIMED, IT MUST BE REPORTED TO THE STATE BY LAW.'.
           05  FILLER                      PIC X(60) VALUE
               'PLEASE CONTACT US TO CLAIM IT OR REQUEST A REFUND.'.

       01  WS-LETTER-TEXT-TABLE REDEFINES WS-LETTER-TEXT-VALUES.
           05  WS-LETTER-ENGLISH OCCURS 3 TIMES
                                           PIC X(60).

       01  WS-LETTER-WORK.
           05  WS-LETTER-LANGUAGE          PIC X(2).
           05  WS-LETTER-LINE-IDX          PIC 9(2).
           05  WS-LANGUAGE-WITHHELD-COUNT  PIC 9(7) VALUE 0.

       01  WS-TRAN-ID-WORK.
           05  WS-TID-DATE                 PIC 9(8).
           05  WS-TID-SERIAL               PIC 9(4) VALUE 0.
       01  WS-TRAN-ID-NUM REDEFINES WS-TRAN-ID-WORK
                                           PIC 9(12).

      *----------------------------------------------------------------*
      * Print manifest: the due-diligence letter extract goes to the
      * print vendor as one job, each letter a piece on it.
      *----------------------------------------------------------------*
       COPY PMANPARM.

       01  WS-MANIFEST-FLAG                PIC X VALUE 'N'.
           88  WS-MANIFEST-OPEN            VALUE 'Y'.
           88  WS-MANIFEST-NOT-OPEN        VALUE 'N'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.
               DISPLAY 'ERROR OPENING LETTER EXTRACT FILE: '
                   WS-LTR-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 8300-OPEN-MANIFEST-JOB
           END-IF
           OPEN OUTPUT REMITTANCE-FILE
           IF NOT WS-RMT-OK
                   PERFORM 6000-FIND-LAST-ACTIVITY
                   PERFORM 6300-COMPUTE-DORMANCY
                   IF WS-DORMANT-DAYS >= WS-DORMANCY-DAYS
                       PERFORM 4250-CHECK-LETTER-LANGUAGE
                       IF MT-FOUND
                           PERFORM 4300-WRITE-DUE-DILIGENCE
                       ELSE
                           ADD 1 TO WS-LANGUAGE-WITHHELD-COUNT
                       END-IF
                   END-IF
               WHEN ESC-LETTER-SENT
                   PERFORM 6200-CHECK-WAIT-ELAPSED
                   CONTINUE
           END-EVALUATE.

       4250-CHECK-LETTER-LANGUAGE SECTION.

      *----------------------------------------------------------------*
      * The letter goes in the customer's language (spaces are
      * English) or not at all; MSGTXT reports a language it cannot
      * serve and leaves MT-FOUND off.
      *----------------------------------------------------------------*
       4250-CHECK-LANGUAGE.
           MOVE CUST-LANGUAGE-CODE OF WS-WORK-CUSTOMER TO
               WS-LETTER-LANGUAGE
           IF WS-LETTER-LANGUAGE = SPACES
               MOVE 'EN' TO WS-LETTER-LANGUAGE
           END-IF
           SET MT-FN-DOCUMENT TO TRUE
           MOVE WS-LETTER-LANGUAGE TO MT-LANGUAGE-CODE
           MOVE 05 TO MT-DOCUMENT-GROUP
           MOVE 3 TO MT-MESSAGE-COUNT
           MOVE 'ESCHEAT' TO MT-PROGRAM-NAME
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO MT-CUST-ID
           CALL 'MSGTXT' USING MSGTXT-PARMS.

       4260-SET-LETTER-TEXT SECTION.

       4260-SET-TEXT.
           MOVE WS-LETTER-LANGUAGE TO LTX-LANGUAGE-CODE
           SET MT-FN-DATE TO TRUE
           MOVE WS-LETTER-LANGUAGE TO MT-LANGUAGE-CODE
           MOVE WS-TODAY-DATE TO MT-DATE
           CALL 'MSGTXT' USING MSGTXT-PARMS
           MOVE MT-TEXT TO LTX-LETTER-DATE-TEXT
           IF WS-LAST-ACTIVITY-DATE > 0
               MOVE WS-LAST-ACTIVITY-DATE TO MT-DATE
               CALL 'MSGTXT' USING MSGTXT-PARMS
               MOVE MT-TEXT TO LTX-LAST-ACTIVITY-TEXT
           END-IF
           PERFORM 4270-SET-ONE-LINE
               VARYING WS-LETTER-LINE-IDX FROM 1 BY 1
               UNTIL WS-LETTER-LINE-IDX > 3.

       4270-SET-ONE-LINE SECTION.

       4270-SET-LINE.
           MOVE WS-LETTER-ENGLISH(WS-LETTER-LINE-IDX) TO
               LTX-LETTER-LINE(WS-LETTER-LINE-IDX)
           SET MT-FN-TEXT TO TRUE
           MOVE WS-LETTER-LANGUAGE TO MT-LANGUAGE-CODE
           COMPUTE MT-MESSAGE-NO = 500 + WS-LETTER-LINE-IDX
           CALL 'MSGTXT' USING MSGTXT-PARMS
           IF MT-FOUND
               MOVE MT-TEXT TO LTX-LETTER-LINE(WS-LETTER-LINE-IDX)
           END-IF.

       4300-WRITE-DUE-DILIGENCE SECTION.

      *----------------------------------------------------------------*
           END-IF
           MOVE WS-CREDIT-AMOUNT TO LTX-CREDIT-AMOUNT
           MOVE WS-LAST-ACTIVITY-DATE TO LTX-LAST-ACTIVITY
           PERFORM 4260-SET-LETTER-TEXT
           WRITE LETTER-EXTRACT-RECORD
           IF NOT WS-LTR-OK
               DISPLAY 'ERROR WRITING DUE-DILIGENCE LETTER FOR: '
                   ' STATUS: ' WS-LTR-STATUS
           ELSE
               ADD 1 TO WS-LETTERS-WRITTEN
               PERFORM 8200-ADD-MANIFEST-PIECE
               INITIALIZE ESCHEAT-RECORD
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO ESC-CUST-ID
               SET ESC-LETTER-SENT TO TRUE
               MOVE DU-DAYS-COUNT TO WS-DORMANT-DAYS
           END-IF.

       8200-ADD-MANIFEST-PIECE SECTION.

      *----------------------------------------------------------------*
      * A due-diligence letter is a single page, and the letter is not
      * logged to the correspondence history, so the piece carries no
      * correspondence row.
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
           MOVE 'ESCHLTR' TO PM-EXTRACT-NAME
           MOVE 'ESCHEAT' TO PM-PROGRAM-ID
           SET PM-FN-OPEN-JOB TO TRUE
           CALL 'PRTMANW' USING PRTMANW-PARMS
           IF PM-OK
               SET WS-MANIFEST-OPEN TO TRUE
           ELSE
               DISPLAY 'PRINT MANIFEST NOT AVAILABLE, ESCHLTR GOES '
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
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE ESCHEAT-LEDGER-FILE
           PERFORM 8400-CLOSE-MANIFEST-JOB
           CLOSE LETTER-EXTRACT-FILE
           CLOSE REMITTANCE-FILE
           CLOSE ADJUST-TRAN-FILE
           SET MT-FN-CLOSE TO TRUE
           CALL 'MSGTXT' USING MSGTXT-PARMS
           DISPLAY 'CUSTOMERS SCANNED:        ' WS-CUSTOMERS-SCANNED
           DISPLAY 'DUE-DILIGENCE LETTERS:    ' WS-LETTERS-WRITTEN
           DISPLAY 'WITHHELD (NO TRANSLATION): '
               WS-LANGUAGE-WITHHELD-COUNT
           DISPLAY 'REMITTANCES WRITTEN:      ' WS-REMITS-WRITTEN
           DISPLAY 'TOTAL REMITTED TO STATE:  ' WS-REMIT-TOTAL.
