      * delivery byte of the parameter also writes a STMTFEED-style
      * email feed record (from the customer's current CUST-EMAIL)
      * so the reprint can go out by whichever channel the caller
      * asked for, without rerunning the whole cycle. The minimum
      * payment, payment due date and past-due amount print and feed
      * as they were archived; a statement archived before those
      * figures were kept reprints without them. A reprint with a
      * balance owing carries the same remittance coupon and OCR
      * scanline CUSTSTMT printed, rebuilt from the archived statement
      * date and closing balance, so a customer paying off a reprint
      * still lands on LOCKBOX's scanline match.
      *
      * The reprint is worded, and its dates written out, in the
      * customer's current CUST-LANGUAGE-CODE through MSGTXT, the same
      * text CUSTSTMT prints (see copybooks/STMTTXT); a purged
      * customer reprints in English. A language without the whole
      * statement translated reprints nothing and goes on the
      * language exception report.
      *================================================================*

       ENVIRONMENT DIVISION.
      * Targeted statement message slot, carried for layout parity
      * with CUSTSTMT's feed; a reprint sends no message.
           05  STF-MESSAGE-TEXT            PIC X(60).
           05  STF-MINIMUM-DUE             PIC S9(9)V99.
           05  STF-PAYMENT-DUE-DATE        PIC 9(8).
           05  STF-PAST-DUE-AMOUNT         PIC S9(9)V99.
           05  STF-LANGUAGE-CODE           PIC X(2).
           05  STF-SUBJECT-TEXT            PIC X(60).
           05  STF-DUE-DATE-TEXT           PIC X(20).
           05  FILLER                      PIC X(12).

       WORKING-STORAGE SECTION.
               88  WS-CUSTOMER-FOUND       VALUE 'Y'.
           05  WS-HEADER-FOUND-FLAG        PIC X VALUE 'N'.
               88  WS-HEADER-FOUND         VALUE 'Y'.
           05  WS-STMT-LANGUAGE-FLAG       PIC X VALUE 'Y'.
               88  WS-STMT-LANGUAGE-OK     VALUE 'Y'.
               88  WS-STMT-LANGUAGE-MISSING
                                           VALUE 'N'.

       01  WS-LANGUAGE-WORK.
           05  WS-STMT-LANGUAGE            PIC X(2) VALUE 'EN'.
           05  WS-DATE-TEXT-IN             PIC 9(8).
           05  WS-DATE-TEXT                PIC X(20).
           05  WS-PERIOD-START-TEXT        PIC X(20).
           05  WS-PERIOD-END-TEXT          PIC X(20).
           05  WS-DUE-DATE-TEXT            PIC X(20).

       COPY STMTTXT.

       COPY MSGPARM.

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

           05  WS-SAV-CLOSING-BALANCE      PIC S9(9)V99.
           05  WS-SAV-CURRENCY-CODE        PIC X(3).
           05  WS-SAV-TRAN-COUNT           PIC 9(5).
           05  WS-SAV-MINIMUM-DUE          PIC S9(9)V99.
           05  WS-SAV-PAYMENT-DUE-DATE     PIC 9(8).
           05  WS-SAV-PAST-DUE-AMOUNT      PIC S9(9)V99.

       01  WS-HEADING-LINE-1.
           05  WS-HDG-TITLE                PIC X(30).
           05  WS-HDG-REPRINT              PIC X(12).
           05  WS-HDG-CUST-ID-LABEL        PIC X(12).
           05  WS-HDG-CUST-ID              PIC 9(8).

       01  WS-HEADING-LINE-2.
           05  WS-HDG-NAME-LABEL           PIC X(10).
           05  WS-HDG-NAME                 PIC X(56).

       01  WS-HEADING-LINE-3.
           05  WS-HDG-PERIOD-LABEL         PIC X(30).
           05  WS-HDG-PERIOD               PIC X(60).

       01  WS-COLUMN-LINE.
           05  WS-COL-DATE                 PIC X(10).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-COL-TYPE                 PIC X(6).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-COL-AMOUNT               PIC X(16).

       01  WS-TRAN-LINE.
           05  WS-TRL-DATE                 PIC 9(8).
           05  WS-TRL-TYPE                 PIC X(2).
           05  FILLER                      PIC X(8) VALUE SPACES.
           05  WS-TRL-AMOUNT               PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-TRL-PO-NUMBER            PIC X(20).

       01  WS-BALANCE-LINE.
           05  WS-BAL-LABEL                PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BAL-CCY                  PIC X(3).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-BAL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-COUPON-CUT-LINE.
           05  FILLER                      PIC X(18) VALUE
               '- - - - - - - - - '.
           05  WS-CPN-CUT-TEXT             PIC X(60).

       01  WS-COUPON-ACCOUNT-LINE.
           05  WS-CPN-ACCOUNT-LABEL        PIC X(10).
           05  WS-CPN-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-CPN-STMT-DATE-LABEL      PIC X(20).
           05  WS-CPN-STMT-DATE            PIC X(20).

       01  WS-COUPON-SCAN-LINE.
           05  FILLER                      PIC X(30) VALUE SPACES.
           05  WS-CPN-SCANLINE             PIC X(31).

       COPY OCRPARM.

       01  WS-DUE-DATE-LINE.
           05  WS-DDL-LABEL                PIC X(30).
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  WS-DDL-DATE                 PIC X(20).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.
           IF NOT WS-EOF
               PERFORM 2000-READ-ARCHIVE-HEADER
               IF WS-HEADER-FOUND
                   PERFORM 1250-SET-STATEMENT-LANGUAGE
               END-IF
               IF WS-HEADER-FOUND AND WS-STMT-LANGUAGE-OK
                   PERFORM 3000-REPRINT-STATEMENT
               END-IF
               IF NOT WS-HEADER-FOUND
                   DISPLAY 'NO ARCHIVED STATEMENT FOR CUSTOMER: '
                       WS-PARM-CUST-ID ' CYCLE: ' WS-PARM-CYCLE
                       ' DATE: ' WS-PARM-STMT-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * As CUSTSTMT: the reprint goes out in the customer's language
      * or not at all, with MSGTXT reporting a language it cannot
      * serve. A purged customer has no language on file and
      * reprints in English.
      *----------------------------------------------------------------*
       1250-SET-STATEMENT-LANGUAGE SECTION.

       1250-SET-LANGUAGE.
           MOVE 'EN' TO WS-STMT-LANGUAGE
           IF WS-CUSTOMER-FOUND
               AND CUST-LANGUAGE-CODE OF WS-WORK-CUSTOMER NOT = SPACES
               MOVE CUST-LANGUAGE-CODE OF WS-WORK-CUSTOMER TO
                   WS-STMT-LANGUAGE
           END-IF
           SET MT-FN-DOCUMENT TO TRUE
           MOVE WS-STMT-LANGUAGE TO MT-LANGUAGE-CODE
           MOVE WS-STX-DOCUMENT-GROUP TO MT-DOCUMENT-GROUP
           MOVE WS-STX-MESSAGE-COUNT TO MT-MESSAGE-COUNT
           MOVE 'STMTRPRT' TO MT-PROGRAM-NAME
           MOVE WS-PARM-CUST-ID TO MT-CUST-ID
           CALL 'MSGTXT' USING MSGTXT-PARMS
           IF MT-FOUND
               SET WS-STMT-LANGUAGE-OK TO TRUE
               PERFORM 1300-LOAD-STATEMENT-TEXT
           ELSE
               SET WS-STMT-LANGUAGE-MISSING TO TRUE
               DISPLAY 'NO ' WS-STMT-LANGUAGE ' TRANSLATION, '
                   'REPRINT WITHHELD: ' WS-PARM-CUST-ID
                   ' MESSAGE: ' MT-MISSING-NO
           END-IF.

       1300-LOAD-STATEMENT-TEXT SECTION.

       1300-LOAD-TEXT.
           PERFORM 1310-LOAD-ONE-TEXT
               VARYING WS-STX-IDX FROM 1 BY 1
               UNTIL WS-STX-IDX > WS-STX-MESSAGE-COUNT
           MOVE WS-STMT-LANGUAGE TO WS-STX-LOADED-LANGUAGE
           MOVE WS-STX-TITLE TO WS-HDG-TITLE
           MOVE WS-STX-REPRINT TO WS-HDG-REPRINT
           MOVE WS-STX-CUST-ID-LABEL TO WS-HDG-CUST-ID-LABEL
           MOVE WS-STX-NAME-LABEL TO WS-HDG-NAME-LABEL
           MOVE WS-STX-PERIOD-LABEL TO WS-HDG-PERIOD-LABEL
           MOVE WS-STX-COL-DATE TO WS-COL-DATE
           MOVE WS-STX-COL-TYPE TO WS-COL-TYPE
           MOVE WS-STX-COL-AMOUNT TO WS-COL-AMOUNT
           MOVE WS-STX-DETACH TO WS-CPN-CUT-TEXT
           MOVE WS-STX-ACCOUNT-LABEL TO WS-CPN-ACCOUNT-LABEL
           MOVE WS-STX-STMT-DATE-LABEL TO WS-CPN-STMT-DATE-LABEL.

       1310-LOAD-ONE-TEXT SECTION.

       1310-LOAD-ONE.
           SET MT-FN-TEXT TO TRUE
           MOVE WS-STMT-LANGUAGE TO MT-LANGUAGE-CODE
           COMPUTE MT-MESSAGE-NO =
               WS-STX-DOCUMENT-GROUP * 100 + WS-STX-IDX
           CALL 'MSGTXT' USING MSGTXT-PARMS
           IF MT-FOUND
               MOVE MT-TEXT TO WS-STX-ENTRY(WS-STX-IDX)
           END-IF.

       1320-WRITE-OUT-DATE SECTION.

       1320-WRITE-DATE.
           SET MT-FN-DATE TO TRUE
           MOVE WS-STMT-LANGUAGE TO MT-LANGUAGE-CODE
           MOVE WS-DATE-TEXT-IN TO MT-DATE
           CALL 'MSGTXT' USING MSGTXT-PARMS
           MOVE MT-TEXT TO WS-DATE-TEXT.

       2000-READ-ARCHIVE-HEADER SECTION.

       2000-READ-HEADER.
               MOVE STA-CLOSING-BALANCE TO WS-SAV-CLOSING-BALANCE
               MOVE STA-CURRENCY-CODE TO WS-SAV-CURRENCY-CODE
               MOVE STA-TRAN-COUNT TO WS-SAV-TRAN-COUNT
               IF STA-PAYMENT-DUE-DATE NUMERIC
                   MOVE STA-MINIMUM-DUE TO WS-SAV-MINIMUM-DUE
                   MOVE STA-PAYMENT-DUE-DATE TO WS-SAV-PAYMENT-DUE-DATE
                   MOVE STA-PAST-DUE-AMOUNT TO WS-SAV-PAST-DUE-AMOUNT
               ELSE
                   MOVE 0 TO WS-SAV-MINIMUM-DUE
                   MOVE 0 TO WS-SAV-PAYMENT-DUE-DATE
                   MOVE 0 TO WS-SAV-PAST-DUE-AMOUNT
               END-IF
           END-IF.

       3000-REPRINT-STATEMENT SECTION.
           IF WS-CUSTOMER-FOUND
               MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO WS-HDG-NAME
           ELSE
               MOVE WS-STX-PURGED-NAME TO WS-HDG-NAME
           END-IF
           WRITE PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE WS-SAV-PERIOD-START TO WS-DATE-TEXT-IN
           PERFORM 1320-WRITE-OUT-DATE
           MOVE WS-DATE-TEXT TO WS-PERIOD-START-TEXT
           MOVE WS-SAV-PERIOD-END TO WS-DATE-TEXT-IN
           PERFORM 1320-WRITE-OUT-DATE
           MOVE WS-DATE-TEXT TO WS-PERIOD-END-TEXT
           MOVE SPACES TO WS-HDG-PERIOD
           STRING WS-PERIOD-START-TEXT DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-STX-PERIOD-TO DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-PERIOD-END-TEXT DELIMITED BY '  '
               INTO WS-HDG-PERIOD
           END-STRING
           WRITE PRINT-LINE FROM WS-HEADING-LINE-3
           MOVE SPACES TO WS-DUE-DATE-TEXT
           IF WS-SAV-PAYMENT-DUE-DATE > 0
               MOVE WS-SAV-PAYMENT-DUE-DATE TO WS-DATE-TEXT-IN
               PERFORM 1320-WRITE-OUT-DATE
               MOVE WS-DATE-TEXT TO WS-DUE-DATE-TEXT
           END-IF
           WRITE PRINT-LINE FROM WS-COLUMN-LINE
           PERFORM 3100-REPRINT-ONE-LINE
               VARYING STA-LINE-NO FROM 1 BY 1
               UNTIL STA-LINE-NO > WS-SAV-TRAN-COUNT
           MOVE WS-SAV-CURRENCY-CODE TO WS-BAL-CCY
           MOVE WS-STX-OPENING-BALANCE TO WS-BAL-LABEL
           MOVE WS-SAV-OPENING-BALANCE TO WS-BAL-AMOUNT
           WRITE PRINT-LINE FROM WS-BALANCE-LINE
           MOVE WS-STX-CLOSING-BALANCE TO WS-BAL-LABEL
           MOVE WS-SAV-CLOSING-BALANCE TO WS-BAL-AMOUNT
           WRITE PRINT-LINE FROM WS-BALANCE-LINE
           IF WS-SAV-PAYMENT-DUE-DATE > 0
               IF WS-SAV-PAST-DUE-AMOUNT > 0
                   MOVE WS-STX-PAST-DUE TO WS-BAL-LABEL
                   MOVE WS-SAV-PAST-DUE-AMOUNT TO WS-BAL-AMOUNT
                   WRITE PRINT-LINE FROM WS-BALANCE-LINE
               END-IF
               MOVE WS-STX-MINIMUM-DUE TO WS-BAL-LABEL
               MOVE WS-SAV-MINIMUM-DUE TO WS-BAL-AMOUNT
               WRITE PRINT-LINE FROM WS-BALANCE-LINE
               MOVE WS-STX-DUE-DATE TO WS-DDL-LABEL
               MOVE WS-DUE-DATE-TEXT TO WS-DDL-DATE
               WRITE PRINT-LINE FROM WS-DUE-DATE-LINE
           END-IF
           IF WS-SAV-CLOSING-BALANCE > 0
               PERFORM 3200-PRINT-REMITTANCE-COUPON
           END-IF
           IF WS-PARM-EMAIL
               PERFORM 4000-WRITE-EMAIL-FEED
           END-IF.
               MOVE STA-TRAN-DATE TO WS-TRL-DATE
               MOVE STA-TRAN-TYPE TO WS-TRL-TYPE
               MOVE STA-TRAN-AMOUNT TO WS-TRL-AMOUNT
               IF STA-TRAN-TYPE = 'PU'
                   MOVE STA-PO-NUMBER TO WS-TRL-PO-NUMBER
               ELSE
                   MOVE SPACES TO WS-TRL-PO-NUMBER
               END-IF
               WRITE PRINT-LINE FROM WS-TRAN-LINE
               ADD 1 TO WS-LINES-REPRINTED
           ELSE
                   ' FOR CUSTOMER: ' WS-PARM-CUST-ID
           END-IF.

       3200-PRINT-REMITTANCE-COUPON SECTION.

       3200-PRINT-COUPON.
           SET OL-FN-BUILD TO TRUE
           MOVE WS-PARM-CUST-ID TO OL-SCAN-CUST-ID
           MOVE WS-PARM-STMT-DATE TO OL-SCAN-STMT-DATE
           MOVE WS-SAV-CLOSING-BALANCE TO OL-SCAN-AMOUNT-DUE
           CALL 'OCRLINE' USING OCRLINE-PARMS
           WRITE PRINT-LINE FROM WS-COUPON-CUT-LINE
           MOVE WS-PARM-CUST-ID TO WS-CPN-CUST-ID
           MOVE WS-PARM-STMT-DATE TO WS-DATE-TEXT-IN
           PERFORM 1320-WRITE-OUT-DATE
           MOVE WS-DATE-TEXT TO WS-CPN-STMT-DATE
           WRITE PRINT-LINE FROM WS-COUPON-ACCOUNT-LINE
           WRITE PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE WS-SAV-CURRENCY-CODE TO WS-BAL-CCY
           MOVE WS-STX-AMOUNT-DUE TO WS-BAL-LABEL
           MOVE WS-SAV-CLOSING-BALANCE TO WS-BAL-AMOUNT
           WRITE PRINT-LINE FROM WS-BALANCE-LINE
           IF WS-SAV-PAYMENT-DUE-DATE > 0
               MOVE WS-STX-MINIMUM-DUE TO WS-BAL-LABEL
               MOVE WS-SAV-MINIMUM-DUE TO WS-BAL-AMOUNT
               WRITE PRINT-LINE FROM WS-BALANCE-LINE
               MOVE WS-STX-DUE-DATE TO WS-DDL-LABEL
               MOVE WS-DUE-DATE-TEXT TO WS-DDL-DATE
               WRITE PRINT-LINE FROM WS-DUE-DATE-LINE
           END-IF
           IF OL-VALID
               MOVE OL-PRINT-SCANLINE TO WS-CPN-SCANLINE
               WRITE PRINT-LINE FROM WS-COUPON-SCAN-LINE
           END-IF.

       4000-WRITE-EMAIL-FEED SECTION.

       4000-WRITE-FEED.
               MOVE WS-SAV-PERIOD-END TO STF-PERIOD-END
               MOVE WS-SAV-CLOSING-BALANCE TO STF-CLOSING-BALANCE
               MOVE WS-SAV-CURRENCY-CODE TO STF-CURRENCY-CODE
               MOVE WS-SAV-MINIMUM-DUE TO STF-MINIMUM-DUE
               MOVE WS-SAV-PAYMENT-DUE-DATE TO STF-PAYMENT-DUE-DATE
               MOVE WS-SAV-PAST-DUE-AMOUNT TO STF-PAST-DUE-AMOUNT
               MOVE WS-STMT-LANGUAGE TO STF-LANGUAGE-CODE
               MOVE WS-STX-EMAIL-SUBJECT TO STF-SUBJECT-TEXT
               MOVE WS-DUE-DATE-TEXT TO STF-DUE-DATE-TEXT
               WRITE EMAIL-FEED-RECORD
               IF NOT WS-FEED-OK
                   DISPLAY 'ERROR WRITING STATEMENT EMAIL FEED FOR: '
           CLOSE STATEMENT-REPORT
           CLOSE EMAIL-FEED-FILE
           DISPLAY 'STATEMENT LINES REPRINTED: '
               WS-LINES-REPRINTED
           SET MT-FN-CLOSE TO TRUE
           CALL 'MSGTXT' USING MSGTXT-PARMS.
