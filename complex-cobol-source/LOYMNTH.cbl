       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYMNTH.
      *================================================================*
      * REWARDS POINTS MONTH-END
      * Month-end step over the rewards points ledger (LOYLEDGR):
      * points still unused 24 months after the month they were
      * earned expire, and the points liability - what the remaining
      * balance is worth as statement credit at the redemption rate,
      * in USD through FXCONV - goes to the GLJRNL feed as a balanced
      * journal pair per company under the LY row of the GL account
      * mapping. Only the movement since the last booking goes to
      * the feed: a growing liability debits the mapping's debit
      * account (points expense) and credits its credit account
      * (points liability), a shrinking one swaps the pair. The
      * liability booked stores on each ledger row, so a rerun books
      * nothing twice. Expirations are listed on the report, with
      * the liability by company at the end.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYALTY-LEDGER-FILE ASSIGN TO 'LOYLEDGR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOY-CUST-ID
               FILE STATUS IS WS-LOY-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LOYALTY-RATE-FILE ASSIGN TO 'LOYRATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LYR-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'GLACCTMP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT LOYALTY-MONTH-REPORT ASSIGN TO 'LOYMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOYALTY-LEDGER-FILE.
           COPY LOYLDREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  LOYALTY-RATE-FILE.
           COPY LOYRTREC.

       FD  GL-MAP-FILE.
           COPY GLMAPREC.

      *----------------------------------------------------------------*
      * The same journal layout GLEXTR writes, so the GL interface
      * loads the liability pairs off the same feed.
      *----------------------------------------------------------------*
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05  GLJ-ACCOUNT                 PIC X(8).
           05  GLJ-DEBIT-CREDIT            PIC X(1).
               88  GLJ-DEBIT               VALUE 'D'.
               88  GLJ-CREDIT              VALUE 'C'.
           05  GLJ-AMOUNT                  PIC 9(9)V99.
           05  GLJ-TRAN-DATE               PIC 9(8).
           05  GLJ-SOURCE                  PIC X(8).
           05  GLJ-TRAN-ID                 PIC 9(12).
           05  GLJ-COMPANY                 PIC X(2).
           05  GLJ-COUNTERPARTY            PIC X(2).
           05  FILLER                      PIC X(8).

       FD  LOYALTY-MONTH-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-LOY-STATUS                   PIC XX.
           88  WS-LOY-OK                   VALUE '00'.
           88  WS-LOY-NOT-OPEN             VALUE '35'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-LYR-STATUS                   PIC XX.
           88  WS-LYR-OK                   VALUE '00'.
           88  WS-LYR-EOF                  VALUE '10'.

       01  WS-GLM-STATUS                   PIC XX.
           88  WS-GLM-OK                   VALUE '00'.
           88  WS-GLM-EOF                  VALUE '10'.

       01  WS-GLJ-STATUS                   PIC XX.
           88  WS-GLJ-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY RUNPARM.

       COPY FXPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-ABORT-FLAG               PIC X VALUE 'N'.
               88  WS-RUN-ABORTED          VALUE 'Y'.
               88  WS-RUN-CLEAN            VALUE 'N'.
           05  WS-CUSTOMER-FLAG            PIC X VALUE 'N'.
               88  WS-CUSTOMER-FOUND       VALUE 'Y'.
               88  WS-CUSTOMER-NOT-FOUND   VALUE 'N'.
           05  WS-RATE-FLAG                PIC X VALUE 'N'.
               88  WS-RATE-FOUND           VALUE 'Y'.
               88  WS-RATE-NOT-FOUND       VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-PERIOD             PIC 9(6).
           05  FILLER                      PIC 9(2).

      *----------------------------------------------------------------*
      * A month's points expire at the close of the month 24 months
      * on, so any lot earned in or before the cutoff month goes.
      *----------------------------------------------------------------*
       01  WS-EXPIRY-CUTOFF                PIC 9(6).

       01  WS-VALUE-PER-POINT              PIC 9(1)V9(4) VALUE 0.

      *----------------------------------------------------------------*
      * The LY mapping row off the GL account mapping file: debit
      * side is points expense, credit side points liability; a
      * shrinking liability swaps the pair.
      *----------------------------------------------------------------*
       01  WS-LY-MAPPING.
           05  WS-LYM-FOUND-FLAG           PIC X VALUE 'N'.
               88  WS-LYM-FOUND            VALUE 'Y'.
               88  WS-LYM-NOT-FOUND        VALUE 'N'.
           05  WS-LYM-DEBIT-ACCT           PIC X(8).
           05  WS-LYM-CREDIT-ACCT          PIC X(8).

       01  WS-LIABILITY-WORK.
           05  WS-POINTS-EXPIRED           PIC 9(9).
           05  WS-ACCOUNT-VALUE            PIC S9(9)V99.
           05  WS-NEW-LIABILITY            PIC S9(9)V99.
           05  WS-MOVEMENT                 PIC S9(9)V99.
           05  WS-MOVEMENT-ABS             PIC 9(9)V99.
           05  WS-COMPANY-CODE             PIC X(2).

       01  WS-LOT-IDX                      PIC 9(2).
       01  WS-LOT-TO                       PIC 9(2).
       01  WS-LOT-KEEP                     PIC 9(2).

      *----------------------------------------------------------------*
      * Liability and its movement by company; each company's
      * movement books as one pair at the end of the run.
      *----------------------------------------------------------------*
       01  WS-CO-COUNT                     PIC 9(2) VALUE 0.
       01  WS-CO-TABLE.
           05  WS-COB-ENTRY OCCURS 20 TIMES.
               10  WS-COB-COMPANY          PIC X(2).
               10  WS-COB-ACCOUNTS         PIC 9(7).
               10  WS-COB-POINTS           PIC 9(11).
               10  WS-COB-LIABILITY        PIC S9(11)V99.
               10  WS-COB-MOVEMENT         PIC S9(11)V99.

       01  WS-COB-IDX                      PIC 9(2).
       01  WS-COB-FOUND-FLAG               PIC X VALUE 'N'.
           88  WS-COB-FOUND                VALUE 'Y'.
           88  WS-COB-NOT-FOUND            VALUE 'N'.

       01  WS-RUN-TOTALS.
           05  WS-ROWS-READ                PIC 9(7) VALUE 0.
           05  WS-ROWS-EXPIRED             PIC 9(7) VALUE 0.
           05  WS-TOTAL-POINTS-EXPIRED     PIC 9(11) VALUE 0.
           05  WS-UNRATED-COUNT            PIC 9(7) VALUE 0.
           05  WS-NO-CUSTOMER-COUNT        PIC 9(7) VALUE 0.
           05  WS-COMPANY-OVERFLOW         PIC 9(7) VALUE 0.
           05  WS-LEDGER-ERRORS            PIC 9(7) VALUE 0.
           05  WS-TOTAL-MOVEMENT           PIC S9(11)V99 VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(32)
               VALUE 'REWARDS POINTS MONTH-END'.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(26)
               VALUE 'EXPIRING POINTS EARNED TO '.
           05  WS-HDG-CUTOFF               PIC 9(6).

       01  WS-EXPIRY-LINE.
           05  FILLER                      PIC X(9) VALUE 'CUSTOMER '.
           05  WS-EXL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'EXPIRED '.
           05  WS-EXL-POINTS               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'BALANCE '.
           05  WS-EXL-BALANCE              PIC ZZZ,ZZZ,ZZ9.

       01  WS-COMPANY-LINE.
           05  FILLER                      PIC X(8) VALUE 'COMPANY '.
           05  WS-CML-COMPANY              PIC X(2).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-CML-ACCOUNTS             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE ' ACCOUNTS '.
           05  WS-CML-POINTS               PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(8) VALUE ' POINTS '.
           05  FILLER                      PIC X(10) VALUE 'LIABILITY '.
           05  WS-CML-LIABILITY            PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                      PIC X(10) VALUE ' MOVEMENT '.
           05  WS-CML-MOVEMENT             PIC $$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-PROCESS-ONE-ROW UNTIL WS-EOF
               PERFORM 4000-BOOK-COMPANY-MOVEMENTS
                   VARYING WS-COB-IDX FROM 1 BY 1
                   UNTIL WS-COB-IDX > WS-CO-COUNT
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-RUN-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-EXPIRY-CUTOFF = WS-TODAY-PERIOD - 200
           SET RC-FN-START-STEP TO TRUE
           MOVE 'LOYMNTH ' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           PERFORM 1100-LOAD-LY-MAPPING
           IF WS-RUN-CLEAN
               PERFORM 1200-LOAD-REDEMPTION-RATE
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1300-OPEN-FILES
           END-IF.

      *----------------------------------------------------------------*
      * Only the LY row is needed; the latest effective one on or
      * before today wins, and a missing row refuses the run the way
      * FXREVAL refuses one with no FX row.
      *----------------------------------------------------------------*
       1100-LOAD-LY-MAPPING SECTION.

       1100-LOAD-MAPPING.
           OPEN INPUT GL-MAP-FILE
           IF NOT WS-GLM-OK
               DISPLAY 'GL ACCOUNT MAPPING FILE NOT AVAILABLE, '
                   'MONTH-END REFUSED: ' WS-GLM-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 1110-JUDGE-ONE-MAPPING UNTIL WS-GLM-EOF
               CLOSE GL-MAP-FILE
               IF WS-LYM-NOT-FOUND
                   DISPLAY 'NO LY ACCOUNT MAPPING ON FILE, '
                       'MONTH-END REFUSED'
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       1110-JUDGE-ONE-MAPPING SECTION.

       1110-JUDGE-MAP.
           READ GL-MAP-FILE
               AT END
                   SET WS-GLM-EOF TO TRUE
               NOT AT END
                   IF GLM-TRAN-TYPE = 'LY'
                       AND GLM-EFFECTIVE-DATE <= WS-TODAY-DATE
                       SET WS-LYM-FOUND TO TRUE
                       MOVE GLM-DEBIT-ACCOUNT TO WS-LYM-DEBIT-ACCT
                       MOVE GLM-CREDIT-ACCOUNT TO
                           WS-LYM-CREDIT-ACCT
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * The liability is valued at the rate a point redeems at; with
      * no redemption row there is nothing to value it by.
      *----------------------------------------------------------------*
       1200-LOAD-REDEMPTION-RATE SECTION.

       1200-LOAD-RATE.
           OPEN INPUT LOYALTY-RATE-FILE
           IF NOT WS-LYR-OK
               DISPLAY 'REWARDS RATE FILE NOT AVAILABLE, '
                   'MONTH-END REFUSED: ' WS-LYR-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 1210-READ-ONE-RATE UNTIL WS-LYR-EOF
               CLOSE LOYALTY-RATE-FILE
               IF WS-RATE-NOT-FOUND
                   DISPLAY 'NO REDEMPTION RATE ON FILE, '
                       'MONTH-END REFUSED'
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       1210-READ-ONE-RATE SECTION.

       1210-READ-RATE.
           READ LOYALTY-RATE-FILE
               AT END
                   SET WS-LYR-EOF TO TRUE
               NOT AT END
                   IF LYR-REDEMPTION-RATE
                       SET WS-RATE-FOUND TO TRUE
                       MOVE LYR-VALUE-PER-POINT TO WS-VALUE-PER-POINT
                   END-IF
           END-READ.

       1300-OPEN-FILES SECTION.

       1300-OPEN.
           OPEN I-O LOYALTY-LEDGER-FILE
           IF NOT WS-LOY-OK
               DISPLAY 'ERROR OPENING REWARDS LEDGER: '
                   WS-LOY-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN EXTEND GL-JOURNAL-FILE
           IF NOT WS-GLJ-OK
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           IF NOT WS-GLJ-OK
               DISPLAY 'ERROR OPENING GL JOURNAL FILE: '
                   WS-GLJ-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT LOYALTY-MONTH-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING REWARDS MONTH-END REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               MOVE WS-EXPIRY-CUTOFF TO WS-HDG-CUTOFF
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       2000-PROCESS-ONE-ROW SECTION.

       2000-PROCESS-ROW.
           READ LOYALTY-LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 2100-EXPIRE-OLD-POINTS
                   PERFORM 3000-VALUE-LIABILITY
                   REWRITE LOYALTY-LEDGER-RECORD
                   IF NOT WS-LOY-OK
                       ADD 1 TO WS-LEDGER-ERRORS
                       DISPLAY 'ERROR UPDATING REWARDS LEDGER FOR: '
                           LOY-CUST-ID ' STATUS: ' WS-LOY-STATUS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Lots are held oldest first, so the expired ones are at the
      * front: count them off and close the gap.
      *----------------------------------------------------------------*
       2100-EXPIRE-OLD-POINTS SECTION.

       2100-EXPIRE.
           MOVE 0 TO WS-POINTS-EXPIRED
           MOVE 1 TO WS-LOT-KEEP
           PERFORM 2110-EXPIRE-ONE-LOT
               UNTIL WS-LOT-KEEP > LOY-LOT-COUNT
                   OR LOY-LOT-PERIOD(WS-LOT-KEEP) > WS-EXPIRY-CUTOFF
           IF WS-LOT-KEEP > 1
               COMPUTE WS-LOT-TO = WS-LOT-KEEP - 1
               SUBTRACT WS-LOT-TO FROM LOY-LOT-COUNT
               PERFORM 2120-MOVE-LOT-DOWN
                   VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > 25
           END-IF
           IF WS-POINTS-EXPIRED > 0
               IF WS-POINTS-EXPIRED > LOY-POINTS-BALANCE
                   MOVE LOY-POINTS-BALANCE TO WS-POINTS-EXPIRED
               END-IF
               SUBTRACT WS-POINTS-EXPIRED FROM LOY-POINTS-BALANCE
               ADD WS-POINTS-EXPIRED TO LOY-EXPIRED-TOTAL
               ADD 1 TO WS-ROWS-EXPIRED
               ADD WS-POINTS-EXPIRED TO WS-TOTAL-POINTS-EXPIRED
               MOVE LOY-CUST-ID TO WS-EXL-CUST-ID
               MOVE WS-POINTS-EXPIRED TO WS-EXL-POINTS
               MOVE LOY-POINTS-BALANCE TO WS-EXL-BALANCE
               WRITE PRINT-LINE FROM WS-EXPIRY-LINE
           END-IF.

       2110-EXPIRE-ONE-LOT SECTION.

       2110-EXPIRE-LOT.
           ADD LOY-LOT-POINTS(WS-LOT-KEEP) TO WS-POINTS-EXPIRED
           ADD 1 TO WS-LOT-KEEP.

      *----------------------------------------------------------------*
      * Slot WS-LOT-IDX takes the lot WS-LOT-TO places behind it, or
      * clears once past the lots still held.
      *----------------------------------------------------------------*
       2120-MOVE-LOT-DOWN SECTION.

       2120-MOVE-DOWN.
           IF WS-LOT-IDX > LOY-LOT-COUNT
               MOVE 0 TO LOY-LOT-PERIOD(WS-LOT-IDX)
               MOVE 0 TO LOY-LOT-POINTS(WS-LOT-IDX)
           ELSE
               MOVE LOY-LOT(WS-LOT-IDX + WS-LOT-TO) TO
                   LOY-LOT(WS-LOT-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * The balance is valued in the account's currency at the
      * redemption rate and carried to USD at today's rate. An
      * account with no rate on file keeps what was last booked and
      * is picked up next month.
      *----------------------------------------------------------------*
       3000-VALUE-LIABILITY SECTION.

       3000-VALUE-LIAB.
           PERFORM 3100-FIND-CUSTOMER
           IF WS-CUSTOMER-NOT-FOUND
               ADD 1 TO WS-NO-CUSTOMER-COUNT
               MOVE '01' TO WS-COMPANY-CODE
               MOVE 'USD' TO CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER
           ELSE
               IF CUST-COMPANY-CODE OF WS-WORK-CUSTOMER = SPACES
                   MOVE '01' TO WS-COMPANY-CODE
               ELSE
                   MOVE CUST-COMPANY-CODE OF WS-WORK-CUSTOMER TO
                       WS-COMPANY-CODE
               END-IF
           END-IF
           COMPUTE WS-ACCOUNT-VALUE ROUNDED =
               LOY-POINTS-BALANCE * WS-VALUE-PER-POINT
           IF CUST-CCY-USD OF WS-WORK-CUSTOMER
               OR WS-ACCOUNT-VALUE = 0
               MOVE WS-ACCOUNT-VALUE TO WS-NEW-LIABILITY
           ELSE
               SET FX-FN-TO-HOME TO TRUE
               MOVE CUST-CURRENCY-CODE OF WS-WORK-CUSTOMER TO
                   FX-CURRENCY-CODE
               MOVE WS-TODAY-DATE TO FX-RATE-DATE
               MOVE WS-ACCOUNT-VALUE TO FX-AMOUNT-IN
               CALL 'FXCONV' USING FXCONV-PARMS
               IF FX-VALID
                   MOVE FX-AMOUNT-OUT TO WS-NEW-LIABILITY
               ELSE
                   ADD 1 TO WS-UNRATED-COUNT
                   MOVE LOY-BOOKED-LIABILITY TO WS-NEW-LIABILITY
               END-IF
           END-IF
           COMPUTE WS-MOVEMENT =
               WS-NEW-LIABILITY - LOY-BOOKED-LIABILITY
           PERFORM 3200-ADD-TO-COMPANY
           IF WS-COB-FOUND
               MOVE WS-NEW-LIABILITY TO LOY-BOOKED-LIABILITY
           END-IF.

       3100-FIND-CUSTOMER SECTION.

       3100-FIND-CUST.
           SET WS-CUSTOMER-NOT-FOUND TO TRUE
           MOVE LOY-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD
                   INTO WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   AND CUST-ID OF WS-WORK-CUSTOMER = LOY-CUST-ID
                   SET WS-CUSTOMER-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A company past the table's room keeps its rows unbooked, so
      * the movement is still there for the next run.
      *----------------------------------------------------------------*
       3200-ADD-TO-COMPANY SECTION.

       3200-ADD-CO.
           SET WS-COB-NOT-FOUND TO TRUE
           PERFORM 3210-CHECK-ONE-COMPANY
               VARYING WS-COB-IDX FROM 1 BY 1
               UNTIL WS-COB-IDX > WS-CO-COUNT OR WS-COB-FOUND
           IF WS-COB-FOUND
               SUBTRACT 1 FROM WS-COB-IDX
           ELSE
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT TO WS-COB-IDX
                   MOVE WS-COMPANY-CODE TO WS-COB-COMPANY(WS-COB-IDX)
                   MOVE 0 TO WS-COB-ACCOUNTS(WS-COB-IDX)
                   MOVE 0 TO WS-COB-POINTS(WS-COB-IDX)
                   MOVE 0 TO WS-COB-LIABILITY(WS-COB-IDX)
                   MOVE 0 TO WS-COB-MOVEMENT(WS-COB-IDX)
                   SET WS-COB-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-COMPANY-OVERFLOW
               END-IF
           END-IF
           IF WS-COB-FOUND
               ADD 1 TO WS-COB-ACCOUNTS(WS-COB-IDX)
               ADD LOY-POINTS-BALANCE TO WS-COB-POINTS(WS-COB-IDX)
               ADD WS-NEW-LIABILITY TO WS-COB-LIABILITY(WS-COB-IDX)
               ADD WS-MOVEMENT TO WS-COB-MOVEMENT(WS-COB-IDX)
           END-IF.

       3210-CHECK-ONE-COMPANY SECTION.

       3210-CHECK-CO.
           IF WS-COB-COMPANY(WS-COB-IDX) = WS-COMPANY-CODE
               SET WS-COB-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * A growing liability debits points expense and credits points
      * liability; a shrinking one swaps the pair, so the feed stays
      * balanced either way.
      *----------------------------------------------------------------*
       4000-BOOK-COMPANY-MOVEMENTS SECTION.

       4000-BOOK-CO.
           MOVE WS-COB-COMPANY(WS-COB-IDX) TO WS-CML-COMPANY
           MOVE WS-COB-ACCOUNTS(WS-COB-IDX) TO WS-CML-ACCOUNTS
           MOVE WS-COB-POINTS(WS-COB-IDX) TO WS-CML-POINTS
           MOVE WS-COB-LIABILITY(WS-COB-IDX) TO WS-CML-LIABILITY
           MOVE WS-COB-MOVEMENT(WS-COB-IDX) TO WS-CML-MOVEMENT
           WRITE PRINT-LINE FROM WS-COMPANY-LINE
           ADD WS-COB-MOVEMENT(WS-COB-IDX) TO WS-TOTAL-MOVEMENT
           MOVE WS-COB-COMPANY(WS-COB-IDX) TO WS-COMPANY-CODE
           EVALUATE TRUE
               WHEN WS-COB-MOVEMENT(WS-COB-IDX) > 0
                   MOVE WS-COB-MOVEMENT(WS-COB-IDX) TO
                       WS-MOVEMENT-ABS
                   MOVE WS-LYM-DEBIT-ACCT TO GLJ-ACCOUNT
                   SET GLJ-DEBIT TO TRUE
                   PERFORM 4100-WRITE-GL-ENTRY
                   MOVE WS-LYM-CREDIT-ACCT TO GLJ-ACCOUNT
                   SET GLJ-CREDIT TO TRUE
                   PERFORM 4100-WRITE-GL-ENTRY
               WHEN WS-COB-MOVEMENT(WS-COB-IDX) < 0
                   COMPUTE WS-MOVEMENT-ABS =
                       0 - WS-COB-MOVEMENT(WS-COB-IDX)
                   MOVE WS-LYM-CREDIT-ACCT TO GLJ-ACCOUNT
                   SET GLJ-DEBIT TO TRUE
                   PERFORM 4100-WRITE-GL-ENTRY
                   MOVE WS-LYM-DEBIT-ACCT TO GLJ-ACCOUNT
                   SET GLJ-CREDIT TO TRUE
                   PERFORM 4100-WRITE-GL-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4100-WRITE-GL-ENTRY SECTION.

       4100-WRITE-GLJ.
           MOVE WS-MOVEMENT-ABS TO GLJ-AMOUNT
           MOVE WS-TODAY-DATE TO GLJ-TRAN-DATE
           MOVE 'LOYMNTH ' TO GLJ-SOURCE
           MOVE 0 TO GLJ-TRAN-ID
           MOVE WS-COMPANY-CODE TO GLJ-COMPANY
           MOVE SPACES TO GLJ-COUNTERPARTY
           WRITE GL-JOURNAL-RECORD
           IF NOT WS-GLJ-OK
               DISPLAY 'ERROR WRITING POINTS LIABILITY JOURNAL FOR '
                   'COMPANY ' WS-COMPANY-CODE
                   ' STATUS: ' WS-GLJ-STATUS
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RUN-CLEAN
               CLOSE LOYALTY-LEDGER-FILE
               CLOSE CUSTOMER-FILE
               CLOSE GL-JOURNAL-FILE
               CLOSE LOYALTY-MONTH-REPORT
           END-IF
           DISPLAY 'LEDGER ROWS READ:       ' WS-ROWS-READ
           DISPLAY 'ROWS WITH EXPIRY:       ' WS-ROWS-EXPIRED
           DISPLAY 'POINTS EXPIRED:         ' WS-TOTAL-POINTS-EXPIRED
           DISPLAY 'NET MOVEMENT (USD):     ' WS-TOTAL-MOVEMENT
           IF WS-UNRATED-COUNT > 0
               DISPLAY 'ACCOUNTS WITH NO RATE ON FILE: '
                   WS-UNRATED-COUNT
           END-IF
           IF WS-NO-CUSTOMER-COUNT > 0
               DISPLAY 'LEDGER ROWS WITH NO CUSTOMER: '
                   WS-NO-CUSTOMER-COUNT
           END-IF
           IF WS-COMPANY-OVERFLOW > 0
               DISPLAY 'WARNING: COMPANY TABLE FULL, '
                   WS-COMPANY-OVERFLOW ' ROWS LEFT UNBOOKED'
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-LEDGER-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COMPANY-OVERFLOW > 0
                   OR WS-UNRATED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           IF WS-RUN-CLEAN
               SET RC-FN-END-STEP TO TRUE
               MOVE 'LOYMNTH ' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-ROWS-READ TO RC-RECORD-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.
