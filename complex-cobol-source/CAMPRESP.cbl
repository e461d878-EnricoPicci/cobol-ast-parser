       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRESP.
      *================================================================*
      * MARKETING CAMPAIGN RESPONSE REPORT
      * Measures one selected campaign (run parm positions 1-8)
      * against its holdout group. Every member row CAMPSEL wrote is
      * cleared, then the posted transaction history is read once and
      * each purchase dated inside the campaign's response window is
      * credited to the buyer's member row, so the figures are
      * recomputed from scratch however often the report is run
      * while the window is open. The report gives, for the contacted
      * and the holdout group, the members, the responders, the
      * response rate and the purchase amount in total and per
      * member, and the lift of the contacted group over the holdout:
      * the difference in response rate and the incremental purchase
      * amount per member and across the whole contacted group.
      * Purchases are counted gross; refunds are not netted off.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO 'CAMPFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CAMPAIGN-ID
               FILE STATUS IS WS-CMP-STATUS.

           SELECT CAMPAIGN-MEMBER-FILE ASSIGN TO 'CAMPMBR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMB-KEY
               FILE STATUS IS WS-CMB-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRH-TRAN-ID
               FILE STATUS IS WS-TRH-STATUS.

           SELECT RESPONSE-REPORT ASSIGN TO 'CAMPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
           COPY CAMPREC.

       FD  CAMPAIGN-MEMBER-FILE.
           COPY CAMPMREC.

       FD  TRANSACTION-HISTORY-FILE.
           COPY TRNHIST.

       FD  RESPONSE-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CMP-STATUS                   PIC XX.
           88  WS-CMP-OK                   VALUE '00'.

       01  WS-CMB-STATUS                   PIC XX.
           88  WS-CMB-OK                   VALUE '00'.

       01  WS-TRH-STATUS                   PIC XX.
           88  WS-TRH-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-TRH-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-TRH-EOF              VALUE 'Y'.
               88  WS-TRH-NOT-EOF          VALUE 'N'.
           05  WS-CMB-SCAN-FLAG            PIC X VALUE 'D'.
               88  WS-CMB-SCAN-ACTIVE      VALUE 'A'.
               88  WS-CMB-SCAN-DONE        VALUE 'D'.
           05  WS-SCAN-PASS                PIC X VALUE 'R'.
               88  WS-PASS-RESET           VALUE 'R'.
               88  WS-PASS-TOTAL           VALUE 'T'.

       01  WS-TODAY-DATE                   PIC 9(8).

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-CAMPAIGN-ID         PIC X(8).
           05  FILLER                      PIC X(12).

      *----------------------------------------------------------------*
      * Per-group totals, contacted then holdout, and the figures
      * derived from them for the report line.
      *----------------------------------------------------------------*
       01  WS-CONTACTED-TOTALS.
           05  WS-CON-MEMBERS              PIC 9(7).
           05  WS-CON-RESPONDERS           PIC 9(7).
           05  WS-CON-AMOUNT               PIC S9(11)V99.
           05  WS-CON-RATE                 PIC 9(3)V99.
           05  WS-CON-PER-MEMBER           PIC S9(9)V99.

       01  WS-HOLDOUT-TOTALS.
           05  WS-HLD-MEMBERS              PIC 9(7).
           05  WS-HLD-RESPONDERS           PIC 9(7).
           05  WS-HLD-AMOUNT               PIC S9(11)V99.
           05  WS-HLD-RATE                 PIC 9(3)V99.
           05  WS-HLD-PER-MEMBER           PIC S9(9)V99.

       01  WS-LIFT-WORK.
           05  WS-LIFT-RATE                PIC S9(3)V99.
           05  WS-LIFT-PER-MEMBER          PIC S9(9)V99.
           05  WS-LIFT-TOTAL               PIC S9(11)V99.

       01  WS-RUN-TOTALS.
           05  WS-MEMBERS-RESET            PIC 9(7) VALUE 0.
           05  WS-HISTORY-READ             PIC 9(9) VALUE 0.
           05  WS-PURCHASES-IN-WINDOW      PIC 9(7) VALUE 0.
           05  WS-PURCHASES-CREDITED       PIC 9(7) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(32)
               VALUE 'MARKETING CAMPAIGN RESPONSE'.
           05  FILLER                      PIC X(8) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-CAMPAIGN-LINE.
           05  FILLER                      PIC X(10) VALUE 'CAMPAIGN: '.
           05  WS-CPL-CAMPAIGN-ID          PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CPL-DESCRIPTION          PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE 'CHANNEL: '.
           05  WS-CPL-CHANNEL              PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'WINDOW: '.
           05  WS-CPL-START-DATE           PIC 9(8).
           05  FILLER                      PIC X(4) VALUE ' TO '.
           05  WS-CPL-END-DATE             PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'HOLDOUT: '.
           05  WS-CPL-HOLDOUT-PCT          PIC Z9.
           05  FILLER                      PIC X(1) VALUE '%'.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(12) VALUE 'GROUP'.
           05  FILLER                      PIC X(11) VALUE '   MEMBERS'.
           05  FILLER                      PIC X(11) VALUE 'RESPONDERS'.
           05  FILLER                      PIC X(9) VALUE '   RATE %'.
           05  FILLER                      PIC X(19)
               VALUE '    PURCHASE AMOUNT'.
           05  FILLER                      PIC X(16)
               VALUE '      PER MEMBER'.

       01  WS-GROUP-LINE.
           05  WS-GRP-NAME                 PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-GRP-MEMBERS              PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-GRP-RESPONDERS           PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-GRP-RATE                 PIC ZZ9.99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-GRP-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-GRP-PER-MEMBER           PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-LIFT-LINE.
           05  WS-LFT-LABEL                PIC X(40).
           05  WS-LFT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               SET WS-PASS-RESET TO TRUE
               PERFORM 2000-SCAN-MEMBERS
               PERFORM 3000-CREDIT-PURCHASE UNTIL WS-TRH-EOF
               SET WS-PASS-TOTAL TO TRUE
               PERFORM 2000-SCAN-MEMBERS
               PERFORM 5000-PRINT-REPORT
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-CONTACTED-TOTALS
           INITIALIZE WS-HOLDOUT-TOTALS
           INITIALIZE WS-RUN-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           OPEN INPUT CAMPAIGN-FILE
           IF NOT WS-CMP-OK
               DISPLAY 'ERROR OPENING CAMPAIGN FILE: ' WS-CMP-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 1100-READ-CAMPAIGN
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1200-OPEN-RESPONSE-FILES
           END-IF.

      *----------------------------------------------------------------*
      * An open campaign has no members yet; a cancelled one that was
      * selected first still has its members and is reported.
      *----------------------------------------------------------------*
       1100-READ-CAMPAIGN SECTION.

       1100-READ-CMP.
           MOVE WS-PARM-CAMPAIGN-ID TO CMP-CAMPAIGN-ID
           READ CAMPAIGN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-PARM-CAMPAIGN-ID = SPACES
                   DISPLAY 'NO CAMPAIGN ID ON RUN PARM, NO REPORT'
                   SET WS-RUN-ABORTED TO TRUE
               WHEN NOT WS-CMP-OK
                   DISPLAY 'CAMPAIGN NOT ON FILE: '
                       WS-PARM-CAMPAIGN-ID
                   SET WS-RUN-ABORTED TO TRUE
               WHEN CMP-OPEN
                   DISPLAY 'CAMPAIGN NOT YET SELECTED: '
                       WS-PARM-CAMPAIGN-ID
                   SET WS-RUN-ABORTED TO TRUE
           END-EVALUATE.

       1200-OPEN-RESPONSE-FILES SECTION.

       1200-OPEN-FILES.
           OPEN I-O CAMPAIGN-MEMBER-FILE
           IF NOT WS-CMB-OK
               DISPLAY 'ERROR OPENING CAMPAIGN MEMBER FILE: '
                   WS-CMB-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF NOT WS-TRH-OK
               DISPLAY 'ERROR OPENING TRANSACTION HISTORY: '
                   WS-TRH-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT RESPONSE-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING CAMPAIGN RESPONSE REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * Member rows are keyed by campaign then customer, so the
      * campaign's rows are read from its first customer until the
      * campaign changes - once to clear them, once to total them.
      *----------------------------------------------------------------*
       2000-SCAN-MEMBERS SECTION.

       2000-SCAN-MBR.
           SET WS-CMB-SCAN-ACTIVE TO TRUE
           MOVE CMP-CAMPAIGN-ID TO CMB-CAMPAIGN-ID
           MOVE 0 TO CMB-CUST-ID
           START CAMPAIGN-MEMBER-FILE KEY IS NOT LESS THAN CMB-KEY
               INVALID KEY
                   SET WS-CMB-SCAN-DONE TO TRUE
           END-START
           PERFORM 2100-SCAN-ONE-MEMBER
               UNTIL WS-CMB-SCAN-DONE.

       2100-SCAN-ONE-MEMBER SECTION.

       2100-SCAN-ONE.
           READ CAMPAIGN-MEMBER-FILE NEXT RECORD
               AT END
                   SET WS-CMB-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-CMB-SCAN-DONE
               IF NOT WS-CMB-OK
                   OR CMB-CAMPAIGN-ID NOT = CMP-CAMPAIGN-ID
                   SET WS-CMB-SCAN-DONE TO TRUE
               ELSE
                   IF WS-PASS-RESET
                       PERFORM 2200-RESET-MEMBER
                   ELSE
                       PERFORM 4000-TOTAL-MEMBER
                   END-IF
               END-IF
           END-IF.

       2200-RESET-MEMBER SECTION.

       2200-RESET.
           MOVE 0 TO CMB-PURCHASE-COUNT
           MOVE 0 TO CMB-PURCHASE-AMOUNT
           MOVE 0 TO CMB-FIRST-RESPONSE-DATE
           REWRITE CAMPAIGN-MEMBER-RECORD
           IF WS-CMB-OK
               ADD 1 TO WS-MEMBERS-RESET
           ELSE
               DISPLAY 'ERROR CLEARING CAMPAIGN MEMBER: '
                   CMB-CUST-ID ' STATUS: ' WS-CMB-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * A purchase inside the window by a member of the campaign, in
      * either group, is added to that member's row.
      *----------------------------------------------------------------*
       3000-CREDIT-PURCHASE SECTION.

       3000-CREDIT.
           READ TRANSACTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-TRH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF TRH-PURCHASE
                       AND TRH-TRAN-DATE NOT < CMP-START-DATE
                       AND TRH-TRAN-DATE NOT > CMP-END-DATE
                       ADD 1 TO WS-PURCHASES-IN-WINDOW
                       PERFORM 3100-CREDIT-MEMBER
                   END-IF
           END-READ.

       3100-CREDIT-MEMBER SECTION.

       3100-CREDIT-MBR.
           MOVE CMP-CAMPAIGN-ID TO CMB-CAMPAIGN-ID
           MOVE TRH-CUST-ID TO CMB-CUST-ID
           READ CAMPAIGN-MEMBER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CMB-OK
               ADD 1 TO CMB-PURCHASE-COUNT
               ADD TRH-AMOUNT TO CMB-PURCHASE-AMOUNT
               IF CMB-FIRST-RESPONSE-DATE = 0
                   OR TRH-TRAN-DATE < CMB-FIRST-RESPONSE-DATE
                   MOVE TRH-TRAN-DATE TO CMB-FIRST-RESPONSE-DATE
               END-IF
               REWRITE CAMPAIGN-MEMBER-RECORD
               IF WS-CMB-OK
                   ADD 1 TO WS-PURCHASES-CREDITED
               ELSE
                   DISPLAY 'ERROR CREDITING CAMPAIGN MEMBER: '
                       CMB-CUST-ID ' STATUS: ' WS-CMB-STATUS
               END-IF
           END-IF.

       4000-TOTAL-MEMBER SECTION.

       4000-TOTAL.
           IF CMB-HOLDOUT
               ADD 1 TO WS-HLD-MEMBERS
               ADD CMB-PURCHASE-AMOUNT TO WS-HLD-AMOUNT
               IF CMB-PURCHASE-COUNT > 0
                   ADD 1 TO WS-HLD-RESPONDERS
               END-IF
           ELSE
               ADD 1 TO WS-CON-MEMBERS
               ADD CMB-PURCHASE-AMOUNT TO WS-CON-AMOUNT
               IF CMB-PURCHASE-COUNT > 0
                   ADD 1 TO WS-CON-RESPONDERS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Rates and per-member amounts stay zero for an empty group;
      * with no holdout the lift is not printed.
      *----------------------------------------------------------------*
       5000-PRINT-REPORT SECTION.

       5000-PRINT.
           IF WS-CON-MEMBERS > 0
               COMPUTE WS-CON-RATE ROUNDED =
                   WS-CON-RESPONDERS * 100 / WS-CON-MEMBERS
               COMPUTE WS-CON-PER-MEMBER ROUNDED =
                   WS-CON-AMOUNT / WS-CON-MEMBERS
           END-IF
           IF WS-HLD-MEMBERS > 0
               COMPUTE WS-HLD-RATE ROUNDED =
                   WS-HLD-RESPONDERS * 100 / WS-HLD-MEMBERS
               COMPUTE WS-HLD-PER-MEMBER ROUNDED =
                   WS-HLD-AMOUNT / WS-HLD-MEMBERS
           END-IF
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           WRITE PRINT-LINE FROM WS-HEADING-LINE
           MOVE CMP-CAMPAIGN-ID TO WS-CPL-CAMPAIGN-ID
           MOVE CMP-DESCRIPTION TO WS-CPL-DESCRIPTION
           MOVE CMP-CHANNEL TO WS-CPL-CHANNEL
           MOVE CMP-START-DATE TO WS-CPL-START-DATE
           MOVE CMP-END-DATE TO WS-CPL-END-DATE
           MOVE CMP-HOLDOUT-PCT TO WS-CPL-HOLDOUT-PCT
           WRITE PRINT-LINE FROM WS-CAMPAIGN-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-COLUMN-LINE
           MOVE 'CONTACTED' TO WS-GRP-NAME
           MOVE WS-CON-MEMBERS TO WS-GRP-MEMBERS
           MOVE WS-CON-RESPONDERS TO WS-GRP-RESPONDERS
           MOVE WS-CON-RATE TO WS-GRP-RATE
           MOVE WS-CON-AMOUNT TO WS-GRP-AMOUNT
           MOVE WS-CON-PER-MEMBER TO WS-GRP-PER-MEMBER
           WRITE PRINT-LINE FROM WS-GROUP-LINE
           MOVE 'HOLDOUT' TO WS-GRP-NAME
           MOVE WS-HLD-MEMBERS TO WS-GRP-MEMBERS
           MOVE WS-HLD-RESPONDERS TO WS-GRP-RESPONDERS
           MOVE WS-HLD-RATE TO WS-GRP-RATE
           MOVE WS-HLD-AMOUNT TO WS-GRP-AMOUNT
           MOVE WS-HLD-PER-MEMBER TO WS-GRP-PER-MEMBER
           WRITE PRINT-LINE FROM WS-GROUP-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-HLD-MEMBERS > 0
               PERFORM 5100-PRINT-LIFT
           ELSE
               MOVE 'NO HOLDOUT GROUP, LIFT NOT MEASURED'
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       5100-PRINT-LIFT SECTION.

       5100-PRINT-LFT.
           COMPUTE WS-LIFT-RATE = WS-CON-RATE - WS-HLD-RATE
           COMPUTE WS-LIFT-PER-MEMBER =
               WS-CON-PER-MEMBER - WS-HLD-PER-MEMBER
           COMPUTE WS-LIFT-TOTAL =
               WS-LIFT-PER-MEMBER * WS-CON-MEMBERS
           MOVE 'RESPONSE RATE LIFT (POINTS)' TO WS-LFT-LABEL
           MOVE WS-LIFT-RATE TO WS-LFT-AMOUNT
           WRITE PRINT-LINE FROM WS-LIFT-LINE
           MOVE 'INCREMENTAL PURCHASES PER MEMBER' TO WS-LFT-LABEL
           MOVE WS-LIFT-PER-MEMBER TO WS-LFT-AMOUNT
           WRITE PRINT-LINE FROM WS-LIFT-LINE
           MOVE 'INCREMENTAL PURCHASES, CONTACTED GROUP'
               TO WS-LFT-LABEL
           MOVE WS-LIFT-TOTAL TO WS-LFT-AMOUNT
           WRITE PRINT-LINE FROM WS-LIFT-LINE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE CAMPAIGN-FILE
           IF WS-RUN-CLEAN
               CLOSE CAMPAIGN-MEMBER-FILE
               CLOSE TRANSACTION-HISTORY-FILE
               CLOSE RESPONSE-REPORT
           END-IF
           DISPLAY 'CAMPAIGN:                ' WS-PARM-CAMPAIGN-ID
           DISPLAY 'MEMBERS CLEARED:         ' WS-MEMBERS-RESET
           DISPLAY 'HISTORY ROWS READ:       ' WS-HISTORY-READ
           DISPLAY 'PURCHASES IN WINDOW:     ' WS-PURCHASES-IN-WINDOW
           DISPLAY 'PURCHASES BY MEMBERS:    ' WS-PURCHASES-CREDITED
           DISPLAY 'CONTACTED MEMBERS:       ' WS-CON-MEMBERS
           DISPLAY 'HOLDOUT MEMBERS:         ' WS-HLD-MEMBERS.
