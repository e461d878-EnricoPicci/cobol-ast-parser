       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURCHG.
      *================================================================*
      * RECURRING CHARGE GENERATION
      * Daily, ahead of TRANPOST. Raises the fixed service fees held
      * on the recurring charge schedule file (RCHGSCHD, see
      * copybooks/RCHGREC) as purchases, so the same 'PU'
      * transactions no longer have to be keyed into the merchant
      * feed every month.
      *
      * A schedule falls due in a period that is a whole number of
      * its cycles (monthly, quarterly, half-yearly or yearly) after
      * the month it starts, once the run date has reached the start
      * date and while it has not passed the end date. It is charged
      * on the first run in that period and never again for the
      * same period: the schedule keeps the last period charged and
      * the purchase raised for it.
      *
      * Each charge is one PURCHASE-DETAIL transaction with a single
      * item line on ITEMFILE carrying the schedule's description,
      * taxed at the jurisdiction's TAXRATES rate unless the customer
      * holds an unexpired exemption certificate (TRANPOST would
      * suspend a taxed purchase to an exempt customer). The day's
      * charges leave as one BH/BT-wrapped batch (RCHGTRAN, batch
      * RECURCHG) that posts through TRANPOST like any merchant
      * batch.
      *
      * Each purchase quotes the schedule's PO number. A schedule
      * on a PO-controlled account with no PO, or one quoting a PO
      * that is not on POFILE, cancelled, outside its dates or
      * without room for the charge after what this run has already
      * drawn against it, is held back rather than raised - the
      * posting pre-edit would turn the purchase away and fail the
      * whole batch.
      *
      * A closed or frozen account is not charged and is reported,
      * as is a customer not on file or a jurisdiction with no rate;
      * the schedule stays due, so it is charged on a later run in
      * the period once the account is put right. The report
      * (RCHGRPT) lists each charge raised and each one held back.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO 'RCHGSCHD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCS-KEY
               FILE STATUS IS WS-RCS-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXR-STATUS.

           SELECT TAX-EXEMPT-FILE ASSIGN TO 'TAXEXMPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXE-CUST-ID
               FILE STATUS IS WS-TXE-STATUS.

           SELECT ITEM-DETAIL-FILE ASSIGN TO 'ITEMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITM-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'POFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-KEY
               FILE STATUS IS WS-POR-STATUS.

           SELECT CHARGE-TRAN-FILE ASSIGN TO 'RCHGTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCT-STATUS.

           SELECT CHARGE-REPORT ASSIGN TO 'RCHGRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
           COPY RCHGREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05  TXR-STATE                   PIC X(2).
           05  TXR-RATE                    PIC V9(4).
           05  FILLER                      PIC X(14).

       FD  TAX-EXEMPT-FILE.
           COPY TAXEXREC.

       FD  ITEM-DETAIL-FILE.
           COPY ITEMDTL.

       FD  PURCHASE-ORDER-FILE.
           COPY PORDREC.

       FD  CHARGE-TRAN-FILE.
       01  CHARGE-TRAN-RECORD              PIC X(145).

       FD  CHARGE-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RCS-STATUS                   PIC XX.
           88  WS-RCS-OK                   VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-TXR-STATUS                   PIC XX.
           88  WS-TXR-OK                   VALUE '00'.
           88  WS-TXR-EOF                  VALUE '10'.

       01  WS-TXE-STATUS                   PIC XX.
           88  WS-TXE-OK                   VALUE '00'.

       01  WS-ITM-STATUS                   PIC XX.
           88  WS-ITM-OK                   VALUE '00'.
           88  WS-ITM-NOT-OPEN             VALUE '35'.
           88  WS-ITM-NOT-FOUND            VALUE '23'.

       01  WS-POR-STATUS                   PIC XX.
           88  WS-POR-OK                   VALUE '00'.

       01  WS-RCT-STATUS                   PIC XX.
           88  WS-RCT-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       COPY TRANREC.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY RUNPARM.

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
           05  WS-DUE-FLAG                 PIC X VALUE 'N'.
               88  WS-SCHEDULE-DUE         VALUE 'Y'.
               88  WS-SCHEDULE-NOT-DUE     VALUE 'N'.
           05  WS-RATE-FOUND-FLAG          PIC X VALUE 'N'.
               88  WS-RATE-FOUND           VALUE 'Y'.
               88  WS-RATE-NOT-FOUND       VALUE 'N'.
           05  WS-TXE-FILE-FLAG            PIC X VALUE 'N'.
               88  WS-TXE-FILE-AVAILABLE   VALUE 'Y'.
               88  WS-TXE-FILE-ABSENT      VALUE 'N'.
           05  WS-TRAN-ID-FLAG             PIC X VALUE 'N'.
               88  WS-TRAN-ID-FREE         VALUE 'Y'.
               88  WS-TRAN-ID-TAKEN        VALUE 'N'.
           05  WS-PO-FILE-FLAG             PIC X VALUE 'N'.
               88  WS-PO-FILE-AVAILABLE    VALUE 'Y'.
               88  WS-PO-FILE-ABSENT       VALUE 'N'.
           05  WS-POD-FOUND-FLAG           PIC X VALUE 'N'.
               88  WS-POD-FOUND            VALUE 'Y'.
               88  WS-POD-NOT-FOUND        VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY               PIC 9(4).
           05  WS-TODAY-MM                 PIC 9(2).
           05  WS-TODAY-DD                 PIC 9(2).

       01  WS-RUN-PERIOD                   PIC 9(6).

       01  WS-START-DATE-WORK              PIC 9(8).
       01  WS-START-PARTS REDEFINES WS-START-DATE-WORK.
           05  WS-START-YYYY               PIC 9(4).
           05  WS-START-MM                 PIC 9(2).
           05  WS-START-DD                 PIC 9(2).

      *----------------------------------------------------------------*
      * Cycle arithmetic: months from the schedule's start month to
      * the run month, and the cycle length in months.
      *----------------------------------------------------------------*
       01  WS-CYCLE-WORK.
           05  WS-MONTHS-ELAPSED           PIC S9(5).
           05  WS-CYCLE-MONTHS             PIC 9(2).
           05  WS-CYCLE-COUNT              PIC 9(5).
           05  WS-CYCLE-REMAINDER          PIC 9(2).

      *----------------------------------------------------------------*
      * Jurisdiction rate table loaded from TAXRATES, as TAXACCR
      * loads it.
      *----------------------------------------------------------------*
       01  WS-RATE-COUNT                   PIC 9(3) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RTE-ENTRY OCCURS 60 TIMES.
               10  WS-RTE-STATE            PIC X(2).
               10  WS-RTE-RATE             PIC V9(4).

       01  WS-RATE-IDX                     PIC 9(3).
       01  WS-RATE-FULL-COUNT              PIC 9(5) VALUE 0.

      *----------------------------------------------------------------*
      * Charges raised this run, held until the batch is written so
      * the header can carry the count.
      *----------------------------------------------------------------*
       01  WS-CHG-BUFFER-COUNT             PIC 9(4) VALUE 0.
       01  WS-CHG-BUFFER.
           05  WS-CHB-ENTRY OCCURS 2000 TIMES.
               10  WS-CHB-TRAN-ID          PIC 9(12).
               10  WS-CHB-CUST-ID          PIC 9(8).
               10  WS-CHB-SUBTOTAL         PIC 9(7)V99.
               10  WS-CHB-TAX              PIC 9(5)V99.
               10  WS-CHB-PO-NUMBER        PIC X(20).

       01  WS-CHB-IDX                      PIC 9(4).

      *----------------------------------------------------------------*
      * What this run's charges have drawn against each PO, so a
      * second schedule on the same PO is measured against what the
      * first leaves, as the posting pre-edit will measure it.
      *----------------------------------------------------------------*
       01  WS-PO-DRAW-COUNT                PIC 9(4) VALUE 0.
       01  WS-PO-DRAW-TABLE.
           05  WS-POD-ENTRY OCCURS 2000 TIMES.
               10  WS-POD-CUST-ID          PIC 9(8).
               10  WS-POD-PO-NUMBER        PIC X(20).
               10  WS-POD-AMOUNT           PIC 9(9)V99.

       01  WS-POD-IDX                      PIC 9(4).
       01  WS-PO-REMAINING                 PIC S9(9)V99.
       01  WS-CHG-AMOUNT-TOTAL             PIC S9(9)V99 VALUE 0.
       01  WS-BUFFER-FULL-COUNT            PIC 9(5) VALUE 0.

       01  WS-CHG-TID-WORK.
           05  WS-CTD-DATE                 PIC 9(8).
           05  WS-CTD-SERIAL               PIC 9(4) VALUE 0.
       01  WS-CHG-TID-NUM REDEFINES WS-CHG-TID-WORK
                                           PIC 9(12).

       01  WS-CHARGE-WORK.
           05  WS-CHG-TAX                  PIC 9(5)V99.
           05  WS-CHG-TOTAL                PIC 9(7)V99.
           05  WS-HOLD-REASON              PIC X(40).

       01  WS-RUN-TOTALS.
           05  WS-SCHEDULES-READ           PIC 9(7) VALUE 0.
           05  WS-SCHEDULES-DUE            PIC 9(7) VALUE 0.
           05  WS-CHARGES-RAISED           PIC 9(7) VALUE 0.
           05  WS-CHARGES-HELD             PIC 9(7) VALUE 0.
           05  WS-WRITE-ERRORS             PIC 9(5) VALUE 0.
           05  WS-SUBTOTAL-TOTAL           PIC 9(9)V99 VALUE 0.
           05  WS-TAX-TOTAL                PIC 9(9)V99 VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'RECURRING CHARGES GENERATED'.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(10) VALUE '  PERIOD: '.
           05  WS-HDG-PERIOD               PIC 9(6).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(6) VALUE 'SCHED'.
           05  FILLER                      PIC X(32)
               VALUE 'DESCRIPTION'.
           05  FILLER                      PIC X(4) VALUE 'JUR'.
           05  FILLER                      PIC X(14) VALUE '    AMOUNT'.
           05  FILLER                      PIC X(12) VALUE '       TAX'.
           05  FILLER                      PIC X(14) VALUE '     TOTAL'.
           05  FILLER                      PIC X(40)
               VALUE 'TRANSACTION / NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-SCHED-NO             PIC 9(3).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-DESCRIPTION          PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-JURISDICTION         PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-TAX                  PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-TOTAL                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-NOTE                 PIC X(40).

       01  WS-TRAN-NOTE.
           05  FILLER                      PIC X(9) VALUE 'RAISED AS'.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-TNT-TRAN-ID              PIC 9(12).

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(30).
           05  WS-TOT-LABEL                PIC X(30).
           05  WS-TOT-COUNT                PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TOT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-PROCESS-ONE-SCHEDULE UNTIL WS-EOF
               PERFORM 7000-WRITE-CHARGE-BATCH
               PERFORM 8000-WRITE-TOTALS
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-RUN-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:6) TO WS-RUN-PERIOD
           MOVE WS-TODAY-DATE TO WS-CTD-DATE
           SET RC-FN-START-STEP TO TRUE
           MOVE 'RECURCHG' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           OPEN I-O SCHEDULE-FILE
           IF NOT WS-RCS-OK
               DISPLAY 'ERROR OPENING RECURRING CHARGE SCHEDULES: '
                   WS-RCS-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN I-O ITEM-DETAIL-FILE
           IF WS-ITM-NOT-OPEN
               OPEN OUTPUT ITEM-DETAIL-FILE
               CLOSE ITEM-DETAIL-FILE
               OPEN I-O ITEM-DETAIL-FILE
           END-IF
           IF NOT WS-ITM-OK
               DISPLAY 'ERROR OPENING ITEM DETAIL FILE: '
                   WS-ITM-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT CHARGE-TRAN-FILE
           IF NOT WS-RCT-OK
               DISPLAY 'ERROR OPENING RECURRING CHARGE BATCH: '
                   WS-RCT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT CHARGE-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING RECURRING CHARGE REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-POR-OK
               SET WS-PO-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-PO-FILE-ABSENT TO TRUE
               DISPLAY 'PURCHASE ORDER FILE NOT AVAILABLE, PO CHECK '
                   'SKIPPED: ' WS-POR-STATUS
           END-IF
           OPEN INPUT TAX-EXEMPT-FILE
           IF WS-TXE-OK
               SET WS-TXE-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-TXE-FILE-ABSENT TO TRUE
               DISPLAY 'TAX EXEMPTION FILE NOT AVAILABLE, ALL '
                   'CHARGES TAXED: ' WS-TXE-STATUS
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1100-LOAD-TAX-RATES
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               MOVE WS-RUN-PERIOD TO WS-HDG-PERIOD
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
               MOVE LOW-VALUES TO RCS-KEY
               START SCHEDULE-FILE KEY IS NOT LESS THAN RCS-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
           END-IF.

      *----------------------------------------------------------------*
      * Without the rate file no taxed charge can be raised; those
      * schedules are held back and reported, and untaxed ones still
      * go.
      *----------------------------------------------------------------*
       1100-LOAD-TAX-RATES SECTION.

       1100-LOAD-RATES.
           OPEN INPUT TAX-RATE-FILE
           IF NOT WS-TXR-OK
               DISPLAY 'TAX RATE FILE NOT AVAILABLE, TAXED CHARGES '
                   'HELD: ' WS-TXR-STATUS
           ELSE
               PERFORM 1110-LOAD-ONE-RATE UNTIL WS-TXR-EOF
               CLOSE TAX-RATE-FILE
           END-IF.

       1110-LOAD-ONE-RATE SECTION.

       1110-LOAD-ONE.
           READ TAX-RATE-FILE
               AT END
                   SET WS-TXR-EOF TO TRUE
               NOT AT END
                   IF WS-RATE-COUNT < 60
                       ADD 1 TO WS-RATE-COUNT
                       MOVE TXR-STATE TO WS-RTE-STATE(WS-RATE-COUNT)
                       MOVE TXR-RATE TO WS-RTE-RATE(WS-RATE-COUNT)
                   ELSE
                       ADD 1 TO WS-RATE-FULL-COUNT
                   END-IF
           END-READ.

       2000-PROCESS-ONE-SCHEDULE SECTION.

       2000-PROCESS-ONE.
           READ SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCHEDULES-READ
                   PERFORM 2100-CHECK-SCHEDULE-DUE
                   IF WS-SCHEDULE-DUE
                       ADD 1 TO WS-SCHEDULES-DUE
                       PERFORM 3000-RAISE-CHARGE
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Due when active, started, not ended, not yet charged for this
      * period, and the run month falls on the schedule's cycle
      * counted from its start month.
      *----------------------------------------------------------------*
       2100-CHECK-SCHEDULE-DUE SECTION.

       2100-CHECK-DUE.
           SET WS-SCHEDULE-NOT-DUE TO TRUE
           EVALUATE TRUE
               WHEN NOT RCS-ACTIVE
                   CONTINUE
               WHEN RCS-START-DATE NOT NUMERIC
                   OR RCS-START-DATE = 0
                   OR RCS-START-DATE > WS-TODAY-DATE
                   CONTINUE
               WHEN RCS-END-DATE NOT = 0
                   AND RCS-END-DATE < WS-TODAY-DATE
                   CONTINUE
               WHEN RCS-LAST-PERIOD NUMERIC
                   AND RCS-LAST-PERIOD NOT < WS-RUN-PERIOD
                   CONTINUE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN RCS-QUARTERLY
                           MOVE 3 TO WS-CYCLE-MONTHS
                       WHEN RCS-SEMI-ANNUAL
                           MOVE 6 TO WS-CYCLE-MONTHS
                       WHEN RCS-ANNUAL
                           MOVE 12 TO WS-CYCLE-MONTHS
                       WHEN OTHER
                           MOVE 1 TO WS-CYCLE-MONTHS
                   END-EVALUATE
                   MOVE RCS-START-DATE TO WS-START-DATE-WORK
                   COMPUTE WS-MONTHS-ELAPSED =
                       (WS-TODAY-YYYY * 12 + WS-TODAY-MM)
                       - (WS-START-YYYY * 12 + WS-START-MM)
                   DIVIDE WS-MONTHS-ELAPSED BY WS-CYCLE-MONTHS
                       GIVING WS-CYCLE-COUNT
                       REMAINDER WS-CYCLE-REMAINDER
                   IF WS-CYCLE-REMAINDER = 0
                       SET WS-SCHEDULE-DUE TO TRUE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * A charge is held back, with the schedule left due, when the
      * customer is missing, closed or frozen, the jurisdiction has
      * no rate, the PO will not cover it, or the batch is full.
      *----------------------------------------------------------------*
       3000-RAISE-CHARGE SECTION.

       3000-RAISE.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE 0 TO WS-CHG-TAX
           PERFORM 3100-FIND-CUSTOMER
           EVALUATE TRUE
               WHEN WS-CUSTOMER-NOT-FOUND
                   MOVE 'HELD - CUSTOMER NOT ON FILE' TO WS-HOLD-REASON
               WHEN CUST-STAT-CLOSED OF WS-WORK-CUSTOMER
                   MOVE 'HELD - ACCOUNT CLOSED' TO WS-HOLD-REASON
               WHEN CUST-STAT-FROZEN OF WS-WORK-CUSTOMER
                   MOVE 'HELD - ACCOUNT FROZEN' TO WS-HOLD-REASON
               WHEN RCS-AMOUNT NOT NUMERIC OR RCS-AMOUNT = 0
                   MOVE 'HELD - NO AMOUNT ON SCHEDULE' TO
                       WS-HOLD-REASON
               WHEN WS-CHG-BUFFER-COUNT NOT < 2000
                   MOVE 'HELD - BATCH FULL, NEXT RUN' TO
                       WS-HOLD-REASON
                   ADD 1 TO WS-BUFFER-FULL-COUNT
               WHEN OTHER
                   PERFORM 3200-COMPUTE-TAX
           END-EVALUATE
           IF WS-HOLD-REASON = SPACES AND WS-PO-FILE-AVAILABLE
               PERFORM 3250-CHECK-PURCHASE-ORDER
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM 3300-FIND-FREE-TRAN-ID
               PERFORM 3400-WRITE-ITEM-LINE
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM 3500-BUFFER-CHARGE
               PERFORM 3600-MARK-SCHEDULE-CHARGED
               MOVE WS-CHG-TID-NUM TO WS-TNT-TRAN-ID
               MOVE WS-TRAN-NOTE TO WS-DTL-NOTE
               MOVE WS-CHG-TOTAL TO WS-DTL-TOTAL
               ADD 1 TO WS-CHARGES-RAISED
           ELSE
               MOVE WS-HOLD-REASON TO WS-DTL-NOTE
               MOVE 0 TO WS-DTL-TOTAL
               ADD 1 TO WS-CHARGES-HELD
           END-IF
           MOVE RCS-CUST-ID TO WS-DTL-CUST-ID
           MOVE RCS-SCHED-NO TO WS-DTL-SCHED-NO
           MOVE RCS-DESCRIPTION TO WS-DTL-DESCRIPTION
           MOVE RCS-TAX-JURISDICTION TO WS-DTL-JURISDICTION
           MOVE RCS-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-CHG-TAX TO WS-DTL-TAX
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

       3100-FIND-CUSTOMER SECTION.

       3100-FIND-CUST.
           SET WS-CUSTOMER-NOT-FOUND TO TRUE
           MOVE RCS-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   AND CUST-ID OF WS-WORK-CUSTOMER = RCS-CUST-ID
                   SET WS-CUSTOMER-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * An exempt customer is charged no tax whatever the schedule's
      * jurisdiction, matching the posting pre-edit's test.
      *----------------------------------------------------------------*
       3200-COMPUTE-TAX SECTION.

       3200-COMPUTE.
           IF RCS-TAX-JURISDICTION = SPACES
               OR RCS-TAX-JURISDICTION = 'ZZ'
               CONTINUE
           ELSE
               IF WS-TXE-FILE-AVAILABLE
                   MOVE RCS-CUST-ID TO TXE-CUST-ID
                   READ TAX-EXEMPT-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF WS-TXE-FILE-AVAILABLE AND WS-TXE-OK
                   AND (TXE-EXPIRY-DATE = 0
                       OR TXE-EXPIRY-DATE >= WS-TODAY-DATE)
                   CONTINUE
               ELSE
                   SET WS-RATE-NOT-FOUND TO TRUE
                   PERFORM 3210-CHECK-ONE-RATE
                       VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                           OR WS-RATE-FOUND
                   IF WS-RATE-FOUND
                       SUBTRACT 1 FROM WS-RATE-IDX
                       COMPUTE WS-CHG-TAX ROUNDED =
                           RCS-AMOUNT * WS-RTE-RATE(WS-RATE-IDX)
                   ELSE
                       MOVE 'HELD - NO TAX RATE FOR JURISDICTION' TO
                           WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-CHG-TOTAL = RCS-AMOUNT + WS-CHG-TAX.

       3210-CHECK-ONE-RATE SECTION.

       3210-CHECK-RATE.
           IF WS-RTE-STATE(WS-RATE-IDX) = RCS-TAX-JURISDICTION
               SET WS-RATE-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * The same tests TRANPOST's pre-edit puts a purchase through,
      * against the charge with its tax: a PO-controlled account
      * must quote a PO, and a quoted PO must be on file and active
      * for the customer, in date, and have room left after what it
      * has consumed and what this run has already drawn.
      *----------------------------------------------------------------*
       3250-CHECK-PURCHASE-ORDER SECTION.

       3250-CHECK-PO.
           IF RCS-PO-NUMBER = SPACES
               IF CUST-PO-CONTROLLED OF WS-WORK-CUSTOMER
                   MOVE 'HELD - PURCHASE ORDER NUMBER MISSING' TO
                       WS-HOLD-REASON
               END-IF
           ELSE
               MOVE RCS-CUST-ID TO POR-CUST-ID
               MOVE RCS-PO-NUMBER TO POR-PO-NUMBER
               READ PURCHASE-ORDER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               SET WS-POD-NOT-FOUND TO TRUE
               PERFORM 3260-FIND-PO-DRAW
                   VARYING WS-POD-IDX FROM 1 BY 1
                   UNTIL WS-POD-IDX > WS-PO-DRAW-COUNT
                       OR WS-POD-FOUND
               IF WS-POR-OK
                   COMPUTE WS-PO-REMAINING = POR-AUTHORIZED-AMOUNT
                       - POR-CONSUMED-AMOUNT
                   IF WS-POD-FOUND
                       SUBTRACT 1 FROM WS-POD-IDX
                       SUBTRACT WS-POD-AMOUNT(WS-POD-IDX) FROM
                           WS-PO-REMAINING
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-POR-OK
                   WHEN POR-CANCELLED
                       MOVE 'HELD - PO UNKNOWN OR CANCELLED' TO
                           WS-HOLD-REASON
                   WHEN WS-TODAY-DATE < POR-EFFECTIVE-DATE
                   WHEN POR-EXPIRY-DATE NOT = 0
                       AND WS-TODAY-DATE > POR-EXPIRY-DATE
                       MOVE 'HELD - PO NOT VALID ON RUN DATE' TO
                           WS-HOLD-REASON
                   WHEN WS-CHG-TOTAL > WS-PO-REMAINING
                       MOVE 'HELD - PURCHASE ORDER EXHAUSTED' TO
                           WS-HOLD-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3260-FIND-PO-DRAW SECTION.

       3260-FIND-DRAW.
           IF WS-POD-CUST-ID(WS-POD-IDX) = RCS-CUST-ID
               AND WS-POD-PO-NUMBER(WS-POD-IDX) = RCS-PO-NUMBER
               SET WS-POD-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * A charge raised against a PO is added to the run's draw on
      * it. The table is as long as the batch, so it cannot fill
      * before the batch does.
      *----------------------------------------------------------------*
       3270-RECORD-PO-DRAW SECTION.

       3270-RECORD-DRAW.
           SET WS-POD-NOT-FOUND TO TRUE
           PERFORM 3260-FIND-PO-DRAW
               VARYING WS-POD-IDX FROM 1 BY 1
               UNTIL WS-POD-IDX > WS-PO-DRAW-COUNT
                   OR WS-POD-FOUND
           IF WS-POD-FOUND
               SUBTRACT 1 FROM WS-POD-IDX
           ELSE
               ADD 1 TO WS-PO-DRAW-COUNT
               MOVE WS-PO-DRAW-COUNT TO WS-POD-IDX
               MOVE RCS-CUST-ID TO WS-POD-CUST-ID(WS-POD-IDX)
               MOVE RCS-PO-NUMBER TO WS-POD-PO-NUMBER(WS-POD-IDX)
               MOVE 0 TO WS-POD-AMOUNT(WS-POD-IDX)
           END-IF
           ADD WS-CHG-TOTAL TO WS-POD-AMOUNT(WS-POD-IDX).

      *----------------------------------------------------------------*
      * The transaction number is the run date and a serial, as for
      * the other generated batches; a number whose item lines are
      * already on ITEMFILE is passed over.
      *----------------------------------------------------------------*
       3300-FIND-FREE-TRAN-ID SECTION.

       3300-FIND-FREE.
           SET WS-TRAN-ID-TAKEN TO TRUE
           PERFORM 3310-TRY-NEXT-TRAN-ID
               UNTIL WS-TRAN-ID-FREE OR WS-HOLD-REASON NOT = SPACES.

       3310-TRY-NEXT-TRAN-ID SECTION.

       3310-TRY-NEXT.
           IF WS-CTD-SERIAL = 9999
               MOVE 'HELD - NO TRANSACTION NUMBER LEFT' TO
                   WS-HOLD-REASON
           ELSE
               ADD 1 TO WS-CTD-SERIAL
               MOVE WS-CHG-TID-NUM TO ITM-TRAN-ID
               MOVE 1 TO ITM-LINE-NO
               READ ITEM-DETAIL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ITM-NOT-FOUND
                   SET WS-TRAN-ID-FREE TO TRUE
               END-IF
           END-IF.

       3400-WRITE-ITEM-LINE SECTION.

       3400-WRITE-ITEM.
           IF WS-HOLD-REASON = SPACES
               MOVE WS-CHG-TID-NUM TO ITM-TRAN-ID
               MOVE 1 TO ITM-LINE-NO
               MOVE RCS-DESCRIPTION TO ITM-DESCRIPTION
               MOVE SPACES TO ITM-PRODUCT-CODE
               MOVE 1 TO ITM-QUANTITY
               MOVE RCS-AMOUNT TO ITM-EXTENDED-AMOUNT
               MOVE 0 TO ITM-TAX-SHARE
               MOVE 0 TO ITM-DISCOUNT-SHARE
               MOVE 0 TO ITM-RETURNED-QTY
               MOVE 0 TO ITM-LAST-RMA-NUMBER
               MOVE 0 TO ITM-LAST-RETURN-DATE
               WRITE ITEM-DETAIL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF NOT WS-ITM-OK
                   ADD 1 TO WS-WRITE-ERRORS
                   MOVE 'HELD - ITEM LINE NOT WRITTEN' TO
                       WS-HOLD-REASON
                   DISPLAY 'ERROR WRITING ITEM LINE FOR: '
                       RCS-CUST-ID ' STATUS: ' WS-ITM-STATUS
               END-IF
           END-IF.

       3500-BUFFER-CHARGE SECTION.

       3500-BUFFER.
           ADD 1 TO WS-CHG-BUFFER-COUNT
           MOVE WS-CHG-TID-NUM TO WS-CHB-TRAN-ID(WS-CHG-BUFFER-COUNT)
           MOVE RCS-CUST-ID TO WS-CHB-CUST-ID(WS-CHG-BUFFER-COUNT)
           MOVE RCS-AMOUNT TO WS-CHB-SUBTOTAL(WS-CHG-BUFFER-COUNT)
           MOVE WS-CHG-TAX TO WS-CHB-TAX(WS-CHG-BUFFER-COUNT)
           MOVE RCS-PO-NUMBER TO
               WS-CHB-PO-NUMBER(WS-CHG-BUFFER-COUNT)
           IF RCS-PO-NUMBER NOT = SPACES
               PERFORM 3270-RECORD-PO-DRAW
           END-IF
           ADD WS-CHG-TOTAL TO WS-CHG-AMOUNT-TOTAL
           ADD RCS-AMOUNT TO WS-SUBTOTAL-TOTAL
           ADD WS-CHG-TAX TO WS-TAX-TOTAL.

       3600-MARK-SCHEDULE-CHARGED SECTION.

       3600-MARK-CHARGED.
           MOVE WS-RUN-PERIOD TO RCS-LAST-PERIOD
           MOVE WS-CHG-TID-NUM TO RCS-LAST-TRAN-ID
           MOVE WS-TODAY-DATE TO RCS-LAST-GEN-DATE
           REWRITE RECURRING-CHARGE-RECORD
           IF NOT WS-RCS-OK
               ADD 1 TO WS-WRITE-ERRORS
               DISPLAY 'ERROR UPDATING SCHEDULE FOR: ' RCS-CUST-ID
                   ' STATUS: ' WS-RCS-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * One BH/BT-wrapped batch of purchases for the posting run, the
      * trailer hash carrying the total charged. A run with nothing
      * due leaves the batch file empty.
      *----------------------------------------------------------------*
       7000-WRITE-CHARGE-BATCH SECTION.

       7000-WRITE-BATCH.
           IF WS-CHG-BUFFER-COUNT > 0
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE 'BH' TO BHR-RECORD-TYPE
               MOVE WS-TODAY-DATE TO BHR-BATCH-DATE
               MOVE 'RECURCHG  ' TO BHR-BATCH-ID
               MOVE WS-CHG-BUFFER-COUNT TO BHR-EXPECTED-COUNT
               WRITE CHARGE-TRAN-RECORD FROM TRANSACTION-RECORD
               PERFORM 7100-WRITE-ONE-CHARGE
                   VARYING WS-CHB-IDX FROM 1 BY 1
                   UNTIL WS-CHB-IDX > WS-CHG-BUFFER-COUNT
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE 'BT' TO BTR-RECORD-TYPE
               MOVE WS-CHG-BUFFER-COUNT TO BTR-RECORD-COUNT
               MOVE WS-CHG-AMOUNT-TOTAL TO BTR-HASH-TOTAL
               WRITE CHARGE-TRAN-RECORD FROM TRANSACTION-RECORD
               IF NOT WS-RCT-OK
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY 'ERROR WRITING BATCH TRAILER: '
                       WS-RCT-STATUS
               END-IF
           END-IF.

       7100-WRITE-ONE-CHARGE SECTION.

       7100-WRITE-CHARGE.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-CHB-TRAN-ID(WS-CHB-IDX) TO TRAN-ID
           MOVE WS-TODAY-DATE TO TRAN-DATE
           MOVE 0 TO TRAN-TIME
           MOVE 'PU' TO TRAN-TYPE
           MOVE WS-CHB-CUST-ID(WS-CHB-IDX) TO TRAN-CUSTOMER-ID
           COMPUTE TRAN-AMOUNT = WS-CHB-SUBTOTAL(WS-CHB-IDX)
               + WS-CHB-TAX(WS-CHB-IDX)
           MOVE 1 TO PUR-ITEM-COUNT
           MOVE WS-CHB-SUBTOTAL(WS-CHB-IDX) TO PUR-SUBTOTAL
           MOVE WS-CHB-TAX(WS-CHB-IDX) TO PUR-TAX-AMOUNT
           MOVE 0 TO PUR-DISCOUNT
           MOVE 0 TO PUR-SHIP-COST
           MOVE WS-CHB-PO-NUMBER(WS-CHB-IDX) TO PUR-PO-NUMBER
           WRITE CHARGE-TRAN-RECORD FROM TRANSACTION-RECORD
           IF NOT WS-RCT-OK
               ADD 1 TO WS-WRITE-ERRORS
               DISPLAY 'ERROR WRITING RECURRING CHARGE FOR: '
                   WS-CHB-CUST-ID(WS-CHB-IDX) ' STATUS: '
                   WS-RCT-STATUS
           END-IF.

       8000-WRITE-TOTALS SECTION.

       8000-WRITE-TOT.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'SCHEDULES READ' TO WS-TOT-LABEL
           MOVE WS-SCHEDULES-READ TO WS-TOT-COUNT
           MOVE 0 TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'SCHEDULES DUE' TO WS-TOT-LABEL
           MOVE WS-SCHEDULES-DUE TO WS-TOT-COUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'CHARGES RAISED - AMOUNT' TO WS-TOT-LABEL
           MOVE WS-CHARGES-RAISED TO WS-TOT-COUNT
           MOVE WS-SUBTOTAL-TOTAL TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE '                 - TAX' TO WS-TOT-LABEL
           MOVE WS-CHARGES-RAISED TO WS-TOT-COUNT
           MOVE WS-TAX-TOTAL TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE '                 - BATCH TOTAL' TO WS-TOT-LABEL
           MOVE WS-CHARGES-RAISED TO WS-TOT-COUNT
           MOVE WS-CHG-AMOUNT-TOTAL TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'CHARGES HELD BACK' TO WS-TOT-LABEL
           MOVE WS-CHARGES-HELD TO WS-TOT-COUNT
           MOVE 0 TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RATE-FULL-COUNT > 0
               DISPLAY 'WARNING: TAX RATE TABLE FULL, '
                   WS-RATE-FULL-COUNT ' RATES DROPPED'
           END-IF
           IF WS-BUFFER-FULL-COUNT > 0
               DISPLAY 'WARNING: CHARGE BATCH FULL, '
                   WS-BUFFER-FULL-COUNT ' CHARGES LEFT FOR NEXT RUN'
           END-IF
           IF WS-RUN-CLEAN
               CLOSE SCHEDULE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ITEM-DETAIL-FILE
               CLOSE CHARGE-TRAN-FILE
               CLOSE CHARGE-REPORT
           END-IF
           IF WS-TXE-FILE-AVAILABLE
               CLOSE TAX-EXEMPT-FILE
           END-IF
           IF WS-PO-FILE-AVAILABLE
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           DISPLAY 'SCHEDULES READ:          ' WS-SCHEDULES-READ
           DISPLAY 'SCHEDULES DUE:           ' WS-SCHEDULES-DUE
           DISPLAY 'CHARGES RAISED:          ' WS-CHARGES-RAISED
           DISPLAY 'CHARGES HELD BACK:       ' WS-CHARGES-HELD
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WRITE-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CHARGES-HELD > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           IF WS-RUN-CLEAN
               SET RC-FN-END-STEP TO TRUE
               MOVE 'RECURCHG' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-CHARGES-RAISED TO RC-RECORD-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.
