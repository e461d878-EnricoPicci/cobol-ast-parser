       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODAUDT.
      *================================================================*
      * MONTHLY SEGREGATION-OF-DUTIES AUDIT
      * Reads every approval path the system records for one month
      * and reports the approvals internal audit must follow up:
      *   - fee waivers (WAIVFILE): the requester approved their own
      *     waiver, or the approver lacked fee waiver authority;
      *   - credit-limit overrides (CLOVFILE): the approver was not a
      *     supervisor or administrator;
      *   - write-offs (WOLEDGER): the approver lacked write-off
      *     authority;
      *   - refunds (SODREFND, the month's posted transaction batches
      *     concatenated at the JCL level): the approver lacked
      *     refund authority;
      *   - balance transfers (the same posted batches): the
      *     requester approved their own transfer, or the approver
      *     lacked transfer authority;
      *   - invoice disputes (DSPFILE): one operator both opened and
      *     resolved the dispute;
      *   - dual-control customer changes on the monthly audit
      *     journal (AUDMNTH): the maker approved their own change,
      *     or the approver was not a supervisor or administrator;
      *   - operator security maintenance (OPERHIST): an operator
      *     changed their own operator record, a change names nobody
      *     as having keyed it, or whoever keyed it was not an
      *     administrator.
      * Every approver is also checked for being absent from the
      * operator security master or inactive. Authority and active
      * flag are taken as they stood on the approval date, rebuilt
      * from the operator maintenance history: the after image of
      * the operator's last change on or before the date, else the
      * before image of their first change after it, else the
      * master as it stands. Any input that is not available is
      * reported as skipped and the rest of the audit still runs.
      *
      * Run parameter: positions 1-6 the month to audit (YYYYMM);
      * blank audits the calendar month before today.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPR-MASTER-STATUS.

           SELECT OPERATOR-HISTORY-FILE ASSIGN TO 'OPERHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPH-STATUS.

           SELECT WAIVER-FILE ASSIGN TO 'WAIVFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAV-CHARGE-TRAN-ID
               FILE STATUS IS WS-WAV-STATUS.

           SELECT LIMIT-OVERRIDE-FILE ASSIGN TO 'CLOVFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLO-CUST-ID
               FILE STATUS IS WS-CLO-STATUS.

           SELECT WRITEOFF-LEDGER ASSIGN TO 'WOLEDGER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOL-STATUS.

           SELECT REFUND-TRAN-FILE ASSIGN TO 'SODREFND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'DSPFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-TRAN-ID
               FILE STATUS IS WS-DSP-STATUS.

           SELECT MONTHLY-JOURNAL-FILE ASSIGN TO 'AUDMNTH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT SOD-REPORT ASSIGN TO 'SODRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  OPERATOR-HISTORY-FILE.
           COPY OPERHIST.

       FD  WAIVER-FILE.
           COPY WAIVREC.

       FD  LIMIT-OVERRIDE-FILE.
           COPY CLOVREC.

       FD  WRITEOFF-LEDGER.
           COPY WOLEDGER.

       FD  REFUND-TRAN-FILE.
           COPY TRANREC.

       FD  DISPUTE-FILE.
           COPY DSPREC.

       FD  MONTHLY-JOURNAL-FILE.
           COPY AUDITREC.

       FD  SOD-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-OPR-MASTER-STATUS            PIC XX.
           88  WS-OPR-MASTER-OK            VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

      *----------------------------------------------------------------*
      * Each approval source is optional: one that will not open is
      * reported as skipped rather than ending the audit.
      *----------------------------------------------------------------*
       01  WS-OPH-STATUS                   PIC XX.
           88  WS-OPH-OK                   VALUE '00'.

       01  WS-WAV-STATUS                   PIC XX.
           88  WS-WAV-OK                   VALUE '00'.

       01  WS-CLO-STATUS                   PIC XX.
           88  WS-CLO-OK                   VALUE '00'.

       01  WS-WOL-STATUS                   PIC XX.
           88  WS-WOL-OK                   VALUE '00'.

       01  WS-REF-STATUS                   PIC XX.
           88  WS-REF-OK                   VALUE '00'.

       01  WS-DSP-STATUS                   PIC XX.
           88  WS-DSP-OK                   VALUE '00'.

       01  WS-AUD-STATUS                   PIC XX.
           88  WS-AUD-OK                   VALUE '00'.

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-MONTH               PIC X(6).
           05  FILLER                      PIC X(14).

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-SOURCE-EOF-FLAG          PIC X VALUE 'N'.
               88  WS-SOURCE-EOF           VALUE 'Y'.
               88  WS-SOURCE-NOT-EOF       VALUE 'N'.
           05  WS-HIST-SCAN-FLAG           PIC X VALUE 'N'.
               88  WS-HIST-SCAN-DONE       VALUE 'Y'.
               88  WS-HIST-SCAN-ACTIVE     VALUE 'N'.
           05  WS-HIST-MATCH-FLAG          PIC X VALUE 'N'.
               88  WS-HIST-MATCHED         VALUE 'Y'.
               88  WS-HIST-NOT-MATCHED     VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).

       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR               PIC 9(4).
           05  WS-TODAY-MONTH              PIC 9(2).
           05  WS-TODAY-DAY                PIC 9(2).

      *----------------------------------------------------------------*
      * The audit month runs from day 01 to day 31 whatever its true
      * length - no real date falls between its last day and the 31st.
      *----------------------------------------------------------------*
       01  WS-FROM-DATE                    PIC 9(8) VALUE 0.

       01  WS-FROM-PARTS REDEFINES WS-FROM-DATE.
           05  WS-FROM-YEAR                PIC 9(4).
           05  WS-FROM-MONTH               PIC 9(2).
           05  WS-FROM-DAY                 PIC 9(2).

       01  WS-TO-DATE                      PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      * TRANPOST's limit above which a balance transfer must name an
      * approver; a transfer at or under it needs none.
      *----------------------------------------------------------------*
       01  WS-XFR-APPROVAL-LIMIT           PIC 9(7)V99 VALUE 5000.00.

      *----------------------------------------------------------------*
      * Operator maintenance history, in the order OPERMNT wrote it.
      *----------------------------------------------------------------*
       01  WS-HISTORY-COUNT                PIC 9(5) VALUE 0.
       01  WS-OHT-IDX                      PIC 9(5).
       01  WS-OCH-IDX                      PIC 9(5).
       01  WS-HISTORY-TABLE.
           05  WS-OHT-ENTRY OCCURS 3000 TIMES.
               10  WS-OHT-ACTION           PIC X(1).
               10  WS-OHT-DATE             PIC 9(8).
               10  WS-OHT-OPERATOR-ID      PIC X(8).
               10  WS-OHT-MAINTAINED-BY    PIC X(8).
               10  WS-OHT-BEFORE-IMAGE     PIC X(59).
               10  WS-OHT-AFTER-IMAGE      PIC X(59).

      *----------------------------------------------------------------*
      * One approver check: who, on what date, needing which
      * authority; the finding comes back in WS-CHK-FINDING, spaces
      * when the approver passes.
      *----------------------------------------------------------------*
       01  WS-APPROVER-CHECK.
           05  WS-CHK-OPERATOR-ID          PIC X(8).
           05  WS-CHK-DATE                 PIC 9(8).
           05  WS-CHK-AUTHORITY            PIC X(1).
               88  WS-CHK-NEEDS-ACTIVE     VALUE ' '.
               88  WS-CHK-NEEDS-WRITEOFF   VALUE 'W'.
               88  WS-CHK-NEEDS-REFUND     VALUE 'R'.
               88  WS-CHK-NEEDS-TRANSFER   VALUE 'T'.
               88  WS-CHK-NEEDS-FEE-WAIVER VALUE 'F'.
               88  WS-CHK-NEEDS-SUPERVISOR VALUE 'S'.
               88  WS-CHK-NEEDS-ADMIN      VALUE 'A'.
           05  WS-CHK-FINDING              PIC X(40).
           05  WS-CHK-IMAGE                PIC X(59).

      *----------------------------------------------------------------*
      * The finding being reported, built by each source before
      * 7000-WRITE-FINDING prints it.
      *----------------------------------------------------------------*
       01  WS-FINDING-WORK.
           05  WS-FND-SOURCE               PIC X(10).
           05  WS-FND-REFERENCE            PIC 9(12).
           05  WS-FND-CUST-ID              PIC 9(8).
           05  WS-FND-DATE                 PIC 9(8).
           05  WS-FND-OPERATOR-ID          PIC X(8).
           05  WS-FND-SECOND-OPERATOR      PIC X(8).
           05  WS-FND-REASON               PIC X(40).

       01  WS-AUDIT-TOTALS.
           05  WS-WAIVERS-REVIEWED         PIC 9(7) VALUE 0.
           05  WS-OVERRIDES-REVIEWED       PIC 9(7) VALUE 0.
           05  WS-WRITEOFFS-REVIEWED       PIC 9(7) VALUE 0.
           05  WS-REFUNDS-REVIEWED         PIC 9(7) VALUE 0.
           05  WS-TRANSFERS-REVIEWED       PIC 9(7) VALUE 0.
           05  WS-DISPUTES-REVIEWED        PIC 9(7) VALUE 0.
           05  WS-DUAL-CHANGES-REVIEWED    PIC 9(7) VALUE 0.
           05  WS-OPER-CHANGES-REVIEWED    PIC 9(7) VALUE 0.
           05  WS-FINDINGS-REPORTED        PIC 9(7) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'SEGREGATION OF DUTIES AUDIT'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'PERIOD: '.
           05  WS-HDG-FROM-DATE            PIC 9(8).
           05  FILLER                      PIC X(4) VALUE ' TO '.
           05  WS-HDG-TO-DATE              PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(12) VALUE 'SOURCE'.
           05  FILLER                      PIC X(14) VALUE 'REFERENCE'.
           05  FILLER                      PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(10) VALUE 'DATE'.
           05  FILLER                      PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                      PIC X(10) VALUE 'SECOND'.
           05  FILLER                      PIC X(40) VALUE 'FINDING'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-SOURCE               PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-REFERENCE            PIC 9(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-DATE                 PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-OPERATOR-ID          PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-SECOND-OPERATOR      PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-REASON               PIC X(40).

       01  WS-SKIPPED-LINE.
           05  WS-SKP-SOURCE               PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(30)
               VALUE 'NOT AVAILABLE, NOT AUDITED'.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(30).
           05  WS-SUM-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-AUDIT-FEE-WAIVERS
               PERFORM 2100-AUDIT-LIMIT-OVERRIDES
               PERFORM 2200-AUDIT-WRITEOFFS
               PERFORM 2300-AUDIT-REFUNDS
               PERFORM 2350-AUDIT-TRANSFERS
               PERFORM 2400-AUDIT-DISPUTES
               PERFORM 2500-AUDIT-DUAL-CONTROL
               PERFORM 2600-AUDIT-OPERATOR-CHANGES
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-AUDIT-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM 1050-SET-AUDIT-MONTH
           IF WS-RUN-CLEAN
               PERFORM 1100-OPEN-AUDIT-FILES
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1200-LOAD-OPERATOR-HISTORY
           END-IF.

      *----------------------------------------------------------------*
      * A keyed month must be a real one; blank takes the month
      * before the one today falls in.
      *----------------------------------------------------------------*
       1050-SET-AUDIT-MONTH SECTION.

       1050-SET-MONTH.
           IF WS-PARM-MONTH = SPACES
               MOVE WS-TODAY-YEAR TO WS-FROM-YEAR
               IF WS-TODAY-MONTH = 1
                   SUBTRACT 1 FROM WS-FROM-YEAR
                   MOVE 12 TO WS-FROM-MONTH
               ELSE
                   COMPUTE WS-FROM-MONTH = WS-TODAY-MONTH - 1
               END-IF
           ELSE
               IF WS-PARM-MONTH NUMERIC
                   AND WS-PARM-MONTH(5:2) >= '01'
                   AND WS-PARM-MONTH(5:2) <= '12'
                   MOVE WS-PARM-MONTH(1:4) TO WS-FROM-YEAR
                   MOVE WS-PARM-MONTH(5:2) TO WS-FROM-MONTH
               ELSE
                   DISPLAY 'INVALID AUDIT MONTH PARAMETER, RUN '
                       'REFUSED: ' WS-PARM-MONTH
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           IF WS-RUN-CLEAN
               MOVE 1 TO WS-FROM-DAY
               MOVE WS-FROM-DATE TO WS-TO-DATE
               ADD 30 TO WS-TO-DATE
           END-IF.

       1100-OPEN-AUDIT-FILES SECTION.

       1100-OPEN-FILES.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF NOT WS-OPR-MASTER-OK
               DISPLAY 'OPERATOR SECURITY MASTER NOT AVAILABLE, '
                   'RUN REFUSED: ' WS-OPR-MASTER-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT SOD-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING SEGREGATION OF DUTIES REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE
               MOVE WS-TO-DATE TO WS-HDG-TO-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
           END-IF.

      *----------------------------------------------------------------*
      * Without the history every approver is judged on the master as
      * it stands, which is said once here and on the report.
      *----------------------------------------------------------------*
       1200-LOAD-OPERATOR-HISTORY SECTION.

       1200-LOAD-HISTORY.
           OPEN INPUT OPERATOR-HISTORY-FILE
           IF WS-OPH-OK
               SET WS-SOURCE-NOT-EOF TO TRUE
               PERFORM 1210-LOAD-ONE-HISTORY-ROW UNTIL WS-SOURCE-EOF
               CLOSE OPERATOR-HISTORY-FILE
           ELSE
               DISPLAY 'OPERATOR HISTORY NOT AVAILABLE, CURRENT '
                   'MASTER USED FOR EVERY APPROVAL: ' WS-OPH-STATUS
               MOVE 'OPERHIST' TO WS-SKP-SOURCE
               WRITE PRINT-LINE FROM WS-SKIPPED-LINE
           END-IF.

       1210-LOAD-ONE-HISTORY-ROW SECTION.

       1210-LOAD-ROW.
           READ OPERATOR-HISTORY-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   IF WS-HISTORY-COUNT < 3000
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE OPH-ACTION TO
                           WS-OHT-ACTION(WS-HISTORY-COUNT)
                       MOVE OPH-TS-DATE TO
                           WS-OHT-DATE(WS-HISTORY-COUNT)
                       MOVE OPH-OPERATOR-ID TO
                           WS-OHT-OPERATOR-ID(WS-HISTORY-COUNT)
                       MOVE OPH-MAINTAINED-BY TO
                           WS-OHT-MAINTAINED-BY(WS-HISTORY-COUNT)
                       MOVE OPH-BEFORE-IMAGE TO
                           WS-OHT-BEFORE-IMAGE(WS-HISTORY-COUNT)
                       MOVE OPH-AFTER-IMAGE TO
                           WS-OHT-AFTER-IMAGE(WS-HISTORY-COUNT)
                   ELSE
                       DISPLAY 'OPERATOR HISTORY TABLE FULL, ROW NOT '
                           'LOADED: ' OPH-OPERATOR-ID ' ' OPH-TS-DATE
                   END-IF
           END-READ.

       2000-AUDIT-FEE-WAIVERS SECTION.

       2000-AUDIT-WAIVERS.
           OPEN INPUT WAIVER-FILE
           IF WS-WAV-OK
               SET WS-SOURCE-NOT-EOF TO TRUE
               PERFORM 2010-AUDIT-ONE-WAIVER UNTIL WS-SOURCE-EOF
               CLOSE WAIVER-FILE
           ELSE
               DISPLAY 'FEE WAIVER FILE NOT AVAILABLE, WAIVERS '
                   'SKIPPED: ' WS-WAV-STATUS
               MOVE 'WAIVFILE' TO WS-SKP-SOURCE
               WRITE PRINT-LINE FROM WS-SKIPPED-LINE
           END-IF.

       2010-AUDIT-ONE-WAIVER SECTION.

       2010-AUDIT-WAIVER.
           READ WAIVER-FILE NEXT RECORD
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   IF WAV-APPROVED
                       AND WAV-DECISION-DATE NOT < WS-FROM-DATE
                       AND WAV-DECISION-DATE NOT > WS-TO-DATE
                       ADD 1 TO WS-WAIVERS-REVIEWED
                       MOVE 'FEE WAIVER' TO WS-FND-SOURCE
                       MOVE WAV-CHARGE-TRAN-ID TO WS-FND-REFERENCE
                       MOVE WAV-CUST-ID TO WS-FND-CUST-ID
                       MOVE WAV-DECISION-DATE TO WS-FND-DATE
                       MOVE WAV-APPROVED-BY TO WS-FND-OPERATOR-ID
                       MOVE WAV-REQUESTED-BY TO WS-FND-SECOND-OPERATOR
                       IF WAV-REQUESTED-BY = WAV-APPROVED-BY
                           MOVE 'REQUESTER APPROVED OWN WAIVER' TO
                               WS-FND-REASON
                           PERFORM 7000-WRITE-FINDING
                       END-IF
                       MOVE WAV-APPROVED-BY TO WS-CHK-OPERATOR-ID
                       MOVE WAV-DECISION-DATE TO WS-CHK-DATE
                       SET WS-CHK-NEEDS-FEE-WAIVER TO TRUE
                       PERFORM 8000-CHECK-APPROVER
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * The override row carries no approval date of its own; the
      * effective date it was keyed with stands in for it.
      *----------------------------------------------------------------*
       2100-AUDIT-LIMIT-OVERRIDES SECTION.

       2100-AUDIT-OVERRIDES.
           OPEN INPUT LIMIT-OVERRIDE-FILE
           IF WS-CLO-OK
               SET WS-SOURCE-NOT-EOF TO TRUE
               PERFORM 2110-AUDIT-ONE-OVERRIDE UNTIL WS-SOURCE-EOF
               CLOSE LIMIT-OVERRIDE-FILE
           ELSE
               DISPLAY 'LIMIT OVERRIDE FILE NOT AVAILABLE, '
                   'OVERRIDES SKIPPED: ' WS-CLO-STATUS
               MOVE 'CLOVFILE' TO WS-SKP-SOURCE
               WRITE PRINT-LINE FROM WS-SKIPPED-LINE
           END-IF.

       2110-AUDIT-ONE-OVERRIDE SECTION.

       2110-AUDIT-OVERRIDE.
           READ LIMIT-OVERRIDE-FILE NEXT RECORD
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   IF CLO-EFFECTIVE-DATE NOT < WS-FROM-DATE
                       AND CLO-EFFECTIVE-DATE NOT > WS-TO-DATE
                       ADD 1 TO WS-OVERRIDES-REVIEWED
                       MOVE 'LIMIT OVRD' TO WS-FND-SOURCE
                       MOVE CLO-CUST-ID TO WS-FND-REFERENCE
                       MOVE CLO-CUST-ID TO WS-FND-CUST-ID
                       MOVE CLO-EFFECTIVE-DATE TO WS-FND-DATE
                       MOVE CLO-APPROVED-BY TO WS-FND-OPERATOR-ID
                       MOVE SPACES TO WS-FND-SECOND-OPERATOR
                       MOVE CLO-APPROVED-BY TO WS-CHK-OPERATOR-ID
                       MOVE CLO-EFFECTIVE-DATE TO WS-CHK-DATE
                       SET WS-CHK-NEEDS-SUPERVISOR TO TRUE
                       PERFORM 8000-CHECK-APPROVER
                   END-IF
           END-READ.

       2200-AUDIT-WRITEOFFS SECTION.

       2200-AUDIT-WO.
           OPEN INPUT WRITEOFF-LEDGER
           IF WS-WOL-OK
               SET WS-SOURCE-NOT-EOF TO TRUE
               PERFORM 2210-AUDIT-ONE-WRITEOFF UNTIL WS-SOURCE-EOF
               CLOSE WRITEOFF-LEDGER
           ELSE
               DISPLAY 'WRITE-OFF LEDGER NOT AVAILABLE, WRITE-OFFS '
                   'SKIPPED: ' WS-WOL-STATUS
               MOVE 'WOLEDGER' TO WS-SKP-SOURCE
               WRITE PRINT-LINE FROM WS-SKIPPED-LINE
           END-IF.

       2210-AUDIT-ONE-WRITEOFF SECTION.

       2210-AUDIT-ONE-WO.
           READ WRITEOFF-LEDGER
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   IF WOL-WRITEOFF-DATE NOT < WS-FROM-DATE
                       AND WOL-WRITEOFF-DATE NOT > WS-TO-DATE
                       ADD 1 TO WS-WRITEOFFS-REVIEWED
                       MOVE 'WRITE-OFF' TO WS-FND-SOURCE
                       MOVE WOL-CUST-ID TO WS-FND-REFERENCE
                       MOVE WOL-CUST-ID TO WS-FND-CUST-ID
                       MOVE WOL-WRITEOFF-DATE TO WS-FND-DATE
                       MOVE WOL-APPROVED-BY TO WS-FND-OPERATOR-ID
                       MOVE SPACES TO WS-FND-SECOND-OPERATOR
                       MOVE WOL-APPROVED-BY TO WS-CHK-OPERATOR-ID
                       MOVE WOL-WRITEOFF-DATE TO WS-CHK-DATE
                       SET WS-CHK-NEEDS-WRITEOFF TO TRUE
                       PERFORM 8000-CHECK-APPROVER
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Batch header and trailer rows are passed over; a refund
      * without an approval date is taken on its transaction date.
      *----------------------------------------------------------------*
       2300-AUDIT-REFUNDS SECTION.

       2300-AUDIT-REF.
           OPEN INPUT REFUND-TRAN-FILE
           IF WS-REF-OK
               SET WS-SOURCE-NOT-EOF TO TRUE
               PERFORM 2310-AUDIT-ONE-REFUND UNTIL WS-SOURCE-EOF
               CLOSE REFUND-TRAN-FILE
           ELSE
               DISPLAY 'POSTED TRANSACTION BATCHES NOT AVAILABLE, '
                   'REFUNDS SKIPPED: ' WS-REF-STATUS
               MOVE 'SODREFND' TO WS-SKP-SOURCE
               WRITE PRINT-LINE FROM WS-SKIPPED-LINE
           END-IF.

       2310-AUDIT-ONE-REFUND SECTION.

       2310-AUDIT-ONE-REF.
           READ REFUND-TRAN-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   IF BHR-RECORD-TYPE NOT = 'BH'
                       AND BHR-RECORD-TYPE NOT = 'BT'
                       AND TRAN-REFUND
                       IF REF-APPROVAL-DATE NOT NUMERIC
                           OR REF-APPROVAL-DATE = 0
                           MOVE TRAN-DATE TO WS-CHK-DATE
                       ELSE
                           MOVE REF-APPROVAL-DATE TO WS-CHK-DATE
                       END-IF
                       IF WS-CHK-DATE NOT < WS-FROM-DATE
                           AND WS-CHK-DATE NOT > WS-TO-DATE
                           ADD 1 TO WS-REFUNDS-REVIEWED
                           MOVE 'REFUND' TO WS-FND-SOURCE
                           MOVE TRAN-ID TO WS-FND-REFERENCE
                           MOVE TRAN-CUSTOMER-ID TO WS-FND-CUST-ID
                           MOVE WS-CHK-DATE TO WS-FND-DATE
                           MOVE REF-APPROVED-BY TO WS-FND-OPERATOR-ID
                           MOVE SPACES TO WS-FND-SECOND-OPERATOR
                           MOVE REF-APPROVED-BY TO WS-CHK-OPERATOR-ID
                           SET WS-CHK-NEEDS-REFUND TO TRUE
                           PERFORM 8000-CHECK-APPROVER
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Balance transfers come off the same posted batches as the
      * refunds, on a second pass. A transfer is audited when it
      * names an approver or needed one; one without an approval
      * date is taken on its transaction date.
      *----------------------------------------------------------------*
       2350-AUDIT-TRANSFERS SECTION.

       2350-AUDIT-XFR.
           OPEN INPUT REFUND-TRAN-FILE
           IF WS-REF-OK
               SET WS-SOURCE-NOT-EOF TO TRUE
               PERFORM 2360-AUDIT-ONE-TRANSFER UNTIL WS-SOURCE-EOF
               CLOSE REFUND-TRAN-FILE
           ELSE
               DISPLAY 'POSTED TRANSACTION BATCHES NOT AVAILABLE, '
                   'TRANSFERS SKIPPED: ' WS-REF-STATUS
               MOVE 'SODREFND' TO WS-SKP-SOURCE
               WRITE PRINT-LINE FROM WS-SKIPPED-LINE
           END-IF.

       2360-AUDIT-ONE-TRANSFER SECTION.

       2360-AUDIT-ONE-XFR.
           READ REFUND-TRAN-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   IF BHR-RECORD-TYPE NOT = 'BH'
                       AND BHR-RECORD-TYPE NOT = 'BT'
                       AND TRAN-TRANSFER
                       AND (XFR-APPROVED-BY NOT = SPACES
                           OR TRAN-AMOUNT > WS-XFR-APPROVAL-LIMIT)
                       IF XFR-APPROVAL-DATE NOT NUMERIC
                           OR XFR-APPROVAL-DATE = 0
                           MOVE TRAN-DATE TO WS-CHK-DATE
                       ELSE
                           MOVE XFR-APPROVAL-DATE TO WS-CHK-DATE
                       END-IF
                       IF WS-CHK-DATE NOT < WS-FROM-DATE
                           AND WS-CHK-DATE NOT > WS-TO-DATE
                           PERFORM 2370-CHECK-TRANSFER-APPROVAL
                       END-IF
                   END-IF
           END-READ.

       2370-CHECK-TRANSFER-APPROVAL SECTION.

       2370-CHECK-XFR.
           ADD 1 TO WS-TRANSFERS-REVIEWED
           MOVE 'TRANSFER' TO WS-FND-SOURCE
           MOVE TRAN-ID TO WS-FND-REFERENCE
           MOVE TRAN-CUSTOMER-ID TO WS-FND-CUST-ID
           MOVE WS-CHK-DATE TO WS-FND-DATE
           MOVE XFR-APPROVED-BY TO WS-FND-OPERATOR-ID
           MOVE XFR-REQUESTED-BY TO WS-FND-SECOND-OPERATOR
           IF XFR-APPROVED-BY NOT = SPACES
               AND XFR-APPROVED-BY = XFR-REQUESTED-BY
               MOVE 'REQUESTER APPROVED OWN TRANSFER' TO
                   WS-FND-REASON
               PERFORM 7000-WRITE-FINDING
           END-IF
           MOVE XFR-APPROVED-BY TO WS-CHK-OPERATOR-ID
           SET WS-CHK-NEEDS-TRANSFER TO TRUE
           PERFORM 8000-CHECK-APPROVER.

      *----------------------------------------------------------------*
      * A dispute is audited in the month it was resolved; the
      * resolver carries no authority flag, so only their standing on
      * the master is checked.
      *----------------------------------------------------------------*
       2400-AUDIT-DISPUTES SECTION.

       2400-AUDIT-DSP.
           OPEN INPUT DISPUTE-FILE
           IF WS-DSP-OK
               SET WS-SOURCE-NOT-EOF TO TRUE
               PERFORM 2410-AUDIT-ONE-DISPUTE UNTIL WS-SOURCE-EOF
               CLOSE DISPUTE-FILE
           ELSE
               DISPLAY 'DISPUTE FILE NOT AVAILABLE, DISPUTES '
                   'SKIPPED: ' WS-DSP-STATUS
               MOVE 'DSPFILE' TO WS-SKP-SOURCE
               WRITE PRINT-LINE FROM WS-SKIPPED-LINE
           END-IF.

       2410-AUDIT-ONE-DISPUTE SECTION.

       2410-AUDIT-ONE-DSP.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   IF DSP-RESOLVED
                       AND DSP-RESOLVED-BY NOT = SPACES
                       AND DSP-RESOLVED-DATE NOT < WS-FROM-DATE
                       AND DSP-RESOLVED-DATE NOT > WS-TO-DATE
                       ADD 1 TO WS-DISPUTES-REVIEWED
                       MOVE 'DISPUTE' TO WS-FND-SOURCE
                       MOVE DSP-TRAN-ID TO WS-FND-REFERENCE
                       MOVE DSP-CUST-ID TO WS-FND-CUST-ID
                       MOVE DSP-RESOLVED-DATE TO WS-FND-DATE
                       MOVE DSP-RESOLVED-BY TO WS-FND-OPERATOR-ID
                       MOVE DSP-OPERATOR-ID TO WS-FND-SECOND-OPERATOR
                       IF DSP-RESOLVED-BY = DSP-OPERATOR-ID
                           MOVE 'SAME OPERATOR OPENED AND RESOLVED' TO
                               WS-FND-REASON
                           PERFORM 7000-WRITE-FINDING
                       END-IF
                       MOVE DSP-RESOLVED-BY TO WS-CHK-OPERATOR-ID
                       MOVE DSP-RESOLVED-DATE TO WS-CHK-DATE
                       SET WS-CHK-NEEDS-ACTIVE TO TRUE
                       PERFORM 8000-CHECK-APPROVER
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Only journal entries a second operator approved are dual-
      * control decisions; the reviewer needs the same supervisor-or-
      * better standing CUSTMAIN demands of them.
      *----------------------------------------------------------------*
       2500-AUDIT-DUAL-CONTROL SECTION.

       2500-AUDIT-DUAL.
           OPEN INPUT MONTHLY-JOURNAL-FILE
           IF WS-AUD-OK
               SET WS-SOURCE-NOT-EOF TO TRUE
               PERFORM 2510-AUDIT-ONE-JOURNAL-ENTRY UNTIL WS-SOURCE-EOF
               CLOSE MONTHLY-JOURNAL-FILE
           ELSE
               DISPLAY 'MONTHLY AUDIT JOURNAL NOT AVAILABLE, DUAL '
                   'CONTROL CHANGES SKIPPED: ' WS-AUD-STATUS
               MOVE 'AUDMNTH' TO WS-SKP-SOURCE
               WRITE PRINT-LINE FROM WS-SKIPPED-LINE
           END-IF.

       2510-AUDIT-ONE-JOURNAL-ENTRY SECTION.

       2510-AUDIT-ONE-AUD.
           READ MONTHLY-JOURNAL-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   IF AUD-APPROVER-ID NOT = SPACES
                       AND AUD-TS-DATE NOT < WS-FROM-DATE
                       AND AUD-TS-DATE NOT > WS-TO-DATE
                       ADD 1 TO WS-DUAL-CHANGES-REVIEWED
                       MOVE 'DUAL CTRL' TO WS-FND-SOURCE
                       MOVE AUD-TRAN-ID TO WS-FND-REFERENCE
                       MOVE AUD-CUST-ID TO WS-FND-CUST-ID
                       MOVE AUD-TS-DATE TO WS-FND-DATE
                       MOVE AUD-APPROVER-ID TO WS-FND-OPERATOR-ID
                       MOVE AUD-OPERATOR-ID TO WS-FND-SECOND-OPERATOR
                       IF AUD-APPROVER-ID = AUD-OPERATOR-ID
                           MOVE 'MAKER APPROVED OWN CHANGE' TO
                               WS-FND-REASON
                           PERFORM 7000-WRITE-FINDING
                       END-IF
                       MOVE AUD-APPROVER-ID TO WS-CHK-OPERATOR-ID
                       MOVE AUD-TS-DATE TO WS-CHK-DATE
                       SET WS-CHK-NEEDS-SUPERVISOR TO TRUE
                       PERFORM 8000-CHECK-APPROVER
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Operator security changes are approved by whoever keyed them
      * on OPERMNT, which takes an administrator.
      *----------------------------------------------------------------*
       2600-AUDIT-OPERATOR-CHANGES SECTION.

       2600-AUDIT-OPER.
           PERFORM 2610-AUDIT-ONE-OPERATOR-CHANGE
               VARYING WS-OCH-IDX FROM 1 BY 1
               UNTIL WS-OCH-IDX > WS-HISTORY-COUNT.

       2610-AUDIT-ONE-OPERATOR-CHANGE SECTION.

       2610-AUDIT-ONE-OPR.
           IF WS-OHT-DATE(WS-OCH-IDX) NOT < WS-FROM-DATE
               AND WS-OHT-DATE(WS-OCH-IDX) NOT > WS-TO-DATE
               ADD 1 TO WS-OPER-CHANGES-REVIEWED
               MOVE 'OPER MAINT' TO WS-FND-SOURCE
               MOVE 0 TO WS-FND-REFERENCE
               MOVE 0 TO WS-FND-CUST-ID
               MOVE WS-OHT-DATE(WS-OCH-IDX) TO WS-FND-DATE
               MOVE WS-OHT-MAINTAINED-BY(WS-OCH-IDX) TO
                   WS-FND-OPERATOR-ID
               MOVE WS-OHT-OPERATOR-ID(WS-OCH-IDX) TO
                   WS-FND-SECOND-OPERATOR
               EVALUATE TRUE
                   WHEN WS-OHT-MAINTAINED-BY(WS-OCH-IDX) = SPACES
                       MOVE 'OPERATOR CHANGE NOT ATTRIBUTED' TO
                           WS-FND-REASON
                       PERFORM 7000-WRITE-FINDING
                   WHEN WS-OHT-MAINTAINED-BY(WS-OCH-IDX) =
                       WS-OHT-OPERATOR-ID(WS-OCH-IDX)
                       MOVE 'OPERATOR CHANGED OWN OPERATOR RECORD' TO
                           WS-FND-REASON
                       PERFORM 7000-WRITE-FINDING
                       PERFORM 2620-CHECK-OPERATOR-MAINTAINER
                   WHEN OTHER
                       PERFORM 2620-CHECK-OPERATOR-MAINTAINER
               END-EVALUATE
           END-IF.

       2620-CHECK-OPERATOR-MAINTAINER SECTION.

       2620-CHECK-MAINTAINER.
           MOVE WS-OHT-MAINTAINED-BY(WS-OCH-IDX) TO WS-CHK-OPERATOR-ID
           MOVE WS-OHT-DATE(WS-OCH-IDX) TO WS-CHK-DATE
           SET WS-CHK-NEEDS-ADMIN TO TRUE
           PERFORM 8000-CHECK-APPROVER.

       7000-WRITE-FINDING SECTION.

       7000-WRITE-FND.
           MOVE WS-FND-SOURCE TO WS-DTL-SOURCE
           MOVE WS-FND-REFERENCE TO WS-DTL-REFERENCE
           MOVE WS-FND-CUST-ID TO WS-DTL-CUST-ID
           MOVE WS-FND-DATE TO WS-DTL-DATE
           MOVE WS-FND-OPERATOR-ID TO WS-DTL-OPERATOR-ID
           MOVE WS-FND-SECOND-OPERATOR TO WS-DTL-SECOND-OPERATOR
           MOVE WS-FND-REASON TO WS-DTL-REASON
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-FINDINGS-REPORTED.

      *----------------------------------------------------------------*
      * Judges the approver in WS-APPROVER-CHECK as they stood on the
      * check date and reports what is wrong, if anything, against
      * the finding the caller has set up.
      *----------------------------------------------------------------*
       8000-CHECK-APPROVER SECTION.

       8000-CHECK.
           MOVE SPACES TO WS-CHK-FINDING
           IF WS-CHK-OPERATOR-ID = SPACES
               MOVE 'NO APPROVER RECORDED' TO WS-CHK-FINDING
           ELSE
               PERFORM 8100-FIND-OPERATOR-AS-OF
               MOVE WS-CHK-IMAGE TO OPERATOR-RECORD
               EVALUATE TRUE
                   WHEN WS-CHK-IMAGE = SPACES
                       MOVE 'APPROVER NOT ON OPERATOR FILE' TO
                           WS-CHK-FINDING
                   WHEN NOT OPR-ACTIVE
                       MOVE 'APPROVER INACTIVE ON APPROVAL DATE' TO
                           WS-CHK-FINDING
                   WHEN WS-CHK-NEEDS-WRITEOFF
                       AND NOT OPR-CAN-WRITEOFF
                       MOVE 'APPROVER LACKED WRITE-OFF AUTHORITY' TO
                           WS-CHK-FINDING
                   WHEN WS-CHK-NEEDS-REFUND
                       AND NOT OPR-CAN-REFUND
                       MOVE 'APPROVER LACKED REFUND AUTHORITY' TO
                           WS-CHK-FINDING
                   WHEN WS-CHK-NEEDS-TRANSFER
                       AND NOT OPR-CAN-TRANSFER
                       MOVE 'APPROVER LACKED TRANSFER AUTHORITY' TO
                           WS-CHK-FINDING
                   WHEN WS-CHK-NEEDS-FEE-WAIVER
                       AND NOT OPR-CAN-WAIVE-FEES
                       MOVE 'APPROVER LACKED FEE WAIVER AUTHORITY' TO
                           WS-CHK-FINDING
                   WHEN WS-CHK-NEEDS-SUPERVISOR
                       AND NOT OPR-ROLE-SUPERVISOR
                       AND NOT OPR-ROLE-ADMIN
                       MOVE 'APPROVER NOT SUPERVISOR OR ADMIN' TO
                           WS-CHK-FINDING
                   WHEN WS-CHK-NEEDS-ADMIN
                       AND NOT OPR-ROLE-ADMIN
                       MOVE 'MAINTAINER NOT AN ADMINISTRATOR' TO
                           WS-CHK-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-CHK-FINDING NOT = SPACES
               MOVE WS-CHK-FINDING TO WS-FND-REASON
               PERFORM 7000-WRITE-FINDING
           END-IF.

      *----------------------------------------------------------------*
      * History rows are in the order they were written, so the last
      * one on or before the date wins, and the first one after it
      * ends the scan with the record as it stood before that change.
      * An operator the history never mentions has not changed since
      * it began, and the master as it stands is the answer.
      *----------------------------------------------------------------*
       8100-FIND-OPERATOR-AS-OF SECTION.

       8100-FIND-AS-OF.
           MOVE SPACES TO WS-CHK-IMAGE
           SET WS-HIST-NOT-MATCHED TO TRUE
           SET WS-HIST-SCAN-ACTIVE TO TRUE
           PERFORM 8110-SCAN-ONE-HISTORY-ROW
               VARYING WS-OHT-IDX FROM 1 BY 1
               UNTIL WS-OHT-IDX > WS-HISTORY-COUNT
                   OR WS-HIST-SCAN-DONE
           IF WS-HIST-NOT-MATCHED
               MOVE WS-CHK-OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-OPR-MASTER-OK
                   MOVE OPERATOR-RECORD TO WS-CHK-IMAGE
               END-IF
           END-IF.

       8110-SCAN-ONE-HISTORY-ROW SECTION.

       8110-SCAN-ROW.
           IF WS-OHT-OPERATOR-ID(WS-OHT-IDX) = WS-CHK-OPERATOR-ID
               SET WS-HIST-MATCHED TO TRUE
               IF WS-OHT-DATE(WS-OHT-IDX) > WS-CHK-DATE
                   MOVE WS-OHT-BEFORE-IMAGE(WS-OHT-IDX) TO WS-CHK-IMAGE
                   SET WS-HIST-SCAN-DONE TO TRUE
               ELSE
                   MOVE WS-OHT-AFTER-IMAGE(WS-OHT-IDX) TO WS-CHK-IMAGE
               END-IF
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RUN-CLEAN
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 'FEE WAIVERS REVIEWED:' TO WS-SUM-LABEL
               MOVE WS-WAIVERS-REVIEWED TO WS-SUM-COUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'LIMIT OVERRIDES REVIEWED:' TO WS-SUM-LABEL
               MOVE WS-OVERRIDES-REVIEWED TO WS-SUM-COUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'WRITE-OFFS REVIEWED:' TO WS-SUM-LABEL
               MOVE WS-WRITEOFFS-REVIEWED TO WS-SUM-COUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'REFUNDS REVIEWED:' TO WS-SUM-LABEL
               MOVE WS-REFUNDS-REVIEWED TO WS-SUM-COUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'TRANSFERS REVIEWED:' TO WS-SUM-LABEL
               MOVE WS-TRANSFERS-REVIEWED TO WS-SUM-COUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'DISPUTES REVIEWED:' TO WS-SUM-LABEL
               MOVE WS-DISPUTES-REVIEWED TO WS-SUM-COUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'DUAL CONTROL CHANGES REVIEWED:' TO WS-SUM-LABEL
               MOVE WS-DUAL-CHANGES-REVIEWED TO WS-SUM-COUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'OPERATOR CHANGES REVIEWED:' TO WS-SUM-LABEL
               MOVE WS-OPER-CHANGES-REVIEWED TO WS-SUM-COUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
               MOVE 'FINDINGS REPORTED:' TO WS-SUM-LABEL
               MOVE WS-FINDINGS-REPORTED TO WS-SUM-COUNT
               WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           END-IF
           CLOSE OPERATOR-MASTER-FILE
           CLOSE SOD-REPORT
           DISPLAY 'AUDIT PERIOD:            ' WS-FROM-DATE ' TO '
               WS-TO-DATE
           DISPLAY 'FEE WAIVERS REVIEWED:    ' WS-WAIVERS-REVIEWED
           DISPLAY 'LIMIT OVERRIDES REVIEWED:' WS-OVERRIDES-REVIEWED
           DISPLAY 'WRITE-OFFS REVIEWED:     ' WS-WRITEOFFS-REVIEWED
           DISPLAY 'REFUNDS REVIEWED:        ' WS-REFUNDS-REVIEWED
           DISPLAY 'TRANSFERS REVIEWED:      ' WS-TRANSFERS-REVIEWED
           DISPLAY 'DISPUTES REVIEWED:       ' WS-DISPUTES-REVIEWED
           DISPLAY 'DUAL CONTROL REVIEWED:   '
               WS-DUAL-CHANGES-REVIEWED
           DISPLAY 'OPERATOR CHANGES:        '
               WS-OPER-CHANGES-REVIEWED
           DISPLAY 'FINDINGS REPORTED:       ' WS-FINDINGS-REPORTED.
