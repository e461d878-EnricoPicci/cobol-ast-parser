       IDENTIFICATION DIVISION.
       PROGRAM-ID. BDTAXRLF.
      *================================================================*
      * SALES-TAX BAD-DEBT RELIEF CLAIM
      * Run once per filing period. TAXACCR accrues, and we remit,
      * the sales tax on every purchase when it posts; a balance
      * later written off never paid that tax to us, and the states
      * let it be claimed back. Each WOLEDGER write-off dated in the
      * period is traced back to the purchases it came from - the
      * open items WRITEOFF retired (WOITEMS), each purchase proved
      * on TRANHIST (or the TRHARCH archive) - and the tax in the
      * written-off part of each taxable purchase is claimed under
      * the jurisdiction's allocation rule (BDRULES):
      *   P - pro rata: the written-off amount carries tax in the
      *       same proportion as the purchase did
      *   T - tax last paid: payments went to the price first, so
      *       the written-off amount is tax up to the purchase's tax
      *   X - the state allows no relief
      * A rule may also bar purchases more than so many months older
      * than the write-off. A state with no rule on file is not
      * claimed and is reported, so the tax desk can add it.
      *
      * The jurisdiction is the customer's state, as TAXACCR files
      * it; government and certificate-exempt sales carried no tax
      * and are not claimed. A purchase's tax is the sum its lines
      * were stamped with at posting; a purchase whose lines carry
      * none has its tax backed out of the purchase amount at the
      * state rate (TAXRATES), and the claim is flagged estimated.
      * A write-off made before WRITEOFF recorded its items is traced
      * through the customer's settled open items, newest first, up
      * to the written-off amount - also flagged estimated.
      *
      * Every claim is kept on BDCLAIMS. Recoveries on a claimed
      * write-off - WRITEOFF's recovery test: still-active payments
      * dated after the write-off and before any sale of the debt,
      * plus the sale price - owe the tax back in the same
      * proportion, up to the tax claimed; the period's add-backs
      * are figured from the recoveries to the end of the period
      * against what has been added back already. The deduction
      * schedule (BDTAXSCH) lists the claims and add-backs and nets
      * them by jurisdiction for the filing.
      *
      * The period (YYYYMM) is ACCEPTed FROM COMMAND-LINE, as
      * TAXACCR's is, and defaults to the current month. A rerun of
      * a period reproduces its schedule without claiming or adding
      * back a second time.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITEOFF-LEDGER ASSIGN TO 'WOLEDGER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOL-STATUS.

           SELECT WRITEOFF-ITEM-FILE ASSIGN TO 'WOITEMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WOI-KEY
               FILE STATUS IS WS-WOI-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-TRAN-ID
               ALTERNATE RECORD KEY IS OPI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRH-TRAN-ID OF
                   TRANSACTION-HISTORY-RECORD
               FILE STATUS IS WS-TRH-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO 'TRHARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRH-TRAN-ID OF ARCHIVE-HISTORY-RECORD
               FILE STATUS IS WS-THA-STATUS.

           SELECT ITEM-DETAIL-FILE ASSIGN TO 'ITEMFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITM-STATUS.

           SELECT TAX-EXEMPT-FILE ASSIGN TO 'TAXEXMPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXE-CUST-ID
               FILE STATUS IS WS-TXE-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXR-STATUS.

           SELECT RELIEF-RULE-FILE ASSIGN TO 'BDRULES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDR-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMH-KEY
               FILE STATUS IS WS-PMH-STATUS.

           SELECT BAD-DEBT-CLAIM-FILE ASSIGN TO 'BDCLAIMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDC-KEY
               FILE STATUS IS WS-BDC-STATUS.

           SELECT RELIEF-SCHEDULE ASSIGN TO 'BDTAXSCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITEOFF-LEDGER.
           COPY WOLEDGER.

       FD  WRITEOFF-ITEM-FILE.
           COPY WOITMREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  TRANSACTION-HISTORY-FILE.
           COPY TRNHIST.

       FD  HISTORY-ARCHIVE-FILE.
           COPY TRNHIST REPLACING ==TRANSACTION-HISTORY-RECORD==
                              BY ==ARCHIVE-HISTORY-RECORD==.

       FD  ITEM-DETAIL-FILE.
           COPY ITEMDTL.

       FD  TAX-EXEMPT-FILE.
           COPY TAXEXREC.

       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05  TXR-STATE                   PIC X(2).
           05  TXR-RATE                    PIC V9(4).
           05  FILLER                      PIC X(14).

      *----------------------------------------------------------------*
      * One row per state: its allocation rule and how many months
      * before the write-off a purchase may be and still be claimed
      * (zero for no limit).
      *----------------------------------------------------------------*
       FD  RELIEF-RULE-FILE.
       01  RELIEF-RULE-RECORD.
           05  BDR-STATE                   PIC X(2).
           05  BDR-METHOD                  PIC X(1).
               88  BDR-PRO-RATA            VALUE 'P'.
               88  BDR-TAX-LAST-PAID       VALUE 'T'.
               88  BDR-NO-RELIEF           VALUE 'X'.
           05  BDR-LOOKBACK-MONTHS         PIC 9(3).
           05  FILLER                      PIC X(14).

       FD  PAYMENT-HISTORY-FILE.
           COPY PAYHIST.

       FD  BAD-DEBT-CLAIM-FILE.
           COPY BDCLMREC.

       FD  RELIEF-SCHEDULE.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-WOL-STATUS                   PIC XX.
           88  WS-WOL-OK                   VALUE '00'.

       01  WS-WOI-STATUS                   PIC XX.
           88  WS-WOI-OK                   VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-OPI-STATUS                   PIC XX.
           88  WS-OPI-OK                   VALUE '00'.

       01  WS-TRH-STATUS                   PIC XX.
           88  WS-TRH-OK                   VALUE '00'.

       01  WS-THA-STATUS                   PIC XX.
           88  WS-THA-OK                   VALUE '00'.

       01  WS-ITM-STATUS                   PIC XX.
           88  WS-ITM-OK                   VALUE '00'.

       01  WS-TXE-STATUS                   PIC XX.
           88  WS-TXE-OK                   VALUE '00'.

       01  WS-TXR-STATUS                   PIC XX.
           88  WS-TXR-OK                   VALUE '00'.
           88  WS-TXR-EOF                  VALUE '10'.

       01  WS-BDR-STATUS                   PIC XX.
           88  WS-BDR-OK                   VALUE '00'.
           88  WS-BDR-EOF                  VALUE '10'.

       01  WS-PMH-STATUS                   PIC XX.
           88  WS-PMH-OK                   VALUE '00'.

       01  WS-BDC-STATUS                   PIC XX.
           88  WS-BDC-OK                   VALUE '00'.
           88  WS-BDC-NOT-OPEN             VALUE '35'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

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
           05  WS-CUST-FOUND-FLAG          PIC X VALUE 'N'.
               88  WS-CUST-FOUND           VALUE 'Y'.
               88  WS-CUST-NOT-FOUND       VALUE 'N'.
           05  WS-WOI-FILE-FLAG            PIC X VALUE 'N'.
               88  WS-WOI-FILE-AVAILABLE   VALUE 'Y'.
               88  WS-WOI-FILE-ABSENT      VALUE 'N'.
           05  WS-HIST-ARCH-FLAG           PIC X VALUE 'N'.
               88  WS-HIST-ARCH-AVAILABLE  VALUE 'Y'.
               88  WS-HIST-ARCH-ABSENT     VALUE 'N'.
           05  WS-ITEM-FILE-FLAG           PIC X VALUE 'N'.
               88  WS-ITEM-FILE-AVAILABLE  VALUE 'Y'.
               88  WS-ITEM-FILE-ABSENT     VALUE 'N'.
           05  WS-TAXEX-FILE-FLAG          PIC X VALUE 'N'.
               88  WS-TAXEX-FILE-AVAILABLE VALUE 'Y'.
               88  WS-TAXEX-FILE-ABSENT    VALUE 'N'.
           05  WS-SCAN-FLAG                PIC X VALUE 'N'.
               88  WS-SCAN-DONE            VALUE 'Y'.
               88  WS-SCAN-ACTIVE          VALUE 'N'.
           05  WS-ITM-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-ITM-SCAN-DONE        VALUE 'Y'.
               88  WS-ITM-SCAN-ACTIVE      VALUE 'N'.
           05  WS-CERT-EXEMPT-FLAG         PIC X VALUE 'N'.
               88  WS-CERT-EXEMPT          VALUE 'Y'.
               88  WS-CERT-NOT-EXEMPT      VALUE 'N'.
           05  WS-PURCHASE-FOUND-FLAG      PIC X VALUE 'N'.
               88  WS-PURCHASE-FOUND       VALUE 'Y'.
               88  WS-PURCHASE-NOT-FOUND   VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-PERIOD              PIC X(6).
           05  FILLER                      PIC X(14).

       01  WS-SELECT-PERIOD                PIC 9(6).

      *----------------------------------------------------------------*
      * Write-offs from the first date WRITEOFF recorded its items
      * on are traced through WOITEMS; earlier ones are inferred
      * from the open items.
      *----------------------------------------------------------------*
       01  WS-ITEM-RECORDING-START         PIC 9(8) VALUE 99999999.

       01  WS-RATE-COUNT                   PIC 9(3) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RTE-ENTRY OCCURS 60 TIMES.
               10  WS-RTE-STATE            PIC X(2).
               10  WS-RTE-RATE             PIC V9(4).

       01  WS-RATE-IDX                     PIC 9(3).

       01  WS-RULE-COUNT                   PIC 9(3) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RUL-ENTRY OCCURS 60 TIMES.
               10  WS-RUL-STATE            PIC X(2).
               10  WS-RUL-METHOD           PIC X(1).
               10  WS-RUL-LOOKBACK-MONTHS  PIC 9(3).

       01  WS-RULE-IDX                     PIC 9(3).

      *----------------------------------------------------------------*
      * The write-off in hand and what its trace has found.
      *----------------------------------------------------------------*
       01  WS-CLAIM-WORK.
           05  WS-CLM-STATE                PIC X(2).
           05  WS-CLM-METHOD               PIC X(1).
               88  WS-CLM-PRO-RATA         VALUE 'P'.
               88  WS-CLM-TAX-LAST-PAID    VALUE 'T'.
               88  WS-CLM-NO-RELIEF        VALUE 'X'.
           05  WS-CLM-LOOKBACK-MONTHS      PIC 9(3).
           05  WS-CLM-STATE-RATE           PIC V9(4).
           05  WS-CLM-ESTIMATE-FLAG        PIC X(1).
               88  WS-CLM-ESTIMATED        VALUE 'E'.
               88  WS-CLM-TRACED           VALUE ' '.
           05  WS-CLM-NOTE                 PIC X(30).
           05  WS-CLM-TAXABLE-BASE         PIC 9(7)V99.
           05  WS-CLM-TAX                  PIC 9(7)V99.
           05  WS-CLM-ITEMS-TRACED         PIC 9(5).

      *----------------------------------------------------------------*
      * One traced purchase: the amount written off against it, and
      * its total, date and tax.
      *----------------------------------------------------------------*
       01  WS-TRACE-WORK.
           05  WS-TRC-TRAN-ID              PIC 9(12).
           05  WS-TRC-WRITTEN-OFF          PIC S9(7)V99.
           05  WS-TRC-PURCHASE-AMOUNT      PIC S9(7)V99.
           05  WS-TRC-PURCHASE-DATE        PIC 9(8).
           05  WS-TRC-PURCHASE-TAX         PIC 9(7)V99.
           05  WS-TRC-ITEM-TAX             PIC 9(7)V99.
           05  WS-TRC-TAX-CLAIMED          PIC 9(7)V99.
           05  WS-TRC-ELAPSED-MONTHS       PIC S9(5).

       01  WS-MONTH-WORK.
           05  WS-MWK-FROM-DATE            PIC 9(8).
           05  WS-MWK-FROM-PARTS REDEFINES WS-MWK-FROM-DATE.
               10  WS-MWK-FROM-YEAR        PIC 9(4).
               10  WS-MWK-FROM-MONTH       PIC 9(2).
               10  FILLER                  PIC 9(2).
           05  WS-MWK-TO-DATE              PIC 9(8).
           05  WS-MWK-TO-PARTS REDEFINES WS-MWK-TO-DATE.
               10  WS-MWK-TO-YEAR          PIC 9(4).
               10  WS-MWK-TO-MONTH         PIC 9(2).
               10  FILLER                  PIC 9(2).

      *----------------------------------------------------------------*
      * Settled open items of a customer whose write-off predates
      * item recording, in posting order; the write-off is spread
      * over them from the newest back.
      *----------------------------------------------------------------*
       01  WS-INFER-COUNT                  PIC 9(3) VALUE 0.
       01  WS-INFER-TABLE.
           05  WS-INF-ENTRY OCCURS 200 TIMES.
               10  WS-INF-TRAN-ID          PIC 9(12).
               10  WS-INF-ORIGINAL-AMOUNT  PIC S9(7)V99.

       01  WS-INF-IDX                      PIC 9(3).
       01  WS-INFER-REMAINING              PIC S9(7)V99.

       01  WS-ADDBACK-WORK.
           05  WS-ADB-RECOVERED            PIC S9(9)V99.
           05  WS-ADB-DUE                  PIC 9(7)V99.
           05  WS-ADB-BEFORE               PIC 9(7)V99.
           05  WS-ADB-THIS-PERIOD          PIC S9(7)V99.

      *----------------------------------------------------------------*
      * Schedule totals by jurisdiction.
      *----------------------------------------------------------------*
       01  WS-STATE-SUM-COUNT              PIC 9(3) VALUE 0.
       01  WS-STATE-SUM-TABLE.
           05  WS-SSM-ENTRY OCCURS 60 TIMES.
               10  WS-SSM-STATE            PIC X(2).
               10  WS-SSM-CLAIM-COUNT      PIC 9(7).
               10  WS-SSM-TAXABLE-BASE     PIC S9(9)V99.
               10  WS-SSM-TAX-CLAIMED      PIC S9(9)V99.
               10  WS-SSM-ADDBACK-COUNT    PIC 9(7).
               10  WS-SSM-TAX-ADDED-BACK   PIC S9(9)V99.

       01  WS-SSM-IDX                      PIC 9(3).
       01  WS-SSM-FOUND-FLAG               PIC X VALUE 'N'.
           88  WS-SSM-FOUND                VALUE 'Y'.
           88  WS-SSM-NOT-FOUND            VALUE 'N'.
       01  WS-SSM-NET                      PIC S9(9)V99.

       01  WS-RUN-TOTALS.
           05  WS-WRITEOFFS-IN-PERIOD      PIC 9(7) VALUE 0.
           05  WS-WRITEOFF-PERIOD-TOTAL    PIC S9(9)V99 VALUE 0.
           05  WS-CLAIMS-MADE              PIC 9(7) VALUE 0.
           05  WS-TAX-CLAIMED-TOTAL        PIC S9(9)V99 VALUE 0.
           05  WS-TAXABLE-BASE-TOTAL       PIC S9(9)V99 VALUE 0.
           05  WS-NOT-CLAIMED-COUNT        PIC 9(7) VALUE 0.
           05  WS-NO-RULE-COUNT            PIC 9(7) VALUE 0.
           05  WS-ESTIMATED-COUNT          PIC 9(7) VALUE 0.
           05  WS-ADDBACKS-MADE            PIC 9(7) VALUE 0.
           05  WS-TAX-ADDED-BACK-TOTAL     PIC S9(9)V99 VALUE 0.
           05  WS-WRITE-ERRORS             PIC 9(5) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(36)
               VALUE 'SALES-TAX BAD-DEBT RELIEF SCHEDULE'.
           05  FILLER                      PIC X(8) VALUE 'PERIOD: '.
           05  WS-HDG-PERIOD               PIC 9(6).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE 'ENTRY'.
           05  FILLER                      PIC X(4) VALUE 'ST'.
           05  FILLER                      PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                      PIC X(10) VALUE 'WRITE-OFF'.
           05  FILLER                      PIC X(15)
               VALUE '   WRITTEN OFF'.
           05  FILLER                      PIC X(15)
               VALUE '  TAXABLE BASE'.
           05  FILLER                      PIC X(15)
               VALUE '           TAX'.
           05  FILLER                      PIC X(3) VALUE 'M'.
           05  FILLER                      PIC X(30) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ENTRY                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-STATE                PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-WRITEOFF-DATE        PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-BASE                 PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-TAX                  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-METHOD               PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-NOTE                 PIC X(30).

       01  WS-STATE-HEADING.
           05  FILLER                      PIC X(6) VALUE 'STATE'.
           05  FILLER                      PIC X(8) VALUE '  CLAIMS'.
           05  FILLER                      PIC X(17)
               VALUE '    TAXABLE BASE'.
           05  FILLER                      PIC X(17)
               VALUE '     TAX CLAIMED'.
           05  FILLER                      PIC X(8) VALUE 'ADDBACKS'.
           05  FILLER                      PIC X(17)
               VALUE '  TAX ADDED BACK'.
           05  FILLER                      PIC X(17)
               VALUE '   NET DEDUCTION'.

       01  WS-STATE-LINE.
           05  WS-SSL-STATE                PIC X(2).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-SSL-CLAIM-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SSL-BASE                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SSL-CLAIMED              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-SSL-ADDBACK-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SSL-ADDED-BACK           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SSL-NET                  PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL                PIC X(36).
           05  WS-TOT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TOT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-CLAIM-PERIOD-WRITEOFFS
               PERFORM 5000-ADD-BACK-RECOVERIES
               PERFORM 8000-WRITE-STATE-SUMMARY
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-RUN-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-PERIOD NUMERIC AND WS-PARM-PERIOD NOT =
               '000000'
               MOVE WS-PARM-PERIOD TO WS-SELECT-PERIOD
           ELSE
               MOVE WS-TODAY-DATE(1:6) TO WS-SELECT-PERIOD
           END-IF
           SET RC-FN-START-STEP TO TRUE
           MOVE 'BDTAXRLF' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           IF NOT WS-OPI-OK
               DISPLAY 'ERROR OPENING OPEN ITEM FILE: ' WS-OPI-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF NOT WS-TRH-OK
               DISPLAY 'ERROR OPENING TRANSACTION HISTORY FILE: '
                   WS-TRH-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF NOT WS-PMH-OK
               DISPLAY 'ERROR OPENING PAYMENT HISTORY FILE: '
                   WS-PMH-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN I-O BAD-DEBT-CLAIM-FILE
           IF WS-BDC-NOT-OPEN
               OPEN OUTPUT BAD-DEBT-CLAIM-FILE
               CLOSE BAD-DEBT-CLAIM-FILE
               OPEN I-O BAD-DEBT-CLAIM-FILE
           END-IF
           IF NOT WS-BDC-OK
               DISPLAY 'ERROR OPENING BAD-DEBT CLAIM FILE: '
                   WS-BDC-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN OUTPUT RELIEF-SCHEDULE
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING RELIEF SCHEDULE: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT RELIEF-RULE-FILE
           IF NOT WS-BDR-OK
               DISPLAY 'RELIEF RULE FILE NOT AVAILABLE, RUN '
                   'REFUSED: ' WS-BDR-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 1100-LOAD-RELIEF-RULE UNTIL WS-BDR-EOF
               CLOSE RELIEF-RULE-FILE
           END-IF
           OPEN INPUT TAX-RATE-FILE
           IF NOT WS-TXR-OK
               DISPLAY 'TAX RATE FILE NOT AVAILABLE, UNSTAMPED '
                   'PURCHASES NOT CLAIMED: ' WS-TXR-STATUS
           ELSE
               PERFORM 1150-LOAD-TAX-RATE UNTIL WS-TXR-EOF
               CLOSE TAX-RATE-FILE
           END-IF
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF WS-THA-OK
               SET WS-HIST-ARCH-AVAILABLE TO TRUE
           ELSE
               SET WS-HIST-ARCH-ABSENT TO TRUE
           END-IF
           OPEN INPUT ITEM-DETAIL-FILE
           IF WS-ITM-OK
               SET WS-ITEM-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-ITEM-FILE-ABSENT TO TRUE
           END-IF
           OPEN INPUT TAX-EXEMPT-FILE
           IF WS-TXE-OK
               SET WS-TAXEX-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-TAXEX-FILE-ABSENT TO TRUE
               DISPLAY 'TAX EXEMPTION FILE NOT AVAILABLE, '
                   'CERTIFICATE EXEMPTION SKIPPED: ' WS-TXE-STATUS
           END-IF
           OPEN INPUT WRITEOFF-ITEM-FILE
           IF WS-WOI-OK
               SET WS-WOI-FILE-AVAILABLE TO TRUE
               PERFORM 1200-FIND-RECORDING-START
           ELSE
               SET WS-WOI-FILE-ABSENT TO TRUE
               DISPLAY 'WRITE-OFF ITEM FILE NOT AVAILABLE, ITEMS '
                   'INFERRED FROM OPEN ITEMS: ' WS-WOI-STATUS
           END-IF
           IF WS-RUN-CLEAN
               MOVE WS-SELECT-PERIOD TO WS-HDG-PERIOD
               MOVE WS-TODAY-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
           END-IF.

       1100-LOAD-RELIEF-RULE SECTION.

       1100-LOAD-RULE.
           READ RELIEF-RULE-FILE
               AT END
                   SET WS-BDR-EOF TO TRUE
               NOT AT END
                   IF WS-RULE-COUNT < 60
                       ADD 1 TO WS-RULE-COUNT
                       MOVE BDR-STATE TO WS-RUL-STATE(WS-RULE-COUNT)
                       MOVE BDR-METHOD TO
                           WS-RUL-METHOD(WS-RULE-COUNT)
                       IF BDR-LOOKBACK-MONTHS NUMERIC
                           MOVE BDR-LOOKBACK-MONTHS TO
                               WS-RUL-LOOKBACK-MONTHS(WS-RULE-COUNT)
                       ELSE
                           MOVE 0 TO
                               WS-RUL-LOOKBACK-MONTHS(WS-RULE-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1150-LOAD-TAX-RATE SECTION.

       1150-LOAD-RATE.
           READ TAX-RATE-FILE
               AT END
                   SET WS-TXR-EOF TO TRUE
               NOT AT END
                   IF WS-RATE-COUNT < 60
                       ADD 1 TO WS-RATE-COUNT
                       MOVE TXR-STATE TO WS-RTE-STATE(WS-RATE-COUNT)
                       MOVE TXR-RATE TO WS-RTE-RATE(WS-RATE-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * The earliest write-off date on WOITEMS marks when WRITEOFF
      * began recording the items it retires.
      *----------------------------------------------------------------*
       1200-FIND-RECORDING-START SECTION.

       1200-FIND-START.
           SET WS-SCAN-ACTIVE TO TRUE
           PERFORM 1210-CHECK-ONE-ITEM-DATE UNTIL WS-SCAN-DONE.

       1210-CHECK-ONE-ITEM-DATE SECTION.

       1210-CHECK-DATE.
           READ WRITEOFF-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-WOI-OK
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF WOI-WRITEOFF-DATE < WS-ITEM-RECORDING-START
                       MOVE WOI-WRITEOFF-DATE TO
                           WS-ITEM-RECORDING-START
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * First pass over the ledger: the period's write-offs claimed.
      *----------------------------------------------------------------*
       2000-CLAIM-PERIOD-WRITEOFFS SECTION.

       2000-CLAIM-WRITEOFFS.
           OPEN INPUT WRITEOFF-LEDGER
           IF NOT WS-WOL-OK
               DISPLAY 'ERROR OPENING WRITE-OFF LEDGER: '
                   WS-WOL-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM 2100-READ-FOR-CLAIM UNTIL WS-EOF
               CLOSE WRITEOFF-LEDGER
           END-IF.

       2100-READ-FOR-CLAIM SECTION.

       2100-READ-CLAIM.
           READ WRITEOFF-LEDGER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WOL-WRITEOFF-DATE(1:6) = WS-SELECT-PERIOD
                       ADD 1 TO WS-WRITEOFFS-IN-PERIOD
                       ADD WOL-AMOUNT TO WS-WRITEOFF-PERIOD-TOTAL
                       PERFORM 3000-CLAIM-ONE-WRITEOFF
                   END-IF
           END-READ.

       3000-CLAIM-ONE-WRITEOFF SECTION.

       3000-CLAIM-WRITEOFF.
           INITIALIZE WS-CLAIM-WORK
           PERFORM 3100-FIND-JURISDICTION
           IF WS-CLM-NOTE = SPACES
               MOVE WOL-CUST-ID TO BDC-CUST-ID
               MOVE WOL-WRITEOFF-DATE TO BDC-WRITEOFF-DATE
               MOVE WS-CLM-STATE TO BDC-STATE
               READ BAD-DEBT-CLAIM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN NOT WS-BDC-OK
                       PERFORM 3200-TRACE-WRITEOFF
                   WHEN BDC-CLAIM-PERIOD = WS-SELECT-PERIOD
                       PERFORM 3900-REPRINT-CLAIM
                   WHEN OTHER
                       MOVE 'ALREADY CLAIMED IN' TO WS-CLM-NOTE
                       MOVE BDC-CLAIM-PERIOD TO WS-CLM-NOTE(20:6)
               END-EVALUATE
           END-IF
           IF WS-CLM-NOTE NOT = SPACES
               ADD 1 TO WS-NOT-CLAIMED-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'NO CLAIM' TO WS-DTL-ENTRY
               MOVE WS-CLM-STATE TO WS-DTL-STATE
               MOVE WOL-CUST-ID TO WS-DTL-CUST-ID
               MOVE WOL-WRITEOFF-DATE TO WS-DTL-WRITEOFF-DATE
               MOVE WOL-AMOUNT TO WS-DTL-AMOUNT
               MOVE WS-CLM-TAXABLE-BASE TO WS-DTL-BASE
               MOVE 0 TO WS-DTL-TAX
               MOVE WS-CLM-METHOD TO WS-DTL-METHOD
               MOVE WS-CLM-NOTE TO WS-DTL-NOTE
               WRITE PRINT-LINE FROM WS-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------*
      * The customer's state, as TAXACCR files the tax, and that
      * state's allocation rule. Government accounts paid no tax.
      *----------------------------------------------------------------*
       3100-FIND-JURISDICTION SECTION.

       3100-FIND-JUR.
           SET WS-CUST-NOT-FOUND TO TRUE
           MOVE WOL-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   AND CUST-ID OF WS-WORK-CUSTOMER = WOL-CUST-ID
                   SET WS-CUST-FOUND TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-CUST-NOT-FOUND
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-CLM-NOTE
               WHEN NOT CUST-COUNTRY-US OF WS-WORK-CUSTOMER
                   MOVE 'ZZ' TO WS-CLM-STATE
                   MOVE 'NOT A STATE JURISDICTION' TO WS-CLM-NOTE
               WHEN CUST-GOVERNMENT OF WS-WORK-CUSTOMER
                   MOVE CUST-STATE OF WS-WORK-CUSTOMER TO WS-CLM-STATE
                   MOVE 'GOVERNMENT ACCOUNT, NO TAX PAID' TO
                       WS-CLM-NOTE
               WHEN OTHER
                   MOVE CUST-STATE OF WS-WORK-CUSTOMER TO WS-CLM-STATE
                   PERFORM 3110-FIND-RULE
           END-EVALUATE.

       3110-FIND-RULE SECTION.

       3110-FIND-RULE-ENTRY.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   OR WS-RUL-STATE(WS-RULE-IDX) = WS-CLM-STATE
               CONTINUE
           END-PERFORM
           IF WS-RULE-IDX > WS-RULE-COUNT
               ADD 1 TO WS-NO-RULE-COUNT
               MOVE 'NO RELIEF RULE FOR STATE' TO WS-CLM-NOTE
           ELSE
               MOVE WS-RUL-METHOD(WS-RULE-IDX) TO WS-CLM-METHOD
               MOVE WS-RUL-LOOKBACK-MONTHS(WS-RULE-IDX) TO
                   WS-CLM-LOOKBACK-MONTHS
               EVALUATE TRUE
                   WHEN WS-CLM-NO-RELIEF
                       MOVE 'STATE ALLOWS NO RELIEF' TO WS-CLM-NOTE
                   WHEN WS-CLM-PRO-RATA OR WS-CLM-TAX-LAST-PAID
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-NO-RULE-COUNT
                       MOVE 'RELIEF RULE METHOD NOT KNOWN' TO
                           WS-CLM-NOTE
               END-EVALUATE
           END-IF
           MOVE 0 TO WS-CLM-STATE-RATE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   OR WS-RTE-STATE(WS-RATE-IDX) = WS-CLM-STATE
               CONTINUE
           END-PERFORM
           IF WS-RATE-IDX NOT > WS-RATE-COUNT
               MOVE WS-RTE-RATE(WS-RATE-IDX) TO WS-CLM-STATE-RATE
           END-IF.

      *----------------------------------------------------------------*
      * The write-off's items come from WOITEMS when WRITEOFF was
      * recording them; an earlier write-off is inferred from the
      * customer's settled open items.
      *----------------------------------------------------------------*
       3200-TRACE-WRITEOFF SECTION.

       3200-TRACE.
           IF WS-WOI-FILE-AVAILABLE
               AND WOL-WRITEOFF-DATE NOT < WS-ITEM-RECORDING-START
               PERFORM 3210-TRACE-RECORDED-ITEMS
           ELSE
               SET WS-CLM-ESTIMATED TO TRUE
               PERFORM 3250-INFER-ITEMS
           END-IF
           IF WS-CLM-TAX > 0
               PERFORM 3800-RECORD-CLAIM
           ELSE
               IF WS-CLM-ITEMS-TRACED = 0
                   MOVE 'NO PURCHASES TRACED' TO WS-CLM-NOTE
               ELSE
                   MOVE 'NO TAXABLE PURCHASES TRACED' TO WS-CLM-NOTE
               END-IF
           END-IF.

       3210-TRACE-RECORDED-ITEMS SECTION.

       3210-TRACE-RECORDED.
           SET WS-SCAN-ACTIVE TO TRUE
           MOVE WOL-CUST-ID TO WOI-CUST-ID
           MOVE WOL-WRITEOFF-DATE TO WOI-WRITEOFF-DATE
           MOVE 0 TO WOI-TRAN-ID
           START WRITEOFF-ITEM-FILE KEY IS NOT LESS THAN WOI-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 3220-TRACE-ONE-RECORDED-ITEM UNTIL WS-SCAN-DONE.

       3220-TRACE-ONE-RECORDED-ITEM SECTION.

       3220-TRACE-ONE.
           READ WRITEOFF-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-WOI-OK
                   OR WOI-CUST-ID NOT = WOL-CUST-ID
                   OR WOI-WRITEOFF-DATE NOT = WOL-WRITEOFF-DATE
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE WOI-TRAN-ID TO WS-TRC-TRAN-ID
                   MOVE WOI-AMOUNT TO WS-TRC-WRITTEN-OFF
                   PERFORM 3300-CLAIM-ONE-PURCHASE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Every settled open item dated on or before the write-off is
      * gathered in posting order, and the written-off amount is laid
      * over them from the newest back, each taking up to its
      * original amount - the balance written off was the latest
      * charges left unpaid.
      *----------------------------------------------------------------*
       3250-INFER-ITEMS SECTION.

       3250-INFER.
           MOVE 0 TO WS-INFER-COUNT
           SET WS-SCAN-ACTIVE TO TRUE
           MOVE WOL-CUST-ID TO OPI-CUST-ID
           START OPEN-ITEM-FILE KEY IS = OPI-CUST-ID
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 3260-GATHER-ONE-OPEN-ITEM UNTIL WS-SCAN-DONE
           MOVE WOL-AMOUNT TO WS-INFER-REMAINING
           PERFORM 3270-INFER-ONE-ITEM
               VARYING WS-INF-IDX FROM WS-INFER-COUNT BY -1
               UNTIL WS-INF-IDX < 1 OR WS-INFER-REMAINING NOT > 0.

       3260-GATHER-ONE-OPEN-ITEM SECTION.

       3260-GATHER-ONE.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-OPI-OK
                   OR OPI-CUST-ID NOT = WOL-CUST-ID
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF OPI-PAID
                       AND OPI-TRAN-DATE NOT > WOL-WRITEOFF-DATE
                       AND OPI-ORIGINAL-AMOUNT > 0
                       AND WS-INFER-COUNT < 200
                       ADD 1 TO WS-INFER-COUNT
                       MOVE OPI-TRAN-ID TO
                           WS-INF-TRAN-ID(WS-INFER-COUNT)
                       MOVE OPI-ORIGINAL-AMOUNT TO
                           WS-INF-ORIGINAL-AMOUNT(WS-INFER-COUNT)
                   END-IF
               END-IF
           END-IF.

       3270-INFER-ONE-ITEM SECTION.

       3270-INFER-ONE.
           MOVE WS-INF-TRAN-ID(WS-INF-IDX) TO WS-TRC-TRAN-ID
           IF WS-INF-ORIGINAL-AMOUNT(WS-INF-IDX) < WS-INFER-REMAINING
               MOVE WS-INF-ORIGINAL-AMOUNT(WS-INF-IDX) TO
                   WS-TRC-WRITTEN-OFF
           ELSE
               MOVE WS-INFER-REMAINING TO WS-TRC-WRITTEN-OFF
           END-IF
           SUBTRACT WS-TRC-WRITTEN-OFF FROM WS-INFER-REMAINING
           PERFORM 3300-CLAIM-ONE-PURCHASE.

      *----------------------------------------------------------------*
      * A traced item must be a purchase on the transaction history,
      * inside the state's look-back, and taxed when it was sold.
      *----------------------------------------------------------------*
       3300-CLAIM-ONE-PURCHASE SECTION.

       3300-CLAIM-PURCHASE.
           ADD 1 TO WS-CLM-ITEMS-TRACED
           PERFORM 3310-FIND-PURCHASE
           IF WS-PURCHASE-FOUND AND WS-TRC-WRITTEN-OFF > 0
               AND WS-TRC-PURCHASE-AMOUNT > 0
               MOVE WS-TRC-PURCHASE-DATE TO WS-MWK-FROM-DATE
               MOVE WOL-WRITEOFF-DATE TO WS-MWK-TO-DATE
               COMPUTE WS-TRC-ELAPSED-MONTHS =
                   (WS-MWK-TO-YEAR - WS-MWK-FROM-YEAR) * 12
                   + WS-MWK-TO-MONTH - WS-MWK-FROM-MONTH
               IF WS-CLM-LOOKBACK-MONTHS = 0
                   OR WS-TRC-ELAPSED-MONTHS NOT >
                       WS-CLM-LOOKBACK-MONTHS
                   PERFORM 3320-CHECK-EXEMPT-SALE
               END-IF
           END-IF.

       3310-FIND-PURCHASE SECTION.

       3310-FIND-PUR.
           SET WS-PURCHASE-NOT-FOUND TO TRUE
           MOVE WS-TRC-TRAN-ID TO
               TRH-TRAN-ID OF TRANSACTION-HISTORY-RECORD
           READ TRANSACTION-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TRH-OK
               AND TRH-PURCHASE OF TRANSACTION-HISTORY-RECORD
               SET WS-PURCHASE-FOUND TO TRUE
               MOVE TRH-AMOUNT OF TRANSACTION-HISTORY-RECORD TO
                   WS-TRC-PURCHASE-AMOUNT
               MOVE TRH-TRAN-DATE OF TRANSACTION-HISTORY-RECORD TO
                   WS-TRC-PURCHASE-DATE
           END-IF
           IF WS-PURCHASE-NOT-FOUND AND WS-HIST-ARCH-AVAILABLE
               MOVE WS-TRC-TRAN-ID TO
                   TRH-TRAN-ID OF ARCHIVE-HISTORY-RECORD
               READ HISTORY-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-THA-OK
                   AND TRH-PURCHASE OF ARCHIVE-HISTORY-RECORD
                   SET WS-PURCHASE-FOUND TO TRUE
                   MOVE TRH-AMOUNT OF ARCHIVE-HISTORY-RECORD TO
                       WS-TRC-PURCHASE-AMOUNT
                   MOVE TRH-TRAN-DATE OF ARCHIVE-HISTORY-RECORD TO
                       WS-TRC-PURCHASE-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A certificate in force on the sale date made it tax-free.
      *----------------------------------------------------------------*
       3320-CHECK-EXEMPT-SALE SECTION.

       3320-CHECK-EXEMPT.
           SET WS-CERT-NOT-EXEMPT TO TRUE
           IF WS-TAXEX-FILE-AVAILABLE
               MOVE WOL-CUST-ID TO TXE-CUST-ID
               READ TAX-EXEMPT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TXE-OK
                   AND (TXE-EXPIRY-DATE = 0
                       OR TXE-EXPIRY-DATE NOT < WS-TRC-PURCHASE-DATE)
                   SET WS-CERT-EXEMPT TO TRUE
               END-IF
           END-IF
           IF WS-CERT-NOT-EXEMPT
               PERFORM 3330-FIND-PURCHASE-TAX
               IF WS-TRC-PURCHASE-TAX > 0
                   PERFORM 3350-APPLY-RULE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The tax the purchase's lines were stamped with at posting;
      * without it, the tax in the purchase amount at the state rate.
      *----------------------------------------------------------------*
       3330-FIND-PURCHASE-TAX SECTION.

       3330-FIND-TAX.
           MOVE 0 TO WS-TRC-ITEM-TAX
           IF WS-ITEM-FILE-AVAILABLE
               SET WS-ITM-SCAN-ACTIVE TO TRUE
               MOVE WS-TRC-TRAN-ID TO ITM-TRAN-ID
               MOVE 0 TO ITM-LINE-NO
               START ITEM-DETAIL-FILE KEY IS NOT LESS THAN ITM-KEY
                   INVALID KEY
                       SET WS-ITM-SCAN-DONE TO TRUE
               END-START
               PERFORM 3340-ADD-ONE-LINE-TAX UNTIL WS-ITM-SCAN-DONE
           END-IF
           IF WS-TRC-ITEM-TAX > 0
               MOVE WS-TRC-ITEM-TAX TO WS-TRC-PURCHASE-TAX
           ELSE
               COMPUTE WS-TRC-PURCHASE-TAX ROUNDED =
                   WS-TRC-PURCHASE-AMOUNT * WS-CLM-STATE-RATE
                   / (1 + WS-CLM-STATE-RATE)
               IF WS-TRC-PURCHASE-TAX > 0
                   SET WS-CLM-ESTIMATED TO TRUE
               END-IF
           END-IF.

       3340-ADD-ONE-LINE-TAX SECTION.

       3340-ADD-LINE-TAX.
           READ ITEM-DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-ITM-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-ITM-SCAN-DONE
               IF NOT WS-ITM-OK
                   OR ITM-TRAN-ID NOT = WS-TRC-TRAN-ID
                   SET WS-ITM-SCAN-DONE TO TRUE
               ELSE
                   IF ITM-TAX-SHARE NUMERIC
                       ADD ITM-TAX-SHARE TO WS-TRC-ITEM-TAX
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Pro rata: the written-off amount's share of the purchase's
      * tax. Tax last paid: the written-off amount is tax first, up
      * to the purchase's tax.
      *----------------------------------------------------------------*
       3350-APPLY-RULE SECTION.

       3350-APPLY.
           IF WS-CLM-PRO-RATA
               COMPUTE WS-TRC-TAX-CLAIMED ROUNDED =
                   WS-TRC-WRITTEN-OFF * WS-TRC-PURCHASE-TAX
                   / WS-TRC-PURCHASE-AMOUNT
           ELSE
               MOVE WS-TRC-WRITTEN-OFF TO WS-TRC-TAX-CLAIMED
           END-IF
           IF WS-TRC-TAX-CLAIMED > WS-TRC-PURCHASE-TAX
               MOVE WS-TRC-PURCHASE-TAX TO WS-TRC-TAX-CLAIMED
           END-IF
           ADD WS-TRC-WRITTEN-OFF TO WS-CLM-TAXABLE-BASE
           ADD WS-TRC-TAX-CLAIMED TO WS-CLM-TAX.

       3800-RECORD-CLAIM SECTION.

       3800-RECORD.
           INITIALIZE BAD-DEBT-CLAIM-RECORD
           MOVE WOL-CUST-ID TO BDC-CUST-ID
           MOVE WOL-WRITEOFF-DATE TO BDC-WRITEOFF-DATE
           MOVE WS-CLM-STATE TO BDC-STATE
           MOVE WS-SELECT-PERIOD TO BDC-CLAIM-PERIOD
           MOVE WOL-AMOUNT TO BDC-WRITTEN-OFF-AMOUNT
           MOVE WS-CLM-TAXABLE-BASE TO BDC-TAXABLE-BASE
           MOVE WS-CLM-TAX TO BDC-TAX-CLAIMED
           MOVE WS-CLM-METHOD TO BDC-RULE-METHOD
           MOVE WS-CLM-ESTIMATE-FLAG TO BDC-ESTIMATE-FLAG
           WRITE BAD-DEBT-CLAIM-RECORD
           IF WS-BDC-OK
               PERFORM 3900-REPRINT-CLAIM
           ELSE
               ADD 1 TO WS-WRITE-ERRORS
               MOVE 'CLAIM NOT RECORDED' TO WS-CLM-NOTE
               DISPLAY 'ERROR WRITING BAD-DEBT CLAIM FOR: '
                   WOL-CUST-ID ' STATUS: ' WS-BDC-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * A claim made in this period goes on the schedule, whether it
      * was made by this run or by an earlier run of the period.
      *----------------------------------------------------------------*
       3900-REPRINT-CLAIM SECTION.

       3900-REPRINT.
           ADD 1 TO WS-CLAIMS-MADE
           ADD BDC-TAX-CLAIMED TO WS-TAX-CLAIMED-TOTAL
           ADD BDC-TAXABLE-BASE TO WS-TAXABLE-BASE-TOTAL
           IF BDC-ESTIMATED
               ADD 1 TO WS-ESTIMATED-COUNT
           END-IF
           MOVE BDC-STATE TO WS-CLM-STATE
           PERFORM 8100-FIND-STATE-SUM
           IF WS-SSM-FOUND
               ADD 1 TO WS-SSM-CLAIM-COUNT(WS-SSM-IDX)
               ADD BDC-TAXABLE-BASE TO WS-SSM-TAXABLE-BASE(WS-SSM-IDX)
               ADD BDC-TAX-CLAIMED TO WS-SSM-TAX-CLAIMED(WS-SSM-IDX)
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'CLAIM' TO WS-DTL-ENTRY
           MOVE BDC-STATE TO WS-DTL-STATE
           MOVE BDC-CUST-ID TO WS-DTL-CUST-ID
           MOVE BDC-WRITEOFF-DATE TO WS-DTL-WRITEOFF-DATE
           MOVE BDC-WRITTEN-OFF-AMOUNT TO WS-DTL-AMOUNT
           MOVE BDC-TAXABLE-BASE TO WS-DTL-BASE
           MOVE BDC-TAX-CLAIMED TO WS-DTL-TAX
           MOVE BDC-RULE-METHOD TO WS-DTL-METHOD
           IF BDC-ESTIMATED
               MOVE 'ESTIMATED ITEMS OR TAX' TO WS-DTL-NOTE
           END-IF
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------*
      * Second pass over the ledger: every claimed write-off is
      * measured for recoveries to the end of the period.
      *----------------------------------------------------------------*
       5000-ADD-BACK-RECOVERIES SECTION.

       5000-ADD-BACK.
           OPEN INPUT WRITEOFF-LEDGER
           IF NOT WS-WOL-OK
               DISPLAY 'ERROR REOPENING WRITE-OFF LEDGER: '
                   WS-WOL-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM 5100-READ-FOR-ADDBACK UNTIL WS-EOF
               CLOSE WRITEOFF-LEDGER
           END-IF.

       5100-READ-FOR-ADDBACK SECTION.

       5100-READ-ADDBACK.
           READ WRITEOFF-LEDGER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WOL-WRITEOFF-DATE(1:6) NOT > WS-SELECT-PERIOD
                       PERFORM 5200-FIND-CLAIMS
                   END-IF
           END-READ.

       5200-FIND-CLAIMS SECTION.

       5200-FIND.
           SET WS-SCAN-ACTIVE TO TRUE
           MOVE WOL-CUST-ID TO BDC-CUST-ID
           MOVE WOL-WRITEOFF-DATE TO BDC-WRITEOFF-DATE
           MOVE LOW-VALUES TO BDC-STATE
           START BAD-DEBT-CLAIM-FILE KEY IS NOT LESS THAN BDC-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 5300-CHECK-ONE-CLAIM UNTIL WS-SCAN-DONE.

       5300-CHECK-ONE-CLAIM SECTION.

       5300-CHECK-CLAIM.
           READ BAD-DEBT-CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-BDC-OK
                   OR BDC-CUST-ID NOT = WOL-CUST-ID
                   OR BDC-WRITEOFF-DATE NOT = WOL-WRITEOFF-DATE
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF BDC-CLAIM-PERIOD NOT > WS-SELECT-PERIOD
                       AND BDC-LAST-ADDBACK-PERIOD NOT >
                           WS-SELECT-PERIOD
                       PERFORM 5400-FIGURE-ADDBACK
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The tax owed back to date is the claimed tax in proportion
      * to what has been recovered of the write-off; this period
      * owes whatever of it earlier periods have not already added
      * back. A rerun of the period recomputes its own add-back in
      * place.
      *----------------------------------------------------------------*
       5400-FIGURE-ADDBACK SECTION.

       5400-FIGURE.
           PERFORM 5500-SUM-RECOVERIES
           IF WS-ADB-RECOVERED NOT < BDC-WRITTEN-OFF-AMOUNT
               OR BDC-WRITTEN-OFF-AMOUNT = 0
               MOVE BDC-TAX-CLAIMED TO WS-ADB-DUE
           ELSE
               COMPUTE WS-ADB-DUE ROUNDED =
                   BDC-TAX-CLAIMED * WS-ADB-RECOVERED
                   / BDC-WRITTEN-OFF-AMOUNT
           END-IF
           MOVE BDC-TAX-ADDED-BACK TO WS-ADB-BEFORE
           IF BDC-LAST-ADDBACK-PERIOD = WS-SELECT-PERIOD
               SUBTRACT BDC-LAST-ADDBACK-AMOUNT FROM WS-ADB-BEFORE
           END-IF
           COMPUTE WS-ADB-THIS-PERIOD = WS-ADB-DUE - WS-ADB-BEFORE
           IF WS-ADB-THIS-PERIOD < 0
               MOVE 0 TO WS-ADB-THIS-PERIOD
           END-IF
           IF WS-ADB-THIS-PERIOD > 0
               OR BDC-LAST-ADDBACK-PERIOD = WS-SELECT-PERIOD
               MOVE WS-ADB-RECOVERED TO BDC-RECOVERED-TO-DATE
               COMPUTE BDC-TAX-ADDED-BACK =
                   WS-ADB-BEFORE + WS-ADB-THIS-PERIOD
               MOVE WS-SELECT-PERIOD TO BDC-LAST-ADDBACK-PERIOD
               MOVE WS-ADB-THIS-PERIOD TO BDC-LAST-ADDBACK-AMOUNT
               REWRITE BAD-DEBT-CLAIM-RECORD
               IF NOT WS-BDC-OK
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY 'ERROR RECORDING ADD-BACK FOR: '
                       BDC-CUST-ID ' STATUS: ' WS-BDC-STATUS
               END-IF
           END-IF
           IF WS-ADB-THIS-PERIOD > 0
               PERFORM 5600-REPORT-ADDBACK
           END-IF.

      *----------------------------------------------------------------*
      * WRITEOFF's recovery test, up to the end of the period.
      *----------------------------------------------------------------*
       5500-SUM-RECOVERIES SECTION.

       5500-SUM.
           MOVE 0 TO WS-ADB-RECOVERED
           IF WOL-SOLD AND WOL-SALE-DATE(1:6) NOT > WS-SELECT-PERIOD
               ADD WOL-SALE-PRICE TO WS-ADB-RECOVERED
           END-IF
           MOVE WOL-CUST-ID TO PMH-CUST-ID
           MOVE 0 TO PMH-SEQUENCE
           START PAYMENT-HISTORY-FILE KEY IS NOT LESS THAN PMH-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-PMH-OK
               PERFORM 5510-SUM-ONE-PAYMENT UNTIL NOT WS-PMH-OK
           END-IF.

       5510-SUM-ONE-PAYMENT SECTION.

       5510-SUM-ONE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-PMH-STATUS
           END-READ
           IF WS-PMH-OK
               IF PMH-CUST-ID NOT = WOL-CUST-ID
                   MOVE '10' TO WS-PMH-STATUS
               ELSE
                   IF NOT PMH-REVERSED
                       AND PMH-PAYMENT-DATE > WOL-WRITEOFF-DATE
                       AND PMH-PAYMENT-DATE(1:6) NOT >
                           WS-SELECT-PERIOD
                       AND (NOT WOL-SOLD
                           OR PMH-PAYMENT-DATE < WOL-SALE-DATE)
                       ADD PMH-PAYMENT-AMOUNT TO WS-ADB-RECOVERED
                   END-IF
               END-IF
           END-IF.

       5600-REPORT-ADDBACK SECTION.

       5600-REPORT.
           ADD 1 TO WS-ADDBACKS-MADE
           ADD WS-ADB-THIS-PERIOD TO WS-TAX-ADDED-BACK-TOTAL
           MOVE BDC-STATE TO WS-CLM-STATE
           PERFORM 8100-FIND-STATE-SUM
           IF WS-SSM-FOUND
               ADD 1 TO WS-SSM-ADDBACK-COUNT(WS-SSM-IDX)
               ADD WS-ADB-THIS-PERIOD TO
                   WS-SSM-TAX-ADDED-BACK(WS-SSM-IDX)
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'ADD-BACK' TO WS-DTL-ENTRY
           MOVE BDC-STATE TO WS-DTL-STATE
           MOVE BDC-CUST-ID TO WS-DTL-CUST-ID
           MOVE BDC-WRITEOFF-DATE TO WS-DTL-WRITEOFF-DATE
           MOVE WS-ADB-RECOVERED TO WS-DTL-AMOUNT
           MOVE BDC-TAXABLE-BASE TO WS-DTL-BASE
           MOVE WS-ADB-THIS-PERIOD TO WS-DTL-TAX
           MOVE BDC-RULE-METHOD TO WS-DTL-METHOD
           MOVE 'RECOVERED TO DATE, TAX DUE BACK' TO WS-DTL-NOTE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------*
      * The deduction by jurisdiction for the filing: tax claimed
      * less tax added back.
      *----------------------------------------------------------------*
       8000-WRITE-STATE-SUMMARY SECTION.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-STATE-HEADING
           PERFORM 8200-WRITE-ONE-STATE
               VARYING WS-SSM-IDX FROM 1 BY 1
               UNTIL WS-SSM-IDX > WS-STATE-SUM-COUNT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'WRITE-OFFS IN PERIOD' TO WS-TOT-LABEL
           MOVE WS-WRITEOFFS-IN-PERIOD TO WS-TOT-COUNT
           MOVE WS-WRITEOFF-PERIOD-TOTAL TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLAIMED - TAXABLE BASE' TO WS-TOT-LABEL
           MOVE WS-CLAIMS-MADE TO WS-TOT-COUNT
           MOVE WS-TAXABLE-BASE-TOTAL TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE '        - TAX CLAIMED' TO WS-TOT-LABEL
           MOVE WS-TAX-CLAIMED-TOTAL TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE '        - ESTIMATED' TO WS-TOT-LABEL
           MOVE WS-ESTIMATED-COUNT TO WS-TOT-COUNT
           MOVE 0 TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT CLAIMED' TO WS-TOT-LABEL
           MOVE WS-NOT-CLAIMED-COUNT TO WS-TOT-COUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE '        - NO RELIEF RULE ON FILE' TO WS-TOT-LABEL
           MOVE WS-NO-RULE-COUNT TO WS-TOT-COUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'TAX ADDED BACK ON RECOVERIES' TO WS-TOT-LABEL
           MOVE WS-ADDBACKS-MADE TO WS-TOT-COUNT
           MOVE WS-TAX-ADDED-BACK-TOTAL TO WS-TOT-AMOUNT
           WRITE PRINT-LINE FROM WS-TOTAL-LINE.

       8100-FIND-STATE-SUM SECTION.

       8100-FIND-STATE.
           SET WS-SSM-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SSM-IDX FROM 1 BY 1
               UNTIL WS-SSM-IDX > WS-STATE-SUM-COUNT
                   OR WS-SSM-FOUND
               IF WS-SSM-STATE(WS-SSM-IDX) = WS-CLM-STATE
                   SET WS-SSM-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SSM-IDX
               END-IF
           END-PERFORM
           IF WS-SSM-NOT-FOUND
               IF WS-STATE-SUM-COUNT < 60
                   ADD 1 TO WS-STATE-SUM-COUNT
                   MOVE WS-STATE-SUM-COUNT TO WS-SSM-IDX
                   INITIALIZE WS-SSM-ENTRY(WS-SSM-IDX)
                   MOVE WS-CLM-STATE TO WS-SSM-STATE(WS-SSM-IDX)
                   SET WS-SSM-FOUND TO TRUE
               END-IF
           END-IF.

       8200-WRITE-ONE-STATE SECTION.

       8200-WRITE-STATE.
           COMPUTE WS-SSM-NET = WS-SSM-TAX-CLAIMED(WS-SSM-IDX)
               - WS-SSM-TAX-ADDED-BACK(WS-SSM-IDX)
           MOVE WS-SSM-STATE(WS-SSM-IDX) TO WS-SSL-STATE
           MOVE WS-SSM-CLAIM-COUNT(WS-SSM-IDX) TO WS-SSL-CLAIM-COUNT
           MOVE WS-SSM-TAXABLE-BASE(WS-SSM-IDX) TO WS-SSL-BASE
           MOVE WS-SSM-TAX-CLAIMED(WS-SSM-IDX) TO WS-SSL-CLAIMED
           MOVE WS-SSM-ADDBACK-COUNT(WS-SSM-IDX) TO
               WS-SSL-ADDBACK-COUNT
           MOVE WS-SSM-TAX-ADDED-BACK(WS-SSM-IDX) TO
               WS-SSL-ADDED-BACK
           MOVE WS-SSM-NET TO WS-SSL-NET
           WRITE PRINT-LINE FROM WS-STATE-LINE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE CUSTOMER-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE TRANSACTION-HISTORY-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE BAD-DEBT-CLAIM-FILE
           CLOSE RELIEF-SCHEDULE
           IF WS-HIST-ARCH-AVAILABLE
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF
           IF WS-ITEM-FILE-AVAILABLE
               CLOSE ITEM-DETAIL-FILE
           END-IF
           IF WS-TAXEX-FILE-AVAILABLE
               CLOSE TAX-EXEMPT-FILE
           END-IF
           IF WS-WOI-FILE-AVAILABLE
               CLOSE WRITEOFF-ITEM-FILE
           END-IF
           DISPLAY 'WRITE-OFFS IN PERIOD:    ' WS-WRITEOFFS-IN-PERIOD
           DISPLAY 'CLAIMS ON SCHEDULE:      ' WS-CLAIMS-MADE
           DISPLAY 'WRITE-OFFS NOT CLAIMED:  ' WS-NOT-CLAIMED-COUNT
           DISPLAY 'RECOVERY ADD-BACKS:      ' WS-ADDBACKS-MADE
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WRITE-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-RULE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           IF WS-RUN-CLEAN
               SET RC-FN-END-STEP TO TRUE
               MOVE 'BDTAXRLF' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-CLAIMS-MADE TO RC-RECORD-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.
