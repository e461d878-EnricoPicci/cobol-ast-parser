       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCOMP.
      *================================================================*
      * PARALLEL-RUN FILE COMPARISON
      * Signs off a parallel run - the old and the new version of a
      * program run against copies of the same files - on evidence
      * rather than record counts. For each keyed file compared it
      * matches the old run's copy against the new run's by record
      * key and reports every record found on one side only and,
      * for records on both, every field that differs with its old
      * and new value. The fields are decoded from the files' own
      * copybooks (CUSTREC, OPENITEM, PAYHIST, TRNHIST, PLANREC) the
      * way AUDRPT decodes CUSTOMER-RECORD images, and are named in
      * the report by their copybook data names.
      *
      * Files, with the file IDs DRFILTAB gives them:
      *   CU  CUSTFILE   old copy PCCUSTO   new copy PCCUSTN
      *   OI  OPENITEM   old copy PCOPENO   new copy PCOPENN
      *   PH  PAYHIST    old copy PCPAYHO   new copy PCPAYHN
      *   TH  TRANHIST   old copy PCTRNHO   new copy PCTRNHN
      *   PL  PLANFILE   old copy PCPLANO   new copy PCPLANN
      * The run-control parameter, ACCEPTed FROM COMMAND-LINE as in
      * AUDRPT, names one file ID to compare; blank compares all
      * five.
      *
      * Fields expected to differ between the runs - a run date or
      * time stamped on the record, say - are named on the optional
      * exclusion list (PCEXCL), one card per field: the file ID
      * (blank for every file) and the copybook data name. A
      * difference in an excluded field is counted but not listed,
      * and the report shows how many differences each exclusion
      * absorbed, so the list cannot hide more than it was meant to.
      *
      * Each file ends with control totals for both sides - records,
      * matched, only on one side, differing, and the money total
      * the file carries (the same balance field DRFILEIO totals) -
      * and a verdict. Return code 8 when any file differs, 12 when a
      * file could not be compared.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTOMER-FILE ASSIGN TO 'PCCUSTO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-KEY OF OLD-CUSTOMER-RECORD
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-CUSTOMER-FILE ASSIGN TO 'PCCUSTN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-KEY OF NEW-CUSTOMER-RECORD
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-OPEN-ITEM-FILE ASSIGN TO 'PCOPENO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPI-TRAN-ID OF OLD-OPEN-ITEM-RECORD
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-OPEN-ITEM-FILE ASSIGN TO 'PCOPENN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPI-TRAN-ID OF NEW-OPEN-ITEM-RECORD
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-PAY-HISTORY-FILE ASSIGN TO 'PCPAYHO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMH-KEY OF OLD-PAY-HISTORY-RECORD
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-PAY-HISTORY-FILE ASSIGN TO 'PCPAYHN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMH-KEY OF NEW-PAY-HISTORY-RECORD
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-TRAN-HISTORY-FILE ASSIGN TO 'PCTRNHO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRH-TRAN-ID OF OLD-TRAN-HISTORY-RECORD
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-TRAN-HISTORY-FILE ASSIGN TO 'PCTRNHN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRH-TRAN-ID OF NEW-TRAN-HISTORY-RECORD
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-PAYMENT-PLAN-FILE ASSIGN TO 'PCPLANO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLN-CUST-ID OF OLD-PAYMENT-PLAN-RECORD
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-PAYMENT-PLAN-FILE ASSIGN TO 'PCPLANN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLN-CUST-ID OF NEW-PAYMENT-PLAN-RECORD
               FILE STATUS IS WS-NEW-STATUS.

           SELECT EXCLUSION-FILE ASSIGN TO 'PCEXCL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT COMPARE-REPORT ASSIGN TO 'PCRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CUSTOMER-FILE.
           COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                               BY ==OLD-CUSTOMER-RECORD==.

       FD  NEW-CUSTOMER-FILE.
           COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                               BY ==NEW-CUSTOMER-RECORD==.

       FD  OLD-OPEN-ITEM-FILE.
           COPY OPENITEM REPLACING ==OPEN-ITEM-RECORD==
                                BY ==OLD-OPEN-ITEM-RECORD==.

       FD  NEW-OPEN-ITEM-FILE.
           COPY OPENITEM REPLACING ==OPEN-ITEM-RECORD==
                                BY ==NEW-OPEN-ITEM-RECORD==.

       FD  OLD-PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAYMENT-HISTORY-RECORD==
                               BY ==OLD-PAY-HISTORY-RECORD==.

       FD  NEW-PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAYMENT-HISTORY-RECORD==
                               BY ==NEW-PAY-HISTORY-RECORD==.

       FD  OLD-TRAN-HISTORY-FILE.
           COPY TRNHIST REPLACING ==TRANSACTION-HISTORY-RECORD==
                               BY ==OLD-TRAN-HISTORY-RECORD==.

       FD  NEW-TRAN-HISTORY-FILE.
           COPY TRNHIST REPLACING ==TRANSACTION-HISTORY-RECORD==
                               BY ==NEW-TRAN-HISTORY-RECORD==.

       FD  OLD-PAYMENT-PLAN-FILE.
           COPY PLANREC REPLACING ==PAYMENT-PLAN-RECORD==
                               BY ==OLD-PAYMENT-PLAN-RECORD==.

       FD  NEW-PAYMENT-PLAN-FILE.
           COPY PLANREC REPLACING ==PAYMENT-PLAN-RECORD==
                               BY ==NEW-PAYMENT-PLAN-RECORD==.

      *----------------------------------------------------------------*
      * One field expected to differ: a blank file ID excludes the
      * field name from every file compared.
      *----------------------------------------------------------------*
       FD  EXCLUSION-FILE.
       01  EXCLUSION-CARD.
           05  EXC-FILE-ID                 PIC X(2).
           05  FILLER                      PIC X(1).
           05  EXC-FIELD-NAME              PIC X(30).
           05  FILLER                      PIC X(47).

       FD  COMPARE-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-OLD-STATUS                   PIC XX.
           88  WS-OLD-OK                   VALUE '00'.

       01  WS-NEW-STATUS                   PIC XX.
           88  WS-NEW-OK                   VALUE '00'.

       01  WS-EXC-STATUS                   PIC XX.
           88  WS-EXC-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

      *----------------------------------------------------------------*
      * The files this program compares, by DRFILTAB file ID, with
      * the production dataset name for the report and the length of
      * the record key, which leads every record.
      *----------------------------------------------------------------*
       01  WS-PCF-TABLE-VALUES.
           05  FILLER  PIC X(12) VALUE 'CUCUSTFILE10'.
           05  FILLER  PIC X(12) VALUE 'OIOPENITEM12'.
           05  FILLER  PIC X(12) VALUE 'PHPAYHIST 13'.
           05  FILLER  PIC X(12) VALUE 'THTRANHIST12'.
           05  FILLER  PIC X(12) VALUE 'PLPLANFILE08'.

       01  WS-PCF-TABLE REDEFINES WS-PCF-TABLE-VALUES.
           05  WS-PCF-ENTRY OCCURS 5 TIMES.
               10  WS-PCF-FILE-ID          PIC X(2).
               10  WS-PCF-DATASET          PIC X(8).
               10  WS-PCF-KEY-LENGTH       PIC 9(2).

       01  WS-PCF-TABLE-SIZE               PIC 9(2) VALUE 5.
       01  WS-PCF-IDX                      PIC 9(2).

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-EXC-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-EXC-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-EXC-FILE-ABSENT          VALUE 'N'.

       01  WS-FLAGS.
           05  WS-EXC-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-EXC-EOF              VALUE 'Y'.
           05  WS-FILE-OPEN-FLAG           PIC X VALUE 'N'.
               88  WS-FILE-OPENED          VALUE 'Y'.
               88  WS-FILE-NOT-OPENED      VALUE 'N'.
           05  WS-RECORD-DIFF-FLAG         PIC X VALUE 'N'.
               88  WS-RECORD-DIFFERS       VALUE 'Y'.
               88  WS-RECORD-AGREES        VALUE 'N'.
           05  WS-EXCLUDED-FLAG            PIC X VALUE 'N'.
               88  WS-FIELD-EXCLUDED       VALUE 'Y'.
               88  WS-FIELD-NOT-EXCLUDED   VALUE 'N'.

       01  WS-RUN-DATE                     PIC 9(8).

      *----------------------------------------------------------------*
      * Run-control parameter: the file ID to compare, blank for all.
      *----------------------------------------------------------------*
       01  WS-RUN-PARM                     PIC X(32) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-FILE-ID             PIC X(2).
           05  FILLER                      PIC X(30).

       01  WS-EXC-COUNT                    PIC 9(2) VALUE 0.
       01  WS-EXC-IDX                      PIC 9(2).
       01  WS-EXC-OVER                     PIC 9(5) VALUE 0.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 50 TIMES.
               10  WS-EXC-FILE-ID          PIC X(2).
               10  WS-EXC-FIELD-NAME       PIC X(30).
               10  WS-EXC-HITS             PIC 9(9).

      *----------------------------------------------------------------*
      * Match keys: the leading bytes of each side's current record,
      * HIGH-VALUES once that side is exhausted.
      *----------------------------------------------------------------*
       01  WS-CMP-FILE-ID                  PIC X(2).
       01  WS-KEY-LENGTH                   PIC 9(2).
       01  WS-OLD-KEY                      PIC X(13).
       01  WS-NEW-KEY                      PIC X(13).

       01  WS-FIELD-COMPARE.
           05  WS-FLD-NAME                 PIC X(30).
           05  WS-OLD-VALUE                PIC X(56).
           05  WS-NEW-VALUE                PIC X(56).
           05  WS-OLD-AMOUNT-X             PIC ZZZZ,ZZ9.99-.
           05  WS-NEW-AMOUNT-X             PIC ZZZZ,ZZ9.99-.

       01  WS-FILE-TOTALS.
           05  WS-OLD-RECORDS              PIC 9(9).
           05  WS-NEW-RECORDS              PIC 9(9).
           05  WS-MATCHED-IDENTICAL        PIC 9(9).
           05  WS-MATCHED-EXCLUDED         PIC 9(9).
           05  WS-MATCHED-DIFFERING        PIC 9(9).
           05  WS-ONLY-OLD                 PIC 9(9).
           05  WS-ONLY-NEW                 PIC 9(9).
           05  WS-FIELD-DIFFS              PIC 9(9).
           05  WS-EXCLUDED-DIFFS           PIC 9(9).
           05  WS-OLD-BALANCE              PIC S9(13)V99.
           05  WS-NEW-BALANCE              PIC S9(13)V99.
           05  WS-DETAIL-LINES             PIC 9(9).

      *----------------------------------------------------------------*
      * Detail lines listed per file before the rest are only
      * counted, so a badly broken new run cannot flood the report.
      *----------------------------------------------------------------*
       01  WS-DIFFS-BEFORE                 PIC 9(9).

       01  WS-DETAIL-LIMIT                 PIC 9(9) VALUE 5000.

       01  WS-RUN-TOTALS.
           05  WS-FILES-COMPARED           PIC 9(3) VALUE 0.
           05  WS-FILES-AGREEING           PIC 9(3) VALUE 0.
           05  WS-FILES-DIFFERING          PIC 9(3) VALUE 0.
           05  WS-FILES-NOT-COMPARED       PIC 9(3) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'PARALLEL-RUN FILE COMPARISON'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).

       01  WS-FILE-HEADING-LINE.
           05  FILLER                      PIC X(6) VALUE 'FILE: '.
           05  WS-FHD-FILE-ID              PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-FHD-DATASET              PIC X(8).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(15) VALUE 'RECORD KEY'.
           05  FILLER                      PIC X(24) VALUE 'FIELD'.
           05  FILLER                      PIC X(47) VALUE 'OLD RUN'.
           05  FILLER                      PIC X(7) VALUE 'NEW RUN'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-KEY                  PIC X(13).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-FIELD                PIC X(22).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-OLD-VALUE            PIC X(45).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-NEW-VALUE            PIC X(45).

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-TOT-LABEL                PIC X(30).
           05  WS-TOT-OLD                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-TOT-NEW                  PIC ZZZ,ZZZ,ZZ9.

       01  WS-BALANCE-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(30)
               VALUE 'BALANCE TOTAL OLD / NEW:'.
           05  WS-BAL-OLD                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-BAL-NEW                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-VERDICT-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE 'VERDICT: '.
           05  WS-VRD-FILE-ID              PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-VRD-TEXT                 PIC X(60).

       01  WS-EXCLUSION-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-EXL-FILE-ID              PIC X(3).
           05  WS-EXL-FIELD-NAME           PIC X(30).
           05  FILLER                      PIC X(20)
               VALUE 'DIFFERENCES ABSORBED'.
           05  WS-EXL-HITS                 PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-COMPARE-ONE-FILE
                   VARYING WS-PCF-IDX FROM 1 BY 1
                   UNTIL WS-PCF-IDX > WS-PCF-TABLE-SIZE
               PERFORM 8000-PRINT-EXCLUSIONS
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           OPEN OUTPUT COMPARE-REPORT
           IF NOT WS-PRINT-OK
               DISPLAY 'ERROR OPENING PARALLEL-RUN COMPARE REPORT: '
                   WS-PRINT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE WS-RUN-DATE TO WS-HDG-DATE
               WRITE PRINT-LINE FROM WS-HEADING-LINE
           END-IF
           PERFORM 1100-LOAD-EXCLUSIONS.

      *----------------------------------------------------------------*
      * The exclusion list is optional; without it every difference
      * is listed.
      *----------------------------------------------------------------*
       1100-LOAD-EXCLUSIONS SECTION.

       1100-LOAD-EXC.
           OPEN INPUT EXCLUSION-FILE
           IF WS-EXC-OK
               SET WS-EXC-FILE-AVAILABLE TO TRUE
               PERFORM 1110-READ-EXCLUSION UNTIL WS-EXC-EOF
               CLOSE EXCLUSION-FILE
               IF WS-EXC-OVER > 0
                   DISPLAY 'MORE THAN 50 EXCLUSION CARDS, RUN '
                       'REFUSED'
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           ELSE
               SET WS-EXC-FILE-ABSENT TO TRUE
               DISPLAY 'EXCLUSION LIST NOT AVAILABLE, EVERY '
                   'DIFFERENCE IS LISTED: ' WS-EXC-STATUS
           END-IF.

       1110-READ-EXCLUSION SECTION.

       1110-READ-EXC.
           READ EXCLUSION-FILE
               AT END
                   SET WS-EXC-EOF TO TRUE
               NOT AT END
                   IF EXC-FIELD-NAME NOT = SPACES
                       IF WS-EXC-COUNT < 50
                           ADD 1 TO WS-EXC-COUNT
                           MOVE EXC-FILE-ID TO
                               WS-EXC-FILE-ID(WS-EXC-COUNT)
                           MOVE EXC-FIELD-NAME TO
                               WS-EXC-FIELD-NAME(WS-EXC-COUNT)
                           MOVE 0 TO WS-EXC-HITS(WS-EXC-COUNT)
                       ELSE
                           ADD 1 TO WS-EXC-OVER
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Classic match-merge: both copies are read in key order, the
      * lower key is on one side only, equal keys are compared field
      * by field. A file whose copies will not both open is reported
      * as not compared rather than passed over.
      *----------------------------------------------------------------*
       2000-COMPARE-ONE-FILE SECTION.

       2000-COMPARE-FILE.
           MOVE WS-PCF-FILE-ID(WS-PCF-IDX) TO WS-CMP-FILE-ID
           MOVE WS-PCF-KEY-LENGTH(WS-PCF-IDX) TO WS-KEY-LENGTH
           IF WS-PARM-FILE-ID = SPACES
               OR WS-PARM-FILE-ID = WS-CMP-FILE-ID
               INITIALIZE WS-FILE-TOTALS
               MOVE WS-CMP-FILE-ID TO WS-FHD-FILE-ID
               MOVE WS-PCF-DATASET(WS-PCF-IDX) TO WS-FHD-DATASET
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM WS-FILE-HEADING-LINE
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
               PERFORM 3000-OPEN-BOTH-COPIES
               IF WS-FILE-OPENED
                   PERFORM 4000-READ-OLD
                   PERFORM 4100-READ-NEW
                   PERFORM 2100-MATCH-STEP
                       UNTIL WS-OLD-KEY = HIGH-VALUES
                         AND WS-NEW-KEY = HIGH-VALUES
                   PERFORM 3100-CLOSE-BOTH-COPIES
                   PERFORM 7000-PRINT-FILE-TOTALS
               ELSE
                   ADD 1 TO WS-FILES-NOT-COMPARED
                   MOVE WS-CMP-FILE-ID TO WS-VRD-FILE-ID
                   MOVE 'NOT COMPARED - A COPY WOULD NOT OPEN'
                       TO WS-VRD-TEXT
                   WRITE PRINT-LINE FROM WS-VERDICT-LINE
                   DISPLAY WS-PCF-DATASET(WS-PCF-IDX)
                       ' NOT COMPARED, OPEN STATUS OLD: '
                       WS-OLD-STATUS ' NEW: ' WS-NEW-STATUS
               END-IF
           END-IF.

       2100-MATCH-STEP SECTION.

       2100-MATCH.
           EVALUATE TRUE
               WHEN WS-OLD-KEY < WS-NEW-KEY
                   ADD 1 TO WS-ONLY-OLD
                   MOVE WS-OLD-KEY TO WS-DTL-KEY
                   MOVE 'RECORD ONLY IN OLD RUN' TO WS-DTL-FIELD
                   MOVE 'PRESENT' TO WS-DTL-OLD-VALUE
                   MOVE 'MISSING' TO WS-DTL-NEW-VALUE
                   PERFORM 6900-WRITE-DETAIL
                   PERFORM 4000-READ-OLD
               WHEN WS-OLD-KEY > WS-NEW-KEY
                   ADD 1 TO WS-ONLY-NEW
                   MOVE WS-NEW-KEY TO WS-DTL-KEY
                   MOVE 'RECORD ONLY IN NEW RUN' TO WS-DTL-FIELD
                   MOVE 'MISSING' TO WS-DTL-OLD-VALUE
                   MOVE 'PRESENT' TO WS-DTL-NEW-VALUE
                   PERFORM 6900-WRITE-DETAIL
                   PERFORM 4100-READ-NEW
               WHEN OTHER
                   PERFORM 5000-COMPARE-RECORD
                   PERFORM 4000-READ-OLD
                   PERFORM 4100-READ-NEW
           END-EVALUATE.

       3000-OPEN-BOTH-COPIES SECTION.

       3000-OPEN-BOTH.
           MOVE SPACES TO WS-OLD-STATUS
           MOVE SPACES TO WS-NEW-STATUS
           EVALUATE WS-CMP-FILE-ID
               WHEN 'CU'
                   OPEN INPUT OLD-CUSTOMER-FILE
                   OPEN INPUT NEW-CUSTOMER-FILE
               WHEN 'OI'
                   OPEN INPUT OLD-OPEN-ITEM-FILE
                   OPEN INPUT NEW-OPEN-ITEM-FILE
               WHEN 'PH'
                   OPEN INPUT OLD-PAY-HISTORY-FILE
                   OPEN INPUT NEW-PAY-HISTORY-FILE
               WHEN 'TH'
                   OPEN INPUT OLD-TRAN-HISTORY-FILE
                   OPEN INPUT NEW-TRAN-HISTORY-FILE
               WHEN 'PL'
                   OPEN INPUT OLD-PAYMENT-PLAN-FILE
                   OPEN INPUT NEW-PAYMENT-PLAN-FILE
           END-EVALUATE
           IF WS-OLD-OK AND WS-NEW-OK
               SET WS-FILE-OPENED TO TRUE
           ELSE
               SET WS-FILE-NOT-OPENED TO TRUE
               PERFORM 3100-CLOSE-BOTH-COPIES
           END-IF.

       3100-CLOSE-BOTH-COPIES SECTION.

       3100-CLOSE-BOTH.
           EVALUATE WS-CMP-FILE-ID
               WHEN 'CU'
                   CLOSE OLD-CUSTOMER-FILE
                   CLOSE NEW-CUSTOMER-FILE
               WHEN 'OI'
                   CLOSE OLD-OPEN-ITEM-FILE
                   CLOSE NEW-OPEN-ITEM-FILE
               WHEN 'PH'
                   CLOSE OLD-PAY-HISTORY-FILE
                   CLOSE NEW-PAY-HISTORY-FILE
               WHEN 'TH'
                   CLOSE OLD-TRAN-HISTORY-FILE
                   CLOSE NEW-TRAN-HISTORY-FILE
               WHEN 'PL'
                   CLOSE OLD-PAYMENT-PLAN-FILE
                   CLOSE NEW-PAYMENT-PLAN-FILE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Each read counts the record and adds the money it carries to
      * the side's balance total; a read error ends the side as
      * though at end of file and is reported.
      *----------------------------------------------------------------*
       4000-READ-OLD SECTION.

       4000-READ-OLD-COPY.
           MOVE HIGH-VALUES TO WS-OLD-KEY
           EVALUATE WS-CMP-FILE-ID
               WHEN 'CU'
                   READ OLD-CUSTOMER-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-OLD-OK
                       MOVE OLD-CUSTOMER-RECORD(1:WS-KEY-LENGTH)
                           TO WS-OLD-KEY
                       ADD CUST-BALANCE OF OLD-CUSTOMER-RECORD
                           TO WS-OLD-BALANCE
                   END-IF
               WHEN 'OI'
                   READ OLD-OPEN-ITEM-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-OLD-OK
                       MOVE OLD-OPEN-ITEM-RECORD(1:WS-KEY-LENGTH)
                           TO WS-OLD-KEY
                       ADD OPI-OPEN-AMOUNT OF OLD-OPEN-ITEM-RECORD
                           TO WS-OLD-BALANCE
                   END-IF
               WHEN 'PH'
                   READ OLD-PAY-HISTORY-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-OLD-OK
                       MOVE OLD-PAY-HISTORY-RECORD(1:WS-KEY-LENGTH)
                           TO WS-OLD-KEY
                       ADD PMH-PAYMENT-AMOUNT OF OLD-PAY-HISTORY-RECORD
                           TO WS-OLD-BALANCE
                   END-IF
               WHEN 'TH'
                   READ OLD-TRAN-HISTORY-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-OLD-OK
                       MOVE OLD-TRAN-HISTORY-RECORD(1:WS-KEY-LENGTH)
                           TO WS-OLD-KEY
                       ADD TRH-AMOUNT OF OLD-TRAN-HISTORY-RECORD
                           TO WS-OLD-BALANCE
                   END-IF
               WHEN 'PL'
                   READ OLD-PAYMENT-PLAN-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-OLD-OK
                       MOVE OLD-PAYMENT-PLAN-RECORD(1:WS-KEY-LENGTH)
                           TO WS-OLD-KEY
                       ADD PLN-TOTAL-OWED OF OLD-PAYMENT-PLAN-RECORD
                           TO WS-OLD-BALANCE
                   END-IF
           END-EVALUATE
           IF WS-OLD-OK
               ADD 1 TO WS-OLD-RECORDS
           ELSE
               IF WS-OLD-STATUS NOT = '10'
                   DISPLAY 'ERROR READING OLD COPY OF '
                       WS-PCF-DATASET(WS-PCF-IDX) ': ' WS-OLD-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       4100-READ-NEW SECTION.

       4100-READ-NEW-COPY.
           MOVE HIGH-VALUES TO WS-NEW-KEY
           EVALUATE WS-CMP-FILE-ID
               WHEN 'CU'
                   READ NEW-CUSTOMER-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-NEW-OK
                       MOVE NEW-CUSTOMER-RECORD(1:WS-KEY-LENGTH)
                           TO WS-NEW-KEY
                       ADD CUST-BALANCE OF NEW-CUSTOMER-RECORD
                           TO WS-NEW-BALANCE
                   END-IF
               WHEN 'OI'
                   READ NEW-OPEN-ITEM-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-NEW-OK
                       MOVE NEW-OPEN-ITEM-RECORD(1:WS-KEY-LENGTH)
                           TO WS-NEW-KEY
                       ADD OPI-OPEN-AMOUNT OF NEW-OPEN-ITEM-RECORD
                           TO WS-NEW-BALANCE
                   END-IF
               WHEN 'PH'
                   READ NEW-PAY-HISTORY-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-NEW-OK
                       MOVE NEW-PAY-HISTORY-RECORD(1:WS-KEY-LENGTH)
                           TO WS-NEW-KEY
                       ADD PMH-PAYMENT-AMOUNT OF NEW-PAY-HISTORY-RECORD
                           TO WS-NEW-BALANCE
                   END-IF
               WHEN 'TH'
                   READ NEW-TRAN-HISTORY-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-NEW-OK
                       MOVE NEW-TRAN-HISTORY-RECORD(1:WS-KEY-LENGTH)
                           TO WS-NEW-KEY
                       ADD TRH-AMOUNT OF NEW-TRAN-HISTORY-RECORD
                           TO WS-NEW-BALANCE
                   END-IF
               WHEN 'PL'
                   READ NEW-PAYMENT-PLAN-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-NEW-OK
                       MOVE NEW-PAYMENT-PLAN-RECORD(1:WS-KEY-LENGTH)
                           TO WS-NEW-KEY
                       ADD PLN-TOTAL-OWED OF NEW-PAYMENT-PLAN-RECORD
                           TO WS-NEW-BALANCE
                   END-IF
           END-EVALUATE
           IF WS-NEW-OK
               ADD 1 TO WS-NEW-RECORDS
           ELSE
               IF WS-NEW-STATUS NOT = '10'
                   DISPLAY 'ERROR READING NEW COPY OF '
                       WS-PCF-DATASET(WS-PCF-IDX) ': ' WS-NEW-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A record on both sides is identical, equal once the excluded
      * fields are set aside, or differing. Bytes that differ outside
      * every named field (reserved FILLER) still make the record
      * differ, on a line of their own.
      *----------------------------------------------------------------*
       5000-COMPARE-RECORD SECTION.

       5000-COMPARE-REC.
           SET WS-RECORD-AGREES TO TRUE
           COMPUTE WS-DIFFS-BEFORE = WS-FIELD-DIFFS + WS-EXCLUDED-DIFFS
           EVALUATE WS-CMP-FILE-ID
               WHEN 'CU'
                   IF OLD-CUSTOMER-RECORD NOT = NEW-CUSTOMER-RECORD
                       PERFORM 5100-COMPARE-CUSTOMER
                   END-IF
               WHEN 'OI'
                   IF OLD-OPEN-ITEM-RECORD NOT = NEW-OPEN-ITEM-RECORD
                       PERFORM 5200-COMPARE-OPEN-ITEM
                   END-IF
               WHEN 'PH'
                   IF OLD-PAY-HISTORY-RECORD NOT =
                       NEW-PAY-HISTORY-RECORD
                       PERFORM 5300-COMPARE-PAY-HISTORY
                   END-IF
               WHEN 'TH'
                   IF OLD-TRAN-HISTORY-RECORD NOT =
                       NEW-TRAN-HISTORY-RECORD
                       PERFORM 5400-COMPARE-TRAN-HISTORY
                   END-IF
               WHEN 'PL'
                   IF OLD-PAYMENT-PLAN-RECORD NOT =
                       NEW-PAYMENT-PLAN-RECORD
                       PERFORM 5500-COMPARE-PAYMENT-PLAN
                       PERFORM 5510-COMPARE-PLAN-FILLER
                   END-IF
           END-EVALUATE
           IF WS-FIELD-DIFFS + WS-EXCLUDED-DIFFS = WS-DIFFS-BEFORE
               PERFORM 5900-CHECK-UNNAMED-BYTES
           END-IF
           EVALUATE TRUE
               WHEN WS-RECORD-DIFFERS
                   ADD 1 TO WS-MATCHED-DIFFERING
               WHEN WS-FIELD-DIFFS + WS-EXCLUDED-DIFFS >
                   WS-DIFFS-BEFORE
                   ADD 1 TO WS-MATCHED-EXCLUDED
               WHEN OTHER
                   ADD 1 TO WS-MATCHED-IDENTICAL
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CUSTREC field by field. The state and ZIP bytes compare
      * through the CUST-ADDRESS-INTL view, as AUDRPT compares them,
      * so a non-US address does not trip the numeric ZIP pictures.
      *----------------------------------------------------------------*
       5100-COMPARE-CUSTOMER SECTION.

       5100-COMPARE-CUST.
           MOVE 'CUST-FIRST-NAME' TO WS-FLD-NAME
           MOVE CUST-FIRST-NAME OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-FIRST-NAME OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-LAST-NAME' TO WS-FLD-NAME
           MOVE CUST-LAST-NAME OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-LAST-NAME OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-MIDDLE-INIT' TO WS-FLD-NAME
           MOVE CUST-MIDDLE-INIT OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-MIDDLE-INIT OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-COUNTRY-CODE' TO WS-FLD-NAME
           MOVE CUST-COUNTRY-CODE OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-COUNTRY-CODE OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-STREET' TO WS-FLD-NAME
           MOVE CUST-STREET OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-STREET OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-CITY' TO WS-FLD-NAME
           MOVE CUST-CITY OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-CITY OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-PROVINCE' TO WS-FLD-NAME
           MOVE CUST-PROVINCE OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-PROVINCE OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-POSTAL-CODE' TO WS-FLD-NAME
           MOVE CUST-POSTAL-CODE OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-POSTAL-CODE OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-PHONE' TO WS-FLD-NAME
           MOVE CUST-PHONE OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-PHONE OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-EMAIL' TO WS-FLD-NAME
           MOVE CUST-EMAIL OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-EMAIL OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-SECONDARY-NAME' TO WS-FLD-NAME
           MOVE CUST-SECONDARY-NAME OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-SECONDARY-NAME OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-SECONDARY-PHONE' TO WS-FLD-NAME
           MOVE CUST-SECONDARY-PHONE OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-SECONDARY-PHONE OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-CREDIT-LIMIT' TO WS-FLD-NAME
           MOVE CUST-CREDIT-LIMIT OF OLD-CUSTOMER-RECORD
               TO WS-OLD-AMOUNT-X
           MOVE CUST-CREDIT-LIMIT OF NEW-CUSTOMER-RECORD
               TO WS-NEW-AMOUNT-X
           PERFORM 6010-COMPARE-AMOUNT
           MOVE 'CUST-BALANCE' TO WS-FLD-NAME
           MOVE CUST-BALANCE OF OLD-CUSTOMER-RECORD TO WS-OLD-AMOUNT-X
           MOVE CUST-BALANCE OF NEW-CUSTOMER-RECORD TO WS-NEW-AMOUNT-X
           PERFORM 6010-COMPARE-AMOUNT
           MOVE 'CUST-LAST-PAYMENT' TO WS-FLD-NAME
           MOVE CUST-LAST-PAYMENT OF OLD-CUSTOMER-RECORD
               TO WS-OLD-AMOUNT-X
           MOVE CUST-LAST-PAYMENT OF NEW-CUSTOMER-RECORD
               TO WS-NEW-AMOUNT-X
           PERFORM 6010-COMPARE-AMOUNT
           MOVE 'CUST-PAYMENT-DATE' TO WS-FLD-NAME
           MOVE CUST-PAYMENT-DATE OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-PAYMENT-DATE OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-CURRENCY-CODE' TO WS-FLD-NAME
           MOVE CUST-CURRENCY-CODE OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-CURRENCY-CODE OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           PERFORM 5110-COMPARE-CUSTOMER-PROFILE.

       5110-COMPARE-CUSTOMER-PROFILE SECTION.

       5110-COMPARE-PROFILE.
           MOVE 'CUST-STMT-CYCLE' TO WS-FLD-NAME
           MOVE CUST-STMT-CYCLE OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-STMT-CYCLE OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-DELIVERY-PREF' TO WS-FLD-NAME
           MOVE CUST-DELIVERY-PREF OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-DELIVERY-PREF OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-PARENT-ID' TO WS-FLD-NAME
           MOVE CUST-PARENT-ID OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-PARENT-ID OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-BRANCH-CODE' TO WS-FLD-NAME
           MOVE CUST-BRANCH-CODE OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-BRANCH-CODE OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-RISK-RATING' TO WS-FLD-NAME
           MOVE CUST-RISK-RATING OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-RISK-RATING OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-DO-NOT-MAIL' TO WS-FLD-NAME
           MOVE CUST-DO-NOT-MAIL OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-DO-NOT-MAIL OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-DO-NOT-EMAIL' TO WS-FLD-NAME
           MOVE CUST-DO-NOT-EMAIL OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-DO-NOT-EMAIL OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-ADDR-UNDELIV' TO WS-FLD-NAME
           MOVE CUST-ADDR-UNDELIV OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-ADDR-UNDELIV OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-ACCT-STATUS' TO WS-FLD-NAME
           MOVE CUST-ACCT-STATUS OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-ACCT-STATUS OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-STATUS-REASON' TO WS-FLD-NAME
           MOVE CUST-STATUS-REASON OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-STATUS-REASON OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-COMPANY-CODE' TO WS-FLD-NAME
           MOVE CUST-COMPANY-CODE OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-COMPANY-CODE OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-PAYMENT-TERMS' TO WS-FLD-NAME
           MOVE CUST-PAYMENT-TERMS OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-PAYMENT-TERMS OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-AGENCY-PLACED' TO WS-FLD-NAME
           MOVE CUST-AGENCY-PLACED OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-AGENCY-PLACED OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-SANCTIONS-STATUS' TO WS-FLD-NAME
           MOVE CUST-SANCTIONS-STATUS OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-SANCTIONS-STATUS OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-LANGUAGE-CODE' TO WS-FLD-NAME
           MOVE CUST-LANGUAGE-CODE OF OLD-CUSTOMER-RECORD
               TO WS-OLD-VALUE
           MOVE CUST-LANGUAGE-CODE OF NEW-CUSTOMER-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'CUST-PO-REQUIRED' TO WS-FLD-NAME
           MOVE CUST-PO-REQUIRED OF OLD-CUSTOMER-RECORD TO WS-OLD-VALUE
           MOVE CUST-PO-REQUIRED OF NEW-CUSTOMER-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD.

       5200-COMPARE-OPEN-ITEM SECTION.

       5200-COMPARE-OPI.
           MOVE 'OPI-CUST-ID' TO WS-FLD-NAME
           MOVE OPI-CUST-ID OF OLD-OPEN-ITEM-RECORD TO WS-OLD-VALUE
           MOVE OPI-CUST-ID OF NEW-OPEN-ITEM-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'OPI-TRAN-DATE' TO WS-FLD-NAME
           MOVE OPI-TRAN-DATE OF OLD-OPEN-ITEM-RECORD TO WS-OLD-VALUE
           MOVE OPI-TRAN-DATE OF NEW-OPEN-ITEM-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'OPI-ORIGINAL-AMOUNT' TO WS-FLD-NAME
           MOVE OPI-ORIGINAL-AMOUNT OF OLD-OPEN-ITEM-RECORD
               TO WS-OLD-AMOUNT-X
           MOVE OPI-ORIGINAL-AMOUNT OF NEW-OPEN-ITEM-RECORD
               TO WS-NEW-AMOUNT-X
           PERFORM 6010-COMPARE-AMOUNT
           MOVE 'OPI-OPEN-AMOUNT' TO WS-FLD-NAME
           MOVE OPI-OPEN-AMOUNT OF OLD-OPEN-ITEM-RECORD
               TO WS-OLD-AMOUNT-X
           MOVE OPI-OPEN-AMOUNT OF NEW-OPEN-ITEM-RECORD
               TO WS-NEW-AMOUNT-X
           PERFORM 6010-COMPARE-AMOUNT
           MOVE 'OPI-STATUS-FLAG' TO WS-FLD-NAME
           MOVE OPI-STATUS-FLAG OF OLD-OPEN-ITEM-RECORD TO WS-OLD-VALUE
           MOVE OPI-STATUS-FLAG OF NEW-OPEN-ITEM-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'OPI-DUE-DATE' TO WS-FLD-NAME
           MOVE OPI-DUE-DATE OF OLD-OPEN-ITEM-RECORD TO WS-OLD-VALUE
           MOVE OPI-DUE-DATE OF NEW-OPEN-ITEM-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'OPI-DISC-DATE' TO WS-FLD-NAME
           MOVE OPI-DISC-DATE OF OLD-OPEN-ITEM-RECORD TO WS-OLD-VALUE
           MOVE OPI-DISC-DATE OF NEW-OPEN-ITEM-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'OPI-DISC-PCT' TO WS-FLD-NAME
           MOVE OPI-DISC-PCT OF OLD-OPEN-ITEM-RECORD TO WS-OLD-AMOUNT-X
           MOVE OPI-DISC-PCT OF NEW-OPEN-ITEM-RECORD TO WS-NEW-AMOUNT-X
           PERFORM 6010-COMPARE-AMOUNT
           MOVE 'OPI-PO-NUMBER' TO WS-FLD-NAME
           MOVE OPI-PO-NUMBER OF OLD-OPEN-ITEM-RECORD TO WS-OLD-VALUE
           MOVE OPI-PO-NUMBER OF NEW-OPEN-ITEM-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD.

       5300-COMPARE-PAY-HISTORY SECTION.

       5300-COMPARE-PMH.
           MOVE 'PMH-PAYMENT-DATE' TO WS-FLD-NAME
           MOVE PMH-PAYMENT-DATE OF OLD-PAY-HISTORY-RECORD
               TO WS-OLD-VALUE
           MOVE PMH-PAYMENT-DATE OF NEW-PAY-HISTORY-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'PMH-PAYMENT-AMOUNT' TO WS-FLD-NAME
           MOVE PMH-PAYMENT-AMOUNT OF OLD-PAY-HISTORY-RECORD
               TO WS-OLD-AMOUNT-X
           MOVE PMH-PAYMENT-AMOUNT OF NEW-PAY-HISTORY-RECORD
               TO WS-NEW-AMOUNT-X
           PERFORM 6010-COMPARE-AMOUNT
           MOVE 'PMH-PAY-METHOD' TO WS-FLD-NAME
           MOVE PMH-PAY-METHOD OF OLD-PAY-HISTORY-RECORD
               TO WS-OLD-VALUE
           MOVE PMH-PAY-METHOD OF NEW-PAY-HISTORY-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'PMH-PAY-REFERENCE' TO WS-FLD-NAME
           MOVE PMH-PAY-REFERENCE OF OLD-PAY-HISTORY-RECORD
               TO WS-OLD-VALUE
           MOVE PMH-PAY-REFERENCE OF NEW-PAY-HISTORY-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'PMH-STATUS-FLAG' TO WS-FLD-NAME
           MOVE PMH-STATUS-FLAG OF OLD-PAY-HISTORY-RECORD
               TO WS-OLD-VALUE
           MOVE PMH-STATUS-FLAG OF NEW-PAY-HISTORY-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'PMH-PAY-AUTH-CODE' TO WS-FLD-NAME
           MOVE PMH-PAY-AUTH-CODE OF OLD-PAY-HISTORY-RECORD
               TO WS-OLD-VALUE
           MOVE PMH-PAY-AUTH-CODE OF NEW-PAY-HISTORY-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD.

       5400-COMPARE-TRAN-HISTORY SECTION.

       5400-COMPARE-TRH.
           MOVE 'TRH-CUST-ID' TO WS-FLD-NAME
           MOVE TRH-CUST-ID OF OLD-TRAN-HISTORY-RECORD TO WS-OLD-VALUE
           MOVE TRH-CUST-ID OF NEW-TRAN-HISTORY-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'TRH-TRAN-TYPE' TO WS-FLD-NAME
           MOVE TRH-TRAN-TYPE OF OLD-TRAN-HISTORY-RECORD
               TO WS-OLD-VALUE
           MOVE TRH-TRAN-TYPE OF NEW-TRAN-HISTORY-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'TRH-TRAN-DATE' TO WS-FLD-NAME
           MOVE TRH-TRAN-DATE OF OLD-TRAN-HISTORY-RECORD
               TO WS-OLD-VALUE
           MOVE TRH-TRAN-DATE OF NEW-TRAN-HISTORY-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'TRH-AMOUNT' TO WS-FLD-NAME
           MOVE TRH-AMOUNT OF OLD-TRAN-HISTORY-RECORD
               TO WS-OLD-AMOUNT-X
           MOVE TRH-AMOUNT OF NEW-TRAN-HISTORY-RECORD
               TO WS-NEW-AMOUNT-X
           PERFORM 6010-COMPARE-AMOUNT
           MOVE 'TRH-XFR-TARGET-CUST-ID' TO WS-FLD-NAME
           MOVE TRH-XFR-TARGET-CUST-ID OF OLD-TRAN-HISTORY-RECORD
               TO WS-OLD-VALUE
           MOVE TRH-XFR-TARGET-CUST-ID OF NEW-TRAN-HISTORY-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD.

       5500-COMPARE-PAYMENT-PLAN SECTION.

       5500-COMPARE-PLN.
           MOVE 'PLN-STATUS-FLAG' TO WS-FLD-NAME
           MOVE PLN-STATUS-FLAG OF OLD-PAYMENT-PLAN-RECORD
               TO WS-OLD-VALUE
           MOVE PLN-STATUS-FLAG OF NEW-PAYMENT-PLAN-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'PLN-TOTAL-OWED' TO WS-FLD-NAME
           MOVE PLN-TOTAL-OWED OF OLD-PAYMENT-PLAN-RECORD
               TO WS-OLD-AMOUNT-X
           MOVE PLN-TOTAL-OWED OF NEW-PAYMENT-PLAN-RECORD
               TO WS-NEW-AMOUNT-X
           PERFORM 6010-COMPARE-AMOUNT
           MOVE 'PLN-INSTALL-AMOUNT' TO WS-FLD-NAME
           MOVE PLN-INSTALL-AMOUNT OF OLD-PAYMENT-PLAN-RECORD
               TO WS-OLD-AMOUNT-X
           MOVE PLN-INSTALL-AMOUNT OF NEW-PAYMENT-PLAN-RECORD
               TO WS-NEW-AMOUNT-X
           PERFORM 6010-COMPARE-AMOUNT
           MOVE 'PLN-DUE-DAY' TO WS-FLD-NAME
           MOVE PLN-DUE-DAY OF OLD-PAYMENT-PLAN-RECORD TO WS-OLD-VALUE
           MOVE PLN-DUE-DAY OF NEW-PAYMENT-PLAN-RECORD TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'PLN-TERM-MONTHS' TO WS-FLD-NAME
           MOVE PLN-TERM-MONTHS OF OLD-PAYMENT-PLAN-RECORD
               TO WS-OLD-VALUE
           MOVE PLN-TERM-MONTHS OF NEW-PAYMENT-PLAN-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'PLN-INSTALLMENTS-PAID' TO WS-FLD-NAME
           MOVE PLN-INSTALLMENTS-PAID OF OLD-PAYMENT-PLAN-RECORD
               TO WS-OLD-VALUE
           MOVE PLN-INSTALLMENTS-PAID OF NEW-PAYMENT-PLAN-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'PLN-START-DATE' TO WS-FLD-NAME
           MOVE PLN-START-DATE OF OLD-PAYMENT-PLAN-RECORD
               TO WS-OLD-VALUE
           MOVE PLN-START-DATE OF NEW-PAYMENT-PLAN-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD
           MOVE 'PLN-LAST-PAID-DATE' TO WS-FLD-NAME
           MOVE PLN-LAST-PAID-DATE OF OLD-PAYMENT-PLAN-RECORD
               TO WS-OLD-VALUE
           MOVE PLN-LAST-PAID-DATE OF NEW-PAYMENT-PLAN-RECORD
               TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD.

      *----------------------------------------------------------------*
      * PLANREC closes on ten reserved bytes; a program that starts
      * writing there shows up here before the field is named.
      *----------------------------------------------------------------*
       5510-COMPARE-PLAN-FILLER SECTION.

       5510-COMPARE-FILLER.
           MOVE 'PLANREC FILLER' TO WS-FLD-NAME
           MOVE OLD-PAYMENT-PLAN-RECORD(51:10) TO WS-OLD-VALUE
           MOVE NEW-PAYMENT-PLAN-RECORD(51:10) TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD.

      *----------------------------------------------------------------*
      * Records whose bytes differ although no named field does - a
      * sign held differently on a zero amount, say - are not passed
      * as identical; the record is listed as differing without a
      * field to name.
      *----------------------------------------------------------------*
       5900-CHECK-UNNAMED-BYTES SECTION.

       5900-CHECK-UNNAMED.
           EVALUATE WS-CMP-FILE-ID
               WHEN 'CU'
                   IF OLD-CUSTOMER-RECORD NOT = NEW-CUSTOMER-RECORD
                       SET WS-RECORD-DIFFERS TO TRUE
                   END-IF
               WHEN 'OI'
                   IF OLD-OPEN-ITEM-RECORD NOT = NEW-OPEN-ITEM-RECORD
                       SET WS-RECORD-DIFFERS TO TRUE
                   END-IF
               WHEN 'PH'
                   IF OLD-PAY-HISTORY-RECORD NOT =
                       NEW-PAY-HISTORY-RECORD
                       SET WS-RECORD-DIFFERS TO TRUE
                   END-IF
               WHEN 'TH'
                   IF OLD-TRAN-HISTORY-RECORD NOT =
                       NEW-TRAN-HISTORY-RECORD
                       SET WS-RECORD-DIFFERS TO TRUE
                   END-IF
               WHEN 'PL'
                   IF OLD-PAYMENT-PLAN-RECORD NOT =
                       NEW-PAYMENT-PLAN-RECORD
                       SET WS-RECORD-DIFFERS TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-RECORD-DIFFERS
               ADD 1 TO WS-FIELD-DIFFS
               MOVE WS-OLD-KEY TO WS-DTL-KEY
               MOVE 'RECORD BYTES, NO FIELD' TO WS-DTL-FIELD
               MOVE 'RECORD IMAGES DIFFER OUTSIDE THE NAMED FIELDS'
                   TO WS-DTL-OLD-VALUE
               MOVE SPACES TO WS-DTL-NEW-VALUE
               PERFORM 6900-WRITE-DETAIL
           END-IF.

      *----------------------------------------------------------------*
      * A differing field is checked against the exclusion list:
      * excluded, it is counted against its exclusion; otherwise it
      * is listed and makes the record differ.
      *----------------------------------------------------------------*
       6000-COMPARE-FIELD SECTION.

       6000-COMPARE-FLD.
           IF WS-OLD-VALUE NOT = WS-NEW-VALUE
               PERFORM 6100-CHECK-EXCLUSION
               IF WS-FIELD-EXCLUDED
                   ADD 1 TO WS-EXCLUDED-DIFFS
                   ADD 1 TO WS-EXC-HITS(WS-EXC-IDX)
               ELSE
                   ADD 1 TO WS-FIELD-DIFFS
                   SET WS-RECORD-DIFFERS TO TRUE
                   MOVE WS-OLD-KEY TO WS-DTL-KEY
                   MOVE WS-FLD-NAME TO WS-DTL-FIELD
                   MOVE WS-OLD-VALUE TO WS-DTL-OLD-VALUE
                   MOVE WS-NEW-VALUE TO WS-DTL-NEW-VALUE
                   PERFORM 6900-WRITE-DETAIL
               END-IF
           END-IF.

       6010-COMPARE-AMOUNT SECTION.

       6010-COMPARE-AMT.
           MOVE WS-OLD-AMOUNT-X TO WS-OLD-VALUE
           MOVE WS-NEW-AMOUNT-X TO WS-NEW-VALUE
           PERFORM 6000-COMPARE-FIELD.

       6100-CHECK-EXCLUSION SECTION.

       6100-CHECK-EXC.
           SET WS-FIELD-NOT-EXCLUDED TO TRUE
           MOVE 1 TO WS-EXC-IDX
           PERFORM 6110-MATCH-EXCLUSION
               UNTIL WS-EXC-IDX > WS-EXC-COUNT OR WS-FIELD-EXCLUDED.

       6110-MATCH-EXCLUSION SECTION.

       6110-MATCH-EXC.
           IF WS-EXC-FIELD-NAME(WS-EXC-IDX) = WS-FLD-NAME
               AND (WS-EXC-FILE-ID(WS-EXC-IDX) = SPACES
                 OR WS-EXC-FILE-ID(WS-EXC-IDX) = WS-CMP-FILE-ID)
               SET WS-FIELD-EXCLUDED TO TRUE
           ELSE
               ADD 1 TO WS-EXC-IDX
           END-IF.

       6900-WRITE-DETAIL SECTION.

       6900-WRITE-DTL.
           ADD 1 TO WS-DETAIL-LINES
           IF WS-DETAIL-LINES NOT > WS-DETAIL-LIMIT
               WRITE PRINT-LINE FROM WS-DETAIL-LINE
           END-IF
           IF WS-DETAIL-LINES = WS-DETAIL-LIMIT
               MOVE SPACES TO PRINT-LINE
               MOVE 'DETAIL LIMIT REACHED - FURTHER DIFFERENCES FOR '
                   TO PRINT-LINE
               MOVE WS-CMP-FILE-ID TO PRINT-LINE(48:2)
               MOVE ' ARE COUNTED ONLY' TO PRINT-LINE(50:17)
               WRITE PRINT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * The control totals for the two copies side by side, and the
      * verdict: the file agrees only when every record matched, no
      * field outside the exclusions differs and the money totals
      * are equal.
      *----------------------------------------------------------------*
       7000-PRINT-FILE-TOTALS SECTION.

       7000-PRINT-TOTALS.
           ADD 1 TO WS-FILES-COMPARED
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'RECORDS OLD / NEW:' TO WS-TOT-LABEL
           MOVE WS-OLD-RECORDS TO WS-TOT-OLD
           MOVE WS-NEW-RECORDS TO WS-TOT-NEW
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'ONLY IN OLD / ONLY IN NEW:' TO WS-TOT-LABEL
           MOVE WS-ONLY-OLD TO WS-TOT-OLD
           MOVE WS-ONLY-NEW TO WS-TOT-NEW
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'MATCHED IDENTICAL / DIFFERING:' TO WS-TOT-LABEL
           MOVE WS-MATCHED-IDENTICAL TO WS-TOT-OLD
           MOVE WS-MATCHED-DIFFERING TO WS-TOT-NEW
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'MATCHED AFTER EXCLUSIONS:' TO WS-TOT-LABEL
           MOVE WS-MATCHED-EXCLUDED TO WS-TOT-OLD
           MOVE 0 TO WS-TOT-NEW
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'FIELD DIFFS LISTED / EXCLUDED:' TO WS-TOT-LABEL
           MOVE WS-FIELD-DIFFS TO WS-TOT-OLD
           MOVE WS-EXCLUDED-DIFFS TO WS-TOT-NEW
           WRITE PRINT-LINE FROM WS-TOTAL-LINE
           MOVE WS-OLD-BALANCE TO WS-BAL-OLD
           MOVE WS-NEW-BALANCE TO WS-BAL-NEW
           WRITE PRINT-LINE FROM WS-BALANCE-LINE
           MOVE WS-CMP-FILE-ID TO WS-VRD-FILE-ID
           IF WS-ONLY-OLD = 0 AND WS-ONLY-NEW = 0
               AND WS-MATCHED-DIFFERING = 0
               AND WS-OLD-BALANCE = WS-NEW-BALANCE
               ADD 1 TO WS-FILES-AGREEING
               MOVE 'AGREES' TO WS-VRD-TEXT
           ELSE
               ADD 1 TO WS-FILES-DIFFERING
               MOVE 'DIFFERS' TO WS-VRD-TEXT
           END-IF
           WRITE PRINT-LINE FROM WS-VERDICT-LINE
           DISPLAY 'PARALLEL COMPARE ' WS-PCF-DATASET(WS-PCF-IDX)
               ' OLD: ' WS-OLD-RECORDS ' NEW: ' WS-NEW-RECORDS
               ' ONLY OLD: ' WS-ONLY-OLD ' ONLY NEW: ' WS-ONLY-NEW
               ' DIFFERING: ' WS-MATCHED-DIFFERING ' '
               WS-VRD-TEXT.

       8000-PRINT-EXCLUSIONS SECTION.

       8000-PRINT-EXC.
           IF WS-EXC-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 'EXCLUSIONS APPLIED' TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM 8100-PRINT-ONE-EXCLUSION
                   VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
           END-IF.

       8100-PRINT-ONE-EXCLUSION SECTION.

       8100-PRINT-ONE.
           IF WS-EXC-FILE-ID(WS-EXC-IDX) = SPACES
               MOVE '**' TO WS-EXL-FILE-ID
           ELSE
               MOVE WS-EXC-FILE-ID(WS-EXC-IDX) TO WS-EXL-FILE-ID
           END-IF
           MOVE WS-EXC-FIELD-NAME(WS-EXC-IDX) TO WS-EXL-FIELD-NAME
           MOVE WS-EXC-HITS(WS-EXC-IDX) TO WS-EXL-HITS
           WRITE PRINT-LINE FROM WS-EXCLUSION-LINE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-PRINT-OK
               CLOSE COMPARE-REPORT
           END-IF
           DISPLAY 'FILES COMPARED:             ' WS-FILES-COMPARED
           DISPLAY 'FILES AGREEING:             ' WS-FILES-AGREEING
           DISPLAY 'FILES DIFFERING:            ' WS-FILES-DIFFERING
           DISPLAY 'FILES NOT COMPARED:         ' WS-FILES-NOT-COMPARED
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   DISPLAY 'PARALLEL COMPARE NOT COMPLETED'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-FILES-NOT-COMPARED > 0
                   MOVE 12 TO RETURN-CODE
               WHEN WS-FILES-DIFFERING > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
