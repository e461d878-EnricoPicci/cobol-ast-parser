      * percent is supplied the same way CUSTPRGE's cutoff is -
      * ACCEPTed FROM COMMAND-LINE - and defaults to five tenths
      * (half a percent) when absent.
      *
      * The allowance for doubtful accounts ALLOWRSV keeps per company
      * and period prints beside each period's write-offs, summed
      * across companies; a period with no allowance row shows zero.
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KPI-STATUS.

           SELECT ALLOWANCE-HISTORY-FILE ASSIGN TO 'ALWHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALH-KEY
               FILE STATUS IS WS-ALH-STATUS.

           SELECT TREND-REPORT ASSIGN TO 'KPITREND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD  KPI-HISTORY-FILE.
           COPY KPIREC.

       FD  ALLOWANCE-HISTORY-FILE.
           COPY ALWHIST.

       FD  TREND-REPORT.
       01  PRINT-LINE                      PIC X(132).

       01  WS-KPI-STATUS                   PIC XX.
           88  WS-KPI-OK                   VALUE '00'.

       01  WS-ALH-STATUS                   PIC XX.
           88  WS-ALH-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-ALH-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-ALH-EOF              VALUE 'Y'.
               88  WS-ALH-NOT-EOF          VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).

               10  WS-TRD-SUSP-VALUE       PIC S9(11)V99.
               10  WS-TRD-WRITEOFFS        PIC S9(11)V99.
               10  WS-TRD-CREDITS          PIC S9(11)V99.
               10  WS-TRD-ALLOWANCE        PIC S9(11)V99.

       01  WS-TRD-IDX                      PIC 9(2).
       01  WS-PCT-CHANGE                   PIC S9(3)V9.
           05  FILLER                      PIC X(10)
               VALUE '  CREDITS '.
           05  WS-TL2-CREDITS              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(12)
               VALUE '  ALLOWANCE '.
           05  WS-TL2-ALLOWANCE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

           MOVE KPI-WRITEOFF-TOTAL TO
               WS-TRD-WRITEOFFS(WS-TREND-COUNT)
           MOVE KPI-UNAPPLIED-CREDITS TO
               WS-TRD-CREDITS(WS-TREND-COUNT)
           MOVE 0 TO WS-TRD-ALLOWANCE(WS-TREND-COUNT).

       3000-ADD-ALLOWANCE-HISTORY SECTION.

      *----------------------------------------------------------------*
      * A missing allowance history leaves the allowance column at
      * zero rather than stopping the report.
      *----------------------------------------------------------------*
       3000-ADD-ALLOWANCE.
           OPEN INPUT ALLOWANCE-HISTORY-FILE
           IF NOT WS-ALH-OK
               DISPLAY 'ALLOWANCE HISTORY NOT AVAILABLE, ALLOWANCE '
                   'SHOWN AS ZERO: ' WS-ALH-STATUS
           ELSE
               SET WS-ALH-NOT-EOF TO TRUE
               PERFORM 3100-ADD-ONE-ALLOWANCE UNTIL WS-ALH-EOF
               CLOSE ALLOWANCE-HISTORY-FILE
           END-IF.

       3100-ADD-ONE-ALLOWANCE SECTION.

       3100-ADD-ONE.
           READ ALLOWANCE-HISTORY-FILE
               AT END
                   SET WS-ALH-EOF TO TRUE
               NOT AT END
                   PERFORM 3110-MATCH-ONE-PERIOD
                       VARYING WS-TRD-IDX FROM 1 BY 1
                       UNTIL WS-TRD-IDX > WS-TREND-COUNT
           END-READ.

       3110-MATCH-ONE-PERIOD SECTION.

       3110-MATCH-PERIOD.
           IF WS-TRD-PERIOD(WS-TRD-IDX) = ALH-PERIOD
               ADD ALH-REQUIRED-ALLOWANCE TO
                   WS-TRD-ALLOWANCE(WS-TRD-IDX)
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE KPI-HISTORY-FILE
           PERFORM 3000-ADD-ALLOWANCE-HISTORY
           PERFORM 9100-PRINT-ONE-PERIOD
               VARYING WS-TRD-IDX FROM 1 BY 1
               UNTIL WS-TRD-IDX > WS-TREND-COUNT
      *----------------------------------------------------------------*
      * Two lines per period: the aging row with the delinquency
      * change flag against the prior period, then the suspense,
      * write-off, credit and allowance figures beneath it.
      *----------------------------------------------------------------*
       9100-PRINT-PERIOD.
           INITIALIZE WS-TREND-LINE
           MOVE WS-TRD-SUSP-VALUE(WS-TRD-IDX) TO WS-TL2-SUSP-VALUE
           MOVE WS-TRD-WRITEOFFS(WS-TRD-IDX) TO WS-TL2-WRITEOFFS
           MOVE WS-TRD-CREDITS(WS-TRD-IDX) TO WS-TL2-CREDITS
           MOVE WS-TRD-ALLOWANCE(WS-TRD-IDX) TO WS-TL2-ALLOWANCE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE-2.
