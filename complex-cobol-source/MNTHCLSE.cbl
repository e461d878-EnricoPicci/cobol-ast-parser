      * WOLEDGER write-offs and the unapplied credits - so KPITREND
      * can print the trend instead of someone hand-copying the
      * month's reports into a spreadsheet.
      *
      * A company is only closed once ARTRIAL has proved its
      * receivables subledger against the GL control accounts for the
      * period (a tied row on ARTBRES). A company without one keeps
      * its period open and the run ends with return code 8.
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KPI-STATUS.

           SELECT TRIAL-RESULT-FILE ASSIGN TO 'ARTBRES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
       FD  KPI-HISTORY-FILE.
           COPY KPIREC.

       FD  TRIAL-RESULT-FILE.
           COPY ARTBREC.

       WORKING-STORAGE SECTION.

       01  WS-PCT-STATUS                   PIC XX.
       01  WS-NEW-STATUS                   PIC XX.
           88  WS-NEW-OK                   VALUE '00'.

       01  WS-ATB-STATUS                   PIC XX.
           88  WS-ATB-OK                   VALUE '00'.
           88  WS-ATB-EOF                  VALUE '10'.

       COPY RUNPARM.

       COPY DATEPARM.

       01  WS-PERIODS-COPIED               PIC 9(3) VALUE 0.

      *----------------------------------------------------------------*
      * Companies ARTRIAL found tied, with the period it proved.
      *----------------------------------------------------------------*
       01  WS-TIED-COUNT                   PIC 9(2) VALUE 0.
       01  WS-TIED-TABLE.
           05  WS-TIE-ENTRY OCCURS 10 TIMES.
               10  WS-TIE-COMPANY          PIC X(2).
               10  WS-TIE-PERIOD           PIC 9(6).

       01  WS-TIE-IDX                      PIC 9(2).
       01  WS-CLOSE-COMPANY                PIC X(2).
       01  WS-CLOSES-REFUSED               PIC 9(2) VALUE 0.

      *----------------------------------------------------------------*
      * KPI collection work: the snapshot ages through DATEUTIL the
      * same way DUNNING ages it, suspense value reads off the held
                       WS-NEW-STATUS
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM 1100-LOAD-TRIAL-RESULTS
           END-IF.

      *----------------------------------------------------------------*
      * No result file means no company has been proved, so every
      * close is refused rather than the check standing down.
      *----------------------------------------------------------------*
       1100-LOAD-TRIAL-RESULTS SECTION.

       1100-LOAD-TRIAL.
           OPEN INPUT TRIAL-RESULT-FILE
           IF NOT WS-ATB-OK
               DISPLAY 'NO TRIAL BALANCE RESULTS, NO COMPANY CAN '
                   'CLOSE: ' WS-ATB-STATUS
           ELSE
               PERFORM 1110-LOAD-ONE-RESULT UNTIL WS-ATB-EOF
               CLOSE TRIAL-RESULT-FILE
           END-IF.

       1110-LOAD-ONE-RESULT SECTION.

       1110-LOAD-ONE.
           READ TRIAL-RESULT-FILE
               AT END
                   SET WS-ATB-EOF TO TRUE
               NOT AT END
                   IF ATB-TIED
                       IF WS-TIED-COUNT < 10
                           ADD 1 TO WS-TIED-COUNT
                           MOVE ATB-COMPANY-CODE TO
                               WS-TIE-COMPANY(WS-TIED-COUNT)
                           MOVE ATB-PERIOD TO
                               WS-TIE-PERIOD(WS-TIED-COUNT)
                       ELSE
                           DISPLAY 'TRIAL RESULT TABLE FULL, COMPANY '
                               'NOT LOADED: ' ATB-COMPANY-CODE
                       END-IF
                   END-IF
           END-READ.

       2000-COPY-AND-CLOSE SECTION.

      *----------------------------------------------------------------*
      * Closed periods copy through untouched; the open period is
      * rewritten closed with today's date on its way through, unless
      * its company's trial balance has not tied for that period, when
      * it copies through still open.
      *----------------------------------------------------------------*
       2000-COPY-CLOSE.
           READ PERIOD-CONTROL-FILE
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PCT-OPEN OF PERIOD-CONTROL-RECORD
                       PERFORM 2050-CHECK-TRIAL-BALANCE
                   END-IF
                   IF PCT-OPEN OF PERIOD-CONTROL-RECORD
                       AND WS-TIE-IDX <= WS-TIED-COUNT
                       PERFORM 2100-REMEMBER-CLOSED-PERIOD
                       SET PCT-CLOSED OF PERIOD-CONTROL-RECORD TO TRUE
                       MOVE WS-TODAY-DATE TO
                   ADD 1 TO WS-PERIODS-COPIED
           END-READ.

       2050-CHECK-TRIAL-BALANCE SECTION.

       2050-CHECK-TRIAL.
           IF PCT-COMPANY-CODE OF PERIOD-CONTROL-RECORD = SPACES
               MOVE '01' TO WS-CLOSE-COMPANY
           ELSE
               MOVE PCT-COMPANY-CODE OF PERIOD-CONTROL-RECORD TO
                   WS-CLOSE-COMPANY
           END-IF
           MOVE 1 TO WS-TIE-IDX
           PERFORM 2060-STEP-TIED-INDEX
               UNTIL WS-TIE-IDX > WS-TIED-COUNT
                   OR (WS-TIE-COMPANY(WS-TIE-IDX) = WS-CLOSE-COMPANY
                       AND WS-TIE-PERIOD(WS-TIE-IDX) =
                           PCT-PERIOD OF PERIOD-CONTROL-RECORD)
           IF WS-TIE-IDX > WS-TIED-COUNT
               DISPLAY 'TRIAL BALANCE DOES NOT TIE, PERIOD CLOSE '
                   'REFUSED FOR COMPANY ' WS-CLOSE-COMPANY
                   ' PERIOD ' PCT-PERIOD OF PERIOD-CONTROL-RECORD
               ADD 1 TO WS-CLOSES-REFUSED
           END-IF.

       2060-STEP-TIED-INDEX SECTION.

       2060-STEP-TIED.
           ADD 1 TO WS-TIE-IDX.

       2100-REMEMBER-CLOSED-PERIOD SECTION.

      *----------------------------------------------------------------*
       9000-FINAL.
           CLOSE PERIOD-CONTROL-FILE
           CLOSE PERIOD-CONTROL-NEW
           IF WS-CLOSES-REFUSED > 0
               DISPLAY 'COMPANIES NOT CLOSED:   ' WS-CLOSES-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'PERIOD RECORDS CARRIED: ' WS-PERIODS-COPIED.
