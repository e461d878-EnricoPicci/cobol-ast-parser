       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCRSCN.
      *================================================================*
      * MONTHLY SANCTIONS RESCREEN OF THE CUSTOMER FILE
      * Screens every customer on CUSTOMER-FILE against the sanctions
      * list through SANCSCRN whenever a new issue of the list has
      * been loaded since the last full screen. The control file
      * SANCCTL holds the publication date of the issue the file was
      * last screened against; when the list SANCLOAD built carries
      * the same date the run does nothing, so the job can sit on
      * the monthly schedule and only work when the list changed.
      * Run parameter 'F' in position 1 forces a full rescreen of
      * the current issue regardless.
      *
      * A potential match is put on hold with reason SN and the
      * sanctions flag pending, journalled to the audit file like a
      * CUSTMAIN update, queued for SANCREVW's compliance review and
      * listed on the rescreen report. Accounts already under review
      * and accounts sold to a debt buyer are passed over; a match
      * the compliance officer has already cleared is not raised
      * again (SANCSCRN checks the queue for it).
      *
      * The guarantor on an account (GUARFILE) is rescreened with
      * the customer; a match on the guarantor's name holds the
      * account the same way and marks the guarantor pending.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GUARANTOR-FILE ASSIGN TO 'GUARFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUA-CUST-ID
               FILE STATUS IS WS-GUA-STATUS.

           SELECT SCREEN-CONTROL-FILE ASSIGN TO 'SANCCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCT-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDITFIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RESCREEN-REPORT ASSIGN TO 'SANCRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

      *----------------------------------------------------------------*
      * One row: the list issue the customer file was last fully
      * screened against, when, and what it found.
      *----------------------------------------------------------------*
       FD  SCREEN-CONTROL-FILE.
       01  SCREEN-CONTROL-RECORD.
           05  SCT-LIST-DATE               PIC 9(8).
           05  SCT-SCREEN-DATE             PIC 9(8).
           05  SCT-CUSTOMERS-SCREENED      PIC 9(7).
           05  SCT-MATCHES-HELD            PIC 9(7).
           05  FILLER                      PIC X(20).

       FD  AUDIT-JOURNAL-FILE.
           COPY AUDITREC.

       FD  GUARANTOR-FILE.
           COPY GUARREC.

       FD  RESCREEN-REPORT.
       01  PRINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-SCT-STATUS                   PIC XX.
           88  WS-SCT-OK                   VALUE '00'.

       01  WS-AUDIT-STATUS                 PIC XX.
           88  WS-AUDIT-OK                 VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

      *----------------------------------------------------------------*
      * A missing guarantor file just means no guarantor is screened.
      *----------------------------------------------------------------*
       01  WS-GUA-STATUS                   PIC XX.
           88  WS-GUA-OK                   VALUE '00'.

       01  WS-GUA-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-GUA-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-GUA-FILE-ABSENT          VALUE 'N'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-BEFORE-IMAGE==.

       COPY RUNPARM.

       COPY AUDCPARM.

       COPY SANCPARM.

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-RUN-MODE            PIC X(1).
               88  WS-PARM-FORCE           VALUE 'F'.
           05  FILLER                      PIC X(19).

      *----------------------------------------------------------------*
      * Registry interlock on CUSTFILE, registered exclusive through
      * RUNCTL's LK function before the I-O open and released at end
      * of step, the same arrangement the other updaters take.
      *----------------------------------------------------------------*
       01  WS-CUSTFILE-LOCK-FLAG           PIC X VALUE 'N'.
           88  WS-CUSTFILE-LOCKED          VALUE 'Y'.
           88  WS-CUSTFILE-NOT-LOCKED      VALUE 'N'.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-SKIP-FLAG                    PIC X VALUE 'N'.
           88  WS-LIST-UNCHANGED           VALUE 'Y'.
           88  WS-LIST-CHANGED             VALUE 'N'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-LIST-DATE                    PIC 9(8) VALUE 0.
       01  WS-LAST-LIST-DATE               PIC 9(8) VALUE 0.

       01  WS-RESCREEN-TOTALS.
           05  WS-CUSTOMERS-READ           PIC 9(7) VALUE 0.
           05  WS-CUSTOMERS-SCREENED       PIC 9(7) VALUE 0.
           05  WS-ALREADY-UNDER-REVIEW     PIC 9(7) VALUE 0.
           05  WS-SOLD-SKIPPED             PIC 9(7) VALUE 0.
           05  WS-MATCHES-HELD             PIC 9(7) VALUE 0.
           05  WS-GUARANTORS-SCREENED      PIC 9(7) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE 'SANCTIONS RESCREEN'.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE 'LIST DATE: '.
           05  WS-HDG-LIST-DATE            PIC 9(8).

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-NAME                 PIC X(56).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-COUNTRY              PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-ENTRY-ID             PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-MATCH-TYPE           PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-PROGRAM              PIC X(8).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(30).
           05  WS-SUM-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN AND WS-LIST-CHANGED
               PERFORM 2000-RESCREEN-ONE-CUSTOMER UNTIL WS-EOF
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-RESCREEN-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM 1050-CHECK-LIST-ISSUE
           IF WS-RUN-CLEAN AND WS-LIST-CHANGED
               PERFORM 1100-OPEN-RESCREEN-FILES
           END-IF.

      *----------------------------------------------------------------*
      * The list's issue date against the issue last screened. No
      * control row yet means the file has never been fully screened.
      *----------------------------------------------------------------*
       1050-CHECK-LIST-ISSUE SECTION.

       1050-CHECK-ISSUE.
           SET SS-FN-LIST-INFO TO TRUE
           CALL 'SANCSCRN' USING SANCSCRN-PARMS
           MOVE SS-LIST-DATE TO WS-LIST-DATE
           IF SS-LIST-UNAVAILABLE
               DISPLAY 'SANCTIONS LIST NOT AVAILABLE, RESCREEN '
                   'REFUSED'
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               OPEN INPUT SCREEN-CONTROL-FILE
               IF WS-SCT-OK
                   READ SCREEN-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SCT-LIST-DATE TO WS-LAST-LIST-DATE
                   END-READ
                   CLOSE SCREEN-CONTROL-FILE
               END-IF
               IF WS-LIST-DATE NOT > WS-LAST-LIST-DATE
                   AND NOT WS-PARM-FORCE
                   SET WS-LIST-UNCHANGED TO TRUE
                   DISPLAY 'SANCTIONS LIST UNCHANGED SINCE LAST '
                       'RESCREEN, ISSUE OF: ' WS-LAST-LIST-DATE
               END-IF
           END-IF.

       1100-OPEN-RESCREEN-FILES SECTION.

       1100-OPEN-FILES.
           SET RC-FN-LOCK-FILE TO TRUE
           MOVE 'SANCRSCN' TO RC-PROGRAM-NAME
           MOVE 'CUSTFILE' TO RC-LOCK-NAME
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-NOT-OK
               DISPLAY 'CUSTFILE IS HELD BY ANOTHER UPDATER, '
                   'RUN REFUSED'
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-CUSTFILE-LOCKED TO TRUE
               OPEN I-O CUSTOMER-FILE
               IF NOT WS-FILE-OK
                   DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                       WS-FILE-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           IF WS-RUN-CLEAN
               OPEN EXTEND AUDIT-JOURNAL-FILE
               IF NOT WS-AUDIT-OK
                   OPEN OUTPUT AUDIT-JOURNAL-FILE
               END-IF
               IF NOT WS-AUDIT-OK
                   DISPLAY 'ERROR OPENING AUDIT JOURNAL FILE: '
                       WS-AUDIT-STATUS
               END-IF
               OPEN I-O GUARANTOR-FILE
               IF WS-GUA-OK
                   SET WS-GUA-FILE-AVAILABLE TO TRUE
               ELSE
                   SET WS-GUA-FILE-ABSENT TO TRUE
                   DISPLAY 'GUARANTOR FILE NOT AVAILABLE, GUARANTOR '
                       'RESCREEN SKIPPED: ' WS-GUA-STATUS
               END-IF
               OPEN OUTPUT RESCREEN-REPORT
               IF NOT WS-PRINT-OK
                   DISPLAY 'ERROR OPENING RESCREEN REPORT: '
                       WS-PRINT-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   MOVE WS-TODAY-DATE TO WS-HDG-DATE
                   MOVE WS-LIST-DATE TO WS-HDG-LIST-DATE
                   WRITE PRINT-LINE FROM WS-HEADING-LINE
               END-IF
           END-IF
           IF WS-RUN-CLEAN
               MOVE LOW-VALUES TO CUST-KEY OF CUSTOMER-RECORD
               START CUSTOMER-FILE KEY IS NOT LESS THAN
                   CUST-KEY OF CUSTOMER-RECORD
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
           END-IF.

       2000-RESCREEN-ONE-CUSTOMER SECTION.

       2000-RESCREEN.
           READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   EVALUATE TRUE
                       WHEN NOT CUST-SANCTIONS-NONE
                            OF WS-WORK-CUSTOMER
                           ADD 1 TO WS-ALREADY-UNDER-REVIEW
                       WHEN CUST-STAT-SOLD OF WS-WORK-CUSTOMER
                           ADD 1 TO WS-SOLD-SKIPPED
                       WHEN OTHER
                           PERFORM 2100-SCREEN-CUSTOMER
                   END-EVALUATE
           END-READ.

       2100-SCREEN-CUSTOMER SECTION.

       2100-SCREEN.
           ADD 1 TO WS-CUSTOMERS-SCREENED
           SET SS-FN-SCREEN TO TRUE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO SS-CUST-ID
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO SS-FULL-NAME
           MOVE CUST-COUNTRY-CODE OF WS-WORK-CUSTOMER TO
               SS-COUNTRY-CODE
           MOVE 'SANCRSCN' TO SS-SOURCE-PROGRAM
           CALL 'SANCSCRN' USING SANCSCRN-PARMS
           IF SS-POTENTIAL-MATCH
               PERFORM 2200-HOLD-FOR-REVIEW
           ELSE
               PERFORM 2150-SCREEN-GUARANTOR
           END-IF.

      *----------------------------------------------------------------*
      * A guarantor already pending review is not screened again.
      *----------------------------------------------------------------*
       2150-SCREEN-GUARANTOR SECTION.

       2150-SCREEN-GUAR.
           IF WS-GUA-FILE-AVAILABLE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO GUA-CUST-ID
               READ GUARANTOR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-GUA-OK AND GUA-SANCTIONS-NONE
                   ADD 1 TO WS-GUARANTORS-SCREENED
                   SET SS-FN-SCREEN TO TRUE
                   MOVE CUST-ID OF WS-WORK-CUSTOMER TO SS-CUST-ID
                   MOVE GUA-FULL-NAME TO SS-FULL-NAME
                   MOVE GUA-COUNTRY TO SS-COUNTRY-CODE
                   MOVE 'SANCRSCN' TO SS-SOURCE-PROGRAM
                   CALL 'SANCSCRN' USING SANCSCRN-PARMS
                   IF SS-POTENTIAL-MATCH
                       SET GUA-SANCTIONS-PENDING TO TRUE
                       REWRITE GUARANTOR-RECORD
                       IF NOT WS-GUA-OK
                           DISPLAY 'ERROR MARKING GUARANTOR PENDING '
                               'FOR: ' GUA-CUST-ID ' STATUS: '
                               WS-GUA-STATUS
                       END-IF
                       PERFORM 2200-HOLD-FOR-REVIEW
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CUSTOMER-RECORD (the FD area) still holds the row just read,
      * so the REWRITE lands on it. The report shows the name that
      * matched, the customer's or the guarantor's.
      *----------------------------------------------------------------*
       2200-HOLD-FOR-REVIEW SECTION.

       2200-HOLD.
           MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
           MOVE CUST-ACCT-STATUS OF WS-WORK-CUSTOMER TO SS-PRIOR-STATUS
           MOVE CUST-STATUS-REASON OF WS-WORK-CUSTOMER TO
               SS-PRIOR-REASON
           SET CUST-STAT-HOLD OF WS-WORK-CUSTOMER TO TRUE
           MOVE 'SN' TO CUST-STATUS-REASON OF WS-WORK-CUSTOMER
           SET CUST-SANCTIONS-PENDING OF WS-WORK-CUSTOMER TO TRUE
           REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
           IF WS-FILE-OK
               ADD 1 TO WS-MATCHES-HELD
               PERFORM 2300-WRITE-AUDIT-ENTRY
               SET SS-FN-QUEUE TO TRUE
               CALL 'SANCSCRN' USING SANCSCRN-PARMS
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO WS-DTL-CUST-ID
               MOVE SS-FULL-NAME TO WS-DTL-NAME
               MOVE SS-COUNTRY-CODE TO WS-DTL-COUNTRY
               MOVE SS-ENTRY-ID TO WS-DTL-ENTRY-ID
               MOVE SS-MATCH-TYPE TO WS-DTL-MATCH-TYPE
               MOVE SS-SANCTIONS-PROGRAM TO WS-DTL-PROGRAM
               WRITE PRINT-LINE FROM WS-DETAIL-LINE
           ELSE
               DISPLAY 'ERROR PLACING SANCTIONS HOLD FOR: '
                   CUST-ID OF WS-WORK-CUSTOMER ' STATUS: '
                   WS-FILE-STATUS
           END-IF.

       2300-WRITE-AUDIT-ENTRY SECTION.

       2300-WRITE-AUDIT.
           SET AUD-ACTION-UPDATE TO TRUE
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TS-TIME FROM TIME
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO AUD-CUST-ID
           MOVE 'SANCRSCN' TO AUD-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE 0 TO AUD-TRAN-ID
           MOVE SPACES TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
                   CUST-ID OF WS-WORK-CUSTOMER ' STATUS: '
                   WS-AUDIT-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * Only a completed rescreen moves the control row on to this
      * issue; a refused or failed run leaves it for the next try.
      *----------------------------------------------------------------*
       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RUN-CLEAN AND WS-LIST-CHANGED
               PERFORM 9100-WRITE-SUMMARY
               OPEN OUTPUT SCREEN-CONTROL-FILE
               IF WS-SCT-OK
                   INITIALIZE SCREEN-CONTROL-RECORD
                   MOVE WS-LIST-DATE TO SCT-LIST-DATE
                   MOVE WS-TODAY-DATE TO SCT-SCREEN-DATE
                   MOVE WS-CUSTOMERS-SCREENED TO SCT-CUSTOMERS-SCREENED
                   MOVE WS-MATCHES-HELD TO SCT-MATCHES-HELD
                   WRITE SCREEN-CONTROL-RECORD
                   CLOSE SCREEN-CONTROL-FILE
               ELSE
                   DISPLAY 'ERROR WRITING RESCREEN CONTROL FILE: '
                       WS-SCT-STATUS
               END-IF
           END-IF
           IF WS-CUSTFILE-LOCKED
               CLOSE CUSTOMER-FILE
               CLOSE AUDIT-JOURNAL-FILE
               CLOSE RESCREEN-REPORT
           END-IF
           IF WS-GUA-FILE-AVAILABLE
               CLOSE GUARANTOR-FILE
           END-IF
           SET SS-FN-CLOSE TO TRUE
           CALL 'SANCSCRN' USING SANCSCRN-PARMS
           DISPLAY 'SANCTIONS LIST DATE:   ' WS-LIST-DATE
           DISPLAY 'CUSTOMERS READ:        ' WS-CUSTOMERS-READ
           DISPLAY 'CUSTOMERS SCREENED:    ' WS-CUSTOMERS-SCREENED
           DISPLAY 'ALREADY UNDER REVIEW:  ' WS-ALREADY-UNDER-REVIEW
           DISPLAY 'SOLD, NOT SCREENED:    ' WS-SOLD-SKIPPED
           DISPLAY 'GUARANTORS SCREENED:   ' WS-GUARANTORS-SCREENED
           DISPLAY 'MATCHES HELD:          ' WS-MATCHES-HELD
           IF WS-CUSTFILE-LOCKED
               SET RC-FN-UNLOCK-FILE TO TRUE
               MOVE 'SANCRSCN' TO RC-PROGRAM-NAME
               MOVE 'CUSTFILE' TO RC-LOCK-NAME
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.

       9100-WRITE-SUMMARY SECTION.

       9100-WRITE.
           MOVE 'CUSTOMERS READ' TO WS-SUM-LABEL
           MOVE WS-CUSTOMERS-READ TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CUSTOMERS SCREENED' TO WS-SUM-LABEL
           MOVE WS-CUSTOMERS-SCREENED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ALREADY UNDER REVIEW' TO WS-SUM-LABEL
           MOVE WS-ALREADY-UNDER-REVIEW TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'SOLD, NOT SCREENED' TO WS-SUM-LABEL
           MOVE WS-SOLD-SKIPPED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'GUARANTORS SCREENED' TO WS-SUM-LABEL
           MOVE WS-GUARANTORS-SCREENED TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE 'MATCHES HELD FOR REVIEW' TO WS-SUM-LABEL
           MOVE WS-MATCHES-HELD TO WS-SUM-COUNT
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE.
