       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYRECAL.
      *================================================================*
      * COLLECTION AGENCY RECALL
      * Works the recall file collections keys when an account placed
      * with the outside agency has to come back in-house - most often
      * because the customer has called us directly to pay or settle.
      * Each row names a customer and a reason; the placement master
      * row is marked recalled with the date and reason, the
      * customer's CUST-AGENCY-PLACED flag is cleared so DUNNING and
      * COLLQUE take the account back up, and a recall notice is
      * written to the agency's recall file telling it to stop work.
      * The flag change is journalled to the audit file like a
      * CUSTMAIN update, with the keying operator recorded.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-FILE ASSIGN TO 'AGYRECIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCL-STATUS.

           SELECT PLACEMENT-MASTER-FILE ASSIGN TO 'AGYMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-CUST-ID
               FILE STATUS IS WS-APL-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RECALL-NOTICE-FILE ASSIGN TO 'AGYRCOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCN-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDITFIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECALL-FILE.
       01  RECALL-RECORD.
           05  RCL-CUST-ID                 PIC 9(8).
           05  RCL-RECALL-DATE             PIC 9(8).
           05  RCL-REASON                  PIC X(4).
               88  RCL-CUSTOMER-CONTACT    VALUE 'CUST'.
           05  RCL-OPERATOR-ID             PIC X(8).
           05  FILLER                      PIC X(12).

       FD  PLACEMENT-MASTER-FILE.
           COPY AGYPLREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

      *----------------------------------------------------------------*
      * Recall notice sent to the agency: stop work on the account as
      * of the recall date. The placed and collected figures let the
      * agency reconcile its own file.
      *----------------------------------------------------------------*
       FD  RECALL-NOTICE-FILE.
       01  RECALL-NOTICE-RECORD.
           05  RCN-AGENCY-ID               PIC X(8).
           05  RCN-CUST-ID                 PIC 9(8).
           05  RCN-PLACE-DATE              PIC 9(8).
           05  RCN-RECALL-DATE             PIC 9(8).
           05  RCN-REASON                  PIC X(4).
           05  RCN-PLACED-AMOUNT           PIC S9(9)V99.
           05  RCN-COLLECTED-GROSS         PIC S9(9)V99.
           05  FILLER                      PIC X(22).

       FD  AUDIT-JOURNAL-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-RCL-STATUS                   PIC XX.
           88  WS-RCL-OK                   VALUE '00'.

       01  WS-APL-STATUS                   PIC XX.
           88  WS-APL-OK                   VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-RCN-STATUS                   PIC XX.
           88  WS-RCN-OK                   VALUE '00'.

       01  WS-AUDIT-STATUS                 PIC XX.
           88  WS-AUDIT-OK                 VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-BEFORE-IMAGE==.

       COPY RUNPARM.

       COPY AUDCPARM.

      *----------------------------------------------------------------*
      * Registry interlock on CUSTFILE, registered exclusive through
      * RUNCTL's LK function before the I-O open and released at end
      * of step.
      *----------------------------------------------------------------*
       01  WS-CUSTFILE-LOCK-FLAG           PIC X VALUE 'N'.
           88  WS-CUSTFILE-LOCKED          VALUE 'Y'.
           88  WS-CUSTFILE-NOT-LOCKED      VALUE 'N'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE 'N'.
               88  WS-CUSTOMER-FOUND       VALUE 'Y'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-RECALL-DATE                  PIC 9(8).

       01  WS-RECALL-TOTALS.
           05  WS-RECALLS-READ             PIC 9(7) VALUE 0.
           05  WS-RECALLS-DONE             PIC 9(7) VALUE 0.
           05  WS-NOT-PLACED-COUNT         PIC 9(7) VALUE 0.
           05  WS-ALREADY-RECALLED         PIC 9(7) VALUE 0.
           05  WS-NOT-FOUND-COUNT          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECALL UNTIL WS-EOF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-RECALL-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT RECALL-FILE
           IF NOT WS-RCL-OK
               DISPLAY 'ERROR OPENING AGENCY RECALL FILE: '
                   WS-RCL-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN I-O PLACEMENT-MASTER-FILE
           IF NOT WS-APL-OK
               DISPLAY 'ERROR OPENING AGENCY PLACEMENT MASTER: '
                   WS-APL-STATUS
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 1100-LOCK-CUSTOMER-FILE
           IF NOT WS-EOF
               OPEN I-O CUSTOMER-FILE
               IF NOT WS-FILE-OK
                   DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                       WS-FILE-STATUS
                   SET WS-EOF TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT RECALL-NOTICE-FILE
           IF NOT WS-RCN-OK
               DISPLAY 'ERROR OPENING RECALL NOTICE FILE: '
                   WS-RCN-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN EXTEND AUDIT-JOURNAL-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR OPENING AUDIT JOURNAL FILE: '
                   WS-AUDIT-STATUS
           END-IF.

       1100-LOCK-CUSTOMER-FILE SECTION.

       1100-LOCK-CUST.
           SET RC-FN-LOCK-FILE TO TRUE
           MOVE 'AGYRECAL' TO RC-PROGRAM-NAME
           MOVE 'CUSTFILE' TO RC-LOCK-NAME
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-NOT-OK
               DISPLAY 'CUSTFILE IS HELD BY ANOTHER UPDATER, '
                   'RUN REFUSED'
               SET WS-EOF TO TRUE
           ELSE
               SET WS-CUSTFILE-LOCKED TO TRUE
           END-IF.

       2000-PROCESS-RECALL SECTION.

       2000-PROCESS.
           READ RECALL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECALLS-READ
                   PERFORM 3000-RECALL-ACCOUNT
           END-READ.

       3000-RECALL-ACCOUNT SECTION.

       3000-RECALL.
           IF RCL-RECALL-DATE NUMERIC AND RCL-RECALL-DATE > 0
               MOVE RCL-RECALL-DATE TO WS-RECALL-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-RECALL-DATE
           END-IF
           MOVE RCL-CUST-ID TO APL-CUST-ID
           READ PLACEMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-APL-OK
                   ADD 1 TO WS-NOT-PLACED-COUNT
                   DISPLAY 'RECALL FOR ACCOUNT NEVER PLACED: '
                       RCL-CUST-ID
               WHEN APL-RECALLED
                   ADD 1 TO WS-ALREADY-RECALLED
               WHEN OTHER
                   SET APL-RECALLED TO TRUE
                   MOVE WS-RECALL-DATE TO APL-RECALL-DATE
                   MOVE RCL-REASON TO APL-RECALL-REASON
                   REWRITE AGENCY-PLACEMENT-RECORD
                   IF WS-APL-OK
                       ADD 1 TO WS-RECALLS-DONE
                       PERFORM 4000-WRITE-RECALL-NOTICE
                       PERFORM 5000-CLEAR-CUSTOMER-FLAG
                   ELSE
                       DISPLAY 'ERROR RECALLING PLACEMENT FOR: '
                           RCL-CUST-ID ' STATUS: ' WS-APL-STATUS
                   END-IF
           END-EVALUATE.

       4000-WRITE-RECALL-NOTICE SECTION.

       4000-WRITE-NOTICE.
           INITIALIZE RECALL-NOTICE-RECORD
           MOVE APL-AGENCY-ID TO RCN-AGENCY-ID
           MOVE APL-CUST-ID TO RCN-CUST-ID
           MOVE APL-PLACE-DATE TO RCN-PLACE-DATE
           MOVE APL-RECALL-DATE TO RCN-RECALL-DATE
           MOVE APL-RECALL-REASON TO RCN-REASON
           MOVE APL-PLACED-AMOUNT TO RCN-PLACED-AMOUNT
           MOVE APL-COLLECTED-GROSS TO RCN-COLLECTED-GROSS
           WRITE RECALL-NOTICE-RECORD
           IF NOT WS-RCN-OK
               DISPLAY 'ERROR WRITING RECALL NOTICE FOR: '
                   RCL-CUST-ID ' STATUS: ' WS-RCN-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * RCL-CUST-ID only carries the CUST-ID half of CUST-KEY, so
      * START positions to the first key NOT LESS THAN CUST-ID with a
      * low CUST-TYPE and READ NEXT RECORD picks up that customer
      * however its CUST-TYPE happens to be coded.
      *----------------------------------------------------------------*
       5000-CLEAR-CUSTOMER-FLAG SECTION.

       5000-CLEAR-FLAG.
           MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
           MOVE RCL-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   AND CUST-ID OF WS-WORK-CUSTOMER = RCL-CUST-ID
                   SET WS-CUSTOMER-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-CUSTOMER-FOUND
               ADD 1 TO WS-NOT-FOUND-COUNT
               DISPLAY 'RECALLED CUSTOMER NOT ON FILE: ' RCL-CUST-ID
           ELSE
               MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
               MOVE SPACE TO CUST-AGENCY-PLACED OF WS-WORK-CUSTOMER
               REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   PERFORM 6000-WRITE-AUDIT-ENTRY
               ELSE
                   DISPLAY 'ERROR CLEARING PLACEMENT FLAG: '
                       RCL-CUST-ID ' STATUS: ' WS-FILE-STATUS
               END-IF
           END-IF.

       6000-WRITE-AUDIT-ENTRY SECTION.

       6000-WRITE-AUDIT.
           SET AUD-ACTION-UPDATE TO TRUE
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TS-TIME FROM TIME
           MOVE RCL-CUST-ID TO AUD-CUST-ID
           IF RCL-OPERATOR-ID = SPACES
               MOVE 'AGYRECAL' TO AUD-OPERATOR-ID
           ELSE
               MOVE RCL-OPERATOR-ID TO AUD-OPERATOR-ID
           END-IF
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE SPACES TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
                   RCL-CUST-ID ' STATUS: ' WS-AUDIT-STATUS
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE RECALL-FILE
           CLOSE PLACEMENT-MASTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE RECALL-NOTICE-FILE
           CLOSE AUDIT-JOURNAL-FILE
           DISPLAY 'RECALLS READ:             ' WS-RECALLS-READ
           DISPLAY 'ACCOUNTS RECALLED:        ' WS-RECALLS-DONE
           DISPLAY 'ALREADY RECALLED:         ' WS-ALREADY-RECALLED
           DISPLAY 'NEVER PLACED:             ' WS-NOT-PLACED-COUNT
           DISPLAY 'CUSTOMERS NOT FOUND:      ' WS-NOT-FOUND-COUNT
           IF WS-CUSTFILE-LOCKED
               SET RC-FN-UNLOCK-FILE TO TRUE
               MOVE 'AGYRECAL' TO RC-PROGRAM-NAME
               MOVE 'CUSTFILE' TO RC-LOCK-NAME
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.
