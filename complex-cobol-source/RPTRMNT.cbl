       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTRMNT.
      *================================================================*
      * REPORT RECIPIENT MAINTENANCE
      * Maintains the report distribution recipient table RPTBURST
      * reads (see copybooks/RCPTREC), in CAMPMNT's style: add,
      * update or delete one row per input record, keyed by report,
      * break type, break code and recipient. A branch or company
      * row must carry its code; a whole-report row must not. On an
      * update a blank field keeps the standing value. Granting or
      * withdrawing PII clearance is echoed to the job log so the
      * night's output shows every change to who sees unmasked
      * customer data. A recipient who leaves is marked inactive
      * rather than deleted, so the distribution log still names
      * them; delete is for rows keyed in error.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIPIENT-MAINT-FILE ASSIGN TO 'RPTRMNT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCM-STATUS.

           SELECT RECIPIENT-FILE ASSIGN TO 'RPTRCPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIPIENT-MAINT-FILE.
       01  RECIPIENT-MAINT-RECORD.
           05  RCM-ACTION                  PIC X(1).
               88  RCM-ACTION-ADD          VALUE 'A'.
               88  RCM-ACTION-UPDATE       VALUE 'U'.
               88  RCM-ACTION-DELETE       VALUE 'D'.
           05  RCM-KEY.
               10  RCM-REPORT-ID           PIC X(8).
               10  RCM-BREAK-TYPE          PIC X(1).
               10  RCM-BREAK-CODE          PIC X(3).
               10  RCM-RECIPIENT-ID        PIC X(8).
           05  RCM-RECIPIENT-NAME          PIC X(30).
           05  RCM-DESTINATION             PIC X(44).
           05  RCM-PII-CLEARANCE           PIC X(1).
           05  RCM-STATUS                  PIC X(1).
           05  FILLER                      PIC X(23).

       FD  RECIPIENT-FILE.
           COPY RCPTREC.

       WORKING-STORAGE SECTION.

       01  WS-RCM-STATUS                   PIC XX.
           88  WS-RCM-OK                   VALUE '00'.

       01  WS-RCP-STATUS                   PIC XX.
           88  WS-RCP-OK                   VALUE '00'.
           88  WS-RCP-NOT-OPEN             VALUE '35'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-VALID-FLAG               PIC X VALUE 'Y'.
               88  WS-VALID                VALUE 'Y'.
               88  WS-INVALID              VALUE 'N'.

       01  WS-OLD-CLEARANCE                PIC X(1).

       01  WS-TODAY-DATE                   PIC 9(8).

       01  WS-MAINT-TOTALS.
           05  WS-RECORDS-READ             PIC 9(7) VALUE 0.
           05  WS-RECIPIENTS-ADDED         PIC 9(7) VALUE 0.
           05  WS-RECIPIENTS-UPDATED       PIC 9(7) VALUE 0.
           05  WS-RECIPIENTS-DELETED       PIC 9(7) VALUE 0.
           05  WS-RECORDS-ERROR            PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MAINT UNTIL WS-EOF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-MAINT-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT RECIPIENT-MAINT-FILE
           IF NOT WS-RCM-OK
               DISPLAY 'ERROR OPENING RECIPIENT MAINTENANCE FILE: '
                   WS-RCM-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN I-O RECIPIENT-FILE
           IF WS-RCP-NOT-OPEN
               OPEN OUTPUT RECIPIENT-FILE
               CLOSE RECIPIENT-FILE
               OPEN I-O RECIPIENT-FILE
           END-IF
           IF NOT WS-RCP-OK
               DISPLAY 'ERROR OPENING RECIPIENT FILE: '
                   WS-RCP-STATUS
               SET WS-EOF TO TRUE
           END-IF.

       2000-PROCESS-MAINT SECTION.

       2000-PROCESS.
           READ RECIPIENT-MAINT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2100-EDIT-KEY
                   EVALUATE TRUE
                       WHEN WS-INVALID
                           ADD 1 TO WS-RECORDS-ERROR
                       WHEN RCM-ACTION-ADD
                           PERFORM 3000-ADD-RECIPIENT
                       WHEN RCM-ACTION-UPDATE
                           PERFORM 4000-UPDATE-RECIPIENT
                       WHEN RCM-ACTION-DELETE
                           PERFORM 5000-DELETE-RECIPIENT
                       WHEN OTHER
                           ADD 1 TO WS-RECORDS-ERROR
                           DISPLAY 'INVALID ACTION CODE: '
                               RCM-ACTION ' FOR: ' RCM-KEY
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      * The key is checked for every action, so a row keyed wrongly
      * is never written and never matched.
      *----------------------------------------------------------------*
       2100-EDIT-KEY SECTION.

       2100-EDIT.
           SET WS-VALID TO TRUE
           MOVE RCM-KEY TO RCP-KEY
           EVALUATE TRUE
               WHEN RCM-REPORT-ID = SPACES
                   OR RCM-RECIPIENT-ID = SPACES
                   SET WS-INVALID TO TRUE
                   DISPLAY 'REPORT OR RECIPIENT MISSING, ROW '
                       'SKIPPED: ' RCM-KEY
               WHEN NOT RCP-BREAK-TYPE-VALID
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD BREAK TYPE, ROW SKIPPED: ' RCM-KEY
               WHEN RCP-WHOLE-REPORT AND RCM-BREAK-CODE NOT = SPACES
                   SET WS-INVALID TO TRUE
                   DISPLAY 'WHOLE-REPORT ROW CARRIES A BREAK CODE, '
                       'ROW SKIPPED: ' RCM-KEY
               WHEN NOT RCP-WHOLE-REPORT
                   AND RCM-BREAK-CODE = SPACES
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BRANCH OR COMPANY CODE MISSING, ROW '
                       'SKIPPED: ' RCM-KEY
           END-EVALUATE.

      *----------------------------------------------------------------*
      * A new recipient needs a destination to file members to, and
      * starts active and uncleared unless the row says otherwise.
      *----------------------------------------------------------------*
       3000-ADD-RECIPIENT SECTION.

       3000-ADD.
           INITIALIZE REPORT-RECIPIENT-RECORD
           MOVE RCM-KEY TO RCP-KEY
           SET RCP-ACTIVE TO TRUE
           SET RCP-PII-NOT-CLEARED TO TRUE
           MOVE RCP-PII-CLEARANCE TO WS-OLD-CLEARANCE
           PERFORM 6000-APPLY-RECIPIENT-FIELDS
           IF WS-VALID AND RCP-DESTINATION = SPACES
               SET WS-INVALID TO TRUE
               DISPLAY 'ADD REJECTED, NO DESTINATION FOR: ' RCM-KEY
           END-IF
           IF WS-VALID
               MOVE WS-TODAY-DATE TO RCP-LAST-CHANGE-DATE
               WRITE REPORT-RECIPIENT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-RCP-OK
                   ADD 1 TO WS-RECIPIENTS-ADDED
                   PERFORM 6100-ECHO-CLEARANCE-CHANGE
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'ADD REJECTED, RECIPIENT EXISTS OR WRITE '
                       'FAILED: ' RCM-KEY ' STATUS: ' WS-RCP-STATUS
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-ERROR
           END-IF.

       4000-UPDATE-RECIPIENT SECTION.

       4000-UPDATE.
           READ RECIPIENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-RCP-OK
               ADD 1 TO WS-RECORDS-ERROR
               DISPLAY 'UPDATE REJECTED, RECIPIENT NOT ON FILE: '
                   RCM-KEY
           ELSE
               MOVE RCP-PII-CLEARANCE TO WS-OLD-CLEARANCE
               PERFORM 6000-APPLY-RECIPIENT-FIELDS
               IF WS-VALID
                   MOVE WS-TODAY-DATE TO RCP-LAST-CHANGE-DATE
                   REWRITE REPORT-RECIPIENT-RECORD
                   IF WS-RCP-OK
                       ADD 1 TO WS-RECIPIENTS-UPDATED
                       PERFORM 6100-ECHO-CLEARANCE-CHANGE
                   ELSE
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'ERROR REWRITING RECIPIENT: '
                           RCM-KEY ' STATUS: ' WS-RCP-STATUS
                   END-IF
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
               END-IF
           END-IF.

       5000-DELETE-RECIPIENT SECTION.

       5000-DELETE.
           READ RECIPIENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-RCP-OK
               ADD 1 TO WS-RECORDS-ERROR
               DISPLAY 'DELETE REJECTED, RECIPIENT NOT ON FILE: '
                   RCM-KEY
           ELSE
               DELETE RECIPIENT-FILE RECORD
               IF WS-RCP-OK
                   ADD 1 TO WS-RECIPIENTS-DELETED
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'ERROR DELETING RECIPIENT: '
                       RCM-KEY ' STATUS: ' WS-RCP-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A blank field keeps what the record holds (the initialized
      * record on an add).
      *----------------------------------------------------------------*
       6000-APPLY-RECIPIENT-FIELDS SECTION.

       6000-APPLY-FIELDS.
           IF RCM-RECIPIENT-NAME NOT = SPACES
               MOVE RCM-RECIPIENT-NAME TO RCP-RECIPIENT-NAME
           END-IF
           IF RCM-DESTINATION NOT = SPACES
               MOVE RCM-DESTINATION TO RCP-DESTINATION
           END-IF
           EVALUATE RCM-PII-CLEARANCE
               WHEN SPACE
                   CONTINUE
               WHEN 'Y'
                   SET RCP-PII-CLEARED TO TRUE
               WHEN 'N'
                   MOVE 'N' TO RCP-PII-CLEARANCE
               WHEN OTHER
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD PII CLEARANCE FOR: ' RCM-KEY
           END-EVALUATE
           EVALUATE RCM-STATUS
               WHEN SPACE
                   CONTINUE
               WHEN 'A'
                   SET RCP-ACTIVE TO TRUE
               WHEN 'I'
                   SET RCP-INACTIVE TO TRUE
               WHEN OTHER
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD STATUS FOR: ' RCM-KEY
           END-EVALUATE.

       6100-ECHO-CLEARANCE-CHANGE SECTION.

       6100-ECHO-CLEARANCE.
           IF RCP-PII-CLEARED
               AND WS-OLD-CLEARANCE NOT = 'Y'
               DISPLAY 'PII CLEARANCE GRANTED: ' RCP-KEY
           END-IF
           IF RCP-PII-NOT-CLEARED
               AND WS-OLD-CLEARANCE = 'Y'
               DISPLAY 'PII CLEARANCE WITHDRAWN: ' RCP-KEY
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE RECIPIENT-MAINT-FILE
           CLOSE RECIPIENT-FILE
           DISPLAY 'RECORDS READ:        ' WS-RECORDS-READ
           DISPLAY 'RECIPIENTS ADDED:    ' WS-RECIPIENTS-ADDED
           DISPLAY 'RECIPIENTS UPDATED:  ' WS-RECIPIENTS-UPDATED
           DISPLAY 'RECIPIENTS DELETED:  ' WS-RECIPIENTS-DELETED
           DISPLAY 'RECORDS ERROR:       ' WS-RECORDS-ERROR.
