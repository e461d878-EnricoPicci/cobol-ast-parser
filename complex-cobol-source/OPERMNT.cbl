      * OPERATOR SECURITY MASTER MAINTENANCE
      * Maintains the operator master file from a keyed maintenance
      * input: add, update or delete one operator per row, with the
      * role, active flag and the seven authority flags (delete,
      * write-off approval, refund approval, fee waiver, sanctions
      * review decision, fraud alert clearance, balance transfer
      * approval) and the supervisor approval token MASSUPD asks
      * for. On an update a blank field keeps the standing value the
      * way CUSTMAIN's 4100-APPLY-UPDATES leaves untouched customer
      * fields alone.
      * Each row names the operator keying it, and every change
      * applied is appended to the operator maintenance history
      * (OPERHIST, see copybooks/OPERHIST) with the record before and
      * after, so who could do what on any past date - and who gave
      * it to them - survives later updates to the master.
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT OPERATOR-HISTORY-FILE ASSIGN TO 'OPERHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MAINT-FILE.
           05  OMN-AUTH-WRITEOFF           PIC X(1).
           05  OMN-AUTH-REFUND             PIC X(1).
           05  OMN-AUTH-FEE-WAIVER         PIC X(1).
           05  OMN-AUTH-SANCTIONS          PIC X(1).
           05  OMN-AUTH-FRAUD              PIC X(1).
           05  OMN-MAINTAINED-BY           PIC X(8).
           05  OMN-APPROVAL-TOKEN          PIC X(8).
           05  OMN-AUTH-TRANSFER           PIC X(1).
           05  FILLER                      PIC X(16).

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  OPERATOR-HISTORY-FILE.
           COPY OPERHIST.

       WORKING-STORAGE SECTION.

       01  WS-OMN-STATUS                   PIC XX.
           88  WS-OPR-OK                   VALUE '00'.
           88  WS-OPR-NOT-OPEN             VALUE '35'.

       01  WS-OPH-STATUS                   PIC XX.
           88  WS-OPH-OK                   VALUE '00'.

       01  WS-OPR-BEFORE-IMAGE             PIC X(59).

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               DISPLAY 'ERROR OPENING OPERATOR MASTER FILE: '
                   WS-OPR-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN EXTEND OPERATOR-HISTORY-FILE
           IF NOT WS-OPH-OK
               OPEN OUTPUT OPERATOR-HISTORY-FILE
           END-IF
           IF NOT WS-OPH-OK
               DISPLAY 'ERROR OPENING OPERATOR HISTORY FILE, RUN '
                   'REFUSED: ' WS-OPH-STATUS
               SET WS-EOF TO TRUE
           END-IF.

       2000-PROCESS-MAINT SECTION.
           END-WRITE
           IF WS-OPR-OK
               ADD 1 TO WS-OPERATORS-ADDED
               MOVE SPACES TO WS-OPR-BEFORE-IMAGE
               PERFORM 7000-WRITE-HISTORY
           ELSE
               ADD 1 TO WS-RECORDS-ERROR
               DISPLAY 'ADD REJECTED, OPERATOR EXISTS OR WRITE '
               DISPLAY 'UPDATE REJECTED, OPERATOR NOT ON FILE: '
                   OMN-OPERATOR-ID
           ELSE
               MOVE OPERATOR-RECORD TO WS-OPR-BEFORE-IMAGE
               IF OMN-NAME NOT = SPACES
                   MOVE OMN-NAME TO OPR-NAME
               END-IF
               REWRITE OPERATOR-RECORD
               IF WS-OPR-OK
                   ADD 1 TO WS-OPERATORS-UPDATED
                   PERFORM 7000-WRITE-HISTORY
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'ERROR REWRITING OPERATOR: '
               DISPLAY 'DELETE REJECTED, OPERATOR NOT ON FILE: '
                   OMN-OPERATOR-ID
           ELSE
               MOVE OPERATOR-RECORD TO WS-OPR-BEFORE-IMAGE
               DELETE OPERATOR-MASTER-FILE RECORD
               IF WS-OPR-OK
                   ADD 1 TO WS-OPERATORS-DELETED
                   MOVE SPACES TO OPERATOR-RECORD
                   PERFORM 7000-WRITE-HISTORY
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'ERROR DELETING OPERATOR: '
      *----------------------------------------------------------------*
      * Y or N sets the authority, space leaves it alone; on an add
      * the record arrives initialized so an untouched flag is no
      * authority. A non-blank approval token replaces the standing
      * one.
      *----------------------------------------------------------------*
       6000-APPLY-AUTH.
           IF OMN-AUTH-DELETE = 'Y' OR 'N'
           END-IF
           IF OMN-AUTH-FEE-WAIVER = 'Y' OR 'N'
               MOVE OMN-AUTH-FEE-WAIVER TO OPR-AUTH-FEE-WAIVER
           END-IF
           IF OMN-AUTH-SANCTIONS = 'Y' OR 'N'
               MOVE OMN-AUTH-SANCTIONS TO OPR-AUTH-SANCTIONS
           END-IF
           IF OMN-AUTH-FRAUD = 'Y' OR 'N'
               MOVE OMN-AUTH-FRAUD TO OPR-AUTH-FRAUD
           END-IF
           IF OMN-AUTH-TRANSFER = 'Y' OR 'N'
               MOVE OMN-AUTH-TRANSFER TO OPR-AUTH-TRANSFER
           END-IF
           IF OMN-APPROVAL-TOKEN NOT = SPACES
               MOVE OMN-APPROVAL-TOKEN TO OPR-APPROVAL-TOKEN
           END-IF.

       7000-WRITE-HISTORY SECTION.

      *----------------------------------------------------------------*
      * Called once the master change has landed: the before image
      * was saved ahead of the change and OPERATOR-RECORD holds the
      * after image (spaces after a delete).
      *----------------------------------------------------------------*
       7000-WRITE-HIST.
           MOVE SPACES TO OPERATOR-HISTORY-RECORD
           MOVE OMN-ACTION TO OPH-ACTION
           ACCEPT OPH-TS-DATE FROM DATE YYYYMMDD
           ACCEPT OPH-TS-TIME FROM TIME
           MOVE OMN-OPERATOR-ID TO OPH-OPERATOR-ID
           MOVE OMN-MAINTAINED-BY TO OPH-MAINTAINED-BY
           MOVE WS-OPR-BEFORE-IMAGE TO OPH-BEFORE-IMAGE
           MOVE OPERATOR-RECORD TO OPH-AFTER-IMAGE
           WRITE OPERATOR-HISTORY-RECORD
           IF NOT WS-OPH-OK
               DISPLAY 'ERROR WRITING OPERATOR HISTORY FOR: '
                   OMN-OPERATOR-ID ' STATUS: ' WS-OPH-STATUS
           END-IF.

       9000-FINALIZE SECTION.
       9000-FINAL.
           CLOSE OPERATOR-MAINT-FILE
           CLOSE OPERATOR-MASTER-FILE
           CLOSE OPERATOR-HISTORY-FILE
           DISPLAY 'RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY 'OPERATORS ADDED:   ' WS-OPERATORS-ADDED
           DISPLAY 'OPERATORS UPDATED: ' WS-OPERATORS-UPDATED
