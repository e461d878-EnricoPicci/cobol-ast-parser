       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRAEXTR.
      *================================================================*
      * QUARTERLY DMDC MATCH-REQUEST EXTRACT
      * Builds the batch match request (DMDCREQ) submitted each
      * quarter to the Defense Manpower Data Center, so servicemembers
      * who never told us are found and SCRAINTK can record their
      * active-duty periods from the response. One request row goes
      * out per individual customer whose account is still open;
      * corporate and government accounts, closed accounts and sold
      * accounts are left out. Our customer ID rides in DMDC's
      * record-ID field, which the response echoes back. The status
      * date asked about is the run date.
      *
      * The customer master carries no social security number or
      * date of birth, so those identity fields go out blank and the
      * match is asked on the name as recorded.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DMDC-REQUEST-FILE ASSIGN TO 'DMDCREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DMQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

      *----------------------------------------------------------------*
      * DMDC fixed-width request layout; SCRAINTK reads the same
      * fields back at the front of each response row.
      *----------------------------------------------------------------*
       FD  DMDC-REQUEST-FILE.
       01  DMDC-REQUEST-RECORD.
           05  DMQ-SSN                     PIC X(9).
           05  DMQ-BIRTH-DATE              PIC X(8).
           05  DMQ-LAST-NAME               PIC X(26).
           05  DMQ-FIRST-NAME              PIC X(20).
           05  DMQ-STATUS-DATE             PIC 9(8).
           05  DMQ-RECORD-ID.
               10  DMQ-CUST-ID             PIC 9(8).
               10  FILLER                  PIC X(20).
           05  DMQ-MIDDLE-NAME             PIC X(20).
           05  FILLER                      PIC X(53).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-DMQ-STATUS                   PIC XX.
           88  WS-DMQ-OK                   VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).

       01  WS-EXTRACT-TOTALS.
           05  WS-CUSTOMERS-READ           PIC 9(7) VALUE 0.
           05  WS-REQUESTS-WRITTEN         PIC 9(7) VALUE 0.
           05  WS-CUSTOMERS-SKIPPED        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-EXTRACT-ONE-CUSTOMER UNTIL WS-EOF
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-EXTRACT-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-RUN-CLEAN
               OPEN OUTPUT DMDC-REQUEST-FILE
               IF NOT WS-DMQ-OK
                   DISPLAY 'ERROR OPENING DMDC REQUEST FILE: '
                       WS-DMQ-STATUS
                   CLOSE CUSTOMER-FILE
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF.

       2000-EXTRACT-ONE-CUSTOMER SECTION.

       2000-EXTRACT-ONE.
           READ CUSTOMER-FILE INTO WS-WORK-CUSTOMER
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   EVALUATE TRUE
                       WHEN NOT CUST-INDIVIDUAL OF WS-WORK-CUSTOMER
                       WHEN CUST-STAT-CLOSED OF WS-WORK-CUSTOMER
                       WHEN CUST-STAT-SOLD OF WS-WORK-CUSTOMER
                           ADD 1 TO WS-CUSTOMERS-SKIPPED
                       WHEN OTHER
                           PERFORM 2100-WRITE-REQUEST
                   END-EVALUATE
           END-READ.

       2100-WRITE-REQUEST SECTION.

       2100-WRITE-REQ.
           MOVE SPACES TO DMDC-REQUEST-RECORD
           MOVE CUST-LAST-NAME OF WS-WORK-CUSTOMER TO DMQ-LAST-NAME
           MOVE CUST-FIRST-NAME OF WS-WORK-CUSTOMER TO DMQ-FIRST-NAME
           MOVE CUST-MIDDLE-INIT OF WS-WORK-CUSTOMER TO
               DMQ-MIDDLE-NAME
           MOVE WS-TODAY-DATE TO DMQ-STATUS-DATE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO DMQ-CUST-ID
           WRITE DMDC-REQUEST-RECORD
           IF WS-DMQ-OK
               ADD 1 TO WS-REQUESTS-WRITTEN
           ELSE
               DISPLAY 'ERROR WRITING DMDC REQUEST FOR: '
                   CUST-ID OF WS-WORK-CUSTOMER
                   ' STATUS: ' WS-DMQ-STATUS
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RUN-CLEAN
               CLOSE CUSTOMER-FILE
               CLOSE DMDC-REQUEST-FILE
           END-IF
           DISPLAY 'CUSTOMERS READ:      ' WS-CUSTOMERS-READ
           DISPLAY 'REQUESTS WRITTEN:    ' WS-REQUESTS-WRITTEN
           DISPLAY 'CUSTOMERS SKIPPED:   ' WS-CUSTOMERS-SKIPPED.
