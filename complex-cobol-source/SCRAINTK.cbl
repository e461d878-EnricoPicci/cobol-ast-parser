       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRAINTK.
      *================================================================*
      * SERVICEMEMBER STATUS INTAKE
      * Keeps the servicemember file (SCRAFILE, see copybooks/
      * SCRAREC) that FINCHG's rate cap and TRANPOST's NSF-fee waiver
      * read. Two sources feed it, each optional on a given run:
      *   - the DMDC verification response (DMDCRESP) to the
      *     quarterly match request SCRAEXTR builds, one row per
      *     customer asked about, echoing our customer ID in the
      *     record-ID field with the active-duty dates DMDC holds;
      *   - the orders and release papers customers send in
      *     (SCRADOC), keyed by the service desk: an 'A' row records
      *     an active-duty period, an 'E' row closes one.
      * A period that began before today was missed by the charge
      * and fee runs until now, so it is listed for the refund
      * review that used to start from the customer's complaint.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DMDC-RESPONSE-FILE ASSIGN TO 'DMDCRESP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DMR-STATUS.

           SELECT DOCUMENT-FILE ASSIGN TO 'SCRADOC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SDI-STATUS.

           SELECT SERVICEMEMBER-FILE ASSIGN TO 'SCRAFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-CUST-ID
               FILE STATUS IS WS-SCR-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * DMDC response: the request fields SCRAEXTR sent, echoed back,
      * followed by DMDC's finding. The active-duty flag is 'Y' when
      * the member was on active duty on the status date; the dates
      * describe the current or most recent period, zeros when DMDC
      * holds none.
      *----------------------------------------------------------------*
       FD  DMDC-RESPONSE-FILE.
       01  DMDC-RESPONSE-RECORD.
           05  DMR-SSN                     PIC X(9).
           05  DMR-BIRTH-DATE              PIC X(8).
           05  DMR-LAST-NAME               PIC X(26).
           05  DMR-FIRST-NAME              PIC X(20).
           05  DMR-STATUS-DATE             PIC X(8).
           05  DMR-RECORD-ID.
               10  DMR-CUST-ID             PIC 9(8).
               10  FILLER                  PIC X(20).
           05  DMR-MIDDLE-NAME             PIC X(20).
           05  DMR-ACTIVE-DUTY-FLAG        PIC X(1).
               88  DMR-ON-ACTIVE-DUTY      VALUE 'Y'.
           05  DMR-ACTIVE-START-DATE       PIC X(8).
           05  DMR-ACTIVE-END-DATE         PIC X(8).
           05  DMR-REPORT-ID               PIC X(20).
           05  FILLER                      PIC X(16).

       FD  DOCUMENT-FILE.
       01  DOCUMENT-RECORD.
           05  SDI-ACTION                  PIC X(1).
               88  SDI-ACTION-RECORD       VALUE 'A'.
               88  SDI-ACTION-END          VALUE 'E'.
           05  SDI-CUST-ID                 PIC 9(8).
           05  SDI-START-DATE              PIC X(8).
           05  SDI-END-DATE                PIC X(8).
           05  SDI-REFERENCE               PIC X(20).
           05  SDI-OPERATOR-ID             PIC X(8).
           05  FILLER                      PIC X(27).

       FD  SERVICEMEMBER-FILE.
           COPY SCRAREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.

       01  WS-DMR-STATUS                   PIC XX.
           88  WS-DMR-OK                   VALUE '00'.

       01  WS-SDI-STATUS                   PIC XX.
           88  WS-SDI-OK                   VALUE '00'.

       01  WS-SCR-STATUS                   PIC XX.
           88  WS-SCR-OK                   VALUE '00'.
           88  WS-SCR-NOT-OPEN             VALUE '35'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY DATEPARM.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE 'N'.
               88  WS-CUSTOMER-FOUND       VALUE 'Y'.
           05  WS-ROW-FOUND-FLAG           PIC X VALUE 'N'.
               88  WS-ROW-FOUND            VALUE 'Y'.
               88  WS-ROW-NOT-FOUND        VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).

      *----------------------------------------------------------------*
      * Period being applied, whichever source it came from. A date
      * field that fails validation comes back zero.
      *----------------------------------------------------------------*
       01  WS-PERIOD-WORK.
           05  WS-LOOKUP-CUST-ID           PIC 9(8).
           05  WS-CHECK-DATE-IN            PIC X(8).
           05  WS-CHECK-DATE-OUT           PIC 9(8).
           05  WS-NEW-START-DATE           PIC 9(8).
           05  WS-NEW-END-DATE             PIC 9(8).
           05  WS-NEW-SOURCE               PIC X(1).
           05  WS-NEW-REFERENCE            PIC X(20).
           05  WS-NEW-OPERATOR-ID          PIC X(8).
           05  WS-OLD-START-DATE           PIC 9(8).

       01  WS-INTAKE-TOTALS.
           05  WS-RESPONSES-READ           PIC 9(7) VALUE 0.
           05  WS-RESPONSES-NO-SERVICE     PIC 9(7) VALUE 0.
           05  WS-DOCUMENTS-READ           PIC 9(7) VALUE 0.
           05  WS-PERIODS-RECORDED         PIC 9(7) VALUE 0.
           05  WS-PERIODS-ENDED            PIC 9(7) VALUE 0.
           05  WS-PERIODS-RETROACTIVE      PIC 9(7) VALUE 0.
           05  WS-ROWS-ERROR               PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-APPLY-DMDC-RESPONSES
               PERFORM 3000-APPLY-DOCUMENTS
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-INTAKE-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN I-O SERVICEMEMBER-FILE
           IF WS-SCR-NOT-OPEN
               OPEN OUTPUT SERVICEMEMBER-FILE
               CLOSE SERVICEMEMBER-FILE
               OPEN I-O SERVICEMEMBER-FILE
           END-IF
           IF NOT WS-SCR-OK
               DISPLAY 'ERROR OPENING SERVICEMEMBER FILE: '
                   WS-SCR-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                   WS-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * A response with no period on it means DMDC has no record of
      * active duty for the person asked about; nothing is recorded.
      * A period with its end date still ahead of or on the status
      * date while DMDC reports active duty is taken as open-ended.
      *----------------------------------------------------------------*
       2000-APPLY-DMDC-RESPONSES SECTION.

       2000-APPLY-DMDC.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT DMDC-RESPONSE-FILE
           IF NOT WS-DMR-OK
               DISPLAY 'NO DMDC RESPONSE FILE THIS RUN: '
                   WS-DMR-STATUS
           ELSE
               PERFORM 2100-APPLY-ONE-RESPONSE UNTIL WS-EOF
               CLOSE DMDC-RESPONSE-FILE
           END-IF.

       2100-APPLY-ONE-RESPONSE SECTION.

       2100-APPLY-RESPONSE.
           READ DMDC-RESPONSE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESPONSES-READ
                   PERFORM 2200-EDIT-RESPONSE
           END-READ.

       2200-EDIT-RESPONSE SECTION.

       2200-EDIT-RESP.
           MOVE DMR-ACTIVE-START-DATE TO WS-CHECK-DATE-IN
           PERFORM 6100-CHECK-DATE
           MOVE WS-CHECK-DATE-OUT TO WS-NEW-START-DATE
           MOVE DMR-ACTIVE-END-DATE TO WS-CHECK-DATE-IN
           PERFORM 6100-CHECK-DATE
           MOVE WS-CHECK-DATE-OUT TO WS-NEW-END-DATE
           IF DMR-ON-ACTIVE-DUTY AND WS-NEW-END-DATE < WS-TODAY-DATE
               MOVE 0 TO WS-NEW-END-DATE
           END-IF
           EVALUATE TRUE
               WHEN DMR-CUST-ID NOT NUMERIC
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'DMDC RESPONSE WITHOUT A CUSTOMER ID: '
                       DMR-LAST-NAME
               WHEN WS-NEW-START-DATE = 0
                   ADD 1 TO WS-RESPONSES-NO-SERVICE
               WHEN OTHER
                   MOVE DMR-CUST-ID TO WS-LOOKUP-CUST-ID
                   MOVE 'D' TO WS-NEW-SOURCE
                   MOVE DMR-REPORT-ID TO WS-NEW-REFERENCE
                   MOVE 'DMDC' TO WS-NEW-OPERATOR-ID
                   PERFORM 5000-RECORD-PERIOD
           END-EVALUATE.

       3000-APPLY-DOCUMENTS SECTION.

       3000-APPLY-DOCS.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT DOCUMENT-FILE
           IF NOT WS-SDI-OK
               DISPLAY 'NO SERVICEMEMBER DOCUMENT FILE THIS RUN: '
                   WS-SDI-STATUS
           ELSE
               PERFORM 3100-APPLY-ONE-DOCUMENT UNTIL WS-EOF
               CLOSE DOCUMENT-FILE
           END-IF.

       3100-APPLY-ONE-DOCUMENT SECTION.

       3100-APPLY-DOC.
           READ DOCUMENT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DOCUMENTS-READ
                   PERFORM 3200-EDIT-DOCUMENT
           END-READ.

      *----------------------------------------------------------------*
      * Orders need a start date; a release needs its end date and a
      * period already on file to close. Both need the operator who
      * examined the papers.
      *----------------------------------------------------------------*
       3200-EDIT-DOCUMENT SECTION.

       3200-EDIT-DOC.
           MOVE SDI-START-DATE TO WS-CHECK-DATE-IN
           PERFORM 6100-CHECK-DATE
           MOVE WS-CHECK-DATE-OUT TO WS-NEW-START-DATE
           MOVE SDI-END-DATE TO WS-CHECK-DATE-IN
           PERFORM 6100-CHECK-DATE
           MOVE WS-CHECK-DATE-OUT TO WS-NEW-END-DATE
           MOVE SDI-CUST-ID TO WS-LOOKUP-CUST-ID
           MOVE 'C' TO WS-NEW-SOURCE
           MOVE SDI-REFERENCE TO WS-NEW-REFERENCE
           MOVE SDI-OPERATOR-ID TO WS-NEW-OPERATOR-ID
           EVALUATE TRUE
               WHEN SDI-OPERATOR-ID = SPACES
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'DOCUMENT REJECTED, NO OPERATOR: '
                       SDI-CUST-ID
               WHEN SDI-ACTION-RECORD AND WS-NEW-START-DATE = 0
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'ORDERS REJECTED, NO VALID START DATE: '
                       SDI-CUST-ID
               WHEN SDI-ACTION-RECORD
                   AND WS-NEW-END-DATE NOT = 0
                   AND WS-NEW-END-DATE < WS-NEW-START-DATE
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'ORDERS REJECTED, END BEFORE START: '
                       SDI-CUST-ID
               WHEN SDI-ACTION-RECORD
                   PERFORM 5000-RECORD-PERIOD
               WHEN SDI-ACTION-END AND WS-NEW-END-DATE = 0
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'RELEASE REJECTED, NO VALID END DATE: '
                       SDI-CUST-ID
               WHEN SDI-ACTION-END
                   PERFORM 5500-END-PERIOD
               WHEN OTHER
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'INVALID DOCUMENT ACTION: ' SDI-ACTION
                       ' FOR: ' SDI-CUST-ID
           END-EVALUATE.

      *----------------------------------------------------------------*
      * The latest word on the customer's service replaces what the
      * row held. A period newly starting before today is listed for
      * the refund review of charges and fees already taken.
      *----------------------------------------------------------------*
       5000-RECORD-PERIOD SECTION.

       5000-RECORD.
           PERFORM 6000-FIND-CUSTOMER
           IF NOT WS-CUSTOMER-FOUND
               ADD 1 TO WS-ROWS-ERROR
               DISPLAY 'SERVICEMEMBER PERIOD REJECTED, CUSTOMER NOT '
                   'ON FILE: ' WS-LOOKUP-CUST-ID
           ELSE
               PERFORM 6200-READ-SERVICEMEMBER
               IF WS-ROW-FOUND
                   MOVE SCR-ACTIVE-START-DATE TO WS-OLD-START-DATE
               ELSE
                   MOVE 0 TO WS-OLD-START-DATE
                   INITIALIZE SERVICEMEMBER-RECORD
                   MOVE WS-LOOKUP-CUST-ID TO SCR-CUST-ID
               END-IF
               MOVE WS-NEW-START-DATE TO SCR-ACTIVE-START-DATE
               MOVE WS-NEW-END-DATE TO SCR-ACTIVE-END-DATE
               MOVE WS-NEW-SOURCE TO SCR-SOURCE
               MOVE WS-NEW-REFERENCE TO SCR-REFERENCE
               MOVE WS-TODAY-DATE TO SCR-VERIFIED-DATE
               MOVE WS-NEW-OPERATOR-ID TO SCR-OPERATOR-ID
               IF WS-ROW-FOUND
                   REWRITE SERVICEMEMBER-RECORD
               ELSE
                   WRITE SERVICEMEMBER-RECORD
               END-IF
               IF WS-SCR-OK
                   ADD 1 TO WS-PERIODS-RECORDED
                   IF WS-NEW-START-DATE < WS-TODAY-DATE
                       AND WS-NEW-START-DATE NOT = WS-OLD-START-DATE
                       ADD 1 TO WS-PERIODS-RETROACTIVE
                       DISPLAY 'SERVICE BEGAN ' WS-NEW-START-DATE
                           ', REVIEW CHARGES AND FEES SINCE FOR: '
                           WS-LOOKUP-CUST-ID
                   END-IF
               ELSE
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'ERROR RECORDING SERVICEMEMBER PERIOD '
                       'FOR: ' WS-LOOKUP-CUST-ID
                       ' STATUS: ' WS-SCR-STATUS
               END-IF
           END-IF.

       5500-END-PERIOD SECTION.

       5500-END.
           PERFORM 6200-READ-SERVICEMEMBER
           IF WS-ROW-NOT-FOUND
               ADD 1 TO WS-ROWS-ERROR
               DISPLAY 'RELEASE REJECTED, NO SERVICEMEMBER PERIOD '
                   'ON FILE: ' WS-LOOKUP-CUST-ID
           ELSE
               IF WS-NEW-END-DATE < SCR-ACTIVE-START-DATE
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'RELEASE REJECTED, END BEFORE START: '
                       WS-LOOKUP-CUST-ID
               ELSE
                   MOVE WS-NEW-END-DATE TO SCR-ACTIVE-END-DATE
                   MOVE WS-NEW-SOURCE TO SCR-SOURCE
                   MOVE WS-NEW-REFERENCE TO SCR-REFERENCE
                   MOVE WS-TODAY-DATE TO SCR-VERIFIED-DATE
                   MOVE WS-NEW-OPERATOR-ID TO SCR-OPERATOR-ID
                   REWRITE SERVICEMEMBER-RECORD
                   IF WS-SCR-OK
                       ADD 1 TO WS-PERIODS-ENDED
                   ELSE
                       ADD 1 TO WS-ROWS-ERROR
                       DISPLAY 'ERROR ENDING SERVICEMEMBER PERIOD '
                           'FOR: ' WS-LOOKUP-CUST-ID
                           ' STATUS: ' WS-SCR-STATUS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Same START / READ NEXT lookup BNKRINTK uses, since only the
      * CUST-ID half of CUST-KEY is known.
      *----------------------------------------------------------------*
       6000-FIND-CUSTOMER SECTION.

       6000-FIND-CUST.
           MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
           MOVE WS-LOOKUP-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
           MOVE LOW-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS NOT LESS THAN
               CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-FILE-OK
               READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   AND CUST-ID OF WS-WORK-CUSTOMER = WS-LOOKUP-CUST-ID
                   SET WS-CUSTOMER-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Blank or zero is no date; anything else must be a real one.
      *----------------------------------------------------------------*
       6100-CHECK-DATE SECTION.

       6100-CHECK.
           MOVE 0 TO WS-CHECK-DATE-OUT
           IF WS-CHECK-DATE-IN NUMERIC
               AND WS-CHECK-DATE-IN NOT = '00000000'
               SET DU-FN-VALIDATE TO TRUE
               MOVE WS-CHECK-DATE-IN TO DU-DATE-1
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               IF DU-VALID
                   MOVE WS-CHECK-DATE-IN TO WS-CHECK-DATE-OUT
               END-IF
           END-IF.

       6200-READ-SERVICEMEMBER SECTION.

       6200-READ-SCR.
           SET WS-ROW-NOT-FOUND TO TRUE
           MOVE WS-LOOKUP-CUST-ID TO SCR-CUST-ID
           READ SERVICEMEMBER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SCR-OK
               SET WS-ROW-FOUND TO TRUE
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-RUN-CLEAN
               CLOSE SERVICEMEMBER-FILE
               CLOSE CUSTOMER-FILE
           END-IF
           DISPLAY 'DMDC RESPONSES READ:     ' WS-RESPONSES-READ
           DISPLAY 'RESPONSES, NO SERVICE:   ' WS-RESPONSES-NO-SERVICE
           DISPLAY 'DOCUMENTS READ:          ' WS-DOCUMENTS-READ
           DISPLAY 'PERIODS RECORDED:        ' WS-PERIODS-RECORDED
           DISPLAY 'PERIODS ENDED:           ' WS-PERIODS-ENDED
           DISPLAY 'PERIODS FOR REFUND REVIEW: '
               WS-PERIODS-RETROACTIVE
           DISPLAY 'ROWS IN ERROR:           ' WS-ROWS-ERROR.
