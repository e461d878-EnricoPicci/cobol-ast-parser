      * A session the service desk keeps open: it loops accepting a
      * customer ID or last name from the console, shows the full
      * customer record with the currency-aware RPT-CCY formatting,
      * and lists any guarantor on the account and the customer's
      * recent payment-history rows. Every customer file is opened
      * INPUT only, so the session runs safely alongside the batch
      * stream; every update still goes through CUSTMAIN's audited
      * path. Entering END closes the session.
      *
      * The operator signs on at the start of the session with an
      * operator ID that must be active on the operator security
      * master, and every lookup, found or not, is appended to the
      * inquiry access log (INQLOG, see copybooks/INQLOG) with the
      * operator, the time, the search method and the customer
      * shown. Without the security master or the log the session
      * is refused, since a lookup that leaves no trace is exactly
      * what the log is there to prevent.
      *
      * Recent correspondence shows, for a printed document, whether
      * it is with the print vendor, was mailed and on what date, or
      * was spoiled in production (see PRTRECON).
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-COR-STATUS.

           SELECT GUARANTOR-FILE ASSIGN TO 'GUARFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUA-CUST-ID
               FILE STATUS IS WS-GUA-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPR-MASTER-STATUS.

           SELECT INQUIRY-LOG-FILE ASSIGN TO 'INQLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  CORRESPONDENCE-FILE.
           COPY CORRREC.

       FD  GUARANTOR-FILE.
           COPY GUARREC.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  INQUIRY-LOG-FILE.
           COPY INQLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
               10  WS-RCO-DOC-TYPE         PIC X(2).
               10  WS-RCO-CHANNEL          PIC X(1).
               10  WS-RCO-DETAIL           PIC X(10).
               10  WS-RCO-DELIVERY         PIC X(14).
               10  WS-RCO-MAILED-DATE      PIC X(8).

      *----------------------------------------------------------------*
      * Guarantor on the account, if any. A missing guarantor file
      * just leaves the section off the display.
      *----------------------------------------------------------------*
       01  WS-GUA-STATUS                   PIC XX.
           88  WS-GUA-OK                   VALUE '00'.

       01  WS-GUA-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-GUA-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-GUA-FILE-ABSENT          VALUE 'N'.

       01  WS-OPR-MASTER-STATUS            PIC XX.
           88  WS-OPR-MASTER-OK            VALUE '00'.

       01  WS-INQ-STATUS                   PIC XX.
           88  WS-INQ-OK                   VALUE '00'.

      *----------------------------------------------------------------*
      * Operator signed on for the session; every log row names them.
      *----------------------------------------------------------------*
       01  WS-OPERATOR-ID                  PIC X(8) VALUE SPACES.

       01  WS-LOG-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-LOG-FILE-OPEN            VALUE 'Y'.
           88  WS-LOG-FILE-CLOSED          VALUE 'N'.

       01  WS-OPR-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-OPR-FILE-OPEN            VALUE 'Y'.
           88  WS-OPR-FILE-CLOSED          VALUE 'N'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.
               SET WS-CORR-FILE-ABSENT TO TRUE
               DISPLAY 'CORRESPONDENCE FILE NOT AVAILABLE, '
                   'HISTORY SECTION SKIPPED: ' WS-COR-STATUS
           END-IF
           OPEN INPUT GUARANTOR-FILE
           IF WS-GUA-OK
               SET WS-GUA-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-GUA-FILE-ABSENT TO TRUE
               DISPLAY 'GUARANTOR FILE NOT AVAILABLE, '
                   'GUARANTOR SECTION SKIPPED: ' WS-GUA-STATUS
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPR-MASTER-OK
               SET WS-OPR-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'OPERATOR SECURITY MASTER NOT AVAILABLE, '
                   'SESSION REFUSED: ' WS-OPR-MASTER-STATUS
               SET WS-SESSION-ENDED TO TRUE
           END-IF
           OPEN EXTEND INQUIRY-LOG-FILE
           IF NOT WS-INQ-OK
               OPEN OUTPUT INQUIRY-LOG-FILE
           END-IF
           IF WS-INQ-OK
               SET WS-LOG-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'INQUIRY ACCESS LOG NOT AVAILABLE, '
                   'SESSION REFUSED: ' WS-INQ-STATUS
               SET WS-SESSION-ENDED TO TRUE
           END-IF
           IF WS-SESSION-ACTIVE
               PERFORM 1100-OPERATOR-SIGN-ON
           END-IF.

      *----------------------------------------------------------------*
      * Only an active operator on the security master may open a
      * session.
      *----------------------------------------------------------------*
       1100-OPERATOR-SIGN-ON SECTION.

       1100-SIGN-ON.
           DISPLAY 'ENTER OPERATOR ID:'
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OPERATOR-ID = SPACES
               OR NOT WS-OPR-MASTER-OK
               OR NOT OPR-ACTIVE
               DISPLAY 'SIGN-ON REFUSED, OPERATOR NOT ACTIVE: '
                   WS-OPERATOR-ID
               SET WS-SESSION-ENDED TO TRUE
           ELSE
               DISPLAY 'SIGNED ON: ' WS-OPERATOR-ID ' ' OPR-NAME
           END-IF.

       2000-INQUIRY-SESSION SECTION.
               WHEN WS-INQUIRY-INPUT(1:8) NUMERIC
                   MOVE WS-INQUIRY-INPUT(1:8) TO WS-INQUIRY-ID
                   PERFORM 3000-FIND-BY-ID
                   SET INQ-BY-ID TO TRUE
                   PERFORM 7000-LOG-ACCESS
                   EVALUATE TRUE
                       WHEN WS-SESSION-ENDED
                           CONTINUE
                       WHEN WS-CUSTOMER-FOUND
                           PERFORM 4000-SHOW-CUSTOMER
                       WHEN OTHER
                           DISPLAY 'CUSTOMER NOT FOUND: '
                               WS-INQUIRY-ID
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 3100-FIND-BY-NAME
                   SET INQ-BY-NAME TO TRUE
                   PERFORM 7000-LOG-ACCESS
                   EVALUATE TRUE
                       WHEN WS-SESSION-ENDED
                           CONTINUE
                       WHEN WS-CUSTOMER-FOUND
                           PERFORM 4000-SHOW-CUSTOMER
                       WHEN OTHER
                           DISPLAY 'NO CUSTOMER FOUND FOR LAST NAME: '
                               WS-INQUIRY-INPUT
                   END-EVALUATE
           END-EVALUATE.

      *----------------------------------------------------------------*
           DISPLAY 'BRANCH: ' CUST-BRANCH-CODE OF WS-WORK-CUSTOMER
               '  CYCLE: ' CUST-STMT-CYCLE OF WS-WORK-CUSTOMER
               '  RATING: ' CUST-RISK-RATING OF WS-WORK-CUSTOMER
           PERFORM 4500-SHOW-GUARANTOR
           PERFORM 5000-LIST-PAYMENT-HISTORY
           PERFORM 6000-LIST-CORRESPONDENCE.

       4500-SHOW-GUARANTOR SECTION.

       4500-SHOW-GUAR.
           IF WS-GUA-FILE-AVAILABLE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO GUA-CUST-ID
               READ GUARANTOR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-GUA-OK
                   DISPLAY 'GUARANTOR: ' GUA-FULL-NAME
                   DISPLAY '          ' GUA-STREET
                   DISPLAY '          ' GUA-CITY ' ' GUA-STATE-PROV
                       ' ' GUA-POSTAL ' ' GUA-COUNTRY
                   DISPLAY '          PHONE: ' GUA-PHONE
                       '  EFFECTIVE: ' GUA-EFFECTIVE-DATE
                   IF GUA-GUARANTEE-LIMIT > 0
                       MOVE GUA-GUARANTEE-LIMIT TO RPT-AMT-NUMERIC
                       MOVE RPT-AMT-NUMERIC TO RPT-CCY-AMT-DISPLAY
                       DISPLAY '          LIMIT: ' RPT-CCY-CODE ' '
                           RPT-CCY-AMT-DISPLAY
                   ELSE
                       DISPLAY '          LIMIT: WHOLE BALANCE'
                   END-IF
                   IF GUA-SANCTIONS-PENDING
                       DISPLAY '          SANCTIONS REVIEW PENDING'
                   END-IF
               END-IF
           END-IF.

       5000-LIST-PAYMENT-HISTORY SECTION.

       5000-LIST-HISTORY.
                           WS-RCO-TIME(WS-RCO-IDX) ' '
                           WS-RCO-DOC-TYPE(WS-RCO-IDX) ' '
                           WS-RCO-CHANNEL(WS-RCO-IDX) ' '
                           WS-RCO-DETAIL(WS-RCO-IDX) ' '
                           WS-RCO-DELIVERY(WS-RCO-IDX) ' '
                           WS-RCO-MAILED-DATE(WS-RCO-IDX)
                   END-PERFORM
               END-IF
           END-IF.
           MOVE COR-TS-TIME TO WS-RCO-TIME(WS-CORR-SHOWN)
           MOVE COR-DOC-TYPE TO WS-RCO-DOC-TYPE(WS-CORR-SHOWN)
           MOVE COR-CHANNEL TO WS-RCO-CHANNEL(WS-CORR-SHOWN)
           MOVE COR-DETAIL TO WS-RCO-DETAIL(WS-CORR-SHOWN)
           MOVE SPACES TO WS-RCO-MAILED-DATE(WS-CORR-SHOWN)
           EVALUATE TRUE
               WHEN COR-SENT-TO-VENDOR
                   MOVE 'SENT TO VENDOR' TO
                       WS-RCO-DELIVERY(WS-CORR-SHOWN)
               WHEN COR-MAILED
                   MOVE 'MAILED' TO WS-RCO-DELIVERY(WS-CORR-SHOWN)
                   MOVE COR-MAILED-DATE TO
                       WS-RCO-MAILED-DATE(WS-CORR-SHOWN)
               WHEN COR-SPOILED
                   MOVE 'SPOILED' TO WS-RCO-DELIVERY(WS-CORR-SHOWN)
               WHEN OTHER
                   MOVE SPACES TO WS-RCO-DELIVERY(WS-CORR-SHOWN)
           END-EVALUATE.

      *----------------------------------------------------------------*
      * One log row per lookup, written before anything is shown; a
      * lookup that cannot be logged is not shown and ends the
      * session. The search method is set by the caller.
      *----------------------------------------------------------------*
       7000-LOG-ACCESS SECTION.

       7000-LOG.
           MOVE WS-OPERATOR-ID TO INQ-OPERATOR-ID
           ACCEPT INQ-TS-DATE FROM DATE YYYYMMDD
           ACCEPT INQ-TS-TIME FROM TIME
           MOVE WS-INQUIRY-INPUT TO INQ-SEARCH-VALUE
           IF WS-CUSTOMER-FOUND
               SET INQ-CUSTOMER-SHOWN TO TRUE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO INQ-CUST-ID
               MOVE CUST-LAST-NAME OF WS-WORK-CUSTOMER TO
                   INQ-CUST-LAST-NAME
           ELSE
               SET INQ-CUSTOMER-NOT-FOUND TO TRUE
               MOVE 0 TO INQ-CUST-ID
               MOVE SPACES TO INQ-CUST-LAST-NAME
           END-IF
           WRITE INQUIRY-LOG-RECORD
           IF NOT WS-INQ-OK
               DISPLAY 'ERROR WRITING INQUIRY ACCESS LOG, '
                   'SESSION ENDED: ' WS-INQ-STATUS
               SET WS-SESSION-ENDED TO TRUE
           END-IF.

       9000-FINALIZE SECTION.

           IF WS-CORR-FILE-AVAILABLE
               CLOSE CORRESPONDENCE-FILE
           END-IF
           IF WS-GUA-FILE-AVAILABLE
               CLOSE GUARANTOR-FILE
           END-IF
           IF WS-OPR-FILE-OPEN
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           IF WS-LOG-FILE-OPEN
               CLOSE INQUIRY-LOG-FILE
           END-IF
           DISPLAY 'INQUIRY SESSION ENDED'.
